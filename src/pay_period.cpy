      *> may only process an OPEN period and closes it on success;
      *> reopening is an Admin action through CONFIG, with the reason
      *> logged. Shared by CONFIG (maintenance) and PAYROLL.
      *> The input cut-off is the moment the period stops taking
      *> changes: earnings, salary changes, unpaid leave approvals
      *> and hire activations captured after it wait on LATEQUEUE's
      *> late-input queue for the next period. Zero = no cut-off.
       01  PAY-PERIOD-RECORD.
           05  PP-ID                PIC X(8).
           05  FILLER               PIC X(2).
               88  PP-OPEN                  VALUE 'O'.
               88  PP-PROCESSING            VALUE 'P'.
               88  PP-CLOSED                VALUE 'C'.
           05  FILLER               PIC X(2).
           05  PP-CUTOFF-DATE       PIC 9(8).
           05  FILLER               PIC X(2).
           05  PP-CUTOFF-TIME       PIC 9(4).
      *>      HHMM on the cut-off date
