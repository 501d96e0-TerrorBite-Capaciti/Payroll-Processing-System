      *> OT-HELD-RECORD - one row per attendance day whose overtime
      *> PAYROLL held unpaid because no active OVERTIME-AUTH-RECORD
      *> covered it (or the authorisation's hours were used up). The
      *> held hours also go on the pay exception register (OTNA). In
      *> OTAUTH the employee's manager approves the hours
      *> retrospectively - which parks them on the late adjustments
      *> file for the next full run to pay - or rejects them.
       01  OT-HELD-RECORD.
           05  OH-KEY.
               10  OH-EMP-ID        PIC X(10).
               10  OH-DATE          PIC 9(8).
           05  OH-HOURS             PIC 9(3)V99.
           05  OH-SHIFT-CODE        PIC X(1).
           05  OH-PAY-PERIOD        PIC X(24).
           05  OH-HELD-TS           PIC X(19).
      *>      Run timestamp that held the hours, so a backout of that
      *>      run can drop a row nobody has decided yet
           05  OH-STATUS            PIC X(1).
               88  OH-PENDING               VALUE 'P'.
               88  OH-APPROVED              VALUE 'A'.
               88  OH-REJECTED              VALUE 'R'.
           05  OH-DECIDED-BY        PIC X(10).
           05  OH-DECIDED-TS        PIC X(19).
           05  OH-DECISION-NOTE     PIC X(30).
