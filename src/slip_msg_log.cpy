      *> SLIP-MSG-LOG-RECORD - one row per payslip message printed on
      *> an employee's payslip, ../data/slip_msg_log.dat. Written by
      *> PAYROLL when a final or off-cycle payslip carrying the
      *> message has been spooled; read by REPORTS' payslip download
      *> (so a reprint carries the messages the original did) and its
      *> payslip message delivery report.
       01  SLIP-MSG-LOG-RECORD.
           05  ML-MSG-ID            PIC X(6).
           05  FILLER               PIC X(2).
           05  ML-EMP-ID            PIC X(10).
           05  FILLER               PIC X(2).
           05  ML-PAY-PERIOD        PIC X(24).
           05  FILLER               PIC X(2).
           05  ML-RUN-MODE          PIC X(1).
           05  FILLER               PIC X(2).
           05  ML-PRINTED-DATE      PIC 9(8).
