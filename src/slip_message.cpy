      *> SLIP-MESSAGE-RECORD - one notice HR wants printed on
      *> payslips, ../data/slip_messages.dat: two lines of text, the
      *> pay periods it runs for (from and to month, YYYY-MM, against
      *> the month the pay period starts in) and who gets it. With no
      *> targets every employee gets it; otherwise an employee gets it
      *> when any target matches: a department (D), branch (B),
      *> EMP-TYPE (T), EMP-STATUS (S) or the employee themself (E).
      *> A withdrawn message is kept for the delivery report but no
      *> longer printed. Maintained through CONFIG's payslip message
      *> screen; SLIPMSG picks one employee's messages for PAYROLL's
      *> payslips. REPORTS reads it for the message text on payslip
      *> downloads and the delivery report.
       01  SLIP-MESSAGE-RECORD.
           05  SM-MSG-ID            PIC X(6).
           05  FILLER               PIC X(2).
           05  SM-FROM-MONTH        PIC X(7).
           05  FILLER               PIC X(2).
           05  SM-TO-MONTH          PIC X(7).
           05  FILLER               PIC X(2).
           05  SM-STATUS            PIC X(1).
               88  SM-IS-ACTIVE             VALUE 'A'.
               88  SM-IS-WITHDRAWN          VALUE 'W'.
           05  FILLER               PIC X(2).
           05  SM-TEXT-1            PIC X(60).
           05  SM-TEXT-2            PIC X(60).
           05  FILLER               PIC X(2).
           05  SM-CAPTURED-BY       PIC X(10).
           05  SM-CAPTURED-DATE     PIC 9(8).
           05  SM-TARGET-COUNT      PIC 9(2).
           05  SM-TARGET OCCURS 20 TIMES.
               10  SM-TGT-TYPE      PIC X(1).
                   88  SM-TGT-DEPT              VALUE 'D'.
                   88  SM-TGT-BRANCH            VALUE 'B'.
                   88  SM-TGT-EMP-TYPE          VALUE 'T'.
                   88  SM-TGT-STATUS            VALUE 'S'.
                   88  SM-TGT-EMPLOYEE          VALUE 'E'.
               10  SM-TGT-KEY       PIC X(20).
