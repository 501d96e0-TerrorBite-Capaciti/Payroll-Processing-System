      *> SALARY-ACCRUAL-RECORD - one row per employee accrued at a
      *> month-end: the unpaid earned days of a weekly/biweekly
      *> employee between the last closed short-cycle pay period and
      *> the month's last day, the rate they were priced at, the
      *> accrued pay and the employer contributions on it, and the
      *> accounting periods the accrual and its automatic reversal
      *> were posted to. Written by SALACCRUAL, which also reads it to
      *> refuse accruing the same month twice.
       01  SALARY-ACCRUAL-RECORD.
           05  SA-ACCRUAL-PERIOD    PIC 9(6).
           05  SA-EMP-ID            PIC X(10).
           05  SA-FROM-DATE         PIC 9(8).
           05  SA-TO-DATE           PIC 9(8).
           05  SA-DAYS              PIC 9(3).
           05  SA-HOURS             PIC 9(4)V99.
           05  SA-OT-HOURS          PIC 9(4)V99.
           05  SA-HOURLY-RATE       PIC 9(5)V99.
           05  SA-ACCRUED-PAY       PIC 9(7)V99.
           05  SA-ACCRUED-ER        PIC 9(7)V99.
           05  SA-CURRENCY          PIC X(3).
           05  SA-REVERSAL-PERIOD   PIC 9(6).
           05  SA-POSTED-TS         PIC X(19).
           05  SA-POSTED-BY         PIC X(10).
