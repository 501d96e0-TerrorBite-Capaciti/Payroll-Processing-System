      *> COMM-RESULT-RECORD - one employee's commission for one
      *> month as calculated from the sales extract: the sales, the
      *> tier and rate reached, the commission earned, claw-back of
      *> commission paid in earlier months on sales since cancelled,
      *> any claw-back still to recover carried in from and out to
      *> other months, and the once-off COMM earning line it was paid
      *> through. CR-CANCELLED and CR-COMM-STANDING move later when
      *> this month's sales are cancelled; the difference between
      *> CR-COMMISSION and CR-COMM-STANDING is what has been clawed
      *> back. Keyed employee + month, written by COMMISSION.
       01  COMM-RESULT-RECORD.
           05  CR-KEY.
               10  CR-EMP-ID        PIC X(10).
               10  CR-PERIOD        PIC 9(6).
           05  CR-PLAN-CODE         PIC X(4).
           05  CR-SALES             PIC 9(9)V99.
           05  CR-CANCELLED         PIC 9(9)V99.
           05  CR-ACHIEVE-PCT       PIC 9(3)V9.
           05  CR-TIER              PIC 9(1).
           05  CR-RATE              PIC 9(2)V99.
           05  CR-COMMISSION        PIC 9(7)V99.
           05  CR-COMM-STANDING     PIC 9(7)V99.
           05  CR-CLAWBACK          PIC 9(7)V99.
           05  CR-CARRIED-IN        PIC 9(7)V99.
           05  CR-CARRIED-OUT       PIC 9(7)V99.
           05  CR-PAYABLE           PIC 9(7)V99.
           05  CR-EA-SEQ            PIC 9(2).
      *>      Sequence of the COMM line on earnings.dat, 0 = none
           05  CR-CALC-TS           PIC X(19).
           05  CR-CALC-BY           PIC X(10).
