      *> LS-AWARD-RECORD - one row per long-service award LONGSVC has
      *> raised, ../data/ls_awards.dat: whose award, the milestone and
      *> the date it was reached, the continuous service date it was
      *> counted from, the amount, and the earnings.dat line carrying
      *> it (raised pending, for HR to approve in EARNMGMT). The
      *> register is what stops the same milestone being raised twice.
       01  LS-AWARD-RECORD.
           05  LA-EMP-ID            PIC X(10).
           05  LA-YEARS             PIC 9(2).
           05  LA-MILESTONE-DATE    PIC 9(8).
           05  LA-SERVICE-DATE      PIC 9(8).
           05  LA-AMOUNT            PIC 9(7)V99.
           05  LA-EA-SEQ            PIC 9(2).
           05  LA-RAISED-TS         PIC X(19).
           05  LA-RAISED-BY         PIC X(10).
