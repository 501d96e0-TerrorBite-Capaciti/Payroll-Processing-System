               10  EA-SEQ           PIC 9(2).
           05  EA-CODE              PIC X(4).
      *>      TRAV travel allowance, COMM commission, STBY standby,
      *>      EXGR ex gratia, LSAW long-service award, LVSL annual
      *>      leave sold back, OTHR other
           05  EA-DESC              PIC X(20).
           05  EA-AMOUNT            PIC 9(7)V99.
           05  EA-TAXABLE-PCT       PIC 9(3).
           05  EA-STATUS            PIC X(1).
               88  EA-ACTIVE                 VALUE 'A'.
               88  EA-DONE                   VALUE 'D'.
               88  EA-PENDING                VALUE 'P'.
      *>          Raised by the system (LONGSVC's long-service
      *>          awards) and not paid until HR approves it in
      *>          EARNMGMT; PAYROLL takes 'A' lines only
               88  EA-LATE-HELD              VALUE 'L'.
      *>          Captured after the period's input cut-off and held
      *>          on LATEQUEUE's late-input queue until it is
      *>          released or the period closes
