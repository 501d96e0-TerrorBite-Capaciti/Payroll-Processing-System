      *>      EFT item; employee goes on the re-pay queue until an
      *>      off-cycle run pays them again with corrected details).
               88  PR-PAYMENT-FAILED       VALUE 'F'.
           05  PR-REIMB-TRAVEL     PIC 9(7)V99.
      *>      Approved business travel claims reimbursed within the
      *>      SARS prescribed rate - paid with net, not taxed (IRP5
      *>      code 3703).
           05  PR-REIMB-TRAV-TAX   PIC 9(7)V99.
      *>      The part of those travel claims over the prescribed
      *>      rate - included in PR-GROSS-PAY and taxed (IRP5 code
      *>      3702).
           05  PR-REIMB-OTHER      PIC 9(7)V99.
      *>      Approved subsistence, cellphone and other claims
      *>      reimbursed within their limit - paid with net, not
      *>      taxed; any excess is in PR-OTHER-ALLOW.
           05  PR-FOREIGN-EXEMPT   PIC 9(7)V99.
      *>      Remuneration for full days worked abroad exempted from
      *>      this record's PAYE base under section 10(1)(o)(ii)
      *>      (IRP5 code 3651); zero when none.
           05  PR-US-FUTA          PIC 9(7)V99.
      *>      US employer FUTA costed on this record - company cost,
      *>      never deducted; zero for SA.
           05  PR-US-SUI           PIC 9(7)V99.
      *>      US employer SUI for the work state costed on this record
      *>      - company cost, never deducted; zero for SA.
           05  PR-US-401K-DEFER    PIC 9(7)V99.
      *>      US employee's 401(k) elective deferral deducted on this
      *>      record, catch-up included; zero for SA.
           05  PR-US-401K-MATCH    PIC 9(7)V99.
      *>      US employer 401(k) match costed on this record, true-up
      *>      included; zero for SA.
