      *> LEAVE-SALE-RECORD - one request by an employee to sell annual
      *> leave days back for cash while still employed,
      *> ../data/leave_sales.dat. LEAVE-MGMT checks it against the
      *> sale policy in SYSCONFIG when it is captured and again when
      *> the manager approves it. On approval the days come off
      *> LB-ANNUAL-BAL and their value at the effective daily rate is
      *> raised as a taxable once-off LVSL earning line; SL-EA-SEQ is
      *> that line's EA-SEQ, so the debit and the payment can always
      *> be traced to each other. Rewritten in place when decided.
       01  LEAVE-SALE-RECORD.
           05  SL-REQUEST-ID        PIC 9(6).
           05  SL-EMP-ID            PIC X(10).
           05  SL-DAYS              PIC 9(3).
           05  SL-YEAR              PIC 9(4).
      *>      calendar year the sale counts against the annual maximum
           05  SL-REQUEST-DATE      PIC 9(8).
           05  SL-STATUS            PIC X(1).
               88  SL-PENDING               VALUE 'P'.
               88  SL-APPROVED              VALUE 'A'.
               88  SL-REJECTED              VALUE 'R'.
           05  SL-DECIDED-BY        PIC X(10).
           05  SL-DECIDED-DATE      PIC 9(8).
           05  SL-REASON            PIC X(40).
      *>      why a sale was rejected (policy failure or the manager)
           05  SL-BAL-BEFORE        PIC S9(3)V99.
           05  SL-BAL-AFTER         PIC S9(3)V99.
      *>      LB-ANNUAL-BAL either side of the approved debit
           05  SL-DAILY-RATE        PIC 9(7)V99.
           05  SL-AMOUNT            PIC 9(7)V99.
           05  SL-EA-SEQ            PIC 9(2).
      *>      EARNING-RECORD sequence of the payment, 0 until approved
