      *> EXPENSE-CLAIM-RECORD - one row per business expense claim an
      *> employee submits for reimbursement through payroll. Routed
      *> to the claimant's EMP-MANAGER-ID for approval by EXPCLAIM;
      *> an approved claim is paid by the next PAYROLL run that
      *> records the employee's pay, which splits it into the part
      *> within the SARS prescribed rate (non-taxable) and any excess
      *> (taxable) and marks the claim paid.
       01  EXPENSE-CLAIM-RECORD.
           05  XC-KEY.
               10  XC-EMP-ID        PIC X(10).
               10  XC-CLAIM-SEQ     PIC 9(3).
           05  XC-CATEGORY          PIC X(4).
               88  XC-CAT-TRAVEL            VALUE "TRAV".
               88  XC-CAT-SUBSIST           VALUE "SUBS".
               88  XC-CAT-CELLPHONE         VALUE "CELL".
               88  XC-CAT-OTHER             VALUE "OTHR".
               88  XC-CAT-VALID             VALUE "TRAV" "SUBS"
                                                  "CELL" "OTHR".
           05  XC-EXPENSE-DATE      PIC 9(8).
           05  XC-REFERENCE         PIC X(15).
           05  XC-DESC              PIC X(30).
           05  XC-QUANTITY          PIC 9(5)V99.
      *>      Business kilometres for TRAV, nights away for SUBS;
      *>      zero for categories without a prescribed rate
           05  XC-AMOUNT            PIC 9(7)V99.
           05  XC-STATUS            PIC X(1).
               88  XC-PENDING               VALUE 'P'.
               88  XC-APPROVED              VALUE 'A'.
               88  XC-REJECTED              VALUE 'R'.
               88  XC-PAID                  VALUE 'D'.
           05  XC-SUBMITTED-BY      PIC X(10).
           05  XC-SUBMITTED-TS      PIC X(19).
           05  XC-DECIDED-BY        PIC X(10).
           05  XC-DECIDED-TS        PIC X(19).
           05  XC-DECISION-NOTE     PIC X(30).
           05  XC-TAXABLE-AMT       PIC 9(7)V99.
      *>      The part paid over the prescribed rate, set when paid
           05  XC-PAID-PERIOD       PIC X(24).
      *>      PR-PAY-PERIOD of the payment that reimbursed the claim
           05  XC-PAID-RUN-TS       PIC X(19).
      *>      PR-TIMESTAMP of that payment, so a run backout can put
      *>      the claim back to approved
