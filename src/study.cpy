      *> STUDY-RECORD - one row per course of study the company funds
      *> for an employee (STUDYMGMT): where and what they study, every
      *> fee payment made with its exempt/taxable bursary treatment,
      *> and the work-back period owed once the studies end. PAYROLL
      *> taxes the taxable payments and, when a bursar leaves before
      *> the work-back is served, the settlement run claws back the
      *> unserved share of what was paid.
       01  STUDY-RECORD.
           05  SB-KEY.
               10  SB-EMP-ID        PIC X(10).
               10  SB-SEQ           PIC 9(2).
           05  SB-INSTITUTION       PIC X(40).
           05  SB-COURSE            PIC X(40).
           05  SB-NQF-LEVEL         PIC 9(2).
           05  SB-START-DATE        PIC 9(8).
           05  SB-END-DATE          PIC 9(8).
      *>      Expected end of the studies; replaced by the actual date
      *>      when HR records completion
           05  SB-WORKBACK-MONTHS   PIC 9(3).
           05  SB-WORKBACK-START    PIC 9(8).
      *>      Zero while studying; the work-back runs from this date
           05  SB-STATUS            PIC X(1).
               88  SB-STUDYING              VALUE 'S'.
               88  SB-WORKING-BACK          VALUE 'W'.
               88  SB-FULFILLED             VALUE 'F'.
               88  SB-CLAWED-BACK           VALUE 'C'.
               88  SB-WAIVED                VALUE 'X'.
               88  SB-OBLIGATION-OPEN       VALUE 'S' 'W'.
           05  SB-PAY-COUNT         PIC 9(2).
           05  SB-PAYMENT OCCURS 12 TIMES.
               10  SB-PAY-YEAR      PIC 9(4).
      *>          Academic year the fees are for
               10  SB-PAY-DATE      PIC 9(8).
               10  SB-PAY-AMT       PIC 9(7)V99.
               10  SB-PAY-TREATMENT PIC X(1).
                   88  SB-PAY-EXEMPT        VALUE 'E'.
                   88  SB-PAY-TAXABLE       VALUE 'T'.
               10  SB-PAY-TAXED     PIC X(24).
      *>          Pay period that taxed a taxable payment; spaces
      *>          until PAYROLL has taxed it
           05  SB-TOTAL-PAID        PIC 9(8)V99.
           05  SB-CLAWBACK-AMT      PIC 9(8)V99.
           05  SB-CLAWBACK-HOW      PIC X(1).
               88  SB-CLAWBACK-DEDUCTED     VALUE 'D'.
               88  SB-CLAWBACK-LOAN         VALUE 'L'.
           05  SB-CLAWBACK-PERIOD   PIC X(24).
           05  SB-UPDATED-BY        PIC X(10).
           05  SB-UPDATED-TS        PIC X(19).
