      *> CHEQUE-STATUS-RECORD - where each cheque on the register
      *> stands, keyed by cheque number, maintained in CHEQUEMGMT
      *> (BANKRECON marks a cheque cleared when the bank pays it). A
      *> cheque on the register with no row here is still issued.
      *> A stop-and-reissue draws a new number: the old cheque points
      *> forward to its replacement and the new one back to the
      *> cheque it replaces. A cheque uncashed six months after issue
      *> is stale - stopped at the bank and written back to the
      *> unclaimed wages liability until the employee claims it.
       01  CHEQUE-STATUS-RECORD.
           05  CX-NUMBER            PIC 9(6).
           05  CX-STATUS            PIC X(1).
               88  CX-ISSUED                VALUE 'I'.
               88  CX-CLEARED               VALUE 'C'.
               88  CX-STOPPED               VALUE 'S'.
               88  CX-CANCELLED             VALUE 'X'.
               88  CX-REISSUED              VALUE 'R'.
               88  CX-STALE                 VALUE 'T'.
           05  CX-STATUS-DATE       PIC 9(8).
           05  CX-REPLACES          PIC 9(6).
      *>      Cheque this one was reissued for (zero when none)
           05  CX-REPLACED-BY       PIC 9(6).
      *>      Cheque drawn to replace this one (zero when none)
           05  CX-REASON            PIC X(30).
           05  CX-LIABILITY-DATE    PIC 9(8).
      *>      Date a stale cheque was written back to unclaimed wages
           05  CX-UPDATED-BY        PIC X(10).
           05  CX-UPDATED-TS        PIC X(19).
