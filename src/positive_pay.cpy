      *> POSITIVE-PAY-RECORD - one line of the positive pay file sent
      *> to the bank: every cheque drawn (type I) and every cheque
      *> stopped, cancelled or gone stale (type V), so the bank pays
      *> only a presented cheque whose number and amount match an
      *> issue it was told about and nothing it was told to refuse.
      *> A trailer (type T) closes each file with the issue count and
      *> total. PAYROLL writes one file per run that draws cheques,
      *> CHEQUEMGMT one per session that stops or reissues any.
       01  POSITIVE-PAY-RECORD.
           05  PV-REC-TYPE          PIC X(1).
               88  PV-ISSUE                 VALUE 'I'.
               88  PV-VOID                  VALUE 'V'.
           05  FILLER               PIC X(1).
           05  PV-ACCOUNT           PIC X(11).
      *>      Account the cheque is drawn on (spaces = the payroll
      *>      account the bank holds the file against)
           05  FILLER               PIC X(1).
           05  PV-CHEQUE-NO         PIC 9(6).
           05  FILLER               PIC X(1).
           05  PV-AMOUNT            PIC 9(9)V99.
           05  FILLER               PIC X(1).
           05  PV-ISSUE-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  PV-PAYEE             PIC X(30).
       01  POSITIVE-PAY-TRAILER.
           05  PV-T-REC-TYPE        PIC X(1).
           05  FILLER               PIC X(1).
           05  PV-T-ISSUE-COUNT     PIC 9(6).
           05  FILLER               PIC X(1).
           05  PV-T-ISSUE-TOTAL     PIC 9(11)V99.
           05  FILLER               PIC X(1).
           05  PV-T-VOID-COUNT      PIC 9(6).
           05  FILLER               PIC X(1).
           05  PV-T-CREATED         PIC X(19).
           05  FILLER               PIC X(23).
