      *> BANK-RECON-RECORD - one row per salary payment that has to
      *> clear the bank: each EFT payment on payroll.dat (one row per
      *> payroll record, however many split lines it went out on) and
      *> each cheque on cheque_register.dat. BANKRECON takes new
      *> payments on as it runs, marks them cleared as the bank
      *> statement shows them paid, and keeps the rest outstanding,
      *> aged per pay period, until they clear or are explained. The
      *> one control row (type 'H') holds the date payments are taken
      *> on from.
       01  BANK-RECON-RECORD.
           05  BK-KEY.
               10  BK-TYPE          PIC X(1).
                   88  BK-EFT               VALUE 'E'.
                   88  BK-CHEQUE            VALUE 'C'.
                   88  BK-CONTROL-ROW       VALUE 'H'.
               10  BK-REF           PIC X(10).
      *>          The employee number on an EFT payment (the reference
      *>          its EFT lines carry), the cheque number on a cheque
               10  BK-PAY-PERIOD    PIC X(24).
               10  BK-RUN-SEQ       PIC 9(2).
      *>          PR-RUN-SEQ of the EFT payment; zero on a cheque
           05  BK-EMP-ID            PIC X(10).
           05  BK-AMOUNT            PIC 9(7)V99.
           05  BK-CLEARED-AMT       PIC 9(7)V99.
      *>      EFT lines of a split payment clear one by one
           05  BK-BATCH-TS          PIC X(19).
      *>      Run timestamp - the EFT batch the payment went out in
           05  BK-ISSUED-DATE       PIC 9(8).
           05  BK-STATUS            PIC X(1).
               88  BK-OUTSTANDING           VALUE 'O'.
               88  BK-PART-CLEARED          VALUE 'P'.
               88  BK-CLEARED               VALUE 'C'.
               88  BK-EXPLAINED             VALUE 'X'.
               88  BK-OPEN                  VALUE 'O' 'P'.
           05  BK-CLEARED-DATE      PIC 9(8).
           05  BK-NOTE              PIC X(30).
           05  BK-UPDATED-BY        PIC X(10).
           05  BK-UPDATED-TS        PIC X(19).
