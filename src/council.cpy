      *> COUNCIL-RECORD - one row per bargaining council the company
      *> is party to, maintained in COUNCILMGMT. PAYROLL prices each
      *> covered employee's monthly levy off it: the employee share
      *> (deducted from pay) and the employer share (a company cost)
      *> are each a percentage of gross plus a fixed monthly amount,
      *> clipped at that share's monthly cap. THIRDPARTY pays the
      *> council both shares as beneficiary type 'B' and produces the
      *> council's monthly return.
       01  COUNCIL-RECORD.
           05  BC-CODE              PIC X(6).
           05  BC-NAME              PIC X(24).
           05  BC-REG-NO            PIC X(15).
      *>      Our levy registration number with the council - quoted
      *>      on the monthly return and the remittance advice
           05  BC-EE-RATE           PIC 9V9999.
           05  BC-EE-FIXED          PIC 9(5)V99.
           05  BC-EE-CAP            PIC 9(5)V99.
      *>      Employee share: rate on gross plus a fixed monthly
      *>      amount, capped per month (0 = no cap)
           05  BC-ER-RATE           PIC 9V9999.
           05  BC-ER-FIXED          PIC 9(5)V99.
           05  BC-ER-CAP            PIC 9(5)V99.
      *>      Employer share, on the same basis
           05  BC-STATUS            PIC X(1).
               88  BC-ACTIVE                 VALUE 'A'.
               88  BC-INACTIVE               VALUE 'I'.
           05  BC-UPDATED-BY        PIC X(10).
           05  BC-UPDATED-TS        PIC X(19).
