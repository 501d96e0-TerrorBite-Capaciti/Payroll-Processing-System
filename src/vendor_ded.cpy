      *> VENDOR-DED-RECORD - one amount a vendor has asked payroll to
      *> recover from an employee, accepted by VENDIMP's import. The
      *> next final or settlement run deducts the employee's pending
      *> rows (deduction type 'V' in the shedding order) and stamps
      *> each with what it recovered; THIRDPARTY pays the recovered
      *> totals over to the vendor and reports anything unrecovered.
       01  VENDOR-DED-RECORD.
           05  VX-KEY.
               10  VX-EMP-ID        PIC X(10).
               10  VX-VENDOR        PIC X(6).
               10  VX-SEQ           PIC 9(5).
           05  VX-REF               PIC X(20).
           05  VX-AMOUNT            PIC 9(7)V99.
           05  VX-BILL-MONTH        PIC 9(6).
           05  VX-STATUS            PIC X(1).
               88  VX-PENDING               VALUE 'P'.
               88  VX-RECOVERED             VALUE 'R'.
               88  VX-SHORT                 VALUE 'S'.
               88  VX-UNRECOVERED           VALUE 'U'.
               88  VX-WITHDRAWN             VALUE 'W'.
           05  VX-RECOVERED-AMT     PIC 9(7)V99.
           05  VX-RECOVERED-PERIOD  PIC X(24).
      *>      Pay period that took the deduction (spaces while pending)
           05  VX-IMPORT-FILE       PIC X(60).
           05  VX-IMPORT-BY         PIC X(10).
           05  VX-IMPORT-TS         PIC X(19).
