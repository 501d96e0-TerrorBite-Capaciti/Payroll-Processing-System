      *> VENDOR-RECORD - one row per third-party vendor whose monthly
      *> recovery list payroll deducts (canteen, staff shop, cellphone
      *> contracts), maintained in VENDIMP. The vendor's file layout
      *> is defined here once, so each month's file imports as sent:
      *> a delimited file names its fields by position (1 = first
      *> field), a fixed-width file by start column and length.
       01  VENDOR-RECORD.
           05  VN-CODE              PIC X(6).
           05  VN-NAME              PIC X(24).
           05  VN-STATUS            PIC X(1).
               88  VN-ACTIVE                VALUE 'A'.
               88  VN-INACTIVE              VALUE 'I'.
           05  VN-FORMAT            PIC X(1).
               88  VN-DELIMITED             VALUE 'D'.
               88  VN-FIXED                 VALUE 'F'.
           05  VN-DELIM             PIC X(1).
           05  VN-SKIP-LINES        PIC 9(2).
      *>      Header lines at the top of the file, not imported
           05  VN-EMP-FLD           PIC 9(3).
           05  VN-EMP-LEN           PIC 9(2).
           05  VN-AMT-FLD           PIC 9(3).
           05  VN-AMT-LEN           PIC 9(2).
           05  VN-AMT-CENTS         PIC X(1).
      *>      'Y' - the vendor sends whole cents, no decimal point
           05  VN-REF-FLD           PIC 9(3).
      *>      Zero when the vendor sends no reference of its own
           05  VN-REF-LEN           PIC 9(2).
      *>      The *-LEN fields apply to fixed-width files only
           05  VN-UPDATED-BY        PIC X(10).
           05  VN-UPDATED-TS        PIC X(19).
