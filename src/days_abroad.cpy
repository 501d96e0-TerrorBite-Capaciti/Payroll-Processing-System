      *> DAYS-ABROAD-RECORD - one row per stretch an employee spends
      *> working outside South Africa, ../data/days_abroad.dat, keyed
      *> by employee and sequence. Captured in EMPLOYEE-MGMT's days
      *> abroad register; DAYSABROAD counts the full days off it for
      *> PAYROLL's section 10(1)(o)(ii) foreign service exemption
      *> (more than 183 full days abroad in a 12-month period, more
      *> than 60 of them continuous) and REPORTS' threshold monitor.
      *> The days of departure and return are spent partly in the
      *> country and are not full days abroad.
       01  DAYS-ABROAD-RECORD.
           05  FA-KEY.
               10  FA-EMP-ID        PIC X(10).
               10  FA-SEQ           PIC 9(3).
           05  FA-DEPART-DATE       PIC 9(8).
           05  FA-RETURN-DATE       PIC 9(8).
      *>      0 while the employee is still abroad
           05  FA-COUNTRY           PIC X(20).
           05  FA-PURPOSE           PIC X(30).
           05  FA-CAPTURED-BY       PIC X(10).
           05  FA-CAPTURED-DATE     PIC 9(8).
           05  FA-UPDATED-BY        PIC X(10).
           05  FA-UPDATED-DATE      PIC 9(8).
           05  FILLER               PIC X(20).
