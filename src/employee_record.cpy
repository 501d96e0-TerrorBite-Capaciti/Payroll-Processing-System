      *>      requests). Blank on records predating the field and at
      *>      the top of the tree. EMPLOYEE-MGMT refuses a manager
      *>      chain that loops back on itself.
           05  EMP-ID-NUMBER          PIC X(13).
      *>      13-digit SA identity number, YYMMDD G SSS C A Z: birth
      *>      date, gender digit (0-4 female, 5-9 male), citizenship
      *>      digit and Luhn check digit. EMPLOYEE-MGMT checks all
      *>      three against EMP-BIRTH / EMP-EE-GENDER on capture.
      *>      Blank for a foreign national, who carries a passport.
           05  EMP-PASSPORT-NO        PIC X(15).
           05  EMP-PASSPORT-COUNTRY   PIC X(3).
      *>      Passport number and ISO alpha-3 issuing country, for an
      *>      employee without an SA identity number.
           05  EMP-TAX-REF-NO         PIC X(10).
      *>      SARS income tax reference number, modulus-10 checked.
      *>      Blank = not yet registered; the statutory extracts
      *>      list every employee still missing one.
           05  EMP-SSN                PIC X(9).
      *>      US social security number, digits only - EMP-COUNTRY-US
      *>      staff only (W-2 / state filings).
