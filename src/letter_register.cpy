      *> whose record it confirms, whether the salary variant was
      *> issued, who asked for it and who generated it. The register
      *> is what a later fraud query ("did you really issue ECL...")
      *> is answered from. Written by REPORTS' letter generator and
      *> its UIF claim pack.
       01  LETTER-REGISTER-RECORD.
           05  LT-REF               PIC X(15).
           05  LT-EMP-ID            PIC X(10).
           05  LT-VARIANT           PIC X(1).
      *>      'S' = salary included, 'N' = salary excluded,
      *>      'U' = UIF claim pack (UI-19 / UI-2.7)
           05  LT-REQUESTED-BY      PIC X(30).
           05  LT-GENERATED-BY      PIC X(10).
           05  LT-TIME              PIC X(19).
