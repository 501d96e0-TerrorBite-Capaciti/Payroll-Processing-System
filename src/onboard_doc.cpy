      *> ONBOARD-DOC-RECORD - one row per onboarding document received
      *> for an employee, ../data/onboard_docs.dat, keyed by employee
      *> and document code (DR-DOC-CODE on the checklist): the date
      *> the document was received and the user who captured it.
       01  ONBOARD-DOC-RECORD.
           05  OD-KEY.
               10  OD-EMP-ID        PIC X(10).
               10  OD-DOC-CODE      PIC X(8).
           05  OD-RECEIVED-DATE     PIC 9(8).
           05  OD-CAPTURED-BY       PIC X(10).
           05  OD-CAPTURED-DATE     PIC 9(8).
           05  FILLER               PIC X(20).
