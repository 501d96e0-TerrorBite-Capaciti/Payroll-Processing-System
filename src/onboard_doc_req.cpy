      *> DOC-REQUIREMENT-RECORD - one row per document on the
      *> onboarding checklist, ../data/onboard_doc_reqs.dat: the
      *> document code and description, the EMP-TYPE and EMP-TAX-CODE
      *> it applies to ('*' for any), and whether it is mandatory.
      *> Maintained in EMPLOYEE-MGMT's onboarding documents screen;
      *> ACTIVATE PENDING EMPLOYEE refuses a hire while any mandatory
      *> document that applies to them has not been received.
       01  DOC-REQUIREMENT-RECORD.
           05  DR-DOC-CODE          PIC X(8).
           05  FILLER               PIC X(2).
           05  DR-DESCRIPTION       PIC X(30).
           05  FILLER               PIC X(2).
           05  DR-EMP-TYPE          PIC X(1).
           05  FILLER               PIC X(2).
           05  DR-TAX-CODE          PIC X(3).
           05  FILLER               PIC X(2).
           05  DR-MANDATORY         PIC X(1).
               88  DR-IS-MANDATORY          VALUE 'Y'.
