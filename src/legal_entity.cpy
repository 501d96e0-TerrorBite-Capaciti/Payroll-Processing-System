      *> LEGAL-ENTITY-RECORD - one row per registered company run on
      *> this payroll, maintained in CONFIG's legal entity table. Each
      *> carries its own statutory profile (laid out exactly as
      *> SC-EMPLOYER-PROFILE, so either can stand in for the other on
      *> an extract header), the bank account its share of the EFT
      *> batch is paid from, the company code its GL journal lines
      *> post to, and the company branches whose staff it employs.
      *> Staff of a branch no entity lists belong to the default
      *> entity. With no table on file the payroll is one employer,
      *> as it always was.
       01  LEGAL-ENTITY-RECORD.
           05  LE-CODE              PIC X(4).
           05  LE-PROFILE.
               10  LE-TRADE-NAME    PIC X(40).
               10  LE-PAYE-REF      PIC X(10).
               10  LE-UIF-REF       PIC X(10).
               10  LE-SDL-REF       PIC X(10).
               10  LE-COIDA-REG     PIC X(13).
               10  LE-ADDR-1        PIC X(30).
               10  LE-ADDR-2        PIC X(30).
               10  LE-POSTCODE      PIC X(10).
           05  LE-BANK-NAME         PIC X(20).
           05  LE-BANK-BRANCH       PIC X(6).
           05  LE-BANK-ACCOUNT      PIC X(11).
           05  LE-GL-COMPANY        PIC X(4).
           05  LE-DEFAULT           PIC X(1).
               88  LE-IS-DEFAULT            VALUE 'Y'.
      *>      'Y' on the one entity that employs staff of any branch
      *>      not listed against an entity
           05  LE-BRANCH-COUNT      PIC 9(2).
           05  LE-BRANCH-LIST.
               10  LE-BRANCH        PIC X(10) OCCURS 10 TIMES.
           05  LE-UPDATED-BY        PIC X(8).
           05  LE-UPDATED-TS        PIC X(19).
