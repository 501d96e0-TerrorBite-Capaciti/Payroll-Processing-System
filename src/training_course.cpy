      *> TRAINING-COURSE-RECORD - the TRAINMGMT course catalogue. The
      *> catalogue supplies the defaults (provider, NQF level, cost)
      *> when a training event is captured; the event keeps its own
      *> copy so a later catalogue change does not rewrite history.
       01  TRAINING-COURSE-RECORD.
           05  TC-CODE              PIC X(8).
           05  TC-TITLE             PIC X(40).
           05  TC-PROVIDER          PIC X(30).
           05  TC-NQF-LEVEL         PIC 9(2).
      *>      0 = not on the NQF (short course, in-house session)
           05  TC-CATEGORY          PIC X(1).
               88  TC-LEARNERSHIP           VALUE 'L'.
               88  TC-SKILLS-PROG           VALUE 'S'.
               88  TC-APPRENTICESHIP        VALUE 'A'.
               88  TC-OTHER                 VALUE 'O'.
               88  TC-CATEGORY-VALID        VALUE 'L' 'S' 'A' 'O'.
           05  TC-DEFAULT-COST      PIC 9(7)V99.
           05  TC-DURATION-DAYS     PIC 9(3).
           05  TC-STATUS            PIC X(1).
               88  TC-ACTIVE                VALUE 'A'.
               88  TC-INACTIVE              VALUE 'I'.
           05  TC-UPDATED-BY        PIC X(10).
           05  TC-UPDATED-TS        PIC X(19).
