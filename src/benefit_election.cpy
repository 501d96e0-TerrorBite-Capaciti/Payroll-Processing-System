      *> BENEFIT-ELECTION-RECORD - one effective-dated set of benefit
      *> elections for an employee, ../data/benefit_elections.dat,
      *> keyed employee + effective date. BENEFITS writes a row for
      *> every change: an open enrolment election takes effect on 1
      *> January of the following year, a life-event change on the
      *> event date, and a scheme billing correction replaces the row
      *> in force. PAYROLL's 436-LOOKUP-BENEFIT-ELECTION takes the row
      *> in force on the start of the period being paid (retro runs
      *> included); BENEFITS-RECORD remains the election in force
      *> today for everything else that reads it. A row dated 0 holds
      *> the election carried over from before elections were dated.
       01  BENEFIT-ELECTION-RECORD.
           05  BE-KEY.
               10  BE-EMP-ID        PIC X(10).
               10  BE-EFF-DATE      PIC 9(8).
           05  BE-ELECTION.
      *>      laid out as BENEFITS-RECORD after BN-EMP-ID
               10  BE-HEALTH-INS    PIC X(1).
               10  BE-401K-PCT      PIC 9V999.
               10  BE-LIFE-INS      PIC X(1).
               10  BE-DENTAL-INS    PIC X(1).
               10  BE-VISION-INS    PIC X(1).
               10  BE-DEPENDANTS    PIC 9(2).
           05  BE-SOURCE            PIC X(1).
               88  BE-CARRIED-OVER          VALUE 'I'.
               88  BE-OPEN-ENROLMENT        VALUE 'O'.
               88  BE-LIFE-EVENT            VALUE 'L'.
               88  BE-CORRECTION            VALUE 'C'.
           05  BE-EVENT-CODE        PIC X(4).
      *>      life event: MARR marriage, BRTH birth or adoption, LOSS
      *>      loss of other cover, NEWH new hire
           05  BE-EVENT-DATE        PIC 9(8).
      *>      the supporting date of the life event
           05  BE-CAPTURED-BY       PIC X(10).
           05  BE-CAPTURED-DATE     PIC 9(8).
