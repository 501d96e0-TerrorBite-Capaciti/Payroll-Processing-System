      *> CONFIG-PENDING-RECORD - a statutory configuration change held
      *> for a second user's approval (the same maker-checker new
      *> hires go through). One row per unit of settings changed
      *> together; CP-NEW-IMAGE carries the proposed values in the
      *> layout of that unit's working-storage group:
      *>   SA-TAX-RATES      PAYE/UIF/SDL rates            (1:9)
      *>   MIN-WAGE          minimum wage, 9(9)V9(4)       (1:13)
      *>   COIDA-CEILING     COIDA ceiling, 9(9)V9(4)      (1:13)
      *>   STATUTORY-CAPS    UIF/SDL caps, both generations (1:56)
      *>   EMPLOYER-PROFILE  the employer statutory profile (1:153)
      *>   PAYE-TABLE        CP-TAX-YEAR's brackets (1:175) and
      *>                     rebates (176:27)
      *> Nothing in the unit takes effect until a user other than
      *> CP-REQUESTED-BY approves it in CONFIG. Only one request per
      *> unit (per tax year for PAYE-TABLE) may be pending at a time.
       01  CONFIG-PENDING-RECORD.
           05  CP-SEQ               PIC 9(6).
           05  CP-STATUS            PIC X(1).
               88  CP-IS-PENDING            VALUE 'P'.
               88  CP-IS-APPROVED           VALUE 'A'.
               88  CP-IS-REJECTED           VALUE 'R'.
           05  CP-UNIT              PIC X(16).
           05  CP-TAX-YEAR          PIC 9(4).
           05  CP-NEW-IMAGE         PIC X(202).
           05  CP-REQUESTED-BY      PIC X(8).
           05  CP-REQUESTED-TS      PIC X(19).
           05  CP-DECIDED-BY        PIC X(8).
           05  CP-DECIDED-TS        PIC X(19).
