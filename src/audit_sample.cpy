      *> AUDIT-SAMPLE records - the register of auditor samples drawn
      *> by AUDITSMP, ../data/audit_samples.dat. A sample is one
      *> header ('H') carrying everything needed to draw it again -
      *> the pay period sampled, the method, the seed and the key item
      *> threshold - followed by one item ('I') per employee drawn and
      *> why. Re-running a sample draws it again off the same seed and
      *> compares the result with the items recorded here.
       01  AUDIT-SAMPLE-HEADER.
           05  AS-REC-TYPE          PIC X(1).
               88  AS-HEADER                VALUE 'H'.
               88  AS-ITEM                  VALUE 'I'.
           05  AS-SAMPLE-ID         PIC 9(14).
      *>      Creation timestamp YYYYMMDDHHMMSS, also the pack prefix
           05  AS-PAY-PERIOD        PIC X(24).
           05  AS-METHOD            PIC X(1).
               88  AS-RANDOM                VALUE 'R'.
               88  AS-BY-BRANCH             VALUE 'B'.
               88  AS-BY-BAND               VALUE 'G'.
      *>      'R' simple random over the whole population, 'B' the
      *>      same count per company branch, 'G' per pay grade band
           05  AS-SAMPLE-SIZE       PIC 9(4).
      *>      Employees drawn in all ('R') or per stratum ('B'/'G')
           05  AS-SEED              PIC 9(10).
           05  AS-KEY-AMOUNT        PIC 9(7)V99.
      *>      Every employee whose period gross exceeds this is taken
      *>      as a key item as well; zero for none
           05  AS-POPULATION        PIC 9(5).
           05  AS-SELECTED          PIC 9(5).
           05  AS-CREATED-BY        PIC X(10).
           05  FILLER               PIC X(10).
       01  AUDIT-SAMPLE-ITEM.
           05  AS-I-REC-TYPE        PIC X(1).
           05  AS-I-SAMPLE-ID       PIC 9(14).
           05  AS-I-EMP-ID          PIC X(10).
           05  AS-I-STRATUM         PIC X(10).
      *>      Branch or pay grade the employee was drawn from
           05  AS-I-REASON          PIC X(1).
               88  AS-I-DRAWN               VALUE 'S'.
               88  AS-I-KEY-ITEM            VALUE 'K'.
           05  AS-I-GROSS           PIC 9(9)V99.
           05  FILLER               PIC X(46).
