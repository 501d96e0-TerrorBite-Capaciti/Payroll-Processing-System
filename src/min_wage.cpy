      *> MIN-WAGE-RECORD - one row per sector minimum wage rate and
      *> the date it takes effect, ../data/min_wages.dat. A sector
      *> (farm workers, domestic workers, a sectoral determination,
      *> NATL for the national minimum) carries a monthly and an
      *> hourly minimum; a new rate is captured as a further row with
      *> its own effective date, so the rate in force on any date is
      *> the approved row with the latest effective date on or before
      *> it. Maintained through CONFIG's minimum wage screen under the
      *> same second-user approval as the other statutory settings -
      *> a row is not used until it is approved. Read by MINWAGE.
       01  MIN-WAGE-RECORD.
           05  MW-SECTOR            PIC X(4).
           05  FILLER               PIC X(2).
           05  MW-EFF-DATE          PIC 9(8).
           05  FILLER               PIC X(2).
           05  MW-DESC              PIC X(30).
           05  FILLER               PIC X(2).
           05  MW-MONTHLY           PIC 9(5)V99.
           05  FILLER               PIC X(2).
           05  MW-HOURLY            PIC 9(3)V99.
      *>      0 = no hourly minimum for the sector
           05  FILLER               PIC X(2).
           05  MW-STATUS            PIC X(1).
               88  MW-IS-PENDING            VALUE 'P'.
               88  MW-IS-APPROVED           VALUE 'A'.
               88  MW-IS-REJECTED           VALUE 'R'.
           05  FILLER               PIC X(2).
           05  MW-CAPTURED-BY       PIC X(8).
           05  FILLER               PIC X(2).
           05  MW-DECIDED-BY        PIC X(8).
