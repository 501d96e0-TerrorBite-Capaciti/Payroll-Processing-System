      *> US-UNEMP-RECORD - one row per US unemployment insurance
      *> jurisdiction and calendar year, ../data/us_unemployment.dat.
      *> Jurisdiction US is the federal FUTA tax; any other code is a
      *> state (EMP-WORK-STATE) and its SUI contribution. Each row
      *> carries the taxable wage base per employee for the year and
      *> the employer's rate - for FUTA the net rate after the state
      *> credit, for a state the experience rate on the employer's
      *> rate notice. A year with no row uses the latest earlier
      *> year's. Maintained through CONFIG's US unemployment screen
      *> under the second-user approval the other statutory rates
      *> use - a row is not used until it is approved. Read by
      *> PAYROLL to cost the employer tax and by REPORTS' Form 940
      *> and state wage reports.
       01  US-UNEMP-RECORD.
           05  UU-JURIS             PIC X(2).
               88  UU-IS-FUTA               VALUE 'US'.
           05  FILLER               PIC X(2).
           05  UU-YEAR              PIC 9(4).
           05  FILLER               PIC X(2).
           05  UU-WAGE-BASE         PIC 9(7)V99.
           05  FILLER               PIC X(2).
           05  UU-RATE              PIC 9V9(5).
      *>      0.00600 = 0.6%
           05  FILLER               PIC X(2).
           05  UU-ER-ACCOUNT        PIC X(15).
      *>      the state's employer account number (blank for FUTA)
           05  FILLER               PIC X(2).
           05  UU-STATUS            PIC X(1).
               88  UU-IS-PENDING            VALUE 'P'.
               88  UU-IS-APPROVED           VALUE 'A'.
               88  UU-IS-REJECTED           VALUE 'R'.
           05  FILLER               PIC X(2).
           05  UU-CAPTURED-BY       PIC X(8).
           05  FILLER               PIC X(2).
           05  UU-DECIDED-BY        PIC X(8).
