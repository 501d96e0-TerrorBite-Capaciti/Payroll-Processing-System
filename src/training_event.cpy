      *> TRAINING-EVENT-RECORD - one row per course an employee has
      *> attended or is planned to attend. Completed rows feed the
      *> Annual Training Report, planned rows the Workplace Skills
      *> Plan; both are reported by the SETA grant year, which runs
      *> 1 April to 31 March and is named for the year it ends in.
       01  TRAINING-EVENT-RECORD.
           05  TE-KEY.
               10  TE-EMP-ID        PIC X(10).
               10  TE-SEQ           PIC 9(3).
           05  TE-COURSE-CODE       PIC X(8).
           05  TE-STATUS            PIC X(1).
               88  TE-PLANNED               VALUE 'P'.
               88  TE-COMPLETED             VALUE 'C'.
               88  TE-CANCELLED             VALUE 'X'.
           05  TE-PLAN-YEAR         PIC 9(4).
      *>      Grant year the training was planned for (planned rows)
           05  TE-START-DATE        PIC 9(8).
           05  TE-END-DATE          PIC 9(8).
      *>      Actual dates once completed; intended dates, if known,
      *>      while planned
           05  TE-COST              PIC 9(7)V99.
      *>      Actual cost once completed, else the estimate
           05  TE-PROVIDER          PIC X(30).
           05  TE-NQF-LEVEL         PIC 9(2).
           05  TE-CATEGORY          PIC X(1).
           05  TE-CAPTURED-BY       PIC X(10).
           05  TE-CAPTURED-TS       PIC X(19).
           05  TE-UPDATED-BY        PIC X(10).
           05  TE-UPDATED-TS        PIC X(19).
