      *> DEPT-PACK-LOG-RECORD - one row per department report pack
      *> DEPTPACK produces at month end, ../data/dept_pack_log.dat:
      *> the month, the department, the head it is addressed to (the
      *> employee at the top of the department's EMP-MANAGER-ID tree)
      *> and the document written, with the headline figures so the
      *> distribution can be checked without opening every pack.
       01  DEPT-PACK-LOG-RECORD.
           05  PK-MONTH             PIC 9(6).
      *>      YYYYMM the pack reports on
           05  PK-DEPT              PIC X(20).
           05  PK-HEAD-ID           PIC X(10).
           05  PK-HEAD-NAME         PIC X(40).
           05  PK-HEAD-EMAIL        PIC X(40).
           05  PK-PACK-FILE         PIC X(60).
           05  PK-GROSS             PIC 9(9)V99.
           05  PK-HEADCOUNT         PIC 9(5).
           05  PK-EXCEPTIONS        PIC 9(5).
           05  PK-STATUS            PIC X(1).
               88  PK-ADDRESSED             VALUE 'A'.
               88  PK-NO-HEAD               VALUE 'U'.
      *>      'U' = nobody active heads the department - the pack is
      *>      written but has to be routed by hand
           05  PK-PRODUCED-BY       PIC X(10).
           05  PK-PRODUCED-AT       PIC X(19).
