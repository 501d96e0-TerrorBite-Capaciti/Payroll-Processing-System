      *> IC-RECHARGE-RECORD - the intercompany recharge schedule: one
      *> row per seconded employee per payroll run, written by
      *> PAYROLL at run end with the recharge it priced off the
      *> secondment register and posted to the GL journal. A backout
      *> of the run marks its rows reversed.
       01  IC-RECHARGE-RECORD.
           05  IC-RUN-TS            PIC X(19).
           05  IC-PAY-PERIOD        PIC X(24).
           05  IC-EMP-ID            PIC X(10).
           05  IC-EMP-NAME          PIC X(30).
           05  IC-HOME-BRANCH       PIC X(10).
           05  IC-HOST-BRANCH       PIC X(10).
           05  IC-BASIS             PIC X(1).
           05  IC-PCT               PIC 9(3)V99.
           05  IC-DAYS              PIC 9(3).
           05  IC-COST              PIC 9(9)V99.
      *>      Employee's cost for the run, group currency
           05  IC-BASE              PIC 9(9)V99.
           05  IC-MARKUP-PCT        PIC 9(3)V99.
           05  IC-MARKUP            PIC 9(9)V99.
           05  IC-TOTAL             PIC 9(9)V99.
           05  IC-STATUS            PIC X(1).
               88  IC-POSTED                VALUE 'P'.
               88  IC-REVERSED              VALUE 'V'.
