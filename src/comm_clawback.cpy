      *> COMM-CLAWBACK-RECORD - one claw-back: cancelled sales from an
      *> earlier month, the commission that month's sales supported
      *> before and after the cancellation, and the difference
      *> recovered in the month the cancellation was reported. A
      *> cancellation against a month with no commission on record is
      *> kept as unmatched so it shows on the statement. Written by
      *> COMMISSION, listed on the commission statement.
       01  COMM-CLAWBACK-RECORD.
           05  CB-EMP-ID            PIC X(10).
           05  CB-PERIOD            PIC 9(6).
           05  CB-ORIG-PERIOD       PIC 9(6).
           05  CB-CANCELLED         PIC 9(9)V99.
           05  CB-COMM-BEFORE       PIC 9(7)V99.
           05  CB-COMM-AFTER        PIC 9(7)V99.
           05  CB-AMOUNT            PIC 9(7)V99.
           05  CB-STATUS            PIC X(1).
               88  CB-RECOVERED             VALUE 'R'.
               88  CB-UNMATCHED             VALUE 'U'.
           05  CB-TIMESTAMP         PIC X(19).
