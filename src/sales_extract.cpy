      *> SALES-EXTRACT-RECORD - the monthly sales extract from the
      *> sales system, one line per sale or cancellation credited to
      *> a sales employee. A cancellation carries the month the
      *> original sale was credited in, so commission already paid
      *> on it can be clawed back; a cancellation of a sale made in
      *> the extract's own month simply reduces that month's sales.
       01  SALES-EXTRACT-RECORD.
           05  SX-EMP-ID            PIC X(10).
           05  FILLER               PIC X(2).
           05  SX-PERIOD            PIC 9(6).
      *>      YYYYMM the line is reported in
           05  FILLER               PIC X(2).
           05  SX-TYPE              PIC X(1).
               88  SX-SALE                  VALUE 'S'.
               88  SX-CANCELLATION          VALUE 'C'.
           05  FILLER               PIC X(2).
           05  SX-ORIG-PERIOD       PIC 9(6).
      *>      Cancellations only: YYYYMM of the original sale
           05  FILLER               PIC X(2).
           05  SX-AMOUNT            PIC 9(9)V99.
           05  FILLER               PIC X(2).
           05  SX-REFERENCE         PIC X(12).
