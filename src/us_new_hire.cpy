      *> US-NEW-HIRE-RECORD - one row per US hire or rehire sent to
      *> a state on REPORTS' new-hire extract, ../data/us_new_hire.dat.
      *> An employee and hire date on this log has been reported; a
      *> rehire carries a new hire date and is reported again. The
      *> extract file named is on the interface register.
       01  US-NEW-HIRE-RECORD.
           05  NH-EMP-ID            PIC X(10).
           05  NH-HIRE-DATE         PIC 9(8).
           05  NH-STATE             PIC X(2).
           05  NH-REPORTED-DATE     PIC 9(8).
           05  NH-REPORTED-BY       PIC X(10).
           05  NH-FILE-NAME         PIC X(40).
