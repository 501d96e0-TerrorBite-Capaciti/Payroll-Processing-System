      *> LATE-INPUT-RECORD - one change captured after its pay
      *> period's input cut-off, ../data/late_input.dat. LATEQUEUE
      *> raises the row at capture and keeps the change out of the
      *> period: an earning line waits at EA-STATUS 'L', a salary or
      *> hourly rate change is not written to the master at all, and
      *> PAYROLL passes over a held unpaid leave approval or new
      *> hire. Once the held period is closed on the calendar the
      *> next PAYROLL run applies the row for the following period;
      *> before that a payroll supervisor may release it into the
      *> current period through LATEINPUT. The row keeps who
      *> captured it and who released or applied it, and when.
       01  LATE-INPUT-RECORD.
           05  LI-SEQ               PIC 9(6).
           05  LI-ITEM-TYPE         PIC X(4).
               88  LI-EARNING               VALUE 'EARN'.
               88  LI-SALARY                VALUE 'SALY'.
               88  LI-PAY-RATE              VALUE 'RATE'.
               88  LI-LEAVE                 VALUE 'LEAV'.
               88  LI-NEW-HIRE              VALUE 'HIRE'.
           05  LI-EMP-ID            PIC X(10).
           05  LI-REF               PIC X(10).
      *>      earning sequence, or leave request id
           05  LI-DETAIL            PIC X(30).
           05  LI-OLD-VALUE         PIC 9(7)V99.
           05  LI-NEW-VALUE         PIC 9(7)V99.
      *>      amounts for EARN, SALY and RATE
           05  LI-EFF-DATE          PIC 9(8).
      *>      the salary change's effective date (SALY)
           05  LI-PERIOD-ID         PIC X(8).
      *>      the period whose cut-off it missed
           05  LI-CAPTURED-BY       PIC X(10).
           05  LI-CAPTURED-AT       PIC X(19).
           05  LI-STATUS            PIC X(1).
               88  LI-HELD                  VALUE 'H'.
               88  LI-RELEASED              VALUE 'R'.
               88  LI-APPLIED               VALUE 'N'.
      *>          R = released into the held period by a supervisor,
      *>          N = applied for the next period after it closed
           05  LI-ACTIONED-BY       PIC X(10).
           05  LI-ACTIONED-AT       PIC X(19).
           05  LI-RELEASE-REASON    PIC X(30).
