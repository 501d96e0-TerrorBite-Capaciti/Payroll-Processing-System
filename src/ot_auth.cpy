      *> OVERTIME-AUTH-RECORD - one row per overtime pre-authorisation
      *> a manager captures in OTAUTH for one of their reports: the
      *> date range, the most overtime hours authorised across the
      *> range, and why. PAYROLL pays a recorded day's overtime only
      *> as far as an active authorisation covering the day still
      *> has hours left; the rest is held on OT-HELD-RECORD for the
      *> manager to approve retrospectively or reject.
       01  OVERTIME-AUTH-RECORD.
           05  OT-KEY.
               10  OT-EMP-ID        PIC X(10).
               10  OT-FROM-DATE     PIC 9(8).
           05  OT-TO-DATE           PIC 9(8).
           05  OT-MAX-HOURS         PIC 9(3)V99.
           05  OT-REASON            PIC X(30).
           05  OT-AUTH-BY           PIC X(10).
           05  OT-AUTH-TS           PIC X(19).
           05  OT-STATUS            PIC X(1).
               88  OT-ACTIVE                VALUE 'A'.
               88  OT-CANCELLED             VALUE 'C'.
           05  OT-CANCEL-BY         PIC X(10).
           05  OT-CANCEL-TS         PIC X(19).
