      *> COMM-ASSIGN-RECORD - an employee's commission plan from an
      *> effective date; the latest row on or before a month's last
      *> day is the plan that month's sales are paid on. A blank
      *> plan code takes the employee off commission from that date.
      *> Keyed employee + effective date, maintained in COMMISSION.
       01  COMM-ASSIGN-RECORD.
           05  CA-KEY.
               10  CA-EMP-ID        PIC X(10).
               10  CA-EFF-DATE      PIC 9(8).
           05  CA-PLAN-CODE         PIC X(4).
           05  CA-ASSIGNED-BY       PIC X(10).
           05  CA-ASSIGNED-TS       PIC X(19).
