      *> COMM-PLAN-RECORD - one commission plan: the monthly sales
      *> target, the minimum sales before any commission is earned,
      *> the cap on a month's commission (0 = uncapped), and up to
      *> five tiers. A tier applies while achievement (sales as a
      *> percentage of target) is at or below its upper limit; the
      *> rate of the tier reached is paid on all the month's sales.
      *> The last tier should carry 999 as its limit. Maintained in
      *> COMMISSION; read there when a sales extract is calculated.
       01  COMM-PLAN-RECORD.
           05  CP-PLAN-CODE         PIC X(4).
           05  CP-DESC              PIC X(30).
           05  CP-TARGET            PIC 9(9)V99.
           05  CP-THRESHOLD         PIC 9(9)V99.
           05  CP-CAP               PIC 9(7)V99.
           05  CP-TIERS.
               10  CP-TIER OCCURS 5 TIMES.
                   15  CP-TIER-UPTO     PIC 9(3).
      *>                  Achievement % upper limit, 0 = tier unused
                   15  CP-TIER-RATE     PIC 9(2)V99.
      *>                  Commission % of sales
