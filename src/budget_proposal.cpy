      *> BUDGET-PROPOSAL records - the proposed payroll budgets built
      *> by BUDGETBLD off the live roster, ../data/budget_proposals.dat.
      *> Each build is a new version of the year's budget: one header
      *> ('V') followed by one line ('L') per department and branch
      *> carrying the projected gross, employer cost (UIF, SDL and
      *> pension) and headcount for each month of the year. Finance
      *> adjusts a draft version's lines and then promotes it, which
      *> replaces the year's rows on dept_budgets.dat.
       01  BUDGET-PROP-HEADER.
           05  BP-REC-TYPE          PIC X(1).
               88  BP-HEADER                VALUE 'V'.
               88  BP-LINE                  VALUE 'L'.
           05  BP-YEAR              PIC 9(4).
           05  BP-VERSION           PIC 9(2).
           05  BP-STATUS            PIC X(1).
               88  BP-DRAFT                 VALUE 'D'.
               88  BP-PROMOTED              VALUE 'P'.
               88  BP-SUPERSEDED            VALUE 'S'.
      *>      'S' a version promoted earlier and since replaced
           05  BP-VACANCY-MONTH     PIC 9(2).
      *>      Month vacant approved posts were costed from
           05  BP-BUILT-TS          PIC X(19).
           05  BP-BUILT-BY          PIC X(10).
           05  BP-CHANGED-TS        PIC X(19).
           05  BP-CHANGED-BY        PIC X(10).
      *>      Last adjustment or the promotion
           05  FILLER               PIC X(286).
       01  BUDGET-PROP-LINE.
           05  BP-L-REC-TYPE        PIC X(1).
           05  BP-L-YEAR            PIC 9(4).
           05  BP-L-VERSION         PIC 9(2).
           05  BP-L-DEPT            PIC X(20).
           05  BP-L-BRANCH          PIC X(10).
           05  BP-L-MONTHS.
               10  BP-L-MONTH OCCURS 12 TIMES.
                   15  BP-L-GROSS   PIC 9(9)V99.
                   15  BP-L-ER-COST PIC 9(9)V99.
                   15  BP-L-HEADS   PIC 9(4).
           05  BP-L-VACANT          PIC 9(4).
      *>      Vacant approved posts costed into the line
           05  BP-L-ADJUSTED        PIC X(1).
      *>      'Y' once finance has changed the line by hand
