      *> BUDGET-INCREASE-RECORD - one row per planned salary increase
      *> for a budget year, ../data/budget_increases.dat: who it
      *> covers ('*' everyone, 'D' one department, 'G' one pay
      *> grade), the percentage and the month of the year it takes
      *> effect. Maintained and used by BUDGETBLD's budget build; a
      *> grade row beats a department row, which beats the '*' row.
       01  BUDGET-INCREASE-RECORD.
           05  BI-YEAR              PIC 9(4).
           05  FILLER               PIC X(2).
           05  BI-SCOPE             PIC X(1).
               88  BI-SCOPE-ALL             VALUE '*'.
               88  BI-SCOPE-DEPT            VALUE 'D'.
               88  BI-SCOPE-GRADE           VALUE 'G'.
           05  FILLER               PIC X(2).
           05  BI-KEY               PIC X(20).
      *>      Department or grade code; blank for '*'
           05  FILLER               PIC X(2).
           05  BI-PCT               PIC 9(2)V99.
           05  FILLER               PIC X(2).
           05  BI-EFF-MONTH         PIC 9(2).
