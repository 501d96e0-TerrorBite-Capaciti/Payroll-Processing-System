      *> DEPT-BUDGET-RECORD - one row per year, department and branch
      *> on the annual payroll budget: the budgeted gross per month
      *> and the budgeted headcount. Maintained through CONFIG's
      *> budget screen, or a year's rows replaced wholesale when
      *> BUDGETBLD promotes a proposed budget; REPORTS' budget-versus-
      *> actual report compares the year-to-date actuals accumulated
      *> off PAYROLL-FILE against it and flags departments over the
      *> configured variance tolerance.
       01  DEPT-BUDGET-RECORD.
           05  DB-YEAR              PIC 9(4).
           05  FILLER               PIC X(2).
