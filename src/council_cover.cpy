      *> COUNCIL-COVER-RECORD - which employees fall under which
      *> bargaining council. A rule covers a whole department
      *> (scope 'D', EMP-DEPT), a position type (scope 'P',
      *> EMP-POSITION-TYPE) or one employee (scope 'E', EMP-ID).
      *> The most specific rule wins: the employee's own row, then
      *> their position type, then their department. An employee row
      *> naming council NONE takes an employee out of a department or
      *> position-type rule (e.g. a manager in a covered department).
       01  COUNCIL-COVER-RECORD.
           05  CV-KEY.
               10  CV-SCOPE         PIC X(1).
                   88  CV-SCOPE-EMPLOYEE     VALUE 'E'.
                   88  CV-SCOPE-DEPARTMENT   VALUE 'D'.
                   88  CV-SCOPE-POSITION     VALUE 'P'.
                   88  CV-SCOPE-VALID        VALUE 'E' 'D' 'P'.
               10  CV-SCOPE-VALUE   PIC X(20).
           05  CV-COUNCIL-CODE      PIC X(6).
               88  CV-NOT-COVERED            VALUE "NONE".
           05  CV-UPDATED-BY        PIC X(10).
           05  CV-UPDATED-TS        PIC X(19).
