      *> MW-SECTOR-RECORD - which minimum wage sector an employee
      *> falls under, ../data/min_wage_sectors.dat. A row assigns a
      *> sector to one employee (E, keyed by EMP-ID), to an
      *> EMP-POSITION-TYPE (P) or to a department (D); the employee's
      *> own row beats their position type, which beats their
      *> department. Nobody assigned falls under NATL, or the single
      *> SC-MIN-WAGE figure where NATL has no rate. Maintained through
      *> CONFIG's minimum wage screen; read by MINWAGE.
       01  MW-SECTOR-RECORD.
           05  MS-TYPE              PIC X(1).
               88  MS-BY-EMPLOYEE           VALUE 'E'.
               88  MS-BY-POSITION-TYPE      VALUE 'P'.
               88  MS-BY-DEPARTMENT         VALUE 'D'.
           05  FILLER               PIC X(2).
           05  MS-KEY               PIC X(20).
           05  FILLER               PIC X(2).
           05  MS-SECTOR            PIC X(4).
