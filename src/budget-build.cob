       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGETBLD.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - payroll budget build. Projects
      *                   twelve months of cost per department and
      *                   branch for a budget year off the live roster:
      *                   the salary in force each month (future-dated
      *                   salary_history.dat rows included) plus the
      *                   planned increase for the employee's grade,
      *                   department or everyone from its effective
      *                   month, the configured bonus schedule, and
      *                   employer UIF, SDL and pension; staff drop out
      *                   after a known contract end, termination date
      *                   or normal retirement date, and vacant approved
      *                   posts on establishment.dat are costed at the
      *                   grade midpoint. Each build is written as a
      *                   draft version on ../data/budget_proposals.dat
      *                   which finance may adjust and then promote to
      *                   dept_budgets.dat.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT BENEFITS-FILE ASSIGN TO "../data/benefits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-EMP-ID
               FILE STATUS IS BN-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE
               ASSIGN TO "../data/salary_history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.

           SELECT PAY-GRADE-FILE
               ASSIGN TO "../data/pay_grades.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-FILE-STATUS.

           SELECT ESTABLISHMENT-FILE
               ASSIGN TO "../data/establishment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-FILE-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.

           SELECT INCREASE-FILE
               ASSIGN TO "../data/budget_increases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BI-FILE-STATUS.

           SELECT PROPOSAL-FILE
               ASSIGN TO "../data/budget_proposals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BP-FILE-STATUS.

           SELECT DEPT-BUDGET-FILE
               ASSIGN TO "../data/dept_budgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  BENEFITS-FILE.
           COPY benefits.

       FD  SALARY-HISTORY-FILE.
           COPY salary_history.

       FD  PAY-GRADE-FILE.
           COPY pay_grade.

       FD  ESTABLISHMENT-FILE.
           COPY establishment.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       FD  INCREASE-FILE.
           COPY budget_increase.

       FD  PROPOSAL-FILE.
       01  PROPOSAL-FILE-RECORD     PIC X(354).

       FD  DEPT-BUDGET-FILE.
           COPY dept_budget.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS          PIC XX.
       01  BN-FILE-STATUS           PIC XX.
       01  SH-FILE-STATUS           PIC XX.
       01  PG-FILE-STATUS           PIC XX.
       01  ES-FILE-STATUS           PIC XX.
       01  CONFIG-FILE-STATUS       PIC XX.
       01  BI-FILE-STATUS           PIC XX.
       01  BP-FILE-STATUS           PIC XX.
       01  DB-FILE-STATUS           PIC XX.
       01  WS-CHOICE                PIC 9(1).
       01  WS-CONFIRM               PIC X(1).
       01  WS-TIMESTAMP             PIC X(19).
       01  WS-EMP-EOF               PIC X(1).

      *> The proposal record being built, read or changed; the file
      *> itself is read and written through a single image.
           COPY budget_proposal.

      *> Settings off SYSCONFIG-FILE, defaults as CONFIG's.
       01  WS-UIF-RATE              PIC V999 VALUE .01.
       01  WS-SDL-RATE              PIC V999 VALUE .01.
       01  WS-BONUS-SCHEDULE.
           05  WS-BONUS-MONTH-1     PIC 99 VALUE 06.
           05  WS-BONUS-PCT-1       PIC V999 VALUE .050.
           05  WS-BONUS-MONTH-2     PIC 99 VALUE 12.
           05  WS-BONUS-PCT-2       PIC V999 VALUE .050.
       01  WS-STATUTORY-CAPS.
           05  WS-UIF-CEILING       PIC 9(7)V99 VALUE 17712.00.
           05  WS-SDL-EXEMPT-ANNUAL PIC 9(9)V99 VALUE 500000.00.
           05  WS-CAPS-EFF-DATE     PIC 9(8) VALUE 20250401.
           05  WS-UIF-CEILING-PRV   PIC 9(7)V99 VALUE 17712.00.
           05  WS-SDL-EXEMPT-PRV    PIC 9(9)V99 VALUE 500000.00.
           05  WS-CAPS-EFF-DATE-PRV PIC 9(8) VALUE 20240401.
       01  WS-RETIRE-AGE            PIC 9(2) VALUE 65.
       01  WS-ANNUAL-PAYROLL        PIC 9(11)V99.
       01  WS-SDL-EXEMPT-FLAG       PIC X(1) VALUE 'N'.
           88  SDL-EXEMPT                   VALUE 'Y'.

      *> The year being built and the months in it.
       01  WS-BUD-YEAR              PIC 9(4).
       01  WS-BUD-VERSION           PIC 9(2).
       01  WS-VACANCY-MONTH         PIC 9(2).
       01  WS-MONTH                 PIC 9(2).
       01  WS-MONTH-START           PIC 9(8).
       01  WS-NEXT-START            PIC 9(8).

      *> Planned increases for the year off budget_increases.dat.
       01  WS-BI-COUNT              PIC 9(3) VALUE 0.
       01  WS-BI-IDX                PIC 9(3).
       01  WS-BI-TABLE.
           05  WS-BI-ENTRY OCCURS 200 TIMES.
               10  WS-BI-YEAR       PIC 9(4).
               10  WS-BI-SCOPE      PIC X(1).
               10  WS-BI-KEY        PIC X(20).
               10  WS-BI-PCT        PIC 9(2)V99.
               10  WS-BI-MONTH      PIC 9(2).
       01  WS-BI-NEW-SCOPE          PIC X(1).
       01  WS-BI-NEW-KEY            PIC X(20).
       01  WS-BI-NEW-PCT            PIC 9(2)V99.
       01  WS-BI-NEW-MONTH          PIC 9(2).
       01  WS-BI-STORED             PIC X(1).
       01  WS-BI-FOUND-IDX          PIC 9(3).
       01  WS-BI-SHOWN              PIC 9(3).
       01  WS-PRINT-PCT             PIC Z9.99.

      *> The increase that applies to one employee or post.
       01  WS-INC-DEPT              PIC X(20).
       01  WS-INC-GRADE             PIC X(4).
       01  WS-INC-PCT               PIC 9(2)V99.
       01  WS-INC-MONTH             PIC 9(2).
       01  WS-INC-RANK              PIC 9(1).

      *> Effective-dated salary rates (EMPLOYEE-MGMT's history).
       01  WS-SH-COUNT              PIC 9(4) VALUE 0.
       01  WS-SH-IDX                PIC 9(4).
       01  WS-SH-TABLE.
           05  WS-SH-ENTRY OCCURS 2000 TIMES.
               10  WS-SH-EMP-ID     PIC X(10).
               10  WS-SH-SALARY     PIC 9(7)V99.
               10  WS-SH-EFF-DATE   PIC 9(8).
       01  WS-SH-BEST-DATE          PIC 9(8).
       01  WS-SH-IN-YEAR            PIC X(1).
       01  WS-NO-RATE-SEEN          PIC X(1).

      *> Grade midpoints and the approved establishment.
       01  WS-PG-COUNT              PIC 9(3) VALUE 0.
       01  WS-PG-IDX                PIC 9(3).
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 100 TIMES.
               10  WS-PG-CODE       PIC X(4).
               10  WS-PG-MID        PIC 9(7)V99.
       01  WS-ES-COUNT              PIC 9(3) VALUE 0.
       01  WS-ES-IDX                PIC 9(3).
       01  WS-ES-TABLE.
           05  WS-ES-ENTRY OCCURS 300 TIMES.
               10  WS-ES-DEPT       PIC X(20).
               10  WS-ES-BRANCH     PIC X(10).
               10  WS-ES-GRADE      PIC X(4).
               10  WS-ES-POSTS      PIC 9(4).
               10  WS-ES-FILLED     PIC 9(4).
       01  WS-VACANT                PIC 9(4).

      *> One employee's (or one vacant post's) month.
       01  WS-LEAVE-DATE            PIC 9(8).
       01  WS-RETIRE-DATE           PIC 9(8).
       01  WS-BASE-RATE             PIC 9(7)V99.
       01  WS-MONTH-SALARY          PIC 9(7)V99.
       01  WS-MONTH-BONUS           PIC 9(7)V99.
       01  WS-MONTH-GROSS           PIC 9(9)V99.
       01  WS-BN-401K-PCT           PIC 9V999.
       01  WS-ER-UIF                PIC 9(7)V99.
       01  WS-ER-SDL                PIC 9(7)V99.
       01  WS-ER-PENSION            PIC 9(7)V99.
       01  WS-ER-TOTAL              PIC 9(9)V99.
       01  WS-NO-EMPLOYER-COST      PIC X(1).

      *> Date arithmetic: WS-AY-FROM plus WS-AY-YEARS whole years into
      *> WS-AY-RESULT (29 February falls back to the 28th).
       01  WS-AY-FROM               PIC 9(8).
       01  WS-AY-FROM-R REDEFINES WS-AY-FROM.
           05  WS-AY-FROM-YYYY      PIC 9(4).
           05  WS-AY-FROM-MM        PIC 9(2).
           05  WS-AY-FROM-DD        PIC 9(2).
       01  WS-AY-YEARS              PIC 9(3).
       01  WS-AY-RESULT             PIC 9(8).
       01  WS-AY-RESULT-R REDEFINES WS-AY-RESULT.
           05  WS-AY-RES-YYYY       PIC 9(4).
           05  WS-AY-RES-MM         PIC 9(2).
           05  WS-AY-RES-DD         PIC 9(2).
       01  WS-AY-REM-4              PIC 9(3).
       01  WS-AY-REM-100            PIC 9(3).
       01  WS-AY-REM-400            PIC 9(3).
       01  WS-AY-QUOT               PIC 9(4).

      *> The version's lines by department and branch.
       01  WS-PL-COUNT              PIC 9(3) VALUE 0.
       01  WS-PL-IDX                PIC 9(3).
       01  WS-PL-FOUND-IDX          PIC 9(3).
       01  WS-PL-TABLE.
           05  WS-PL-ENTRY OCCURS 200 TIMES.
               10  WS-PL-DEPT       PIC X(20).
               10  WS-PL-BRANCH     PIC X(10).
               10  WS-PL-MONTH OCCURS 12 TIMES.
                   15  WS-PL-GROSS  PIC 9(9)V99.
                   15  WS-PL-ER     PIC 9(9)V99.
                   15  WS-PL-HEADS  PIC 9(4).
               10  WS-PL-VACANT     PIC 9(4).
               10  WS-PL-ADJUSTED   PIC X(1).
       01  WS-PL-WANT-DEPT          PIC X(20).
       01  WS-PL-WANT-BRANCH        PIC X(10).

      *> The whole proposal file, held while a version is changed.
       01  WS-PF-COUNT              PIC 9(4) VALUE 0.
       01  WS-PF-IDX                PIC 9(4).
       01  WS-PF-HDR-IDX            PIC 9(4).
       01  WS-PF-TABLE.
           05  WS-PF-ENTRY OCCURS 3000 TIMES PIC X(354).
       01  WS-PF-FULL               PIC X(1).

      *> Live budget rows, as CONFIG holds them.
       01  WS-DB-COUNT              PIC 9(3) VALUE 0.
       01  WS-DB-IDX                PIC 9(3).
       01  WS-DB-TABLE.
           05  WS-DB-ENTRY OCCURS 100 TIMES.
               10  WS-DB-T-YEAR     PIC 9(4).
               10  WS-DB-T-DEPT     PIC X(20).
               10  WS-DB-T-BRANCH   PIC X(10).
               10  WS-DB-T-GROSS    PIC 9(9)V99.
               10  WS-DB-T-HEADS    PIC 9(4).

      *> Version picked for view, adjustment or promotion.
       01  WS-SEL-YEAR              PIC 9(4).
       01  WS-SEL-VERSION           PIC 9(2).
       01  WS-SEL-STATUS            PIC X(1).
       01  WS-ADJ-MONTH             PIC 9(2).
       01  WS-ADJ-FIELD             PIC X(1).
       01  WS-ADJ-AMOUNT            PIC 9(9)V99.
       01  WS-ADJ-HEADS             PIC 9(4).
       01  WS-DB-REPLACED           PIC 9(3).

       01  WS-TOTALS.
           05  WS-TOT-GROSS         PIC 9(11)V99.
           05  WS-TOT-ER            PIC 9(11)V99.
           05  WS-TOT-HEADS         PIC 9(6).
           05  WS-LINE-GROSS        PIC 9(11)V99.
           05  WS-LINE-ER           PIC 9(11)V99.
           05  WS-LINE-HEADS        PIC 9(6).
       01  WS-COUNTS.
           05  WS-CT-STAFF          PIC 9(5).
           05  WS-CT-NO-RATE        PIC 9(5).
           05  WS-CT-LEAVERS        PIC 9(5).
           05  WS-CT-VACANT         PIC 9(5).
           05  WS-CT-NO-GRADE       PIC 9(5).
           05  WS-CT-DROPPED        PIC 9(5).

       01  WS-PRINT-AMT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-AMT-2           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-HEADS           PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-BUDGET-BUILD.
           PERFORM 150-READ-CONFIG
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               DISPLAY " "
               DISPLAY "ByteBank Payroll Budget Build"
               DISPLAY "-----------------------------"
               DISPLAY "1. Planned Salary Increases"
               DISPLAY "2. Build Proposed Budget"
               DISPLAY "3. View Proposed Budget"
               DISPLAY "4. Adjust Proposed Budget"
               DISPLAY "5. Promote Proposal to Live Budget"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-MAINTAIN-INCREASES
                   WHEN 2 PERFORM 300-BUILD-PROPOSAL
                   WHEN 3 PERFORM 500-VIEW-PROPOSAL
                   WHEN 4 PERFORM 600-ADJUST-PROPOSAL
                   WHEN 5 PERFORM 700-PROMOTE-PROPOSAL
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       150-READ-CONFIG.
           OPEN INPUT SYSCONFIG-FILE
           IF CONFIG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-UIF-RATE NUMERIC
                           MOVE SC-UIF-RATE TO WS-UIF-RATE
                       END-IF
                       IF SC-SDL-RATE NUMERIC
                           MOVE SC-SDL-RATE TO WS-SDL-RATE
                       END-IF
                       IF SC-BONUS-MONTH-1 NUMERIC
                               AND SC-BONUS-PCT-1 NUMERIC
                               AND SC-BONUS-MONTH-2 NUMERIC
                               AND SC-BONUS-PCT-2 NUMERIC
                           MOVE SC-BONUS-MONTH-1 TO WS-BONUS-MONTH-1
                           MOVE SC-BONUS-PCT-1   TO WS-BONUS-PCT-1
                           MOVE SC-BONUS-MONTH-2 TO WS-BONUS-MONTH-2
                           MOVE SC-BONUS-PCT-2   TO WS-BONUS-PCT-2
                       END-IF
                       IF SC-UIF-CEILING NUMERIC
                               AND SC-UIF-CEILING > 0
                           MOVE SC-STATUTORY-CAPS TO WS-STATUTORY-CAPS
                       END-IF
                       IF SC-RETIRE-AGE NUMERIC
                               AND SC-RETIRE-AGE > 0
                           MOVE SC-RETIRE-AGE TO WS-RETIRE-AGE
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

       190-SET-TIMESTAMP.
           MOVE SPACES TO WS-TIMESTAMP
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP.

       180-ADD-YEARS.
           MOVE WS-AY-FROM TO WS-AY-RESULT
           COMPUTE WS-AY-RES-YYYY = WS-AY-FROM-YYYY + WS-AY-YEARS
           IF WS-AY-RES-MM = 2 AND WS-AY-RES-DD = 29
               DIVIDE WS-AY-RES-YYYY BY 4 GIVING WS-AY-QUOT
                   REMAINDER WS-AY-REM-4
               DIVIDE WS-AY-RES-YYYY BY 100 GIVING WS-AY-QUOT
                   REMAINDER WS-AY-REM-100
               DIVIDE WS-AY-RES-YYYY BY 400 GIVING WS-AY-QUOT
                   REMAINDER WS-AY-REM-400
               IF WS-AY-REM-4 NOT = 0
                   OR (WS-AY-REM-100 = 0 AND WS-AY-REM-400 NOT = 0)
                   MOVE 28 TO WS-AY-RES-DD
               END-IF
           END-IF.

      *****************************************************************
      * 200-MAINTAIN-INCREASES - the planned increases for a budget
      * year: list them, then add or replace one by scope and key. A
      * zero percentage with a zero month removes the row.
      *****************************************************************
       200-MAINTAIN-INCREASES.
           DISPLAY "Budget year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-BUD-YEAR
           IF WS-BUD-YEAR = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-LOAD-INCREASES
           MOVE 'X' TO WS-BI-NEW-SCOPE
           PERFORM UNTIL WS-BI-NEW-SCOPE = SPACE
               DISPLAY " "
               DISPLAY "Planned increases for " WS-BUD-YEAR ":"
               DISPLAY "SCOPE KEY                    PCT  FROM MONTH"
               MOVE 0 TO WS-BI-SHOWN
               PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                       UNTIL WS-BI-IDX > WS-BI-COUNT
                   IF WS-BI-YEAR(WS-BI-IDX) = WS-BUD-YEAR
                       ADD 1 TO WS-BI-SHOWN
                       MOVE WS-BI-PCT(WS-BI-IDX) TO WS-PRINT-PCT
                       DISPLAY "  " WS-BI-SCOPE(WS-BI-IDX) "   "
                               WS-BI-KEY(WS-BI-IDX) " "
                               WS-PRINT-PCT "%  "
                               WS-BI-MONTH(WS-BI-IDX)
                   END-IF
               END-PERFORM
               IF WS-BI-SHOWN = 0
                   DISPLAY "  (none planned)"
               END-IF
               DISPLAY "Scope (* all, D dept, G grade, "
                       "blank to return): " WITH NO ADVANCING
               MOVE SPACE TO WS-BI-NEW-SCOPE
               ACCEPT WS-BI-NEW-SCOPE
               MOVE FUNCTION UPPER-CASE(WS-BI-NEW-SCOPE)
                   TO WS-BI-NEW-SCOPE
               EVALUATE WS-BI-NEW-SCOPE
                   WHEN SPACE
                       CONTINUE
                   WHEN '*'
                   WHEN 'D'
                   WHEN 'G'
                       PERFORM 220-CAPTURE-INCREASE
                   WHEN OTHER
                       DISPLAY "Scope must be *, D or G"
               END-EVALUATE
           END-PERFORM.

       210-LOAD-INCREASES.
           MOVE 0 TO WS-BI-COUNT
           OPEN INPUT INCREASE-FILE
           IF BI-FILE-STATUS = '00'
               PERFORM UNTIL BI-FILE-STATUS = '10'
                   READ INCREASE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-BI-COUNT < 200
                               ADD 1 TO WS-BI-COUNT
                               MOVE BI-YEAR
                                   TO WS-BI-YEAR(WS-BI-COUNT)
                               MOVE BI-SCOPE
                                   TO WS-BI-SCOPE(WS-BI-COUNT)
                               MOVE BI-KEY
                                   TO WS-BI-KEY(WS-BI-COUNT)
                               MOVE BI-PCT
                                   TO WS-BI-PCT(WS-BI-COUNT)
                               MOVE BI-EFF-MONTH
                                   TO WS-BI-MONTH(WS-BI-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCREASE-FILE
           END-IF.

       220-CAPTURE-INCREASE.
           MOVE SPACES TO WS-BI-NEW-KEY
           IF WS-BI-NEW-SCOPE = 'D'
               DISPLAY "Department: " WITH NO ADVANCING
               ACCEPT WS-BI-NEW-KEY
           END-IF
           IF WS-BI-NEW-SCOPE = 'G'
               DISPLAY "Pay grade: " WITH NO ADVANCING
               ACCEPT WS-BI-NEW-KEY
               MOVE FUNCTION UPPER-CASE(WS-BI-NEW-KEY)
                   TO WS-BI-NEW-KEY
           END-IF
           DISPLAY "Increase percentage (e.g. 6.50): "
               WITH NO ADVANCING
           ACCEPT WS-BI-NEW-PCT
           DISPLAY "Effective month (1-12): " WITH NO ADVANCING
           ACCEPT WS-BI-NEW-MONTH
           IF WS-BI-NEW-PCT = 0 AND WS-BI-NEW-MONTH = 0
               PERFORM 225-REMOVE-INCREASE
           ELSE
               IF WS-BI-NEW-MONTH < 1 OR WS-BI-NEW-MONTH > 12
                   DISPLAY "Effective month must be 1 to 12"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-BI-STORED
               PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                       UNTIL WS-BI-IDX > WS-BI-COUNT
                   IF WS-BI-YEAR(WS-BI-IDX) = WS-BUD-YEAR
                           AND WS-BI-SCOPE(WS-BI-IDX)
                               = WS-BI-NEW-SCOPE
                           AND WS-BI-KEY(WS-BI-IDX) = WS-BI-NEW-KEY
                       MOVE WS-BI-NEW-PCT TO WS-BI-PCT(WS-BI-IDX)
                       MOVE WS-BI-NEW-MONTH
                           TO WS-BI-MONTH(WS-BI-IDX)
                       MOVE 'Y' TO WS-BI-STORED
                   END-IF
               END-PERFORM
               IF WS-BI-STORED NOT = 'Y'
                   IF WS-BI-COUNT < 200
                       ADD 1 TO WS-BI-COUNT
                       MOVE WS-BUD-YEAR TO WS-BI-YEAR(WS-BI-COUNT)
                       MOVE WS-BI-NEW-SCOPE
                           TO WS-BI-SCOPE(WS-BI-COUNT)
                       MOVE WS-BI-NEW-KEY TO WS-BI-KEY(WS-BI-COUNT)
                       MOVE WS-BI-NEW-PCT TO WS-BI-PCT(WS-BI-COUNT)
                       MOVE WS-BI-NEW-MONTH
                           TO WS-BI-MONTH(WS-BI-COUNT)
                   ELSE
                       DISPLAY "INCREASE TABLE FULL - NOT ADDED"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           PERFORM 230-SAVE-INCREASES
           DISPLAY "Increase plan saved.".

       225-REMOVE-INCREASE.
           MOVE 0 TO WS-BI-FOUND-IDX
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               IF WS-BI-YEAR(WS-BI-IDX) = WS-BUD-YEAR
                       AND WS-BI-SCOPE(WS-BI-IDX) = WS-BI-NEW-SCOPE
                       AND WS-BI-KEY(WS-BI-IDX) = WS-BI-NEW-KEY
                   MOVE WS-BI-IDX TO WS-BI-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BI-FOUND-IDX = 0
               DISPLAY "No such planned increase"
           ELSE
               PERFORM VARYING WS-BI-IDX FROM WS-BI-FOUND-IDX BY 1
                       UNTIL WS-BI-IDX NOT < WS-BI-COUNT
                   MOVE WS-BI-ENTRY(WS-BI-IDX + 1)
                       TO WS-BI-ENTRY(WS-BI-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-BI-COUNT
           END-IF.

       230-SAVE-INCREASES.
           OPEN OUTPUT INCREASE-FILE
           IF BI-FILE-STATUS = '00'
               PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                       UNTIL WS-BI-IDX > WS-BI-COUNT
                   MOVE SPACES TO BUDGET-INCREASE-RECORD
                   MOVE WS-BI-YEAR(WS-BI-IDX)  TO BI-YEAR
                   MOVE WS-BI-SCOPE(WS-BI-IDX) TO BI-SCOPE
                   MOVE WS-BI-KEY(WS-BI-IDX)   TO BI-KEY
                   MOVE WS-BI-PCT(WS-BI-IDX)   TO BI-PCT
                   MOVE WS-BI-MONTH(WS-BI-IDX) TO BI-EFF-MONTH
                   WRITE BUDGET-INCREASE-RECORD
               END-PERFORM
               CLOSE INCREASE-FILE
           ELSE
               DISPLAY "ERROR: Unable to write increase plan"
           END-IF.

      *****************************************************************
      * 240-FIND-INCREASE - the planned increase for WS-INC-GRADE in
      * WS-INC-DEPT: the grade's row if there is one, else the
      * department's, else the '*' row, else none.
      *****************************************************************
       240-FIND-INCREASE.
           MOVE 0 TO WS-INC-PCT
           MOVE 0 TO WS-INC-MONTH
           MOVE 0 TO WS-INC-RANK
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               IF WS-BI-YEAR(WS-BI-IDX) = WS-BUD-YEAR
                   EVALUATE TRUE
                       WHEN WS-BI-SCOPE(WS-BI-IDX) = 'G'
                               AND WS-BI-KEY(WS-BI-IDX) = WS-INC-GRADE
                               AND WS-INC-GRADE NOT = SPACES
                           MOVE 3 TO WS-INC-RANK
                           MOVE WS-BI-PCT(WS-BI-IDX) TO WS-INC-PCT
                           MOVE WS-BI-MONTH(WS-BI-IDX)
                               TO WS-INC-MONTH
                       WHEN WS-BI-SCOPE(WS-BI-IDX) = 'D'
                               AND WS-BI-KEY(WS-BI-IDX) = WS-INC-DEPT
                               AND WS-INC-RANK < 3
                           MOVE 2 TO WS-INC-RANK
                           MOVE WS-BI-PCT(WS-BI-IDX) TO WS-INC-PCT
                           MOVE WS-BI-MONTH(WS-BI-IDX)
                               TO WS-INC-MONTH
                       WHEN WS-BI-SCOPE(WS-BI-IDX) = '*'
                               AND WS-INC-RANK < 2
                           MOVE 1 TO WS-INC-RANK
                           MOVE WS-BI-PCT(WS-BI-IDX) TO WS-INC-PCT
                           MOVE WS-BI-MONTH(WS-BI-IDX)
                               TO WS-INC-MONTH
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *****************************************************************
      * 300-BUILD-PROPOSAL - cost the roster and the vacant posts for
      * each month of the budget year and write the result as the
      * year's next draft version.
      *****************************************************************
       300-BUILD-PROPOSAL.
           COMPUTE WS-BUD-YEAR =
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) + 1
           DISPLAY "Budget year (YYYY, Enter for " WS-BUD-YEAR "): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-YEAR
           IF WS-SEL-YEAR > 0
               MOVE WS-SEL-YEAR TO WS-BUD-YEAR
           END-IF
           DISPLAY "Month vacant posts are filled from (1-12): "
               WITH NO ADVANCING
           ACCEPT WS-VACANCY-MONTH
           IF WS-VACANCY-MONTH < 1 OR WS-VACANCY-MONTH > 12
               MOVE 1 TO WS-VACANCY-MONTH
           END-IF

           PERFORM 210-LOAD-INCREASES
           MOVE 0 TO WS-BI-SHOWN
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               IF WS-BI-YEAR(WS-BI-IDX) = WS-BUD-YEAR
                   ADD 1 TO WS-BI-SHOWN
               END-IF
           END-PERFORM
           IF WS-BI-SHOWN = 0
               DISPLAY "NOTE: no salary increases planned for "
                       WS-BUD-YEAR " - building at current rates"
           END-IF
           PERFORM 310-LOAD-SALARY-HISTORY
           PERFORM 315-LOAD-GRADES
           PERFORM 320-LOAD-ESTABLISHMENT
           PERFORM 325-CHECK-SDL-EXEMPT

           INITIALIZE WS-COUNTS
           MOVE 0 TO WS-PL-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open employee file"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BENEFITS-FILE
           MOVE 'N' TO WS-EMP-EOF
           PERFORM UNTIL WS-EMP-EOF = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF
                   NOT AT END
                       IF NOT EMP-TERMINATED AND NOT EMP-PENDING
                           PERFORM 330-COST-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFITS-FILE
           CLOSE EMPLOYEE-FILE
           PERFORM 360-COST-VACANCIES

           IF WS-PL-COUNT = 0
               DISPLAY "Nothing to budget - no staff or posts found"
               EXIT PARAGRAPH
           END-IF
           PERFORM 380-WRITE-VERSION
           IF BP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUD-YEAR TO WS-SEL-YEAR
           MOVE WS-BUD-VERSION TO WS-SEL-VERSION
           PERFORM 550-DISPLAY-LINES
           DISPLAY "Staff costed:          " WS-CT-STAFF
           DISPLAY "Leaving during year:   " WS-CT-LEAVERS
           DISPLAY "Vacant posts costed:   " WS-CT-VACANT
           IF WS-CT-NO-RATE > 0
               DISPLAY "No monthly salary (headcount only): "
                       WS-CT-NO-RATE
           END-IF
           IF WS-CT-NO-GRADE > 0
               DISPLAY "Vacant posts with no grade midpoint: "
                       WS-CT-NO-GRADE
           END-IF
           IF WS-CT-DROPPED > 0
               DISPLAY "WARNING: " WS-CT-DROPPED
                       " department/branch rows over the table "
                       "limit were not budgeted"
           END-IF
           DISPLAY "Proposed budget " WS-BUD-YEAR " version "
                   WS-BUD-VERSION " saved as a draft.".

       310-LOAD-SALARY-HISTORY.
           MOVE 0 TO WS-SH-COUNT
           OPEN INPUT SALARY-HISTORY-FILE
           IF SH-FILE-STATUS = '00'
               PERFORM UNTIL SH-FILE-STATUS = '10'
                   READ SALARY-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SH-COUNT < 2000
                               ADD 1 TO WS-SH-COUNT
                               MOVE SH-EMP-ID
                                   TO WS-SH-EMP-ID(WS-SH-COUNT)
                               MOVE SH-SALARY
                                   TO WS-SH-SALARY(WS-SH-COUNT)
                               MOVE SH-EFF-DATE
                                   TO WS-SH-EFF-DATE(WS-SH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY-FILE
           END-IF.

       315-LOAD-GRADES.
           MOVE 0 TO WS-PG-COUNT
           OPEN INPUT PAY-GRADE-FILE
           IF PG-FILE-STATUS = '00'
               PERFORM UNTIL PG-FILE-STATUS = '10'
                   READ PAY-GRADE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PG-COUNT < 100
                               ADD 1 TO WS-PG-COUNT
                               MOVE PG-CODE
                                   TO WS-PG-CODE(WS-PG-COUNT)
                               MOVE PG-MID-SALARY
                                   TO WS-PG-MID(WS-PG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-GRADE-FILE
           END-IF.

       320-LOAD-ESTABLISHMENT.
           MOVE 0 TO WS-ES-COUNT
           OPEN INPUT ESTABLISHMENT-FILE
           IF ES-FILE-STATUS = '00'
               PERFORM UNTIL ES-FILE-STATUS = '10'
                   READ ESTABLISHMENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-ES-COUNT < 300
                               ADD 1 TO WS-ES-COUNT
                               MOVE ES-DEPT
                                   TO WS-ES-DEPT(WS-ES-COUNT)
                               MOVE ES-BRANCH
                                   TO WS-ES-BRANCH(WS-ES-COUNT)
                               MOVE ES-GRADE
                                   TO WS-ES-GRADE(WS-ES-COUNT)
                               MOVE ES-POSTS
                                   TO WS-ES-POSTS(WS-ES-COUNT)
                               MOVE 0 TO WS-ES-FILLED(WS-ES-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTABLISHMENT-FILE
           END-IF.

      *>   SDL: the employer stays exempt while the annual payroll is
      *>   under the threshold in force, measured as SALARY-ACCRUAL
      *>   measures it.
       325-CHECK-SDL-EXEMPT.
           MOVE 0 TO WS-ANNUAL-PAYROLL
           MOVE 'N' TO WS-SDL-EXEMPT-FLAG
           IF WS-SDL-EXEMPT-ANNUAL = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EMP-EOF
           PERFORM UNTIL WS-EMP-EOF = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF
                   NOT AT END
                       IF NOT EMP-TERMINATED
                           COMPUTE WS-ANNUAL-PAYROLL =
                                   WS-ANNUAL-PAYROLL +
                                   (EMP-BASE-SALARY * 12)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           IF WS-ANNUAL-PAYROLL < WS-SDL-EXEMPT-ANNUAL
               MOVE 'Y' TO WS-SDL-EXEMPT-FLAG
           END-IF.

      *****************************************************************
      * 330-COST-EMPLOYEE - one employee on the roster, month by month:
      * in the budget from the month they are hired to the month they
      * leave (contract end, termination date already captured, or
      * normal retirement date, whichever is first).
      *****************************************************************
       330-COST-EMPLOYEE.
           ADD 1 TO WS-CT-STAFF
           MOVE EMP-DEPT TO WS-PL-WANT-DEPT
           MOVE EMP-COMPANY-BRANCH TO WS-PL-WANT-BRANCH
           PERFORM 390-FIND-LINE
           IF WS-PL-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

      *>   The post they fill is not vacant.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-COUNT
               IF WS-ES-DEPT(WS-ES-IDX) = EMP-DEPT
                       AND WS-ES-BRANCH(WS-ES-IDX)
                           = EMP-COMPANY-BRANCH
                       AND WS-ES-GRADE(WS-ES-IDX) = EMP-GRADE
                   ADD 1 TO WS-ES-FILLED(WS-ES-IDX)
               END-IF
           END-PERFORM

           MOVE 99999999 TO WS-LEAVE-DATE
           IF EMP-CONTRACT-END NUMERIC AND EMP-CONTRACT-END > 0
                   AND EMP-CONTRACT-END < WS-LEAVE-DATE
               MOVE EMP-CONTRACT-END TO WS-LEAVE-DATE
           END-IF
           IF EMP-TERM-DATE NUMERIC AND EMP-TERM-DATE > 0
                   AND EMP-TERM-DATE < WS-LEAVE-DATE
               MOVE EMP-TERM-DATE TO WS-LEAVE-DATE
           END-IF
           IF EMP-BIRTH NUMERIC AND EMP-BIRTH-YEAR > 0
                   AND EMP-BIRTH-MONTH > 0 AND EMP-BIRTH-MONTH < 13
                   AND EMP-BIRTH-DATE > 0
               MOVE EMP-BIRTH TO WS-AY-FROM
               MOVE WS-RETIRE-AGE TO WS-AY-YEARS
               PERFORM 180-ADD-YEARS
               MOVE WS-AY-RESULT TO WS-RETIRE-DATE
               IF WS-RETIRE-DATE < WS-LEAVE-DATE
                   MOVE WS-RETIRE-DATE TO WS-LEAVE-DATE
               END-IF
           END-IF
           COMPUTE WS-MONTH-START = WS-BUD-YEAR * 10000 + 101
           COMPUTE WS-NEXT-START = (WS-BUD-YEAR + 1) * 10000 + 101
           IF WS-LEAVE-DATE < WS-MONTH-START
               EXIT PARAGRAPH
           END-IF
           IF WS-LEAVE-DATE < WS-NEXT-START
               ADD 1 TO WS-CT-LEAVERS
           END-IF

      *>   A salary change already captured for the budget year is the
      *>   increase; the planned one is not added on top of it.
           MOVE 'N' TO WS-SH-IN-YEAR
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-EMP-ID(WS-SH-IDX) = EMP-ID
                       AND WS-SH-EFF-DATE(WS-SH-IDX)
                           NOT < WS-MONTH-START
                       AND WS-SH-EFF-DATE(WS-SH-IDX) < WS-NEXT-START
                   MOVE 'Y' TO WS-SH-IN-YEAR
               END-IF
           END-PERFORM
           MOVE EMP-DEPT TO WS-INC-DEPT
           MOVE EMP-GRADE TO WS-INC-GRADE
           PERFORM 240-FIND-INCREASE
           IF WS-SH-IN-YEAR = 'Y'
               MOVE 0 TO WS-INC-PCT
           END-IF

           MOVE 0 TO WS-BN-401K-PCT
           MOVE 'N' TO WS-NO-EMPLOYER-COST
           IF EMP-TAX-CODE = 'IND'
               MOVE 'Y' TO WS-NO-EMPLOYER-COST
           ELSE
               MOVE EMP-ID TO BN-EMP-ID
               READ BENEFITS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BN-401K-PCT TO WS-BN-401K-PCT
               END-READ
           END-IF

           MOVE 'N' TO WS-NO-RATE-SEEN
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               PERFORM 335-SET-MONTH-DATES
               IF EMP-HIRE-DATE < WS-NEXT-START
                       AND WS-LEAVE-DATE NOT < WS-MONTH-START
                   PERFORM 340-EMPLOYEE-MONTH
               END-IF
           END-PERFORM.

       335-SET-MONTH-DATES.
           COMPUTE WS-MONTH-START =
                   WS-BUD-YEAR * 10000 + WS-MONTH * 100 + 1
           IF WS-MONTH = 12
               COMPUTE WS-NEXT-START = (WS-BUD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-START =
                       WS-BUD-YEAR * 10000 + (WS-MONTH + 1) * 100 + 1
           END-IF.

      *>   The salary in force at the month's end, the planned increase
      *>   from its month, the bonus in a bonus month (as PAYROLL pays
      *>   it), and the employer's costs on the month's gross.
       340-EMPLOYEE-MONTH.
           MOVE EMP-BASE-SALARY TO WS-BASE-RATE
           MOVE 0 TO WS-SH-BEST-DATE
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-EMP-ID(WS-SH-IDX) = EMP-ID
                       AND WS-SH-EFF-DATE(WS-SH-IDX) < WS-NEXT-START
                       AND WS-SH-EFF-DATE(WS-SH-IDX)
                           NOT < WS-SH-BEST-DATE
                   MOVE WS-SH-EFF-DATE(WS-SH-IDX) TO WS-SH-BEST-DATE
                   MOVE WS-SH-SALARY(WS-SH-IDX) TO WS-BASE-RATE
               END-IF
           END-PERFORM
           IF WS-BASE-RATE = 0 AND WS-NO-RATE-SEEN NOT = 'Y'
               ADD 1 TO WS-CT-NO-RATE
               MOVE 'Y' TO WS-NO-RATE-SEEN
           END-IF
           PERFORM 345-PRICE-MONTH
           ADD 1 TO WS-PL-HEADS(WS-PL-FOUND-IDX, WS-MONTH)
           ADD WS-MONTH-GROSS TO WS-PL-GROSS(WS-PL-FOUND-IDX, WS-MONTH)
           ADD WS-ER-TOTAL TO WS-PL-ER(WS-PL-FOUND-IDX, WS-MONTH).

      *>   Shared by staff and vacant posts: WS-BASE-RATE with the
      *>   increase in WS-INC-PCT/WS-INC-MONTH to a month's gross and
      *>   employer cost (pension at WS-BN-401K-PCT).
       345-PRICE-MONTH.
           MOVE WS-BASE-RATE TO WS-MONTH-SALARY
           IF WS-INC-PCT > 0 AND WS-MONTH NOT < WS-INC-MONTH
               COMPUTE WS-MONTH-SALARY ROUNDED =
                       WS-BASE-RATE * (1 + WS-INC-PCT / 100)
           END-IF
           MOVE 0 TO WS-MONTH-BONUS
           IF WS-MONTH = WS-BONUS-MONTH-1 AND WS-BONUS-MONTH-1 NOT = 0
               COMPUTE WS-MONTH-BONUS ROUNDED =
                       WS-MONTH-SALARY * WS-BONUS-PCT-1
           END-IF
           IF WS-MONTH = WS-BONUS-MONTH-2 AND WS-BONUS-MONTH-2 NOT = 0
               COMPUTE WS-MONTH-BONUS ROUNDED = WS-MONTH-BONUS +
                       (WS-MONTH-SALARY * WS-BONUS-PCT-2)
           END-IF
           COMPUTE WS-MONTH-GROSS = WS-MONTH-SALARY + WS-MONTH-BONUS
           MOVE 0 TO WS-ER-UIF
           MOVE 0 TO WS-ER-SDL
           MOVE 0 TO WS-ER-PENSION
           IF WS-NO-EMPLOYER-COST NOT = 'Y'
               IF WS-MONTH-GROSS > WS-UIF-CEILING
                   COMPUTE WS-ER-UIF ROUNDED =
                           WS-UIF-CEILING * WS-UIF-RATE
               ELSE
                   COMPUTE WS-ER-UIF ROUNDED =
                           WS-MONTH-GROSS * WS-UIF-RATE
               END-IF
               IF NOT SDL-EXEMPT
                   COMPUTE WS-ER-SDL ROUNDED =
                           WS-MONTH-GROSS * WS-SDL-RATE
               END-IF
               COMPUTE WS-ER-PENSION ROUNDED =
                       WS-MONTH-GROSS * WS-BN-401K-PCT
           END-IF
           COMPUTE WS-ER-TOTAL = WS-ER-UIF + WS-ER-SDL + WS-ER-PENSION.

      *****************************************************************
      * 360-COST-VACANCIES - every approved post not filled by someone
      * on the roster, costed at its grade's midpoint from the month
      * vacancies are assumed filled. No pension is budgeted for a
      * vacancy; the election is not known until the post is filled.
      *****************************************************************
       360-COST-VACANCIES.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-COUNT
               IF WS-ES-POSTS(WS-ES-IDX) > WS-ES-FILLED(WS-ES-IDX)
                   COMPUTE WS-VACANT = WS-ES-POSTS(WS-ES-IDX)
                                     - WS-ES-FILLED(WS-ES-IDX)
                   PERFORM 365-COST-VACANT-POSTS
               END-IF
           END-PERFORM.

       365-COST-VACANT-POSTS.
           MOVE 0 TO WS-BASE-RATE
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PG-CODE(WS-PG-IDX) = WS-ES-GRADE(WS-ES-IDX)
                   MOVE WS-PG-MID(WS-PG-IDX) TO WS-BASE-RATE
               END-IF
           END-PERFORM
           IF WS-BASE-RATE = 0
               ADD WS-VACANT TO WS-CT-NO-GRADE
               DISPLAY "No midpoint for grade " WS-ES-GRADE(WS-ES-IDX)
                       " - " WS-VACANT " vacant post(s) in "
                       FUNCTION TRIM(WS-ES-DEPT(WS-ES-IDX))
                       " not costed"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ES-DEPT(WS-ES-IDX) TO WS-PL-WANT-DEPT
           MOVE WS-ES-BRANCH(WS-ES-IDX) TO WS-PL-WANT-BRANCH
           PERFORM 390-FIND-LINE
           IF WS-PL-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-VACANT TO WS-CT-VACANT
           ADD WS-VACANT TO WS-PL-VACANT(WS-PL-FOUND-IDX)
           MOVE WS-ES-DEPT(WS-ES-IDX) TO WS-INC-DEPT
           MOVE WS-ES-GRADE(WS-ES-IDX) TO WS-INC-GRADE
           PERFORM 240-FIND-INCREASE
           MOVE 0 TO WS-BN-401K-PCT
           MOVE 'N' TO WS-NO-EMPLOYER-COST
           PERFORM VARYING WS-MONTH FROM WS-VACANCY-MONTH BY 1
                   UNTIL WS-MONTH > 12
               PERFORM 345-PRICE-MONTH
               ADD WS-VACANT TO WS-PL-HEADS(WS-PL-FOUND-IDX, WS-MONTH)
               COMPUTE WS-PL-GROSS(WS-PL-FOUND-IDX, WS-MONTH) =
                       WS-PL-GROSS(WS-PL-FOUND-IDX, WS-MONTH)
                       + (WS-MONTH-GROSS * WS-VACANT)
               COMPUTE WS-PL-ER(WS-PL-FOUND-IDX, WS-MONTH) =
                       WS-PL-ER(WS-PL-FOUND-IDX, WS-MONTH)
                       + (WS-ER-TOTAL * WS-VACANT)
           END-PERFORM.

      *****************************************************************
      * 380-WRITE-VERSION - the next version number for the year, then
      * the header and one line per department and branch, appended
      * to the proposal file.
      *****************************************************************
       380-WRITE-VERSION.
           MOVE 0 TO WS-BUD-VERSION
           OPEN INPUT PROPOSAL-FILE
           IF BP-FILE-STATUS = '00'
               PERFORM UNTIL BP-FILE-STATUS = '10'
                   READ PROPOSAL-FILE INTO BUDGET-PROP-HEADER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BP-HEADER AND BP-YEAR = WS-BUD-YEAR
                                   AND BP-VERSION > WS-BUD-VERSION
                               MOVE BP-VERSION TO WS-BUD-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF
           IF WS-BUD-VERSION = 99
               DISPLAY "ERROR: " WS-BUD-YEAR " already has 99 "
                       "versions - not saved"
               MOVE '99' TO BP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BUD-VERSION

           OPEN EXTEND PROPOSAL-FILE
           IF BP-FILE-STATUS = '35'
               OPEN OUTPUT PROPOSAL-FILE
           END-IF
           IF BP-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to write budget proposal"
               EXIT PARAGRAPH
           END-IF
           PERFORM 190-SET-TIMESTAMP
           MOVE SPACES TO BUDGET-PROP-HEADER
           SET BP-HEADER TO TRUE
           MOVE WS-BUD-YEAR TO BP-YEAR
           MOVE WS-BUD-VERSION TO BP-VERSION
           SET BP-DRAFT TO TRUE
           MOVE WS-VACANCY-MONTH TO BP-VACANCY-MONTH
           MOVE WS-TIMESTAMP TO BP-BUILT-TS
           MOVE LS-EMP-ID TO BP-BUILT-BY
           WRITE PROPOSAL-FILE-RECORD FROM BUDGET-PROP-HEADER
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM 385-BUILD-LINE-RECORD
               WRITE PROPOSAL-FILE-RECORD FROM BUDGET-PROP-LINE
           END-PERFORM
           CLOSE PROPOSAL-FILE
           MOVE '00' TO BP-FILE-STATUS.

       385-BUILD-LINE-RECORD.
           MOVE SPACES TO BUDGET-PROP-LINE
           MOVE 'L' TO BP-L-REC-TYPE
           MOVE WS-BUD-YEAR TO BP-L-YEAR
           MOVE WS-BUD-VERSION TO BP-L-VERSION
           MOVE WS-PL-DEPT(WS-PL-IDX) TO BP-L-DEPT
           MOVE WS-PL-BRANCH(WS-PL-IDX) TO BP-L-BRANCH
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE WS-PL-GROSS(WS-PL-IDX, WS-MONTH)
                   TO BP-L-GROSS(WS-MONTH)
               MOVE WS-PL-ER(WS-PL-IDX, WS-MONTH)
                   TO BP-L-ER-COST(WS-MONTH)
               MOVE WS-PL-HEADS(WS-PL-IDX, WS-MONTH)
                   TO BP-L-HEADS(WS-MONTH)
           END-PERFORM
           MOVE WS-PL-VACANT(WS-PL-IDX) TO BP-L-VACANT
           MOVE WS-PL-ADJUSTED(WS-PL-IDX) TO BP-L-ADJUSTED.

      *>   The line for WS-PL-WANT-DEPT/BRANCH, added if new; zero
      *>   when the table is full.
       390-FIND-LINE.
           MOVE 0 TO WS-PL-FOUND-IDX
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-DEPT(WS-PL-IDX) = WS-PL-WANT-DEPT
                       AND WS-PL-BRANCH(WS-PL-IDX) = WS-PL-WANT-BRANCH
                   MOVE WS-PL-IDX TO WS-PL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PL-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PL-COUNT < 200
               ADD 1 TO WS-PL-COUNT
               INITIALIZE WS-PL-ENTRY(WS-PL-COUNT)
               MOVE WS-PL-WANT-DEPT TO WS-PL-DEPT(WS-PL-COUNT)
               MOVE WS-PL-WANT-BRANCH TO WS-PL-BRANCH(WS-PL-COUNT)
               MOVE 'N' TO WS-PL-ADJUSTED(WS-PL-COUNT)
               MOVE WS-PL-COUNT TO WS-PL-FOUND-IDX
           ELSE
               ADD 1 TO WS-CT-DROPPED
           END-IF.

      *****************************************************************
      * 500-VIEW-PROPOSAL - a version's lines with annual totals, and
      * its month-by-month phasing.
      *****************************************************************
       500-VIEW-PROPOSAL.
           PERFORM 510-SELECT-VERSION
           IF WS-SEL-VERSION = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 550-DISPLAY-LINES
           DISPLAY " "
           DISPLAY "MONTH           GROSS     EMPLOYER COST   HEADS"
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE 0 TO WS-LINE-GROSS
               MOVE 0 TO WS-LINE-ER
               MOVE 0 TO WS-LINE-HEADS
               PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-PL-COUNT
                   ADD WS-PL-GROSS(WS-PL-IDX, WS-MONTH)
                       TO WS-LINE-GROSS
                   ADD WS-PL-ER(WS-PL-IDX, WS-MONTH) TO WS-LINE-ER
                   ADD WS-PL-HEADS(WS-PL-IDX, WS-MONTH)
                       TO WS-LINE-HEADS
               END-PERFORM
               MOVE WS-LINE-GROSS TO WS-PRINT-AMT
               MOVE WS-LINE-ER TO WS-PRINT-AMT-2
               MOVE WS-LINE-HEADS TO WS-PRINT-HEADS
               DISPLAY "  " WS-MONTH " " WS-PRINT-AMT " "
                       WS-PRINT-AMT-2 " " WS-PRINT-HEADS
           END-PERFORM.

      *>   Year and version (Enter for the latest), loaded into the
      *>   lines table. WS-SEL-VERSION comes back zero if not found.
       510-SELECT-VERSION.
           DISPLAY "Budget year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-SEL-YEAR
           DISPLAY "Version (Enter for latest): " WITH NO ADVANCING
           MOVE 0 TO WS-SEL-VERSION
           ACCEPT WS-SEL-VERSION
           PERFORM 520-LOAD-PROPOSAL-FILE
           IF WS-SEL-VERSION = 0
               PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                       UNTIL WS-PF-IDX > WS-PF-COUNT
                   MOVE WS-PF-ENTRY(WS-PF-IDX) TO BUDGET-PROP-HEADER
                   IF BP-HEADER AND BP-YEAR = WS-SEL-YEAR
                           AND BP-VERSION > WS-SEL-VERSION
                       MOVE BP-VERSION TO WS-SEL-VERSION
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-PF-HDR-IDX
           MOVE 0 TO WS-PL-COUNT
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               MOVE WS-PF-ENTRY(WS-PF-IDX) TO BUDGET-PROP-HEADER
               IF BP-HEADER AND BP-YEAR = WS-SEL-YEAR
                       AND BP-VERSION = WS-SEL-VERSION
                   MOVE WS-PF-IDX TO WS-PF-HDR-IDX
                   MOVE BP-STATUS TO WS-SEL-STATUS
               END-IF
               IF BP-LINE AND BP-YEAR = WS-SEL-YEAR
                       AND BP-VERSION = WS-SEL-VERSION
                       AND WS-PL-COUNT < 200
                   PERFORM 530-TAKE-LINE
               END-IF
           END-PERFORM
           IF WS-PF-HDR-IDX = 0
               DISPLAY "No proposed budget " WS-SEL-YEAR
                       " version " WS-SEL-VERSION " on file"
               MOVE 0 TO WS-SEL-VERSION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PF-ENTRY(WS-PF-HDR-IDX) TO BUDGET-PROP-HEADER
           DISPLAY " "
           DISPLAY "PROPOSED BUDGET " BP-YEAR " VERSION " BP-VERSION
                   "  BUILT " BP-BUILT-TS " BY " BP-BUILT-BY
           EVALUATE TRUE
               WHEN BP-DRAFT
                   DISPLAY "STATUS: DRAFT"
               WHEN BP-PROMOTED
                   DISPLAY "STATUS: PROMOTED TO LIVE BUDGET "
                           BP-CHANGED-TS " BY " BP-CHANGED-BY
               WHEN BP-SUPERSEDED
                   DISPLAY "STATUS: SUPERSEDED"
           END-EVALUATE
           IF BP-DRAFT AND BP-CHANGED-TS NOT = SPACES
               DISPLAY "LAST ADJUSTED " BP-CHANGED-TS
                       " BY " BP-CHANGED-BY
           END-IF
           DISPLAY "VACANT POSTS COSTED FROM MONTH " BP-VACANCY-MONTH.

       520-LOAD-PROPOSAL-FILE.
           MOVE 0 TO WS-PF-COUNT
           MOVE 'N' TO WS-PF-FULL
           OPEN INPUT PROPOSAL-FILE
           IF BP-FILE-STATUS = '00'
               PERFORM UNTIL BP-FILE-STATUS = '10'
                   READ PROPOSAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PF-COUNT < 3000
                               ADD 1 TO WS-PF-COUNT
                               MOVE PROPOSAL-FILE-RECORD
                                   TO WS-PF-ENTRY(WS-PF-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-PF-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

       530-TAKE-LINE.
           MOVE WS-PF-ENTRY(WS-PF-IDX) TO BUDGET-PROP-LINE
           ADD 1 TO WS-PL-COUNT
           MOVE BP-L-DEPT TO WS-PL-DEPT(WS-PL-COUNT)
           MOVE BP-L-BRANCH TO WS-PL-BRANCH(WS-PL-COUNT)
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               MOVE BP-L-GROSS(WS-MONTH)
                   TO WS-PL-GROSS(WS-PL-COUNT, WS-MONTH)
               MOVE BP-L-ER-COST(WS-MONTH)
                   TO WS-PL-ER(WS-PL-COUNT, WS-MONTH)
               MOVE BP-L-HEADS(WS-MONTH)
                   TO WS-PL-HEADS(WS-PL-COUNT, WS-MONTH)
           END-PERFORM
           MOVE BP-L-VACANT TO WS-PL-VACANT(WS-PL-COUNT)
           MOVE BP-L-ADJUSTED TO WS-PL-ADJUSTED(WS-PL-COUNT).

       550-DISPLAY-LINES.
           MOVE 0 TO WS-TOT-GROSS
           MOVE 0 TO WS-TOT-ER
           MOVE 0 TO WS-TOT-HEADS
           DISPLAY " "
           DISPLAY "DEPARTMENT           BRANCH          ANNUAL GROSS"
                   "     EMPLOYER COST  DEC HEADS VACANT"
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               MOVE 0 TO WS-LINE-GROSS
               MOVE 0 TO WS-LINE-ER
               PERFORM VARYING WS-MONTH FROM 1 BY 1
                       UNTIL WS-MONTH > 12
                   ADD WS-PL-GROSS(WS-PL-IDX, WS-MONTH)
                       TO WS-LINE-GROSS
                   ADD WS-PL-ER(WS-PL-IDX, WS-MONTH) TO WS-LINE-ER
               END-PERFORM
               ADD WS-LINE-GROSS TO WS-TOT-GROSS
               ADD WS-LINE-ER TO WS-TOT-ER
               ADD WS-PL-HEADS(WS-PL-IDX, 12) TO WS-TOT-HEADS
               MOVE WS-LINE-GROSS TO WS-PRINT-AMT
               MOVE WS-LINE-ER TO WS-PRINT-AMT-2
               MOVE WS-PL-HEADS(WS-PL-IDX, 12) TO WS-PRINT-HEADS
               IF WS-PL-ADJUSTED(WS-PL-IDX) = 'Y'
                   DISPLAY WS-PL-DEPT(WS-PL-IDX) " "
                           WS-PL-BRANCH(WS-PL-IDX) WS-PRINT-AMT " "
                           WS-PRINT-AMT-2 " " WS-PRINT-HEADS "  "
                           WS-PL-VACANT(WS-PL-IDX) " ADJUSTED"
               ELSE
                   DISPLAY WS-PL-DEPT(WS-PL-IDX) " "
                           WS-PL-BRANCH(WS-PL-IDX) WS-PRINT-AMT " "
                           WS-PRINT-AMT-2 " " WS-PRINT-HEADS "  "
                           WS-PL-VACANT(WS-PL-IDX)
               END-IF
           END-PERFORM
           MOVE WS-TOT-GROSS TO WS-PRINT-AMT
           MOVE WS-TOT-ER TO WS-PRINT-AMT-2
           MOVE WS-TOT-HEADS TO WS-PRINT-HEADS
           DISPLAY "TOTAL                                "
                   WS-PRINT-AMT " " WS-PRINT-AMT-2 " " WS-PRINT-HEADS.

      *****************************************************************
      * 600-ADJUST-PROPOSAL - finance's changes to a draft version:
      * one department and branch, one month or every month, its
      * gross, employer cost or headcount replaced.
      *****************************************************************
       600-ADJUST-PROPOSAL.
           PERFORM 510-SELECT-VERSION
           IF WS-SEL-VERSION = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-STATUS NOT = 'D'
               DISPLAY "Only a draft version can be adjusted - build "
                       "a new version instead"
               EXIT PARAGRAPH
           END-IF
           IF WS-PF-FULL = 'Y'
               DISPLAY "ERROR: Proposal file too large to rewrite"
               EXIT PARAGRAPH
           END-IF
           PERFORM 550-DISPLAY-LINES
           DISPLAY "Department: " WITH NO ADVANCING
           ACCEPT WS-PL-WANT-DEPT
           DISPLAY "Branch: " WITH NO ADVANCING
           ACCEPT WS-PL-WANT-BRANCH
           MOVE 0 TO WS-PL-FOUND-IDX
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-DEPT(WS-PL-IDX) = WS-PL-WANT-DEPT
                       AND WS-PL-BRANCH(WS-PL-IDX) = WS-PL-WANT-BRANCH
                   MOVE WS-PL-IDX TO WS-PL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PL-FOUND-IDX = 0
               DISPLAY "No such line on this version"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Month (1-12, 0 = every month): " WITH NO ADVANCING
           ACCEPT WS-ADJ-MONTH
           IF WS-ADJ-MONTH > 12
               DISPLAY "Invalid month"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Change G=gross, E=employer cost, H=headcount: "
               WITH NO ADVANCING
           ACCEPT WS-ADJ-FIELD
           MOVE FUNCTION UPPER-CASE(WS-ADJ-FIELD) TO WS-ADJ-FIELD
           EVALUATE WS-ADJ-FIELD
               WHEN 'G'
               WHEN 'E'
                   DISPLAY "New monthly amount: " WITH NO ADVANCING
                   ACCEPT WS-ADJ-AMOUNT
               WHEN 'H'
                   DISPLAY "New headcount: " WITH NO ADVANCING
                   ACCEPT WS-ADJ-HEADS
               WHEN OTHER
                   DISPLAY "Invalid choice"
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               IF WS-ADJ-MONTH = 0 OR WS-ADJ-MONTH = WS-MONTH
                   EVALUATE WS-ADJ-FIELD
                       WHEN 'G'
                           MOVE WS-ADJ-AMOUNT TO
                               WS-PL-GROSS(WS-PL-FOUND-IDX, WS-MONTH)
                       WHEN 'E'
                           MOVE WS-ADJ-AMOUNT TO
                               WS-PL-ER(WS-PL-FOUND-IDX, WS-MONTH)
                       WHEN 'H'
                           MOVE WS-ADJ-HEADS TO
                               WS-PL-HEADS(WS-PL-FOUND-IDX, WS-MONTH)
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-PL-ADJUSTED(WS-PL-FOUND-IDX)

      *>   Put the changed line back in the file image and stamp the
      *>   version header, then rewrite the file.
           MOVE WS-SEL-YEAR TO WS-BUD-YEAR
           MOVE WS-SEL-VERSION TO WS-BUD-VERSION
           MOVE WS-PL-FOUND-IDX TO WS-PL-IDX
           PERFORM 385-BUILD-LINE-RECORD
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               MOVE WS-PF-ENTRY(WS-PF-IDX) TO BUDGET-PROP-HEADER
               IF BP-LINE AND BP-YEAR = WS-SEL-YEAR
                       AND BP-VERSION = WS-SEL-VERSION
                       AND WS-PF-ENTRY(WS-PF-IDX)(8:30)
                           = BUDGET-PROP-LINE(8:30)
                   MOVE BUDGET-PROP-LINE TO WS-PF-ENTRY(WS-PF-IDX)
               END-IF
           END-PERFORM
           PERFORM 190-SET-TIMESTAMP
           MOVE WS-PF-ENTRY(WS-PF-HDR-IDX) TO BUDGET-PROP-HEADER
           MOVE WS-TIMESTAMP TO BP-CHANGED-TS
           MOVE LS-EMP-ID TO BP-CHANGED-BY
           MOVE BUDGET-PROP-HEADER TO WS-PF-ENTRY(WS-PF-HDR-IDX)
           PERFORM 690-SAVE-PROPOSAL-FILE
           IF BP-FILE-STATUS = '00'
               DISPLAY "Proposal line adjusted."
           END-IF.

       690-SAVE-PROPOSAL-FILE.
           OPEN OUTPUT PROPOSAL-FILE
           IF BP-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to rewrite budget proposals"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               MOVE WS-PF-ENTRY(WS-PF-IDX) TO PROPOSAL-FILE-RECORD
               WRITE PROPOSAL-FILE-RECORD
           END-PERFORM
           CLOSE PROPOSAL-FILE
           MOVE '00' TO BP-FILE-STATUS.

      *****************************************************************
      * 700-PROMOTE-PROPOSAL - a draft version becomes the year's live
      * budget: the year's rows on dept_budgets.dat are replaced by
      * one per line, the monthly gross being the year's gross over
      * twelve and the headcount the year's average (the live layout
      * carries neither the phasing nor the employer cost; the
      * version keeps both). Any version promoted earlier for the
      * year is marked superseded.
      *****************************************************************
       700-PROMOTE-PROPOSAL.
           PERFORM 510-SELECT-VERSION
           IF WS-SEL-VERSION = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-STATUS NOT = 'D'
               DISPLAY "Only a draft version can be promoted"
               EXIT PARAGRAPH
           END-IF
           IF WS-PF-FULL = 'Y'
               DISPLAY "ERROR: Proposal file too large to rewrite"
               EXIT PARAGRAPH
           END-IF
           PERFORM 550-DISPLAY-LINES
           PERFORM 710-LOAD-LIVE-BUDGETS
           MOVE 0 TO WS-DB-REPLACED
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT
               IF WS-DB-T-YEAR(WS-DB-IDX) = WS-SEL-YEAR
                   ADD 1 TO WS-DB-REPLACED
               END-IF
           END-PERFORM
           IF WS-DB-COUNT - WS-DB-REPLACED + WS-PL-COUNT > 100
               DISPLAY "ERROR: The live budget file would exceed 100 "
                       "rows - not promoted"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "This replaces " WS-DB-REPLACED
                   " live budget row(s) for " WS-SEL-YEAR
                   ". Promote (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Promotion cancelled"
               EXIT PARAGRAPH
           END-IF

           PERFORM 720-SAVE-LIVE-BUDGETS
           IF DB-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM 190-SET-TIMESTAMP
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-COUNT
               MOVE WS-PF-ENTRY(WS-PF-IDX) TO BUDGET-PROP-HEADER
               IF BP-HEADER AND BP-YEAR = WS-SEL-YEAR
                   IF BP-VERSION = WS-SEL-VERSION
                       SET BP-PROMOTED TO TRUE
                       MOVE WS-TIMESTAMP TO BP-CHANGED-TS
                       MOVE LS-EMP-ID TO BP-CHANGED-BY
                   ELSE
                       IF BP-PROMOTED
                           SET BP-SUPERSEDED TO TRUE
                       END-IF
                   END-IF
                   MOVE BUDGET-PROP-HEADER TO WS-PF-ENTRY(WS-PF-IDX)
               END-IF
           END-PERFORM
           PERFORM 690-SAVE-PROPOSAL-FILE
           DISPLAY "Version " WS-SEL-VERSION " promoted - "
                   WS-PL-COUNT " live budget row(s) written for "
                   WS-SEL-YEAR.

       710-LOAD-LIVE-BUDGETS.
           MOVE 0 TO WS-DB-COUNT
           OPEN INPUT DEPT-BUDGET-FILE
           IF DB-FILE-STATUS = '00'
               PERFORM UNTIL DB-FILE-STATUS = '10'
                   READ DEPT-BUDGET-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-DB-COUNT < 100
                               ADD 1 TO WS-DB-COUNT
                               MOVE DB-YEAR
                                   TO WS-DB-T-YEAR(WS-DB-COUNT)
                               MOVE DB-DEPT
                                   TO WS-DB-T-DEPT(WS-DB-COUNT)
                               MOVE DB-BRANCH
                                   TO WS-DB-T-BRANCH(WS-DB-COUNT)
                               MOVE DB-MONTH-GROSS
                                   TO WS-DB-T-GROSS(WS-DB-COUNT)
                               MOVE DB-MONTH-HEADS
                                   TO WS-DB-T-HEADS(WS-DB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-BUDGET-FILE
           END-IF.

      *>   Other years' rows as they were, then the version's lines.
       720-SAVE-LIVE-BUDGETS.
           OPEN OUTPUT DEPT-BUDGET-FILE
           IF DB-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to write department budgets"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT
               IF WS-DB-T-YEAR(WS-DB-IDX) NOT = WS-SEL-YEAR
                   MOVE SPACES TO DEPT-BUDGET-RECORD
                   MOVE WS-DB-T-YEAR(WS-DB-IDX)   TO DB-YEAR
                   MOVE WS-DB-T-DEPT(WS-DB-IDX)   TO DB-DEPT
                   MOVE WS-DB-T-BRANCH(WS-DB-IDX) TO DB-BRANCH
                   MOVE WS-DB-T-GROSS(WS-DB-IDX)  TO DB-MONTH-GROSS
                   MOVE WS-DB-T-HEADS(WS-DB-IDX)  TO DB-MONTH-HEADS
                   WRITE DEPT-BUDGET-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               MOVE 0 TO WS-LINE-GROSS
               MOVE 0 TO WS-LINE-HEADS
               PERFORM VARYING WS-MONTH FROM 1 BY 1
                       UNTIL WS-MONTH > 12
                   ADD WS-PL-GROSS(WS-PL-IDX, WS-MONTH)
                       TO WS-LINE-GROSS
                   ADD WS-PL-HEADS(WS-PL-IDX, WS-MONTH)
                       TO WS-LINE-HEADS
               END-PERFORM
               MOVE SPACES TO DEPT-BUDGET-RECORD
               MOVE WS-SEL-YEAR TO DB-YEAR
               MOVE WS-PL-DEPT(WS-PL-IDX) TO DB-DEPT
               MOVE WS-PL-BRANCH(WS-PL-IDX) TO DB-BRANCH
               COMPUTE DB-MONTH-GROSS ROUNDED = WS-LINE-GROSS / 12
               COMPUTE DB-MONTH-HEADS ROUNDED = WS-LINE-HEADS / 12
               WRITE DEPT-BUDGET-RECORD
           END-PERFORM
           CLOSE DEPT-BUDGET-FILE
           MOVE '00' TO DB-FILE-STATUS.
