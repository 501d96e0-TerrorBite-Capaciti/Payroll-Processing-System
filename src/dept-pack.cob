       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTPACK.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - month-end report pack per
      *                   department. Instead of running the REPORTS
      *                   options one by one for every department and
      *                   mailing the printouts, this writes one
      *                   document per department for the month
      *                   (../data/deptpack_<yyyymm>_<dept>.txt) with
      *                   the department's payroll cost summary,
      *                   headcount and movement, budget versus
      *                   actual, overtime hours and cost, leave
      *                   liability and absence, and the open
      *                   exceptions on its employees. Each pack is
      *                   addressed to the department head - the
      *                   employee at the top of the department's
      *                   EMP-MANAGER-ID tree - and recorded on the
      *                   distribution log ../data/dept_pack_log.dat.
      *                   Runs as a month-end close step after the
      *                   payroll run.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO "../data/payroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT COMPONENT-FILE
               ASSIGN TO "../data/pay_components.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS PC-FILE-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "../data/attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS AT-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "../data/leave_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS LB-FILE-STATUS.

           SELECT LEAVE-REQUEST-FILE
               ASSIGN TO "../data/leave_requests.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.

           SELECT DEPT-BUDGET-FILE
               ASSIGN TO "../data/dept_budgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB-FILE-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "../data/payroll_exceptions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EX-FILE-STATUS.

           SELECT OT-HELD-FILE
               ASSIGN TO "../data/ot_held.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS OH-FILE-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.

           SELECT DEPT-PACK-LOG-FILE
               ASSIGN TO "../data/dept_pack_log.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  PAYROLL-FILE.
           COPY payroll_record.

       FD  COMPONENT-FILE.
           COPY pay_component.

       FD  ATTENDANCE-FILE.
           COPY attendance.

       FD  LEAVE-BALANCE-FILE.
           COPY leave_balance.

       FD  LEAVE-REQUEST-FILE.
           COPY leave_request.

       FD  DEPT-BUDGET-FILE.
           COPY dept_budget.

       FD  EXCEPTION-FILE.
           COPY pay_exception.

       FD  OT-HELD-FILE.
           COPY ot_held.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       FD  DEPT-PACK-LOG-FILE.
           COPY dept_pack_log.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS          PIC XX.
       01  PAY-FILE-STATUS          PIC XX.
       01  PC-FILE-STATUS           PIC XX.
       01  AT-FILE-STATUS           PIC XX.
       01  LB-FILE-STATUS           PIC XX.
       01  LR-FILE-STATUS           PIC XX.
       01  DB-FILE-STATUS           PIC XX.
       01  EX-FILE-STATUS           PIC XX.
       01  OH-FILE-STATUS           PIC XX.
       01  CONFIG-FILE-STATUS       PIC XX.
       01  PK-FILE-STATUS           PIC XX.
       01  RPT-FILE-STATUS          PIC XX.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP             PIC X(19).
       01  WS-REPORT-FILENAME       PIC X(60).
       01  WS-LINE                  PIC X(132).

      *> The month the packs report on, its first and last days, and
      *> the YYYY-MM that leads a PR-PAY-PERIOD falling in it.
       01  WS-PK-INPUT              PIC 9(6).
       01  WS-PK-MONTH              PIC 9(6).
       01  WS-PK-MONTH-R REDEFINES WS-PK-MONTH.
           05  WS-PK-YYYY           PIC 9(4).
           05  WS-PK-MM             PIC 9(2).
       01  WS-PK-MONTH-START        PIC 9(8).
       01  WS-PK-MONTH-END          PIC 9(8).
       01  WS-PK-PERIOD-KEY         PIC X(7).
       01  WS-DATE-WORK             PIC 9(8).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY           PIC 9(4).
           05  WS-DW-MM             PIC 9(2).
           05  WS-DW-DD             PIC 9(2).

      *> Budget variance tolerance off SYSCONFIG-FILE (default as
      *> REPORTS' budget versus actual report).
       01  WS-VARIANCE-PCT          PIC 99V999 VALUE 0.100.

      *> The employee master, held in key order so the department
      *> tree can be walked without disturbing a file position.
       01  WS-EM-COUNT              PIC 9(4) VALUE 0.
       01  WS-EM-ENTRY OCCURS 1000 TIMES.
           05  WS-EM-ID             PIC X(10).
           05  WS-EM-NAME           PIC X(40).
           05  WS-EM-DEPT           PIC X(20).
           05  WS-EM-MANAGER        PIC X(10).
           05  WS-EM-STATUS         PIC X(1).
           05  WS-EM-HIRE           PIC 9(8).
           05  WS-EM-TERM           PIC 9(8).
           05  WS-EM-SALARY         PIC 9(7)V99.
           05  WS-EM-EMAIL          PIC X(40).
           05  WS-EM-TOP            PIC 9(4).
       01  WS-EM-IDX                PIC 9(4).
       01  WS-EM-JDX                PIC 9(4).
       01  WS-EM-KDX                PIC 9(4).
       01  WS-EM-HOPS               PIC 9(2).
       01  WS-EM-CLIMB              PIC X(1).
       01  WS-FIND-ID               PIC X(10).
       01  WS-FIND-IDX              PIC 9(4).

      *> The departments packed, and who each pack is addressed to.
       01  WS-DP-COUNT              PIC 9(2) VALUE 0.
       01  WS-DP-ENTRY OCCURS 50 TIMES.
           05  WS-DP-NAME           PIC X(20).
           05  WS-DP-HEAD-IDX       PIC 9(4).
       01  WS-DP-IDX                PIC 9(2).
       01  WS-DP-FOUND-IDX          PIC 9(2).
       01  WS-CUR-DEPT              PIC X(20).
       01  WS-FILE-DEPT             PIC X(20).
       01  WS-FILE-DEPT-LEN         PIC 9(2).
       01  WS-BEST-VOTES            PIC 9(4).
       01  WS-VOTES                 PIC 9(4).
       01  WS-PACKS-WRITTEN         PIC 9(2) VALUE 0.
       01  WS-PACKS-UNADDRESSED     PIC 9(2) VALUE 0.

      *> Payroll cost for the month and the year to date.
       01  WS-MC-RECORDS            PIC 9(5).
       01  WS-MC-PAID               PIC 9(4).
       01  WS-MC-GROSS              PIC 9(11)V99.
       01  WS-MC-PAYE               PIC 9(11)V99.
       01  WS-MC-UIF                PIC 9(11)V99.
       01  WS-MC-SDL                PIC 9(11)V99.
       01  WS-MC-NET                PIC 9(11)V99.
       01  WS-MC-COST               PIC 9(11)V99.
       01  WS-YTD-GROSS             PIC 9(11)V99.
       01  WS-PS-SEEN-COUNT         PIC 9(4).
       01  WS-PS-SEEN-ID OCCURS 500 TIMES PIC X(10).
       01  WS-PS-SEEN-IDX           PIC 9(4).
       01  WS-PS-SEEN-HIT           PIC X(1).

      *> Headcount and movement.
       01  WS-HC-OPEN               PIC 9(5).
       01  WS-HC-HIRES              PIC 9(5).
       01  WS-HC-LEAVERS            PIC 9(5).
       01  WS-HC-CLOSE              PIC 9(5).
       01  WS-HC-SALARY             PIC 9(11)V99.

      *> Budget versus actual.
       01  WS-BA-ROWS               PIC 9(3).
       01  WS-BA-BUD-GROSS          PIC 9(11)V99.
       01  WS-BA-BUD-HEADS          PIC 9(5).
       01  WS-BA-BUD-YTD            PIC 9(11)V99.
       01  WS-BA-VARIANCE           PIC S9(11)V99.
       01  WS-BA-VAR-PCT            PIC S9(3)V99.
       01  WS-BA-TOLERANCE          PIC 9(3)V99.

      *> Overtime per employee for the month.
       01  WS-OT-COUNT              PIC 9(3).
       01  WS-OT-ENTRY OCCURS 200 TIMES.
           05  WS-OT-EMP-ID         PIC X(10).
           05  WS-OT-HOURS          PIC 9(5)V99.
           05  WS-OT-COST           PIC 9(9)V99.
       01  WS-OT-IDX                PIC 9(3).
       01  WS-OT-WANT-ID            PIC X(10).
       01  WS-OT-FOUND-IDX          PIC 9(3).
       01  WS-OT-TOT-HOURS          PIC 9(6)V99.
       01  WS-OT-TOT-COST           PIC 9(11)V99.
       01  WS-OT-ORD-HOURS          PIC 9(7)V99.

      *> Leave liability and the month's absence by leave type.
       01  WS-LL-HEADS              PIC 9(5).
       01  WS-LL-DAYS               PIC S9(7)V99.
       01  WS-LL-AMOUNT             PIC 9(11)V99.
       01  WS-LL-RATE               PIC 9(7)V99.
       01  WS-LL-THIS-AMT           PIC 9(9)V99.
       01  WS-AB-COUNT              PIC 9(2).
       01  WS-AB-ENTRY OCCURS 15 TIMES.
           05  WS-AB-TYPE           PIC X(10).
           05  WS-AB-SPELLS         PIC 9(4).
           05  WS-AB-DAYS           PIC 9(5).
       01  WS-AB-IDX                PIC 9(2).
       01  WS-AB-FOUND-IDX          PIC 9(2).
       01  WS-AB-FROM               PIC 9(8).
       01  WS-AB-TO                 PIC 9(8).
       01  WS-AB-DAYS-THIS          PIC 9(5).
       01  WS-AB-TOTAL              PIC 9(6).

      *> Open exceptions on the department's employees.
       01  WS-EXC-COUNT             PIC 9(5).

      *> Label/value line and print pictures.
       01  WS-FIELD-LABEL           PIC X(30).
       01  WS-FIELD-VALUE           PIC X(90).
       01  WS-PRINT-AMT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-AMT-2           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-SAMT            PIC -,---,---,--9.99.
       01  WS-PRINT-COUNT           PIC ZZ,ZZ9.
       01  WS-PRINT-COUNT-2         PIC ZZ,ZZ9.
       01  WS-PRINT-HOURS           PIC ZZZ,ZZ9.99.
       01  WS-PRINT-DAYS            PIC -ZZZ,ZZ9.99.
       01  WS-PRINT-PCT             PIC -ZZ9.99.

      *> Gate through ACCESSCHECK so a matrix grant or per-user
      *> override honoured by the menu is honoured here too.
       01  WS-ACCESS-PARAMS.
           05  WS-AC-FUNCTION      PIC X(8).
           05  WS-AC-USER-ROLE     PIC X(1).
           05  WS-AC-USER-ID       PIC X(10).
           05  WS-AC-RESULT        PIC X(1).

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-DEPT-PACK.
      *>   The packs are a month-end close action, so they carry the
      *>   month-end close's right.
           MOVE "MONTHEND" TO WS-AC-FUNCTION
           MOVE LS-USER-ROLE TO WS-AC-USER-ROLE
           MOVE LS-EMP-ID TO WS-AC-USER-ID
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
           IF WS-AC-RESULT NOT = 'Y'
               DISPLAY "Access denied. Requires Admin access."
               GOBACK
           END-IF.

           PERFORM 160-SET-TIMESTAMP
           PERFORM 150-READ-CONFIG
           DISPLAY "=== MONTH-END DEPARTMENT REPORT PACKS ==="
           DISPLAY "Month to report YYYYMM (0 = "
                   WS-CURRENT-YEAR WS-CURRENT-MONTH "): "
                   WITH NO ADVANCING
           ACCEPT WS-PK-INPUT
           PERFORM 170-SET-PACK-MONTH
           IF WS-PK-MM < 1 OR WS-PK-MM > 12
               DISPLAY "PACKS REFUSED: " WS-PK-MONTH
                       " IS NOT A VALID YYYYMM MONTH"
               GOBACK
           END-IF

           PERFORM 200-LOAD-EMPLOYEES
           IF WS-DP-COUNT = 0
               DISPLAY "NO DEPARTMENTS WITH STAFF IN " WS-PK-MONTH
                       " - NO PACKS WRITTEN"
               GOBACK
           END-IF
           PERFORM 250-FIND-DEPT-HEADS

           MOVE 0 TO WS-PACKS-WRITTEN
           MOVE 0 TO WS-PACKS-UNADDRESSED
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM 300-PRODUCE-PACK
           END-PERFORM

           DISPLAY WS-PACKS-WRITTEN " DEPARTMENT PACK(S) WRITTEN FOR "
                   WS-PK-MONTH " AND LOGGED FOR DISTRIBUTION"
           IF WS-PACKS-UNADDRESSED > 0
               DISPLAY WS-PACKS-UNADDRESSED " PACK(S) HAVE NO "
                       "DEPARTMENT HEAD ON FILE - ROUTE THEM BY HAND"
           END-IF
           GOBACK.

      *****************************************************************
      * 150-READ-CONFIG - the budget variance tolerance; a settings
      * file without one leaves the default standing.
      *****************************************************************
       150-READ-CONFIG.
           OPEN INPUT SYSCONFIG-FILE
           IF CONFIG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-VARIANCE-PCT NUMERIC
                               AND SC-VARIANCE-PCT > 0
                           MOVE SC-VARIANCE-PCT TO WS-VARIANCE-PCT
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF
           COMPUTE WS-BA-TOLERANCE = WS-VARIANCE-PCT * 100.

       160-SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                  WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                  WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.

       170-SET-PACK-MONTH.
           IF WS-PK-INPUT = 0
               MOVE WS-CURRENT-YEAR  TO WS-PK-YYYY
               MOVE WS-CURRENT-MONTH TO WS-PK-MM
           ELSE
               MOVE WS-PK-INPUT TO WS-PK-MONTH
           END-IF
           IF WS-PK-MM NOT < 1 AND WS-PK-MM NOT > 12
               MOVE WS-PK-YYYY TO WS-DW-YYYY
               MOVE WS-PK-MM   TO WS-DW-MM
               MOVE 1          TO WS-DW-DD
               MOVE WS-DATE-WORK TO WS-PK-MONTH-START
               IF WS-PK-MM = 12
                   ADD 1 TO WS-DW-YYYY
                   MOVE 1 TO WS-DW-MM
               ELSE
                   ADD 1 TO WS-DW-MM
               END-IF
               COMPUTE WS-PK-MONTH-END = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)
               MOVE SPACES TO WS-PK-PERIOD-KEY
               STRING WS-PK-YYYY "-" WS-PK-MM
                   DELIMITED BY SIZE INTO WS-PK-PERIOD-KEY
           END-IF.

      *****************************************************************
      * 200-LOAD-EMPLOYEES - the master into the table, and a
      * department entry for every department with someone on its
      * books during the month (still employed, or left in it).
      * Employees with no department are packed as UNASSIGNED.
      *****************************************************************
       200-LOAD-EMPLOYEES.
           MOVE 0 TO WS-EM-COUNT
           MOVE 0 TO WS-DP-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open employee file"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE '10' TO EMP-FILE-STATUS
           END-START
           PERFORM UNTIL EMP-FILE-STATUS = '10'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-EM-COUNT < 1000
                           PERFORM 205-TAKE-EMPLOYEE
                       ELSE
                           DISPLAY "WARNING: MORE THAN 1000 "
                                   "EMPLOYEES - " EMP-ID
                                   " AND LATER NOT PACKED"
                           MOVE '10' TO EMP-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       205-TAKE-EMPLOYEE.
           ADD 1 TO WS-EM-COUNT
           MOVE EMP-ID TO WS-EM-ID(WS-EM-COUNT)
           MOVE SPACES TO WS-EM-NAME(WS-EM-COUNT)
           STRING FUNCTION TRIM(EMP-NAME) " "
                  FUNCTION TRIM(EMP-SURNAME)
               DELIMITED BY SIZE INTO WS-EM-NAME(WS-EM-COUNT)
           IF EMP-DEPT = SPACES
               MOVE "UNASSIGNED" TO WS-EM-DEPT(WS-EM-COUNT)
           ELSE
               MOVE EMP-DEPT TO WS-EM-DEPT(WS-EM-COUNT)
           END-IF
           MOVE EMP-MANAGER-ID TO WS-EM-MANAGER(WS-EM-COUNT)
           MOVE EMP-STATUS TO WS-EM-STATUS(WS-EM-COUNT)
           MOVE EMP-HIRE-DATE TO WS-EM-HIRE(WS-EM-COUNT)
           MOVE EMP-TERM-DATE TO WS-EM-TERM(WS-EM-COUNT)
           MOVE EMP-BASE-SALARY TO WS-EM-SALARY(WS-EM-COUNT)
           MOVE EMP-EMAIL TO WS-EM-EMAIL(WS-EM-COUNT)
           MOVE 0 TO WS-EM-TOP(WS-EM-COUNT)
           IF EMP-STATUS NOT = 'T'
                   OR EMP-TERM-DATE NOT < WS-PK-MONTH-START
               PERFORM 210-ADD-DEPARTMENT
           END-IF.

       210-ADD-DEPARTMENT.
           MOVE 0 TO WS-DP-FOUND-IDX
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-NAME(WS-DP-IDX) = WS-EM-DEPT(WS-EM-COUNT)
                   MOVE WS-DP-IDX TO WS-DP-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-DP-FOUND-IDX = 0
               IF WS-DP-COUNT < 50
                   ADD 1 TO WS-DP-COUNT
                   MOVE WS-EM-DEPT(WS-EM-COUNT)
                       TO WS-DP-NAME(WS-DP-COUNT)
                   MOVE 0 TO WS-DP-HEAD-IDX(WS-DP-COUNT)
               ELSE
                   DISPLAY "WARNING: MORE THAN 50 DEPARTMENTS - "
                           WS-EM-DEPT(WS-EM-COUNT) " NOT PACKED"
               END-IF
           END-IF.

      *****************************************************************
      * 250-FIND-DEPT-HEADS - walk every active employee up the
      * EMP-MANAGER-ID chain while the manager is an active member of
      * the same department; where the walk stops is the top of that
      * employee's department tree. The head of the department is the
      * top that most of its employees roll up to.
      *****************************************************************
       250-FIND-DEPT-HEADS.
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
               IF WS-EM-STATUS(WS-EM-IDX) NOT = 'T'
                   PERFORM 255-WALK-TO-TOP
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               MOVE 0 TO WS-BEST-VOTES
               PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                       UNTIL WS-EM-IDX > WS-EM-COUNT
                   IF WS-EM-DEPT(WS-EM-IDX) = WS-DP-NAME(WS-DP-IDX)
                           AND WS-EM-TOP(WS-EM-IDX) = WS-EM-IDX
                       MOVE 0 TO WS-VOTES
                       PERFORM VARYING WS-EM-KDX FROM 1 BY 1
                               UNTIL WS-EM-KDX > WS-EM-COUNT
                           IF WS-EM-TOP(WS-EM-KDX) = WS-EM-IDX
                               ADD 1 TO WS-VOTES
                           END-IF
                       END-PERFORM
                       IF WS-VOTES > WS-BEST-VOTES
                           MOVE WS-VOTES TO WS-BEST-VOTES
                           MOVE WS-EM-IDX TO WS-DP-HEAD-IDX(WS-DP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> EMPLOYEE-MGMT refuses a looping chain; the hop limit guards
      *> a chain captured before that check existed.
       255-WALK-TO-TOP.
           MOVE WS-EM-IDX TO WS-EM-JDX
           MOVE 0 TO WS-EM-HOPS
           MOVE 'Y' TO WS-EM-CLIMB
           PERFORM UNTIL WS-EM-CLIMB NOT = 'Y'
               MOVE 'N' TO WS-EM-CLIMB
               IF WS-EM-MANAGER(WS-EM-JDX) NOT = SPACES
                       AND WS-EM-HOPS < 50
                   MOVE WS-EM-MANAGER(WS-EM-JDX) TO WS-FIND-ID
                   PERFORM 800-FIND-EMPLOYEE
                   IF WS-FIND-IDX > 0
                       IF WS-EM-DEPT(WS-FIND-IDX) =
                               WS-EM-DEPT(WS-EM-IDX)
                               AND WS-EM-STATUS(WS-FIND-IDX) NOT = 'T'
                               AND WS-FIND-IDX NOT = WS-EM-JDX
                           MOVE WS-FIND-IDX TO WS-EM-JDX
                           ADD 1 TO WS-EM-HOPS
                           MOVE 'Y' TO WS-EM-CLIMB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-EM-JDX TO WS-EM-TOP(WS-EM-IDX).

      *****************************************************************
      * 300-PRODUCE-PACK - one department's document, section by
      * section, then its row on the distribution log.
      *****************************************************************
       300-PRODUCE-PACK.
           MOVE WS-DP-NAME(WS-DP-IDX) TO WS-CUR-DEPT
           MOVE FUNCTION TRIM(WS-CUR-DEPT) TO WS-FILE-DEPT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CUR-DEPT))
               TO WS-FILE-DEPT-LEN
           INSPECT WS-FILE-DEPT(1:WS-FILE-DEPT-LEN)
               REPLACING ALL " " BY "_"
                         ALL "/" BY "_"
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "../data/deptpack_" WS-PK-MONTH "_"
                  WS-FILE-DEPT DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open "
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EXC-COUNT
           PERFORM 305-PACK-HEADING
           PERFORM 310-COST-SUMMARY
           PERFORM 320-HEADCOUNT-MOVEMENT
           PERFORM 330-BUDGET-VS-ACTUAL
           PERFORM 340-OVERTIME
           PERFORM 350-LEAVE-AND-ABSENCE
           PERFORM 360-OPEN-EXCEPTIONS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "*** END OF DEPARTMENT PACK ***" TO WS-LINE
           PERFORM 900-WRITE-LINE
           CLOSE REPORT-FILE

           PERFORM 370-LOG-DISTRIBUTION
           ADD 1 TO WS-PACKS-WRITTEN
           DISPLAY "  " WS-CUR-DEPT " -> "
                   FUNCTION TRIM(WS-REPORT-FILENAME).

       305-PACK-HEADING.
           MOVE SPACES TO WS-LINE
           STRING "MONTH-END DEPARTMENT REPORT PACK - "
                  FUNCTION TRIM(WS-CUR-DEPT) " - " WS-PK-PERIOD-KEY
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           MOVE WS-DP-HEAD-IDX(WS-DP-IDX) TO WS-EM-JDX
           IF WS-EM-JDX > 0
               STRING "To: " FUNCTION TRIM(WS-EM-NAME(WS-EM-JDX))
                      " (" FUNCTION TRIM(WS-EM-ID(WS-EM-JDX)) ")  "
                      FUNCTION TRIM(WS-EM-EMAIL(WS-EM-JDX))
                   DELIMITED BY SIZE INTO WS-LINE
           ELSE
               STRING "To: NO DEPARTMENT HEAD ON FILE - ROUTE BY HAND"
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           STRING "Month " WS-PK-MONTH-START " to " WS-PK-MONTH-END
                  "   Produced " WS-TIMESTAMP " by " LS-EMP-ID
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE.

      *****************************************************************
      * 310-COST-SUMMARY - the department's un-voided payroll records
      * for pay periods starting in the month, and the gross for the
      * year to date through it (for the budget section). The company
      * cost adds the employer's UIF match and SDL to gross.
      *****************************************************************
       310-COST-SUMMARY.
           MOVE "1. PAYROLL COST SUMMARY" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-MC-RECORDS, WS-MC-PAID, WS-MC-GROSS,
                     WS-MC-PAYE, WS-MC-UIF, WS-MC-SDL, WS-MC-NET,
                     WS-MC-COST, WS-YTD-GROSS, WS-PS-SEEN-COUNT
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               MOVE "  No payroll history on file" TO WS-LINE
               PERFORM 900-WRITE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PAY-FILE-STATUS = '10'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-PAY-PERIOD(1:4) = WS-PK-YYYY
                               AND PR-RUN-TYPE NOT = 'V'
                           PERFORM 315-TAKE-PAYROLL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           COMPUTE WS-MC-COST = WS-MC-GROSS + WS-MC-UIF + WS-MC-SDL

           MOVE "Employees paid" TO WS-FIELD-LABEL
           MOVE WS-MC-PAID TO WS-PRINT-COUNT
           MOVE WS-MC-RECORDS TO WS-PRINT-COUNT-2
           MOVE SPACES TO WS-FIELD-VALUE
           STRING WS-PRINT-COUNT "  (" WS-PRINT-COUNT-2
                  " payroll record(s))"
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Gross pay" TO WS-FIELD-LABEL
           MOVE WS-MC-GROSS TO WS-PRINT-AMT
           MOVE WS-PRINT-AMT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "PAYE withheld" TO WS-FIELD-LABEL
           MOVE WS-MC-PAYE TO WS-PRINT-AMT
           MOVE WS-PRINT-AMT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "UIF (employee share)" TO WS-FIELD-LABEL
           MOVE WS-MC-UIF TO WS-PRINT-AMT
           MOVE WS-PRINT-AMT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "SDL" TO WS-FIELD-LABEL
           MOVE WS-MC-SDL TO WS-PRINT-AMT
           MOVE WS-PRINT-AMT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Net pay" TO WS-FIELD-LABEL
           MOVE WS-MC-NET TO WS-PRINT-AMT
           MOVE WS-PRINT-AMT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Cost to company" TO WS-FIELD-LABEL
           MOVE WS-MC-COST TO WS-PRINT-AMT
           MOVE SPACES TO WS-FIELD-VALUE
           STRING WS-PRINT-AMT "  (gross + employer UIF + SDL)"
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD.

       315-TAKE-PAYROLL-RECORD.
           MOVE PR-EMP-ID TO WS-FIND-ID
           PERFORM 800-FIND-EMPLOYEE
           IF WS-FIND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-DEPT(WS-FIND-IDX) NOT = WS-CUR-DEPT
               EXIT PARAGRAPH
           END-IF
           IF PR-PAY-PERIOD(6:2) NOT > WS-PK-MM
               ADD PR-GROSS-PAY TO WS-YTD-GROSS
           END-IF
           IF PR-PAY-PERIOD(1:7) = WS-PK-PERIOD-KEY
               ADD 1 TO WS-MC-RECORDS
               ADD PR-GROSS-PAY TO WS-MC-GROSS
               ADD PR-PAYE-TAX  TO WS-MC-PAYE
               ADD PR-UIF       TO WS-MC-UIF
               ADD PR-SDL       TO WS-MC-SDL
               ADD PR-NET-PAY   TO WS-MC-NET
      *>       Each employee counted once regardless of corrections.
               MOVE 'N' TO WS-PS-SEEN-HIT
               PERFORM VARYING WS-PS-SEEN-IDX FROM 1 BY 1
                       UNTIL WS-PS-SEEN-IDX > WS-PS-SEEN-COUNT
                   IF WS-PS-SEEN-ID(WS-PS-SEEN-IDX) = PR-EMP-ID
                       MOVE 'Y' TO WS-PS-SEEN-HIT
                   END-IF
               END-PERFORM
               IF WS-PS-SEEN-HIT NOT = 'Y'
                       AND WS-PS-SEEN-COUNT < 500
                   ADD 1 TO WS-PS-SEEN-COUNT
                   MOVE PR-EMP-ID TO WS-PS-SEEN-ID(WS-PS-SEEN-COUNT)
                   ADD 1 TO WS-MC-PAID
               END-IF
           END-IF.

      *****************************************************************
      * 320-HEADCOUNT-MOVEMENT - on the books at the start of the
      * month, joiners and leavers in it, and on the books at its end
      * (opening + joiners - leavers = closing), with the closing
      * roster's monthly base salary cost. A leaver's termination
      * date is their last day.
      *****************************************************************
       320-HEADCOUNT-MOVEMENT.
           MOVE "2. HEADCOUNT AND MOVEMENT" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-HC-OPEN, WS-HC-HIRES, WS-HC-LEAVERS,
                     WS-HC-CLOSE, WS-HC-SALARY
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
               IF WS-EM-DEPT(WS-EM-IDX) = WS-CUR-DEPT
                   PERFORM 325-COUNT-MOVEMENT
               END-IF
           END-PERFORM
           MOVE "Opening headcount" TO WS-FIELD-LABEL
           MOVE WS-HC-OPEN TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Joiners" TO WS-FIELD-LABEL
           MOVE WS-HC-HIRES TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Leavers" TO WS-FIELD-LABEL
           MOVE WS-HC-LEAVERS TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Closing headcount" TO WS-FIELD-LABEL
           MOVE WS-HC-CLOSE TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Closing monthly base salaries" TO WS-FIELD-LABEL
           MOVE WS-HC-SALARY TO WS-PRINT-AMT
           MOVE WS-PRINT-AMT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD.

      *> A terminated row without a termination date is off the
      *> books on both sides of the month.
       325-COUNT-MOVEMENT.
           IF WS-EM-STATUS(WS-EM-IDX) = 'T'
                   AND WS-EM-TERM(WS-EM-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-HIRE(WS-EM-IDX) < WS-PK-MONTH-START
                   AND (WS-EM-TERM(WS-EM-IDX) = 0
                     OR WS-EM-TERM(WS-EM-IDX) NOT < WS-PK-MONTH-START)
               ADD 1 TO WS-HC-OPEN
           END-IF
           IF WS-EM-HIRE(WS-EM-IDX) NOT < WS-PK-MONTH-START
                   AND WS-EM-HIRE(WS-EM-IDX) NOT > WS-PK-MONTH-END
               ADD 1 TO WS-HC-HIRES
               MOVE SPACES TO WS-LINE
               STRING "    Joined " WS-EM-HIRE(WS-EM-IDX) "  "
                      WS-EM-ID(WS-EM-IDX) " "
                      WS-EM-NAME(WS-EM-IDX)
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 900-WRITE-LINE
           END-IF
           IF WS-EM-TERM(WS-EM-IDX) NOT < WS-PK-MONTH-START
                   AND WS-EM-TERM(WS-EM-IDX) NOT > WS-PK-MONTH-END
               ADD 1 TO WS-HC-LEAVERS
               MOVE SPACES TO WS-LINE
               STRING "    Left   " WS-EM-TERM(WS-EM-IDX) "  "
                      WS-EM-ID(WS-EM-IDX) " "
                      WS-EM-NAME(WS-EM-IDX)
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 900-WRITE-LINE
           END-IF
           IF WS-EM-HIRE(WS-EM-IDX) NOT > WS-PK-MONTH-END
                   AND (WS-EM-TERM(WS-EM-IDX) = 0
                     OR WS-EM-TERM(WS-EM-IDX) > WS-PK-MONTH-END)
               ADD 1 TO WS-HC-CLOSE
               ADD WS-EM-SALARY(WS-EM-IDX) TO WS-HC-SALARY
           END-IF.

      *****************************************************************
      * 330-BUDGET-VS-ACTUAL - CONFIG's budget rows for the department
      * (all branches) against the month's and the year to date's
      * actual gross, flagged over the configured variance tolerance
      * the way REPORTS' budget versus actual report flags them.
      *****************************************************************
       330-BUDGET-VS-ACTUAL.
           MOVE "3. BUDGET VERSUS ACTUAL" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-BA-ROWS, WS-BA-BUD-GROSS, WS-BA-BUD-HEADS
           OPEN INPUT DEPT-BUDGET-FILE
           IF DB-FILE-STATUS = '00'
               PERFORM UNTIL DB-FILE-STATUS = '10'
                   READ DEPT-BUDGET-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DB-YEAR = WS-PK-YYYY
                                   AND DB-DEPT = WS-CUR-DEPT
                               ADD 1 TO WS-BA-ROWS
                               ADD DB-MONTH-GROSS TO WS-BA-BUD-GROSS
                               ADD DB-MONTH-HEADS TO WS-BA-BUD-HEADS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-BUDGET-FILE
           END-IF
           IF WS-BA-ROWS = 0
               MOVE SPACES TO WS-LINE
               STRING "  No budget captured for the department for "
                      WS-PK-YYYY
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 900-WRITE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Month - budget / actual" TO WS-FIELD-LABEL
           MOVE WS-BA-BUD-GROSS TO WS-PRINT-AMT
           MOVE WS-MC-GROSS TO WS-PRINT-AMT-2
           MOVE SPACES TO WS-FIELD-VALUE
           STRING WS-PRINT-AMT " / " WS-PRINT-AMT-2
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Headcount - budget / paid" TO WS-FIELD-LABEL
           MOVE WS-BA-BUD-HEADS TO WS-PRINT-COUNT
           MOVE WS-MC-PAID TO WS-PRINT-COUNT-2
           MOVE SPACES TO WS-FIELD-VALUE
           STRING WS-PRINT-COUNT " / " WS-PRINT-COUNT-2
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD

           COMPUTE WS-BA-BUD-YTD = WS-BA-BUD-GROSS * WS-PK-MM
           COMPUTE WS-BA-VARIANCE = WS-YTD-GROSS - WS-BA-BUD-YTD
           IF WS-BA-BUD-YTD > 0
               COMPUTE WS-BA-VAR-PCT ROUNDED =
                       WS-BA-VARIANCE * 100 / WS-BA-BUD-YTD
           ELSE
               MOVE 0 TO WS-BA-VAR-PCT
           END-IF
           MOVE "Year to date - budget/actual" TO WS-FIELD-LABEL
           MOVE WS-BA-BUD-YTD TO WS-PRINT-AMT
           MOVE WS-YTD-GROSS TO WS-PRINT-AMT-2
           MOVE SPACES TO WS-FIELD-VALUE
           STRING WS-PRINT-AMT " / " WS-PRINT-AMT-2
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Year to date variance" TO WS-FIELD-LABEL
           MOVE WS-BA-VARIANCE TO WS-PRINT-SAMT
           MOVE WS-BA-VAR-PCT TO WS-PRINT-PCT
           MOVE SPACES TO WS-FIELD-VALUE
           IF WS-BA-VAR-PCT > WS-BA-TOLERANCE
                   OR (0 - WS-BA-VAR-PCT) > WS-BA-TOLERANCE
               STRING WS-PRINT-SAMT " (" WS-PRINT-PCT "%)"
                      "  ** OVER TOLERANCE **"
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE
           ELSE
               STRING WS-PRINT-SAMT " (" WS-PRINT-PCT "%)"
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-IF
           PERFORM 940-WRITE-FIELD.

      *****************************************************************
      * 340-OVERTIME - overtime hours off attendance for the month's
      * days, and overtime cost off the OVTIME pay components of the
      * month's un-voided payroll records, per employee and in total.
      *****************************************************************
       340-OVERTIME.
           MOVE "4. OVERTIME HOURS AND COST" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-OT-COUNT, WS-OT-TOT-HOURS, WS-OT-TOT-COST,
                     WS-OT-ORD-HOURS
           OPEN INPUT ATTENDANCE-FILE
           IF AT-FILE-STATUS = '00'
               PERFORM UNTIL AT-FILE-STATUS = '10'
                   READ ATTENDANCE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AT-DATE NOT < WS-PK-MONTH-START
                                   AND AT-DATE NOT > WS-PK-MONTH-END
                               PERFORM 345-TAKE-OT-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF
           OPEN INPUT COMPONENT-FILE
           IF PC-FILE-STATUS = '00'
               OPEN INPUT PAYROLL-FILE
               PERFORM UNTIL PC-FILE-STATUS = '10'
                   READ COMPONENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PC-COMP-CODE = "OVTIME"
                                   AND PC-PAY-PERIOD(1:7) =
                                       WS-PK-PERIOD-KEY
                               PERFORM 347-TAKE-OT-COST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-FILE
               IF PAY-FILE-STATUS = '00' OR PAY-FILE-STATUS = '23'
                   CLOSE PAYROLL-FILE
               END-IF
           END-IF

           IF WS-OT-COUNT = 0
               MOVE "  No overtime worked or paid in the month"
                   TO WS-LINE
               PERFORM 900-WRITE-LINE
           ELSE
               MOVE "  EMPLOYEE        OT HOURS           OT COST"
                   TO WS-LINE
               PERFORM 900-WRITE-LINE
               PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                       UNTIL WS-OT-IDX > WS-OT-COUNT
                   MOVE WS-OT-HOURS(WS-OT-IDX) TO WS-PRINT-HOURS
                   MOVE WS-OT-COST(WS-OT-IDX) TO WS-PRINT-AMT
                   MOVE SPACES TO WS-LINE
                   STRING "  " WS-OT-EMP-ID(WS-OT-IDX) "  "
                          WS-PRINT-HOURS "  " WS-PRINT-AMT
                       DELIMITED BY SIZE INTO WS-LINE
                   PERFORM 900-WRITE-LINE
               END-PERFORM
           END-IF
           MOVE "Ordinary hours recorded" TO WS-FIELD-LABEL
           MOVE WS-OT-ORD-HOURS TO WS-PRINT-AMT
           MOVE WS-PRINT-AMT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Overtime hours recorded" TO WS-FIELD-LABEL
           MOVE WS-OT-TOT-HOURS TO WS-PRINT-HOURS
           MOVE WS-PRINT-HOURS TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Overtime paid" TO WS-FIELD-LABEL
           MOVE WS-OT-TOT-COST TO WS-PRINT-AMT
           MOVE WS-PRINT-AMT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD.

       345-TAKE-OT-HOURS.
           MOVE AT-EMP-ID TO WS-FIND-ID
           PERFORM 800-FIND-EMPLOYEE
           IF WS-FIND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-DEPT(WS-FIND-IDX) NOT = WS-CUR-DEPT
               EXIT PARAGRAPH
           END-IF
           ADD AT-HOURS-WORKED TO WS-OT-ORD-HOURS
           IF AT-OVERTIME-HOURS > 0
               MOVE AT-EMP-ID TO WS-OT-WANT-ID
               PERFORM 348-FIND-OT-ENTRY
               IF WS-OT-FOUND-IDX > 0
                   ADD AT-OVERTIME-HOURS
                       TO WS-OT-HOURS(WS-OT-FOUND-IDX)
               END-IF
               ADD AT-OVERTIME-HOURS TO WS-OT-TOT-HOURS
           END-IF.

      *> The component only counts when its payroll record stands.
       347-TAKE-OT-COST.
           MOVE PC-EMP-ID TO WS-FIND-ID
           PERFORM 800-FIND-EMPLOYEE
           IF WS-FIND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-DEPT(WS-FIND-IDX) NOT = WS-CUR-DEPT
               EXIT PARAGRAPH
           END-IF
           MOVE PC-EMP-ID TO PR-EMP-ID
           MOVE PC-PAY-PERIOD TO PR-PAY-PERIOD
           MOVE PC-RUN-SEQ TO PR-RUN-SEQ
           MOVE SPACE TO PR-RUN-TYPE
           READ PAYROLL-FILE
               INVALID KEY
                   MOVE SPACE TO PR-RUN-TYPE
           END-READ
           IF PR-RUN-TYPE = 'V'
               EXIT PARAGRAPH
           END-IF
           MOVE PC-EMP-ID TO WS-OT-WANT-ID
           PERFORM 348-FIND-OT-ENTRY
           IF WS-OT-FOUND-IDX > 0
               ADD PC-AMOUNT TO WS-OT-COST(WS-OT-FOUND-IDX)
           END-IF
           ADD PC-AMOUNT TO WS-OT-TOT-COST.

      *> WS-OT-WANT-ID holds the employee on entry.
       348-FIND-OT-ENTRY.
           MOVE 0 TO WS-OT-FOUND-IDX
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-EMP-ID(WS-OT-IDX) = WS-OT-WANT-ID
                   MOVE WS-OT-IDX TO WS-OT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-OT-FOUND-IDX = 0 AND WS-OT-COUNT < 200
               ADD 1 TO WS-OT-COUNT
               MOVE WS-OT-COUNT TO WS-OT-FOUND-IDX
               MOVE WS-OT-WANT-ID
                   TO WS-OT-EMP-ID(WS-OT-FOUND-IDX)
               MOVE 0 TO WS-OT-HOURS(WS-OT-FOUND-IDX)
               MOVE 0 TO WS-OT-COST(WS-OT-FOUND-IDX)
           END-IF.

      *****************************************************************
      * 350-LEAVE-AND-ABSENCE - the annual leave liability of the
      * department's current staff at their daily rate (base salary
      * over 22 working days, as REPORTS' leave liability valuation),
      * and the approved leave taken inside the month by leave type
      * in calendar days.
      *****************************************************************
       350-LEAVE-AND-ABSENCE.
           MOVE "5. LEAVE LIABILITY AND ABSENCE" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-LL-HEADS, WS-LL-DAYS, WS-LL-AMOUNT
           OPEN INPUT LEAVE-BALANCE-FILE
           IF LB-FILE-STATUS = '00'
               PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                       UNTIL WS-EM-IDX > WS-EM-COUNT
                   IF WS-EM-DEPT(WS-EM-IDX) = WS-CUR-DEPT
                           AND WS-EM-STATUS(WS-EM-IDX) NOT = 'T'
                       PERFORM 352-VALUE-LEAVE
                   END-IF
               END-PERFORM
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           MOVE "Staff with annual leave due" TO WS-FIELD-LABEL
           MOVE WS-LL-HEADS TO WS-PRINT-COUNT
           MOVE WS-PRINT-COUNT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Annual leave days owed" TO WS-FIELD-LABEL
           MOVE WS-LL-DAYS TO WS-PRINT-DAYS
           MOVE WS-PRINT-DAYS TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Leave liability" TO WS-FIELD-LABEL
           MOVE WS-LL-AMOUNT TO WS-PRINT-AMT
           MOVE WS-PRINT-AMT TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD

           MOVE 0 TO WS-AB-COUNT
           MOVE 0 TO WS-AB-TOTAL
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS = '00'
               PERFORM UNTIL LR-FILE-STATUS = '10'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (LR-APPROVED OR LR-AWAITING-CERT)
                                   AND LR-START-DATE
                                       NOT > WS-PK-MONTH-END
                                   AND LR-END-DATE
                                       NOT < WS-PK-MONTH-START
                               PERFORM 355-TAKE-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AB-COUNT = 0
               MOVE "  No approved leave taken in the month"
                   TO WS-LINE
               PERFORM 900-WRITE-LINE
           ELSE
               MOVE "  LEAVE TYPE   OCCASIONS   DAYS IN MONTH"
                   TO WS-LINE
               PERFORM 900-WRITE-LINE
               PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                       UNTIL WS-AB-IDX > WS-AB-COUNT
                   MOVE WS-AB-SPELLS(WS-AB-IDX) TO WS-PRINT-COUNT
                   MOVE WS-AB-DAYS(WS-AB-IDX) TO WS-PRINT-COUNT-2
                   MOVE SPACES TO WS-LINE
                   STRING "  " WS-AB-TYPE(WS-AB-IDX) "   "
                          WS-PRINT-COUNT "      " WS-PRINT-COUNT-2
                       DELIMITED BY SIZE INTO WS-LINE
                   PERFORM 900-WRITE-LINE
               END-PERFORM
               MOVE WS-AB-TOTAL TO WS-PRINT-COUNT
               MOVE SPACES TO WS-LINE
               STRING "  Total absence days:   " WS-PRINT-COUNT
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 900-WRITE-LINE
           END-IF.

       352-VALUE-LEAVE.
           MOVE WS-EM-ID(WS-EM-IDX) TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LB-ANNUAL-BAL > 0
                       COMPUTE WS-LL-RATE ROUNDED =
                               WS-EM-SALARY(WS-EM-IDX) / 22
                       COMPUTE WS-LL-THIS-AMT ROUNDED =
                               WS-LL-RATE * LB-ANNUAL-BAL
                       ADD 1 TO WS-LL-HEADS
                       ADD LB-ANNUAL-BAL TO WS-LL-DAYS
                       ADD WS-LL-THIS-AMT TO WS-LL-AMOUNT
                   END-IF
           END-READ.

       355-TAKE-ABSENCE.
           MOVE LR-EMP-ID TO WS-FIND-ID
           PERFORM 800-FIND-EMPLOYEE
           IF WS-FIND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-DEPT(WS-FIND-IDX) NOT = WS-CUR-DEPT
               EXIT PARAGRAPH
           END-IF
           MOVE LR-START-DATE TO WS-AB-FROM
           IF WS-AB-FROM < WS-PK-MONTH-START
               MOVE WS-PK-MONTH-START TO WS-AB-FROM
           END-IF
           MOVE LR-END-DATE TO WS-AB-TO
           IF WS-AB-TO > WS-PK-MONTH-END
               MOVE WS-PK-MONTH-END TO WS-AB-TO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AB-FROM) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-AB-TO) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AB-DAYS-THIS =
                   FUNCTION INTEGER-OF-DATE(WS-AB-TO)
                 - FUNCTION INTEGER-OF-DATE(WS-AB-FROM) + 1
           MOVE 0 TO WS-AB-FOUND-IDX
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > WS-AB-COUNT
               IF WS-AB-TYPE(WS-AB-IDX) = LR-LEAVE-TYPE
                   MOVE WS-AB-IDX TO WS-AB-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-AB-FOUND-IDX = 0 AND WS-AB-COUNT < 15
               ADD 1 TO WS-AB-COUNT
               MOVE WS-AB-COUNT TO WS-AB-FOUND-IDX
               MOVE LR-LEAVE-TYPE TO WS-AB-TYPE(WS-AB-FOUND-IDX)
               MOVE 0 TO WS-AB-SPELLS(WS-AB-FOUND-IDX)
               MOVE 0 TO WS-AB-DAYS(WS-AB-FOUND-IDX)
           END-IF
           IF WS-AB-FOUND-IDX > 0
               ADD 1 TO WS-AB-SPELLS(WS-AB-FOUND-IDX)
               ADD WS-AB-DAYS-THIS TO WS-AB-DAYS(WS-AB-FOUND-IDX)
           END-IF
           ADD WS-AB-DAYS-THIS TO WS-AB-TOTAL.

      *****************************************************************
      * 360-OPEN-EXCEPTIONS - the skips and warnings PAYROLL raised
      * on the department's employees for the month's pay periods,
      * and overtime still held awaiting the manager's decision.
      *****************************************************************
       360-OPEN-EXCEPTIONS.
           MOVE "6. OPEN EXCEPTIONS" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           OPEN INPUT EXCEPTION-FILE
           IF EX-FILE-STATUS = '00'
               PERFORM UNTIL EX-FILE-STATUS = '10'
                   READ EXCEPTION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EX-PAY-PERIOD(1:7) = WS-PK-PERIOD-KEY
                               MOVE EX-EMP-ID TO WS-FIND-ID
                               PERFORM 800-FIND-EMPLOYEE
                               PERFORM 362-TAKE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF
           OPEN INPUT OT-HELD-FILE
           IF OH-FILE-STATUS = '00'
               PERFORM UNTIL OH-FILE-STATUS = '10'
                   READ OT-HELD-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OH-PENDING
                                   AND OH-DATE NOT > WS-PK-MONTH-END
                               MOVE OH-EMP-ID TO WS-FIND-ID
                               PERFORM 800-FIND-EMPLOYEE
                               PERFORM 364-TAKE-HELD-OVERTIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OT-HELD-FILE
           END-IF
           IF WS-EXC-COUNT = 0
               MOVE "  None - no open exceptions on the department"
                   TO WS-LINE
           ELSE
               MOVE WS-EXC-COUNT TO WS-PRINT-COUNT
               MOVE SPACES TO WS-LINE
               STRING "  " WS-PRINT-COUNT " open exception(s)"
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
           PERFORM 900-WRITE-LINE.

       362-TAKE-EXCEPTION.
           IF WS-FIND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-DEPT(WS-FIND-IDX) NOT = WS-CUR-DEPT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXC-COUNT
           MOVE SPACES TO WS-LINE
           STRING "  " EX-TIMESTAMP " " EX-EMP-ID " " EX-REASON-CODE
                  " " EX-DETAIL
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE.

       364-TAKE-HELD-OVERTIME.
           IF WS-FIND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-DEPT(WS-FIND-IDX) NOT = WS-CUR-DEPT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXC-COUNT
           MOVE OH-HOURS TO WS-PRINT-HOURS
           MOVE SPACES TO WS-LINE
           STRING "  " OH-HELD-TS " " OH-EMP-ID " OTNA overtime of "
                  OH-DATE WS-PRINT-HOURS
                  " hrs held - awaiting manager decision"
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE.

      *****************************************************************
      * 370-LOG-DISTRIBUTION - the pack's row on the distribution log.
      *****************************************************************
       370-LOG-DISTRIBUTION.
           INITIALIZE DEPT-PACK-LOG-RECORD
           MOVE WS-PK-MONTH TO PK-MONTH
           MOVE WS-CUR-DEPT TO PK-DEPT
           MOVE WS-DP-HEAD-IDX(WS-DP-IDX) TO WS-EM-JDX
           IF WS-EM-JDX > 0
               MOVE WS-EM-ID(WS-EM-JDX) TO PK-HEAD-ID
               MOVE WS-EM-NAME(WS-EM-JDX) TO PK-HEAD-NAME
               MOVE WS-EM-EMAIL(WS-EM-JDX) TO PK-HEAD-EMAIL
               MOVE 'A' TO PK-STATUS
           ELSE
               MOVE 'U' TO PK-STATUS
               ADD 1 TO WS-PACKS-UNADDRESSED
           END-IF
           MOVE WS-REPORT-FILENAME TO PK-PACK-FILE
           MOVE WS-MC-GROSS TO PK-GROSS
           MOVE WS-HC-CLOSE TO PK-HEADCOUNT
           MOVE WS-EXC-COUNT TO PK-EXCEPTIONS
           MOVE LS-EMP-ID TO PK-PRODUCED-BY
           MOVE WS-TIMESTAMP TO PK-PRODUCED-AT
           OPEN EXTEND DEPT-PACK-LOG-FILE
           IF PK-FILE-STATUS = '35'
               OPEN OUTPUT DEPT-PACK-LOG-FILE
           END-IF
           IF PK-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open the distribution log"
               EXIT PARAGRAPH
           END-IF
           WRITE DEPT-PACK-LOG-RECORD
           CLOSE DEPT-PACK-LOG-FILE.

      *> WS-FIND-ID holds the employee on entry; WS-FIND-IDX is 0
      *> when they are not on the table.
       800-FIND-EMPLOYEE.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING WS-EM-KDX FROM 1 BY 1
                   UNTIL WS-EM-KDX > WS-EM-COUNT
                   OR WS-FIND-IDX > 0
               IF WS-EM-ID(WS-EM-KDX) = WS-FIND-ID
                   MOVE WS-EM-KDX TO WS-FIND-IDX
               END-IF
           END-PERFORM.

       900-WRITE-LINE.
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *> WS-LINE holds the section title on entry.
       910-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           MOVE ALL "-" TO WS-LINE(1:60)
           PERFORM 900-WRITE-LINE.

       940-WRITE-FIELD.
           MOVE SPACES TO WS-LINE
           STRING "  " WS-FIELD-LABEL ": " WS-FIELD-VALUE
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE.
       END PROGRAM DEPTPACK.
