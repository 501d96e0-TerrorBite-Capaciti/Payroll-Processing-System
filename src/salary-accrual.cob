       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALACCRUAL.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - month-end salary accrual.
      *                   PAYROLL's GL journal posts payroll cost on
      *                   the day the run happens, so the days a
      *                   weekly/biweekly employee has worked since
      *                   the last closed short-cycle pay period but
      *                   won't be paid for until next month were
      *                   landing in the wrong month. This prices
      *                   those unpaid earned days per employee off
      *                   attendance at the effective salary rate,
      *                   adds the employer UIF, SDL and pension on
      *                   them, and posts an accrual journal dated the
      *                   month's last day by cost centre (through the
      *                   GL mapping and cost-centre splits) plus its
      *                   reversal dated the first day of the next
      *                   open accounting period. Runs as a month-end
      *                   close step or on its own.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "../data/attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS AT-FILE-STATUS.

           SELECT BENEFITS-FILE ASSIGN TO "../data/benefits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-EMP-ID
               FILE STATUS IS BN-FILE-STATUS.

           SELECT COST-SPLIT-FILE
               ASSIGN TO "../data/emp_cost_split.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS CS-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE
               ASSIGN TO "../data/salary_history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.

           SELECT PAY-PERIOD-FILE
               ASSIGN TO "../data/pay_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PP-FILE-STATUS.

           SELECT ACCT-PERIOD-FILE
               ASSIGN TO "../data/acct_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-FILE-STATUS.

           SELECT GL-MAPPING-FILE
               ASSIGN TO "../data/gl_mapping.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.

           SELECT FX-RATE-FILE
               ASSIGN TO "../data/fx_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "../data/gl_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT SALARY-ACCRUAL-FILE
               ASSIGN TO "../data/salary_accruals.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SA-FILE-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  ATTENDANCE-FILE.
           COPY attendance.

       FD  BENEFITS-FILE.
           COPY benefits.

       FD  COST-SPLIT-FILE.
           COPY cost_split.

       FD  SALARY-HISTORY-FILE.
           COPY salary_history.

       FD  PAY-PERIOD-FILE.
           COPY pay_period.

       FD  ACCT-PERIOD-FILE.
       01  ACCT-PERIOD-RECORD.
           05  AP-PERIOD           PIC 9(6).
           05  FILLER              PIC X(2).
           05  AP-STATUS           PIC X(1).

       FD  GL-MAPPING-FILE.
       01  GL-MAPPING-RECORD.
           05  GM-ELEMENT          PIC X(6).
           05  FILLER              PIC X(2).
           05  GM-BRANCH           PIC X(10).
           05  FILLER              PIC X(2).
           05  GM-ACCOUNT          PIC X(4).

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05  FX-CURRENCY         PIC X(3).
           05  FILLER              PIC X(2).
           05  FX-RATE             PIC 9(5)V9(6).
           05  FILLER              PIC X(2).
           05  FX-EFF-DATE         PIC 9(8).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD         PIC X(80).

       FD  SALARY-ACCRUAL-FILE.
           COPY sal_accrual.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS         PIC XX.
       01  AT-FILE-STATUS          PIC XX.
       01  BN-FILE-STATUS          PIC XX.
       01  CS-FILE-STATUS          PIC XX.
       01  SH-FILE-STATUS          PIC XX.
       01  PP-FILE-STATUS          PIC XX.
       01  AP-FILE-STATUS          PIC XX.
       01  GM-FILE-STATUS          PIC XX.
       01  FX-FILE-STATUS          PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  SA-FILE-STATUS          PIC XX.
       01  CONFIG-FILE-STATUS      PIC XX.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP            PIC X(19).

      *> The month being accrued, its first and last days, and the
      *> unpaid window inside it (day after the last closed short-
      *> cycle pay period through the month's last day).
       01  WS-ACR-INPUT            PIC 9(6).
       01  WS-ACR-PERIOD           PIC 9(6).
       01  WS-ACR-PERIOD-R REDEFINES WS-ACR-PERIOD.
           05  WS-ACR-YYYY         PIC 9(4).
           05  WS-ACR-MM           PIC 9(2).
       01  WS-ACR-MONTH-START      PIC 9(8).
       01  WS-ACR-MONTH-END        PIC 9(8).
       01  WS-ACR-PAID-THRU        PIC 9(8).
       01  WS-ACR-FROM             PIC 9(8).
       01  WS-ACR-OPEN             PIC X(1).
       01  WS-ACR-DONE-BEFORE      PIC X(1).
       01  WS-ACR-DONE-TS          PIC X(19).

      *> Where the reversal lands: the first day of the next
      *> accounting period not closed on acct_periods.dat.
       01  WS-REV-PERIOD           PIC 9(6).
       01  WS-REV-PERIOD-R REDEFINES WS-REV-PERIOD.
           05  WS-REV-YYYY         PIC 9(4).
           05  WS-REV-MM           PIC 9(2).
       01  WS-REV-DATE             PIC 9(8).
       01  WS-REV-OPEN             PIC X(1).
       01  WS-REV-TRIES            PIC 9(2).

       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY          PIC 9(4).
           05  WS-DW-MM            PIC 9(2).
           05  WS-DW-DD            PIC 9(2).
       01  WS-GL-DATE              PIC X(10).
       01  WS-AP-CHECK-PERIOD      PIC 9(6).
       01  WS-AP-CHECK-OPEN        PIC X(1).

      *> Statutory settings off SYSCONFIG-FILE (defaults as PAYROLL).
       01  WS-UIF-RATE             PIC V999 VALUE .01.
       01  WS-SDL-RATE             PIC V999 VALUE .01.
       01  WS-STATUTORY-CAPS.
           05  WS-UIF-CEILING       PIC 9(7)V99 VALUE 17712.00.
           05  WS-SDL-EXEMPT-ANNUAL PIC 9(9)V99 VALUE 500000.00.
           05  WS-CAPS-EFF-DATE     PIC 9(8) VALUE 20250401.
           05  WS-UIF-CEILING-PRV   PIC 9(7)V99 VALUE 17712.00.
           05  WS-SDL-EXEMPT-PRV    PIC 9(9)V99 VALUE 500000.00.
           05  WS-CAPS-EFF-DATE-PRV PIC 9(8) VALUE 20240401.
       01  WS-CAPS-IN-FORCE.
           05  WS-UIF-CEILING-USE   PIC 9(7)V99.
           05  WS-SDL-EXEMPT-USE    PIC 9(9)V99.
           05  WS-UIF-CAP-BASE      PIC 9(7)V99.
           05  WS-ANNUAL-PAYROLL    PIC 9(11)V99.
           05  WS-SDL-EXEMPT-FLAG   PIC X(1) VALUE 'N'.
               88  SDL-EXEMPT              VALUE 'Y'.

      *> Effective-dated salary rates (EMPLOYEE-MGMT's history).
       01  WS-SH-COUNT             PIC 9(4) VALUE 0.
       01  WS-SH-ENTRY OCCURS 1000 TIMES INDEXED BY WS-SH-IDX.
           05  WS-SH-EMP-ID        PIC X(10).
           05  WS-SH-SALARY        PIC 9(7)V99.
           05  WS-SH-EFF-DATE      PIC 9(8).
       01  WS-SH-BEST-DATE         PIC 9(8).
       01  WS-EFFECTIVE-SALARY     PIC 9(7)V99.

       01  WS-FX-COUNT             PIC 9(2) VALUE 0.
       01  WS-FX-ENTRY OCCURS 50 TIMES INDEXED BY WS-FX-IDX.
           05  WS-FX-CCY           PIC X(3).
           05  WS-FX-RATE-VAL      PIC 9(5)V9(6).
           05  WS-FX-EFF           PIC 9(8).
       01  WS-FX-LOOKUP-CCY        PIC X(3).
       01  WS-FX-FACTOR            PIC 9(5)V9(6).
       01  WS-FX-BEST-EFF          PIC 9(8).

       01  WS-GM-COUNT             PIC 9(2) VALUE 0.
       01  WS-GM-ENTRY OCCURS 50 TIMES INDEXED BY WS-GM-IDX.
           05  WS-GM-ELEMENT       PIC X(6).
           05  WS-GM-BRANCH        PIC X(10).
           05  WS-GM-ACCOUNT       PIC X(4).
       01  WS-GM-WANT-ELEMENT      PIC X(6).
       01  WS-GM-WANT-BRANCH       PIC X(10).

       01  WS-CS-COUNT             PIC 9(1) VALUE 0.
       01  WS-CS-ENTRY OCCURS 5 TIMES INDEXED BY WS-CS-IDX.
           05  WS-CS-BRANCH        PIC X(10).
           05  WS-CS-PCT           PIC 9(3)V99.
       01  WS-CS-SCAN-DONE         PIC X(1).

      *> One employee's accrual.
       01  WS-ATT-SCAN-DONE        PIC X(1).
       01  WS-ACR-DAYS             PIC 9(3).
       01  WS-ACR-HOURS            PIC 9(4)V99.
       01  WS-ACR-OT-HOURS         PIC 9(4)V99.
       01  WS-HOURLY-RATE          PIC 9(5)V99.
       01  WS-ACR-PAY              PIC 9(7)V99.
       01  WS-BN-401K-PCT          PIC 9V999.
       01  WS-ER-UIF               PIC 9(7)V99.
       01  WS-ER-SDL               PIC 9(7)V99.
       01  WS-ER-PENSION           PIC 9(7)V99.
       01  WS-ER-TOTAL             PIC 9(7)V99.

      *> Allocation of the employee's accrual to cost centres.
       01  WS-ALLOC-BRANCH         PIC X(10).
       01  WS-ALLOC-PAY            PIC 9(7)V99.
       01  WS-ALLOC-ER             PIC 9(7)V99.
       01  WS-ALLOC-PAY-LEFT       PIC 9(7)V99.
       01  WS-ALLOC-ER-LEFT        PIC 9(7)V99.

      *> Per-cost-centre accrual, kept in the branch's currency.
       01  WS-BR-COUNT             PIC 9(2) VALUE 0.
       01  WS-BR-ENTRY OCCURS 20 TIMES INDEXED BY WS-BR-IDX.
           05  WS-BR-CODE          PIC X(10).
           05  WS-BR-CURRENCY      PIC X(3).
           05  WS-BR-PAY           PIC 9(11)V99.
           05  WS-BR-ER            PIC 9(11)V99.
       01  WS-BR-FOUND-IDX         PIC 9(2).

      *> Employees accrued, held until the journal has posted so the
      *> register only records accruals that actually went to the GL.
       01  WS-AE-COUNT             PIC 9(4) VALUE 0.
       01  WS-AE-ENTRY OCCURS 500 TIMES INDEXED BY WS-AE-IDX.
           05  WS-AE-EMP-ID        PIC X(10).
           05  WS-AE-DAYS          PIC 9(3).
           05  WS-AE-HOURS         PIC 9(4)V99.
           05  WS-AE-OT-HOURS      PIC 9(4)V99.
           05  WS-AE-RATE          PIC 9(5)V99.
           05  WS-AE-PAY           PIC 9(7)V99.
           05  WS-AE-ER            PIC 9(7)V99.
           05  WS-AE-CURRENCY      PIC X(3).
       01  WS-SKIP-COUNT           PIC 9(4) VALUE 0.

      *> Journal build.
       01  WS-GL-LINE-COUNT        PIC 9(5) VALUE 0.
       01  WS-GL-REVERSING         PIC X(1).
       01  WS-GL-PAY-CONV          PIC 9(11)V99.
       01  WS-GL-ER-CONV           PIC 9(11)V99.
       01  WS-GL-PAY-TOTAL         PIC 9(11)V99.
       01  WS-GL-ER-TOTAL          PIC 9(11)V99.
       01  WS-GL-AMOUNT            PIC 9(9)V99.
       01  WS-GL-ACCOUNT           PIC X(4).
       01  WS-GL-DESC              PIC X(34).
       01  WS-GL-DRCR              PIC X(2).
       01  WS-GL-PRINT-AMT         PIC Z(8)9.99.
       01  WS-PRINT-AMT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-HOURS          PIC Z,ZZ9.99.
       01  WS-CONFIRM              PIC X(1).

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
       100-MAIN-ACCRUAL.
      *>   The accrual is a month-end close action, so it carries the
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

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                  WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                  WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                  DELIMITED BY SIZE INTO WS-TIMESTAMP

           PERFORM 150-READ-CONFIG
           DISPLAY "=== MONTH-END SALARY ACCRUAL ==="
           DISPLAY "Month to accrue YYYYMM (0 = "
                   WS-CURRENT-YEAR WS-CURRENT-MONTH "): "
                   WITH NO ADVANCING
           ACCEPT WS-ACR-INPUT
           PERFORM 160-SET-ACCRUAL-MONTH
           IF WS-ACR-MM < 1 OR WS-ACR-MM > 12
               DISPLAY "ACCRUAL REFUSED: " WS-ACR-PERIOD
                       " IS NOT A VALID YYYYMM MONTH"
               GOBACK
           END-IF

           PERFORM 180-CHECK-ALREADY-ACCRUED
           IF WS-ACR-DONE-BEFORE = 'Y'
               DISPLAY "ACCRUAL REFUSED: " WS-ACR-PERIOD
                       " WAS ALREADY ACCRUED ON " WS-ACR-DONE-TS
               GOBACK
           END-IF

           MOVE WS-ACR-PERIOD TO WS-AP-CHECK-PERIOD
           PERFORM 175-CHECK-ACCT-PERIOD
           IF WS-AP-CHECK-OPEN NOT = 'Y'
               DISPLAY "ACCRUAL REFUSED: ACCOUNTING PERIOD "
                       WS-ACR-PERIOD " IS CLOSED - NOTHING POSTED"
               GOBACK
           END-IF
           PERFORM 170-FIND-REVERSAL-PERIOD
           IF WS-REV-OPEN NOT = 'Y'
               DISPLAY "ACCRUAL REFUSED: NO OPEN ACCOUNTING PERIOD "
                       "WITHIN A YEAR OF " WS-ACR-PERIOD
                       " TO TAKE THE REVERSAL"
               GOBACK
           END-IF

           PERFORM 165-FIND-PAID-THROUGH
           IF WS-ACR-PAID-THRU NOT < WS-ACR-MONTH-END
               DISPLAY "Short-cycle pay periods are paid through "
                       WS-ACR-PAID-THRU " - nothing to accrue for "
                       WS-ACR-PERIOD "."
               GOBACK
           END-IF
           COMPUTE WS-ACR-FROM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ACR-PAID-THRU) + 1)
           IF WS-ACR-FROM < WS-ACR-MONTH-START
               MOVE WS-ACR-MONTH-START TO WS-ACR-FROM
           END-IF
           DISPLAY "Unpaid window: " WS-ACR-FROM " to "
                   WS-ACR-MONTH-END
           DISPLAY "Reversal posts to period " WS-REV-PERIOD
                   " dated " WS-REV-DATE

           PERFORM 190-LOAD-SALARY-HISTORY
           PERFORM 192-LOAD-FX-RATES
           PERFORM 194-LOAD-GL-MAPPING
           PERFORM 200-ACCRUE-EMPLOYEES
           PERFORM 500-DISPLAY-ACCRUAL

           IF WS-AE-COUNT = 0
               DISPLAY "No unpaid earned days in the window - "
                       "nothing posted."
               GOBACK
           END-IF
           DISPLAY "Post accrual and reversal journals? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               PERFORM 400-POST-JOURNALS
               IF GL-FILE-STATUS = '00'
                   PERFORM 450-WRITE-ACCRUAL-REGISTER
                   DISPLAY "Accrual posted: " WS-GL-LINE-COUNT
                           " journal line(s), " WS-AE-COUNT
                           " employee(s)."
               ELSE
                   DISPLAY "ERROR: Unable to open GL journal. "
                           "Status: " GL-FILE-STATUS
                           " - nothing posted"
               END-IF
           ELSE
               DISPLAY "Accrual not posted."
           END-IF
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
                       IF SC-UIF-CEILING NUMERIC
                               AND SC-UIF-CEILING > 0
                           MOVE SC-STATUTORY-CAPS TO WS-STATUTORY-CAPS
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

      *****************************************************************
      * 160-SET-ACCRUAL-MONTH - the month's first and last days. The
      * last day is the day before the first of the following month,
      * which keeps February and the 30-day months honest.
      *****************************************************************
       160-SET-ACCRUAL-MONTH.
           IF WS-ACR-INPUT = 0
               MOVE WS-CURRENT-YEAR  TO WS-ACR-YYYY
               MOVE WS-CURRENT-MONTH TO WS-ACR-MM
           ELSE
               MOVE WS-ACR-INPUT TO WS-ACR-PERIOD
           END-IF
           IF WS-ACR-MM NOT < 1 AND WS-ACR-MM NOT > 12
               MOVE WS-ACR-YYYY TO WS-DW-YYYY
               MOVE WS-ACR-MM   TO WS-DW-MM
               MOVE 1           TO WS-DW-DD
               MOVE WS-DATE-WORK TO WS-ACR-MONTH-START
               IF WS-ACR-MM = 12
                   ADD 1 TO WS-DW-YYYY
                   MOVE 1 TO WS-DW-MM
               ELSE
                   ADD 1 TO WS-DW-MM
               END-IF
               COMPUTE WS-ACR-MONTH-END = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)
           END-IF.

      *****************************************************************
      * 165-FIND-PAID-THROUGH - the last day already paid to the
      * short-cycle staff: the latest end date of a closed weekly/
      * biweekly pay period on the calendar that started on or before
      * the month's last day. A closed period straddling month end
      * means the whole month is paid. With no closed short-cycle
      * period on the calendar the whole month is treated as unpaid.
      *****************************************************************
       165-FIND-PAID-THROUGH.
           COMPUTE WS-ACR-PAID-THRU = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ACR-MONTH-START) - 1)
           OPEN INPUT PAY-PERIOD-FILE
           IF PP-FILE-STATUS = '00'
               PERFORM UNTIL PP-FILE-STATUS = '10'
                   READ PAY-PERIOD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PP-CLOSED
                                   AND PP-FREQUENCY NOT = 'M'
                                   AND PP-FROM-DATE
                                       NOT > WS-ACR-MONTH-END
                                   AND PP-TO-DATE > WS-ACR-PAID-THRU
                               MOVE PP-TO-DATE TO WS-ACR-PAID-THRU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.

      *****************************************************************
      * 170-FIND-REVERSAL-PERIOD - step forward month by month from
      * the accrual month to the first accounting period that is not
      * closed; the reversal is dated that period's first day.
      *****************************************************************
       170-FIND-REVERSAL-PERIOD.
           MOVE WS-ACR-PERIOD TO WS-REV-PERIOD
           MOVE 'N' TO WS-REV-OPEN
           MOVE 0 TO WS-REV-TRIES
           PERFORM UNTIL WS-REV-OPEN = 'Y' OR WS-REV-TRIES = 12
               ADD 1 TO WS-REV-TRIES
               IF WS-REV-MM = 12
                   ADD 1 TO WS-REV-YYYY
                   MOVE 1 TO WS-REV-MM
               ELSE
                   ADD 1 TO WS-REV-MM
               END-IF
               MOVE WS-REV-PERIOD TO WS-AP-CHECK-PERIOD
               PERFORM 175-CHECK-ACCT-PERIOD
               MOVE WS-AP-CHECK-OPEN TO WS-REV-OPEN
           END-PERFORM
           MOVE WS-REV-YYYY TO WS-DW-YYYY
           MOVE WS-REV-MM   TO WS-DW-MM
           MOVE 1           TO WS-DW-DD
           MOVE WS-DATE-WORK TO WS-REV-DATE.

      *****************************************************************
      * 175-CHECK-ACCT-PERIOD - is WS-AP-CHECK-PERIOD open? A period
      * with no calendar row is open, as in PAYROLL's journal.
      *****************************************************************
       175-CHECK-ACCT-PERIOD.
           MOVE 'Y' TO WS-AP-CHECK-OPEN
           OPEN INPUT ACCT-PERIOD-FILE
           IF AP-FILE-STATUS = '00'
               PERFORM UNTIL AP-FILE-STATUS = '10'
                   READ ACCT-PERIOD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AP-PERIOD = WS-AP-CHECK-PERIOD
                                   AND AP-STATUS = 'C'
                               MOVE 'N' TO WS-AP-CHECK-OPEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-PERIOD-FILE
           END-IF.

       180-CHECK-ALREADY-ACCRUED.
           MOVE 'N' TO WS-ACR-DONE-BEFORE
           OPEN INPUT SALARY-ACCRUAL-FILE
           IF SA-FILE-STATUS = '00'
               PERFORM UNTIL SA-FILE-STATUS = '10'
                   READ SALARY-ACCRUAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SA-ACCRUAL-PERIOD = WS-ACR-PERIOD
                               MOVE 'Y' TO WS-ACR-DONE-BEFORE
                               MOVE SA-POSTED-TS TO WS-ACR-DONE-TS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-ACCRUAL-FILE
           END-IF.

       190-LOAD-SALARY-HISTORY.
           MOVE 0 TO WS-SH-COUNT
           OPEN INPUT SALARY-HISTORY-FILE
           IF SH-FILE-STATUS = '00'
               PERFORM UNTIL SH-FILE-STATUS = '10'
                   READ SALARY-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SH-COUNT < 1000
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

       192-LOAD-FX-RATES.
           MOVE 0 TO WS-FX-COUNT
           OPEN INPUT FX-RATE-FILE
           IF FX-FILE-STATUS = '00'
               PERFORM UNTIL FX-FILE-STATUS = '10'
                   READ FX-RATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-FX-COUNT < 50
                               ADD 1 TO WS-FX-COUNT
                               MOVE FX-CURRENCY
                                   TO WS-FX-CCY(WS-FX-COUNT)
                               MOVE FX-RATE
                                   TO WS-FX-RATE-VAL(WS-FX-COUNT)
                               MOVE FX-EFF-DATE
                                   TO WS-FX-EFF(WS-FX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       194-LOAD-GL-MAPPING.
           MOVE 0 TO WS-GM-COUNT
           OPEN INPUT GL-MAPPING-FILE
           IF GM-FILE-STATUS = '00'
               PERFORM UNTIL GM-FILE-STATUS = '10'
                   READ GL-MAPPING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-GM-COUNT < 50
                               ADD 1 TO WS-GM-COUNT
                               MOVE GM-ELEMENT
                                   TO WS-GM-ELEMENT(WS-GM-COUNT)
                               MOVE GM-BRANCH
                                   TO WS-GM-BRANCH(WS-GM-COUNT)
                               MOVE GM-ACCOUNT
                                   TO WS-GM-ACCOUNT(WS-GM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAPPING-FILE
           END-IF.

      *****************************************************************
      * 200-ACCRUE-EMPLOYEES - walk the roster once. Only the short-
      * cycle staff (part-time hourly and pieceworkers, the staff
      * PAYROLL pays on the biweekly run) accrue; monthly staff are
      * paid through month end by the monthly run. Pending starters
      * and unpaid suspensions earn nothing.
      *****************************************************************
       200-ACCRUE-EMPLOYEES.
           MOVE 0 TO WS-AE-COUNT
           MOVE 0 TO WS-BR-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open employee file. Status: "
                       EMP-FILE-STATUS
           ELSE
               PERFORM 205-SELECT-STATUTORY-CAPS
               OPEN INPUT ATTENDANCE-FILE
               OPEN INPUT BENEFITS-FILE
               OPEN INPUT COST-SPLIT-FILE
               MOVE LOW-VALUES TO EMP-ID
               START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY
                       MOVE '10' TO EMP-FILE-STATUS
                   NOT INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL EMP-FILE-STATUS = '10'
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (EMP-TYPE = 'P' OR EMP-TYPE = 'W')
                                   AND NOT EMP-PENDING
                                   AND NOT EMP-SUSP-UNPAID
                               PERFORM 220-ACCRUE-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               CLOSE ATTENDANCE-FILE
               CLOSE BENEFITS-FILE
               CLOSE COST-SPLIT-FILE
           END-IF.

      *****************************************************************
      * 205-SELECT-STATUTORY-CAPS - the caps generation in force at
      * month end, the UIF ceiling scaled to a biweekly period (the
      * window never exceeds one), and the SDL exemption decided off
      * the roster's annualized payroll the way PAYROLL decides it.
      *****************************************************************
       205-SELECT-STATUTORY-CAPS.
           IF WS-ACR-MONTH-END NOT < WS-CAPS-EFF-DATE
               MOVE WS-UIF-CEILING       TO WS-UIF-CEILING-USE
               MOVE WS-SDL-EXEMPT-ANNUAL TO WS-SDL-EXEMPT-USE
           ELSE
               MOVE WS-UIF-CEILING-PRV   TO WS-UIF-CEILING-USE
               MOVE WS-SDL-EXEMPT-PRV    TO WS-SDL-EXEMPT-USE
           END-IF
           COMPUTE WS-UIF-CAP-BASE ROUNDED =
                   WS-UIF-CEILING-USE * 12 / 26
           MOVE 0 TO WS-ANNUAL-PAYROLL
           MOVE 'N' TO WS-SDL-EXEMPT-FLAG
           IF WS-SDL-EXEMPT-USE > 0
               MOVE LOW-VALUES TO EMP-ID
               START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL EMP-FILE-STATUS = '10'
                           READ EMPLOYEE-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF EMP-STATUS NOT = 'T'
                                       COMPUTE WS-ANNUAL-PAYROLL =
                                           WS-ANNUAL-PAYROLL +
                                           (EMP-BASE-SALARY * 12)
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE '00' TO EMP-FILE-STATUS
               END-START
               IF WS-ANNUAL-PAYROLL < WS-SDL-EXEMPT-USE
                   MOVE 'Y' TO WS-SDL-EXEMPT-FLAG
               END-IF
           END-IF.

      *****************************************************************
      * 220-ACCRUE-ONE-EMPLOYEE - the employee's attendance in the
      * unpaid window priced at the hourly equivalent of the salary in
      * force at month end (ordinary hours at rate, overtime at time
      * and a half, as PAYROLL pays part-time hours), the employer
      * contributions on it, and its allocation to cost centres.
      *****************************************************************
       220-ACCRUE-ONE-EMPLOYEE.
           PERFORM 230-SUM-WINDOW-ATTENDANCE
           IF WS-ACR-DAYS > 0
               PERFORM 240-SELECT-EFFECTIVE-SALARY
               COMPUTE WS-HOURLY-RATE ROUNDED =
                       WS-EFFECTIVE-SALARY / 160
               COMPUTE WS-ACR-PAY ROUNDED =
                       (WS-ACR-HOURS * WS-HOURLY-RATE) +
                       (WS-ACR-OT-HOURS * WS-HOURLY-RATE * 1.5)
               IF WS-ACR-PAY = 0
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "  " EMP-ID " " WS-ACR-DAYS
                           " day(s) in window but no salary rate "
                           "on file - not accrued"
               ELSE
                   IF WS-AE-COUNT < 500
                       PERFORM 250-EMPLOYER-CONTRIBUTIONS
                       PERFORM 260-ALLOCATE-COST-CENTRES
                       ADD 1 TO WS-AE-COUNT
                       MOVE EMP-ID TO WS-AE-EMP-ID(WS-AE-COUNT)
                       MOVE WS-ACR-DAYS TO WS-AE-DAYS(WS-AE-COUNT)
                       MOVE WS-ACR-HOURS TO WS-AE-HOURS(WS-AE-COUNT)
                       MOVE WS-ACR-OT-HOURS
                           TO WS-AE-OT-HOURS(WS-AE-COUNT)
                       MOVE WS-HOURLY-RATE TO WS-AE-RATE(WS-AE-COUNT)
                       MOVE WS-ACR-PAY TO WS-AE-PAY(WS-AE-COUNT)
                       MOVE WS-ER-TOTAL TO WS-AE-ER(WS-AE-COUNT)
                       MOVE EMP-CURRENCY-CODE
                           TO WS-AE-CURRENCY(WS-AE-COUNT)
                   ELSE
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY "  " EMP-ID " not accrued - accrual "
                               "table full"
                   END-IF
               END-IF
           END-IF.

       230-SUM-WINDOW-ATTENDANCE.
           MOVE 0 TO WS-ACR-DAYS
           MOVE 0 TO WS-ACR-HOURS
           MOVE 0 TO WS-ACR-OT-HOURS
           MOVE 'N' TO WS-ATT-SCAN-DONE
           MOVE EMP-ID TO AT-EMP-ID
           MOVE WS-ACR-FROM TO AT-DATE
           START ATTENDANCE-FILE KEY IS NOT LESS THAN AT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ATT-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-ATT-SCAN-DONE = 'Y'
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ATT-SCAN-DONE
                   NOT AT END
                       IF AT-EMP-ID NOT = EMP-ID
                               OR AT-DATE > WS-ACR-MONTH-END
                           MOVE 'Y' TO WS-ATT-SCAN-DONE
                       ELSE
                           IF AT-HOURS-WORKED > 0
                                   OR AT-OVERTIME-HOURS > 0
                               ADD 1 TO WS-ACR-DAYS
                               ADD AT-HOURS-WORKED TO WS-ACR-HOURS
                               ADD AT-OVERTIME-HOURS
                                   TO WS-ACR-OT-HOURS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO AT-FILE-STATUS.

       240-SELECT-EFFECTIVE-SALARY.
           MOVE EMP-BASE-SALARY TO WS-EFFECTIVE-SALARY
           MOVE 0 TO WS-SH-BEST-DATE
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-COUNT
               IF WS-SH-EMP-ID(WS-SH-IDX) = EMP-ID
                       AND WS-SH-EFF-DATE(WS-SH-IDX)
                           NOT > WS-ACR-MONTH-END
                       AND WS-SH-EFF-DATE(WS-SH-IDX)
                           NOT < WS-SH-BEST-DATE
                   MOVE WS-SH-EFF-DATE(WS-SH-IDX) TO WS-SH-BEST-DATE
                   MOVE WS-SH-SALARY(WS-SH-IDX) TO WS-EFFECTIVE-SALARY
               END-IF
           END-PERFORM.

      *****************************************************************
      * 250-EMPLOYER-CONTRIBUTIONS - employer UIF (matching the
      * employee's, capped at the period ceiling), SDL unless the
      * employer is under the exemption threshold, and the employer
      * pension match off the benefits election. Independent
      * contractors carry none, as in PAYROLL.
      *****************************************************************
       250-EMPLOYER-CONTRIBUTIONS.
           MOVE 0 TO WS-ER-UIF
           MOVE 0 TO WS-ER-SDL
           MOVE 0 TO WS-ER-PENSION
           IF EMP-TAX-CODE NOT = 'IND'
               IF WS-ACR-PAY > WS-UIF-CAP-BASE
                   COMPUTE WS-ER-UIF ROUNDED =
                           WS-UIF-CAP-BASE * WS-UIF-RATE
               ELSE
                   COMPUTE WS-ER-UIF ROUNDED =
                           WS-ACR-PAY * WS-UIF-RATE
               END-IF
               IF NOT SDL-EXEMPT
                   COMPUTE WS-ER-SDL ROUNDED =
                           WS-ACR-PAY * WS-SDL-RATE
               END-IF
               MOVE 0 TO WS-BN-401K-PCT
               MOVE EMP-ID TO BN-EMP-ID
               READ BENEFITS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BN-401K-PCT TO WS-BN-401K-PCT
               END-READ
               COMPUTE WS-ER-PENSION ROUNDED =
                       WS-ACR-PAY * WS-BN-401K-PCT
           END-IF
           COMPUTE WS-ER-TOTAL = WS-ER-UIF + WS-ER-SDL + WS-ER-PENSION.

      *****************************************************************
      * 260-ALLOCATE-COST-CENTRES - spread the accrual over the
      * employee's cost-centre splits (the last split takes the
      * rounding remainder), or all of it to EMP-COMPANY-BRANCH when
      * the employee has no splits.
      *****************************************************************
       260-ALLOCATE-COST-CENTRES.
           PERFORM 265-LOAD-COST-SPLITS
           IF WS-CS-COUNT = 0
               MOVE EMP-COMPANY-BRANCH TO WS-ALLOC-BRANCH
               IF WS-ALLOC-BRANCH = SPACES
                   MOVE "HEADOFFICE" TO WS-ALLOC-BRANCH
               END-IF
               MOVE WS-ACR-PAY  TO WS-ALLOC-PAY
               MOVE WS-ER-TOTAL TO WS-ALLOC-ER
               PERFORM 270-ADD-BRANCH-AMOUNT
           ELSE
               MOVE WS-ACR-PAY  TO WS-ALLOC-PAY-LEFT
               MOVE WS-ER-TOTAL TO WS-ALLOC-ER-LEFT
               PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                       UNTIL WS-CS-IDX > WS-CS-COUNT
                   MOVE WS-CS-BRANCH(WS-CS-IDX) TO WS-ALLOC-BRANCH
                   IF WS-CS-IDX = WS-CS-COUNT
                       MOVE WS-ALLOC-PAY-LEFT TO WS-ALLOC-PAY
                       MOVE WS-ALLOC-ER-LEFT  TO WS-ALLOC-ER
                   ELSE
                       COMPUTE WS-ALLOC-PAY ROUNDED =
                               WS-ACR-PAY * WS-CS-PCT(WS-CS-IDX) / 100
                       COMPUTE WS-ALLOC-ER ROUNDED =
                               WS-ER-TOTAL * WS-CS-PCT(WS-CS-IDX) / 100
                       SUBTRACT WS-ALLOC-PAY FROM WS-ALLOC-PAY-LEFT
                       SUBTRACT WS-ALLOC-ER  FROM WS-ALLOC-ER-LEFT
                   END-IF
                   PERFORM 270-ADD-BRANCH-AMOUNT
               END-PERFORM
           END-IF.

       265-LOAD-COST-SPLITS.
           MOVE 0 TO WS-CS-COUNT
           MOVE 'N' TO WS-CS-SCAN-DONE
           MOVE EMP-ID TO CS-EMP-ID
           MOVE 0 TO CS-SPLIT-SEQ
           START COST-SPLIT-FILE KEY IS NOT LESS THAN CS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-CS-SCAN-DONE = 'Y'
               READ COST-SPLIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CS-SCAN-DONE
                   NOT AT END
                       IF CS-EMP-ID NOT = EMP-ID
                           MOVE 'Y' TO WS-CS-SCAN-DONE
                       ELSE
                           IF WS-CS-COUNT < 5
                               ADD 1 TO WS-CS-COUNT
                               MOVE CS-BRANCH
                                   TO WS-CS-BRANCH(WS-CS-COUNT)
                               MOVE CS-PCT
                                   TO WS-CS-PCT(WS-CS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO CS-FILE-STATUS.

       270-ADD-BRANCH-AMOUNT.
           MOVE 0 TO WS-BR-FOUND-IDX
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = WS-ALLOC-BRANCH
                   MOVE WS-BR-IDX TO WS-BR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BR-FOUND-IDX = 0
               IF WS-BR-COUNT < 20
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-FOUND-IDX
                   MOVE WS-ALLOC-BRANCH
                       TO WS-BR-CODE(WS-BR-FOUND-IDX)
                   MOVE EMP-CURRENCY-CODE
                       TO WS-BR-CURRENCY(WS-BR-FOUND-IDX)
                   MOVE 0 TO WS-BR-PAY(WS-BR-FOUND-IDX)
                   MOVE 0 TO WS-BR-ER(WS-BR-FOUND-IDX)
               ELSE
      *>           Table full - the last cost centre takes the rest
      *>           so the journal still balances to the accrual.
                   MOVE WS-BR-COUNT TO WS-BR-FOUND-IDX
               END-IF
           END-IF
           ADD WS-ALLOC-PAY TO WS-BR-PAY(WS-BR-FOUND-IDX)
           ADD WS-ALLOC-ER  TO WS-BR-ER(WS-BR-FOUND-IDX).

      *****************************************************************
      * 400-POST-JOURNALS - the accrual journal dated the month's last
      * day, then its mirror image dated the first day of the
      * reversal period, appended to the GL journal file PAYROLL
      * writes. Expense is debited per cost centre through the GL
      * mapping (branch overrides honoured); the accrued liability
      * is credited company-wide. Each journal balances by
      * construction - the credits are the sums of the converted
      * cost-centre debits.
      *****************************************************************
       400-POST-JOURNALS.
           MOVE 0 TO WS-GL-LINE-COUNT
           OPEN EXTEND GL-JOURNAL-FILE
           IF GL-FILE-STATUS = '35'
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF GL-FILE-STATUS = '00'
               MOVE WS-ACR-MONTH-END TO WS-DATE-WORK
               MOVE 'N' TO WS-GL-REVERSING
               PERFORM 410-WRITE-JOURNAL-SET
               MOVE WS-REV-DATE TO WS-DATE-WORK
               MOVE 'Y' TO WS-GL-REVERSING
               PERFORM 410-WRITE-JOURNAL-SET
               CLOSE GL-JOURNAL-FILE
               MOVE '00' TO GL-FILE-STATUS
           END-IF.

       410-WRITE-JOURNAL-SET.
           STRING WS-DW-YYYY "-" WS-DW-MM "-" WS-DW-DD
                  DELIMITED BY SIZE INTO WS-GL-DATE
           MOVE 0 TO WS-GL-PAY-TOTAL
           MOVE 0 TO WS-GL-ER-TOTAL
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM 420-CONVERT-BRANCH
               ADD WS-GL-PAY-CONV TO WS-GL-PAY-TOTAL
               ADD WS-GL-ER-CONV  TO WS-GL-ER-TOTAL

               MOVE WS-GL-PAY-CONV TO WS-GL-AMOUNT
               MOVE "SAL" TO WS-GM-WANT-ELEMENT
               MOVE WS-BR-CODE(WS-BR-IDX) TO WS-GM-WANT-BRANCH
               PERFORM 430-LOOKUP-GL-ACCOUNT
               MOVE SPACES TO WS-GL-DESC
               IF WS-GL-REVERSING = 'Y'
                   STRING "ACCRUAL REV - SALARIES "
                           WS-BR-CODE(WS-BR-IDX)
                           DELIMITED BY SIZE INTO WS-GL-DESC
                   MOVE "CR" TO WS-GL-DRCR
               ELSE
                   STRING "ACCRUED SALARIES - "
                           WS-BR-CODE(WS-BR-IDX)
                           DELIMITED BY SIZE INTO WS-GL-DESC
                   MOVE "DR" TO WS-GL-DRCR
               END-IF
               PERFORM 440-WRITE-GL-LINE

               MOVE WS-GL-ER-CONV TO WS-GL-AMOUNT
               MOVE "ERCON" TO WS-GM-WANT-ELEMENT
               MOVE WS-BR-CODE(WS-BR-IDX) TO WS-GM-WANT-BRANCH
               PERFORM 430-LOOKUP-GL-ACCOUNT
               MOVE SPACES TO WS-GL-DESC
               IF WS-GL-REVERSING = 'Y'
                   STRING "ACCRUAL REV - ER CONTRIB "
                           WS-BR-CODE(WS-BR-IDX)
                           DELIMITED BY SIZE INTO WS-GL-DESC
                   MOVE "CR" TO WS-GL-DRCR
               ELSE
                   STRING "ACCRUED ER CONTRIB - "
                           WS-BR-CODE(WS-BR-IDX)
                           DELIMITED BY SIZE INTO WS-GL-DESC
                   MOVE "DR" TO WS-GL-DRCR
               END-IF
               PERFORM 440-WRITE-GL-LINE
           END-PERFORM

           MOVE WS-GL-PAY-TOTAL TO WS-GL-AMOUNT
           MOVE "ACCR" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 430-LOOKUP-GL-ACCOUNT
           IF WS-GL-REVERSING = 'Y'
               MOVE "ACCRUAL REV - SALARIES PAYABLE" TO WS-GL-DESC
               MOVE "DR" TO WS-GL-DRCR
           ELSE
               MOVE "ACCRUED SALARIES PAYABLE" TO WS-GL-DESC
               MOVE "CR" TO WS-GL-DRCR
           END-IF
           PERFORM 440-WRITE-GL-LINE

           MOVE WS-GL-ER-TOTAL TO WS-GL-AMOUNT
           MOVE "ACCRER" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 430-LOOKUP-GL-ACCOUNT
           IF WS-GL-REVERSING = 'Y'
               MOVE "ACCRUAL REV - ER CONTRIB PAYABLE" TO WS-GL-DESC
               MOVE "DR" TO WS-GL-DRCR
           ELSE
               MOVE "ACCRUED ER CONTRIB PAYABLE" TO WS-GL-DESC
               MOVE "CR" TO WS-GL-DRCR
           END-IF
           PERFORM 440-WRITE-GL-LINE.

      *****************************************************************
      * 420-CONVERT-BRANCH - one cost centre's accrual converted to
      * the group reporting currency at the rate in force at month
      * end, left in WS-GL-PAY-CONV / WS-GL-ER-CONV. Both journals
      * use the month-end rate so the reversal clears the accrual
      * exactly.
      *****************************************************************
       420-CONVERT-BRANCH.
           MOVE 1 TO WS-FX-FACTOR
           MOVE WS-BR-CURRENCY(WS-BR-IDX) TO WS-FX-LOOKUP-CCY
           IF WS-FX-LOOKUP-CCY NOT = "ZAR"
                   AND WS-FX-LOOKUP-CCY NOT = SPACES
               MOVE 0 TO WS-FX-BEST-EFF
               PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                       UNTIL WS-FX-IDX > WS-FX-COUNT
                   IF WS-FX-CCY(WS-FX-IDX) = WS-FX-LOOKUP-CCY
                           AND WS-FX-EFF(WS-FX-IDX)
                               NOT > WS-ACR-MONTH-END
                           AND WS-FX-EFF(WS-FX-IDX)
                               NOT < WS-FX-BEST-EFF
                       MOVE WS-FX-EFF(WS-FX-IDX) TO WS-FX-BEST-EFF
                       MOVE WS-FX-RATE-VAL(WS-FX-IDX)
                           TO WS-FX-FACTOR
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-GL-PAY-CONV =
                   WS-BR-PAY(WS-BR-IDX) * WS-FX-FACTOR
           COMPUTE WS-GL-ER-CONV =
                   WS-BR-ER(WS-BR-IDX) * WS-FX-FACTOR.

      *****************************************************************
      * 430-LOOKUP-GL-ACCOUNT - PAYROLL's element-to-account rules:
      * the hardcoded default, then the element's company-wide
      * mapping row, then a branch override.
      *****************************************************************
       430-LOOKUP-GL-ACCOUNT.
           EVALUATE WS-GM-WANT-ELEMENT
               WHEN "SAL"    MOVE "5000" TO WS-GL-ACCOUNT
               WHEN "ERCON"  MOVE "5100" TO WS-GL-ACCOUNT
               WHEN "ACCR"   MOVE "2200" TO WS-GL-ACCOUNT
               WHEN "ACCRER" MOVE "2210" TO WS-GL-ACCOUNT
               WHEN OTHER    MOVE "9999" TO WS-GL-ACCOUNT
           END-EVALUATE
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               IF WS-GM-ELEMENT(WS-GM-IDX) = WS-GM-WANT-ELEMENT
                       AND WS-GM-BRANCH(WS-GM-IDX) = SPACES
                   MOVE WS-GM-ACCOUNT(WS-GM-IDX) TO WS-GL-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-GM-WANT-BRANCH NOT = SPACES
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                       UNTIL WS-GM-IDX > WS-GM-COUNT
                   IF WS-GM-ELEMENT(WS-GM-IDX) = WS-GM-WANT-ELEMENT
                           AND WS-GM-BRANCH(WS-GM-IDX) =
                               WS-GM-WANT-BRANCH
                       MOVE WS-GM-ACCOUNT(WS-GM-IDX)
                           TO WS-GL-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF.

       440-WRITE-GL-LINE.
           IF WS-GL-AMOUNT > 0
               ADD 1 TO WS-GL-LINE-COUNT
               MOVE WS-GL-AMOUNT TO WS-GL-PRINT-AMT
               MOVE SPACES TO GL-JOURNAL-RECORD
               STRING WS-GL-DATE "  " WS-GL-ACCOUNT "  "
                       WS-GL-DESC "  " WS-GL-DRCR "  " WS-GL-PRINT-AMT
                       DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
               WRITE GL-JOURNAL-RECORD
           END-IF.

       450-WRITE-ACCRUAL-REGISTER.
           OPEN EXTEND SALARY-ACCRUAL-FILE
           IF SA-FILE-STATUS = '35'
               OPEN OUTPUT SALARY-ACCRUAL-FILE
           END-IF
           IF SA-FILE-STATUS = '00'
               PERFORM VARYING WS-AE-IDX FROM 1 BY 1
                       UNTIL WS-AE-IDX > WS-AE-COUNT
                   MOVE WS-ACR-PERIOD TO SA-ACCRUAL-PERIOD
                   MOVE WS-AE-EMP-ID(WS-AE-IDX) TO SA-EMP-ID
                   MOVE WS-ACR-FROM TO SA-FROM-DATE
                   MOVE WS-ACR-MONTH-END TO SA-TO-DATE
                   MOVE WS-AE-DAYS(WS-AE-IDX) TO SA-DAYS
                   MOVE WS-AE-HOURS(WS-AE-IDX) TO SA-HOURS
                   MOVE WS-AE-OT-HOURS(WS-AE-IDX) TO SA-OT-HOURS
                   MOVE WS-AE-RATE(WS-AE-IDX) TO SA-HOURLY-RATE
                   MOVE WS-AE-PAY(WS-AE-IDX) TO SA-ACCRUED-PAY
                   MOVE WS-AE-ER(WS-AE-IDX) TO SA-ACCRUED-ER
                   MOVE WS-AE-CURRENCY(WS-AE-IDX) TO SA-CURRENCY
                   MOVE WS-REV-PERIOD TO SA-REVERSAL-PERIOD
                   MOVE WS-TIMESTAMP TO SA-POSTED-TS
                   MOVE LS-EMP-ID TO SA-POSTED-BY
                   WRITE SALARY-ACCRUAL-RECORD
               END-PERFORM
               CLOSE SALARY-ACCRUAL-FILE
           ELSE
               DISPLAY "WARNING: Accrual register not updated. "
                       "Status: " SA-FILE-STATUS
           END-IF.

       500-DISPLAY-ACCRUAL.
           DISPLAY " "
           DISPLAY "EMPLOYEE    DAYS     HOURS  OT HOURS"
                   "     ACCRUED PAY     EMPLOYER"
           PERFORM VARYING WS-AE-IDX FROM 1 BY 1
                   UNTIL WS-AE-IDX > WS-AE-COUNT
               MOVE WS-AE-HOURS(WS-AE-IDX) TO WS-PRINT-HOURS
               DISPLAY WS-AE-EMP-ID(WS-AE-IDX) "  "
                       WS-AE-DAYS(WS-AE-IDX) "  "
                       WS-PRINT-HOURS WITH NO ADVANCING
               MOVE WS-AE-OT-HOURS(WS-AE-IDX) TO WS-PRINT-HOURS
               DISPLAY "  " WS-PRINT-HOURS WITH NO ADVANCING
               MOVE WS-AE-PAY(WS-AE-IDX) TO WS-PRINT-AMT
               DISPLAY "  " WS-PRINT-AMT WITH NO ADVANCING
               MOVE WS-AE-ER(WS-AE-IDX) TO WS-PRINT-AMT
               DISPLAY "  " WS-PRINT-AMT " " WS-AE-CURRENCY(WS-AE-IDX)
           END-PERFORM
           DISPLAY " "
           DISPLAY "COST CENTRE   CCY     ACCRUED PAY"
                   "        EMPLOYER"
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-PAY(WS-BR-IDX) TO WS-PRINT-AMT
               DISPLAY WS-BR-CODE(WS-BR-IDX) "    "
                       WS-BR-CURRENCY(WS-BR-IDX) "  " WS-PRINT-AMT
                       WITH NO ADVANCING
               MOVE WS-BR-ER(WS-BR-IDX) TO WS-PRINT-AMT
               DISPLAY "  " WS-PRINT-AMT
           END-PERFORM
           IF WS-SKIP-COUNT > 0
               DISPLAY WS-SKIP-COUNT " employee(s) not accrued - "
                       "see above"
           END-IF
           IF SDL-EXEMPT
               DISPLAY "SDL not accrued - annualized payroll below "
                       "the exemption threshold"
           END-IF.
