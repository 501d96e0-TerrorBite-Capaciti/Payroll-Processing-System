       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - commission calculation.
      *                   Commission reached PAYROLL only as a COMM
      *                   once-off line somebody worked out in a
      *                   spreadsheet and keyed into EARNMGMT. This
      *                   keeps the commission plans (tiered rates on
      *                   target achievement, minimum threshold, cap),
      *                   each employee's plan assignment, imports the
      *                   monthly sales extract, claws back commission
      *                   already paid on sales since cancelled, and
      *                   puts the month's net commission on
      *                   earnings.dat as a once-off COMM line. The
      *                   commission statement shows sales, tier, rate
      *                   and claw-back per employee.
      * 2026-10-15  BDEV  The COMM line is checked against the open
      *                   period's input cut-off (LATEQUEUE) before it
      *                   is written, as EARNMGMT does; after cut-off
      *                   it is held as late input ('L') for the next
      *                   period.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT EARNING-FILE
               ASSIGN TO "../data/earnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-KEY
               FILE STATUS IS EA-FILE-STATUS.

           SELECT COMM-PLAN-FILE
               ASSIGN TO "../data/comm_plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-FILE-STATUS.

           SELECT COMM-ASSIGN-FILE
               ASSIGN TO "../data/comm_assignments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS CA-FILE-STATUS.

           SELECT SALES-EXTRACT-FILE
               ASSIGN TO "../data/sales_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-FILE-STATUS.

           SELECT COMM-RESULT-FILE
               ASSIGN TO "../data/comm_results.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS CR-FILE-STATUS.

           SELECT COMM-CLAWBACK-FILE
               ASSIGN TO "../data/comm_clawbacks.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  EARNING-FILE.
           COPY earning.

       FD  COMM-PLAN-FILE.
           COPY comm_plan.

       FD  COMM-ASSIGN-FILE.
           COPY comm_assign.

       FD  SALES-EXTRACT-FILE.
           COPY sales_extract.

       FD  COMM-RESULT-FILE.
           COPY comm_result.

       FD  COMM-CLAWBACK-FILE.
           COPY comm_clawback.

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS         PIC XX.
       01  EA-FILE-STATUS          PIC XX.
       01  CP-FILE-STATUS          PIC XX.
       01  CA-FILE-STATUS          PIC XX.
       01  SX-FILE-STATUS          PIC XX.
       01  CR-FILE-STATUS          PIC XX.
       01  CB-FILE-STATUS          PIC XX.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP            PIC X(19).
       01  WS-TODAY                PIC 9(8).

       01  WS-CM-CHOICE            PIC 9(1) VALUE 9.
       01  WS-EMPLOYEE-ID          PIC X(10).
       01  WS-CONFIRM              PIC X(1).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-LINE-COUNT           PIC 9(4).

      *> Commission plans, loaded whole and saved whole.
       01  WS-CP-COUNT             PIC 9(2) VALUE 0.
       01  WS-CP-ENTRY OCCURS 20 TIMES INDEXED BY WS-CP-IDX.
           05  WS-CP-CODE          PIC X(4).
           05  WS-CP-DESC          PIC X(30).
           05  WS-CP-TARGET        PIC 9(9)V99.
           05  WS-CP-THRESHOLD     PIC 9(9)V99.
           05  WS-CP-CAP           PIC 9(7)V99.
           05  WS-CP-TIERS.
               10  WS-CP-TIER OCCURS 5 TIMES.
                   15  WS-CP-TIER-UPTO  PIC 9(3).
                   15  WS-CP-TIER-RATE  PIC 9(2)V99.
       01  WS-CP-FOUND             PIC 9(2).
       01  WS-CP-WANT              PIC X(4).
       01  WS-TIER-IDX             PIC 9(1).
       01  WS-IN-AMOUNT            PIC 9(9)V99.
       01  WS-IN-UPTO              PIC 9(3).
       01  WS-IN-RATE              PIC 9(2)V99.

      *> Plan arithmetic: plan code and sales in, tier/rate/
      *> commission out (600-APPLY-PLAN).
       01  WS-PC-PLAN              PIC X(4).
       01  WS-PC-SALES             PIC 9(9)V99.
       01  WS-PC-ACHIEVE           PIC 9(3)V9.
       01  WS-PC-ACHIEVE-WORK      PIC 9(9)V9.
       01  WS-PC-TIER              PIC 9(1).
       01  WS-PC-RATE              PIC 9(2)V99.
       01  WS-PC-COMM              PIC 9(7)V99.

      *> The month being calculated.
       01  WS-CM-PERIOD            PIC 9(6).
       01  WS-CM-PERIOD-R REDEFINES WS-CM-PERIOD.
           05  WS-CM-YYYY          PIC 9(4).
           05  WS-CM-MM            PIC 9(2).
       01  WS-CM-PERIOD-END        PIC 9(8).
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY          PIC 9(4).
           05  WS-DW-MM            PIC 9(2).
           05  WS-DW-DD            PIC 9(2).
       01  WS-CM-DONE-BEFORE       PIC X(1).
       01  WS-CM-POSTING           PIC X(1).

      *> The extract's month, per employee: sales less same-month
      *> cancellations.
       01  WS-CE-COUNT             PIC 9(4) VALUE 0.
       01  WS-CE-ENTRY OCCURS 500 TIMES INDEXED BY WS-CE-IDX.
           05  WS-CE-EMP-ID        PIC X(10).
           05  WS-CE-SALES         PIC 9(9)V99.
           05  WS-CE-SAME-CANCEL   PIC 9(9)V99.
       01  WS-CE-FOUND             PIC 9(4).

      *> Cancellations of earlier months' sales, per employee and
      *> original month.
       01  WS-CX-COUNT             PIC 9(4) VALUE 0.
       01  WS-CX-ENTRY OCCURS 500 TIMES INDEXED BY WS-CX-IDX.
           05  WS-CX-EMP-ID        PIC X(10).
           05  WS-CX-ORIG-PERIOD   PIC 9(6).
           05  WS-CX-AMOUNT        PIC 9(9)V99.
       01  WS-CX-FOUND             PIC 9(4).

       01  WS-SX-READ              PIC 9(5).
       01  WS-SX-USED              PIC 9(5).
       01  WS-SX-REJECTED          PIC 9(5).
       01  WS-SX-OTHER-MONTH       PIC 9(5).

      *> One employee's month.
       01  WS-EMP-PLAN             PIC X(4).
       01  WS-EMP-SALES            PIC 9(9)V99.
       01  WS-EMP-COMMISSION       PIC 9(7)V99.
       01  WS-EMP-ACHIEVE          PIC 9(3)V9.
       01  WS-EMP-TIER             PIC 9(1).
       01  WS-EMP-RATE             PIC 9(2)V99.
       01  WS-EMP-CLAWBACK         PIC 9(7)V99.
       01  WS-EMP-CARRIED-IN       PIC 9(7)V99.
       01  WS-EMP-CARRIED-OUT      PIC 9(7)V99.
       01  WS-EMP-DEDUCT           PIC 9(7)V99.
       01  WS-EMP-PAYABLE          PIC 9(7)V99.
       01  WS-EMP-EA-SEQ           PIC 9(2).
       01  WS-CB-BEFORE            PIC 9(7)V99.
       01  WS-CB-AFTER             PIC 9(7)V99.
       01  WS-CB-NEW-CANCEL        PIC 9(9)V99.
       01  WS-CB-AMOUNT            PIC 9(7)V99.
       01  WS-NEXT-SEQ             PIC 9(2).

       01  WS-TOT-SALES            PIC 9(11)V99.
       01  WS-TOT-COMMISSION       PIC 9(9)V99.
       01  WS-TOT-CLAWBACK         PIC 9(9)V99.
       01  WS-TOT-PAYABLE          PIC 9(9)V99.
       01  WS-TOT-CARRIED          PIC 9(9)V99.
       01  WS-PRINT-AMT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-AMT2           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-PCT            PIC ZZ9.9.
       01  WS-PRINT-RATE           PIC Z9.99.

      *> Gate through ACCESSCHECK so a matrix grant or per-user
      *> override honoured by the menu is honoured here too.
       01  WS-ACCESS-PARAMS.
           05  WS-AC-FUNCTION      PIC X(8).
           05  WS-AC-USER-ROLE     PIC X(1).
           05  WS-AC-USER-ID       PIC X(10).
           05  WS-AC-RESULT        PIC X(1).

      *> Late-input check (LATEQUEUE) on the COMM line going active.
       01  WS-LATE-QUEUE-PARAMS.
           05  WS-LQ-FUNCTION      PIC X(1).
           05  WS-LQ-ITEM-TYPE     PIC X(4).
           05  WS-LQ-EMP-ID        PIC X(10).
           05  WS-LQ-REF           PIC X(10).
           05  WS-LQ-DETAIL        PIC X(30).
           05  WS-LQ-OLD-VALUE     PIC 9(7)V99.
           05  WS-LQ-NEW-VALUE     PIC 9(7)V99.
           05  WS-LQ-EFF-DATE      PIC 9(8).
           05  WS-LQ-USER          PIC X(10).
           05  WS-LQ-SEQ           PIC 9(6).
           05  WS-LQ-REASON        PIC X(30).
           05  WS-LQ-LATE          PIC X(1).
           05  WS-LQ-PERIOD-ID     PIC X(8).
           05  WS-LQ-CUTOFF-DATE   PIC 9(8).
           05  WS-LQ-CUTOFF-TIME   PIC 9(4).
           05  WS-LQ-RESULT        PIC X(1).
           05  WS-LQ-COUNT         PIC 9(4).
           05  WS-LQ-MESSAGE       PIC X(50).

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-COMMISSION.
      *>   Commission lands on earnings.dat, so it carries the
      *>   earnings right.
           MOVE "EARNINGS" TO WS-AC-FUNCTION
           MOVE LS-USER-ROLE TO WS-AC-USER-ROLE
           MOVE LS-EMP-ID TO WS-AC-USER-ID
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
           IF WS-AC-RESULT NOT = 'Y'
               DISPLAY "Access denied. Requires HR or Admin access."
               GOBACK
           END-IF.

           MOVE 9 TO WS-CM-CHOICE
           PERFORM UNTIL WS-CM-CHOICE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                      WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                      WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                      DELIMITED BY SIZE INTO WS-TIMESTAMP
               MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY
               DISPLAY " "
               DISPLAY "ByteBank Commission"
               DISPLAY "-------------------"
               DISPLAY "1. Commission Plans"
               DISPLAY "2. Assign Employee to Plan"
               DISPLAY "3. Import Sales Extract and Calculate"
               DISPLAY "4. Commission Statement"
               DISPLAY "0. Return to Main Menu"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CM-CHOICE

               EVALUATE WS-CM-CHOICE
                   WHEN 1 PERFORM 200-MAINTAIN-PLANS
                   WHEN 2 PERFORM 300-ASSIGN-PLAN
                   WHEN 3 PERFORM 400-CALCULATE-COMMISSION
                   WHEN 4 PERFORM 500-COMMISSION-STATEMENT
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *****************************************************************
      * 200-MAINTAIN-PLANS - list the plans, then add or change one.
      * Tiers are entered in ascending achievement order; a tier
      * limit of 0 ends the list and the last tier entered should
      * carry 999 so every achievement level has a rate.
      *****************************************************************
       200-MAINTAIN-PLANS.
           PERFORM 250-LOAD-PLANS
           DISPLAY "Commission plans on file: " WS-CP-COUNT
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               PERFORM 210-SHOW-PLAN
           END-PERFORM
           DISPLAY "Plan code to add/change (blank to return): "
                   WITH NO ADVANCING
           ACCEPT WS-CP-WANT
           IF WS-CP-WANT NOT = SPACES
               PERFORM 255-FIND-PLAN
               IF WS-CP-FOUND = 0
                   IF WS-CP-COUNT < 20
                       ADD 1 TO WS-CP-COUNT
                       MOVE WS-CP-COUNT TO WS-CP-FOUND
                       INITIALIZE WS-CP-ENTRY(WS-CP-FOUND)
                       MOVE WS-CP-WANT TO WS-CP-CODE(WS-CP-FOUND)
                       DISPLAY "New plan " WS-CP-WANT
                   ELSE
                       DISPLAY "PLAN TABLE FULL - NOT ADDED"
                   END-IF
               END-IF
               IF WS-CP-FOUND > 0
                   PERFORM 220-CAPTURE-PLAN
                   PERFORM 260-SAVE-PLANS
               END-IF
           END-IF.

       210-SHOW-PLAN.
           DISPLAY " "
           DISPLAY WS-CP-CODE(WS-CP-IDX) "  " WS-CP-DESC(WS-CP-IDX)
           MOVE WS-CP-TARGET(WS-CP-IDX) TO WS-PRINT-AMT
           MOVE WS-CP-THRESHOLD(WS-CP-IDX) TO WS-PRINT-AMT2
           DISPLAY "   Target " WS-PRINT-AMT "  Threshold "
                   WS-PRINT-AMT2 WITH NO ADVANCING
           MOVE WS-CP-CAP(WS-CP-IDX) TO WS-PRINT-AMT
           DISPLAY "  Cap " WS-PRINT-AMT
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 5
               IF WS-CP-TIER-UPTO(WS-CP-IDX, WS-TIER-IDX) > 0
                   MOVE WS-CP-TIER-RATE(WS-CP-IDX, WS-TIER-IDX)
                       TO WS-PRINT-RATE
                   DISPLAY "   Tier " WS-TIER-IDX " up to "
                           WS-CP-TIER-UPTO(WS-CP-IDX, WS-TIER-IDX)
                           "% of target: " WS-PRINT-RATE "%"
               END-IF
           END-PERFORM.

       220-CAPTURE-PLAN.
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-CP-DESC(WS-CP-FOUND)
           DISPLAY "Monthly sales target: " WITH NO ADVANCING
           ACCEPT WS-IN-AMOUNT
           MOVE WS-IN-AMOUNT TO WS-CP-TARGET(WS-CP-FOUND)
           DISPLAY "Minimum sales before any commission: "
                   WITH NO ADVANCING
           ACCEPT WS-IN-AMOUNT
           MOVE WS-IN-AMOUNT TO WS-CP-THRESHOLD(WS-CP-FOUND)
           DISPLAY "Monthly commission cap (0 = none): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-AMOUNT
           MOVE WS-IN-AMOUNT TO WS-CP-CAP(WS-CP-FOUND)
           MOVE ZEROS TO WS-CP-TIERS(WS-CP-FOUND)
           MOVE 1 TO WS-TIER-IDX
           MOVE 1 TO WS-IN-UPTO
           PERFORM UNTIL WS-TIER-IDX > 5 OR WS-IN-UPTO = 0
               DISPLAY "Tier " WS-TIER-IDX " achievement % upper "
                       "limit (999 = no limit, 0 = done): "
                       WITH NO ADVANCING
               ACCEPT WS-IN-UPTO
               IF WS-IN-UPTO > 0
                   DISPLAY "Tier " WS-TIER-IDX " commission % "
                           "(e.g., 5.00): " WITH NO ADVANCING
                   ACCEPT WS-IN-RATE
                   MOVE WS-IN-UPTO
                       TO WS-CP-TIER-UPTO(WS-CP-FOUND, WS-TIER-IDX)
                   MOVE WS-IN-RATE
                       TO WS-CP-TIER-RATE(WS-CP-FOUND, WS-TIER-IDX)
                   IF WS-IN-UPTO = 999
                       MOVE 0 TO WS-IN-UPTO
                   END-IF
                   ADD 1 TO WS-TIER-IDX
               END-IF
           END-PERFORM
           MOVE WS-CP-FOUND TO WS-CP-IDX
           PERFORM 210-SHOW-PLAN.

       250-LOAD-PLANS.
           MOVE 0 TO WS-CP-COUNT
           OPEN INPUT COMM-PLAN-FILE
           IF CP-FILE-STATUS = '00'
               PERFORM UNTIL CP-FILE-STATUS = '10'
                   READ COMM-PLAN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CP-COUNT < 20
                               ADD 1 TO WS-CP-COUNT
                               MOVE CP-PLAN-CODE
                                   TO WS-CP-CODE(WS-CP-COUNT)
                               MOVE CP-DESC
                                   TO WS-CP-DESC(WS-CP-COUNT)
                               MOVE CP-TARGET
                                   TO WS-CP-TARGET(WS-CP-COUNT)
                               MOVE CP-THRESHOLD
                                   TO WS-CP-THRESHOLD(WS-CP-COUNT)
                               MOVE CP-CAP
                                   TO WS-CP-CAP(WS-CP-COUNT)
                               MOVE CP-TIERS
                                   TO WS-CP-TIERS(WS-CP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMM-PLAN-FILE
           END-IF.

       255-FIND-PLAN.
           MOVE 0 TO WS-CP-FOUND
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-CODE(WS-CP-IDX) = WS-CP-WANT
                   MOVE WS-CP-IDX TO WS-CP-FOUND
               END-IF
           END-PERFORM.

       260-SAVE-PLANS.
           OPEN OUTPUT COMM-PLAN-FILE
           IF CP-FILE-STATUS = '00'
               PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                       UNTIL WS-CP-IDX > WS-CP-COUNT
                   MOVE SPACES TO COMM-PLAN-RECORD
                   MOVE WS-CP-CODE(WS-CP-IDX)      TO CP-PLAN-CODE
                   MOVE WS-CP-DESC(WS-CP-IDX)      TO CP-DESC
                   MOVE WS-CP-TARGET(WS-CP-IDX)    TO CP-TARGET
                   MOVE WS-CP-THRESHOLD(WS-CP-IDX) TO CP-THRESHOLD
                   MOVE WS-CP-CAP(WS-CP-IDX)       TO CP-CAP
                   MOVE WS-CP-TIERS(WS-CP-IDX)     TO CP-TIERS
                   WRITE COMM-PLAN-RECORD
               END-PERFORM
               CLOSE COMM-PLAN-FILE
               DISPLAY "Commission plans saved."
           ELSE
               DISPLAY "ERROR: Unable to save commission plans. "
                       "Status: " CP-FILE-STATUS
           END-IF.

      *****************************************************************
      * 300-ASSIGN-PLAN - put an employee on a plan (or off
      * commission, with a blank plan) from an effective date, after
      * listing the assignments already on file for them.
      *****************************************************************
       300-ASSIGN-PLAN.
           PERFORM 250-LOAD-PLANS
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-EMPLOYEE-ID
           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-EMPLOYEE-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
           END-READ
           CLOSE EMPLOYEE-FILE
           IF EMP-NAME = SPACES
               DISPLAY "Employee not found: " WS-EMPLOYEE-ID
           ELSE
               DISPLAY "Employee: " EMP-NAME
               OPEN I-O COMM-ASSIGN-FILE
               IF CA-FILE-STATUS = '35'
                   OPEN OUTPUT COMM-ASSIGN-FILE
                   CLOSE COMM-ASSIGN-FILE
                   OPEN I-O COMM-ASSIGN-FILE
               END-IF
               PERFORM 310-LIST-ASSIGNMENTS
               DISPLAY "Plan code (blank = off commission): "
                       WITH NO ADVANCING
               ACCEPT WS-CP-WANT
               PERFORM 255-FIND-PLAN
               IF WS-CP-WANT NOT = SPACES AND WS-CP-FOUND = 0
                   DISPLAY "No such plan: " WS-CP-WANT
               ELSE
                   DISPLAY "Effective date YYYYMMDD (0 = today): "
                           WITH NO ADVANCING
                   ACCEPT WS-DATE-WORK
                   IF WS-DATE-WORK = 0
                       MOVE WS-TODAY TO WS-DATE-WORK
                   END-IF
                   MOVE WS-EMPLOYEE-ID TO CA-EMP-ID
                   MOVE WS-DATE-WORK   TO CA-EFF-DATE
                   MOVE WS-CP-WANT     TO CA-PLAN-CODE
                   MOVE LS-EMP-ID      TO CA-ASSIGNED-BY
                   MOVE WS-TIMESTAMP   TO CA-ASSIGNED-TS
                   WRITE COMM-ASSIGN-RECORD
                       INVALID KEY
                           REWRITE COMM-ASSIGN-RECORD
                   END-WRITE
                   DISPLAY "Assignment recorded from " WS-DATE-WORK
               END-IF
               CLOSE COMM-ASSIGN-FILE
           END-IF.

       310-LIST-ASSIGNMENTS.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-EMPLOYEE-ID TO CA-EMP-ID
           MOVE 0 TO CA-EFF-DATE
           START COMM-ASSIGN-FILE KEY IS NOT LESS THAN CA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ COMM-ASSIGN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF CA-EMP-ID NOT = WS-EMPLOYEE-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           ADD 1 TO WS-LINE-COUNT
                           DISPLAY "  From " CA-EFF-DATE "  plan "
                                   CA-PLAN-CODE "  by "
                                   CA-ASSIGNED-BY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINE-COUNT = 0
               DISPLAY "  No plan assignments on file."
           END-IF
           MOVE '00' TO CA-FILE-STATUS.

      *****************************************************************
      * 400-CALCULATE-COMMISSION - import the month's sales extract,
      * preview every employee's commission and claw-back, and on
      * confirmation write the COMM earning lines, the results and
      * the claw-back trail. A month is calculated once.
      *****************************************************************
       400-CALCULATE-COMMISSION.
           DISPLAY "Sales month YYYYMM: " WITH NO ADVANCING
           ACCEPT WS-CM-PERIOD
           IF WS-CM-MM < 1 OR WS-CM-MM > 12
               DISPLAY "Invalid month: " WS-CM-PERIOD
           ELSE
               PERFORM 405-SET-PERIOD-END
               PERFORM 410-CHECK-PERIOD-DONE
               IF WS-CM-DONE-BEFORE = 'Y'
                   DISPLAY "Commission for " WS-CM-PERIOD
                           " has already been calculated - see the "
                           "statements."
               ELSE
                   PERFORM 250-LOAD-PLANS
                   PERFORM 420-LOAD-SALES-EXTRACT
                   IF WS-CE-COUNT = 0
                       DISPLAY "No sales lines for " WS-CM-PERIOD
                               " on the extract - nothing calculated."
                   ELSE
                       MOVE 'N' TO WS-CM-POSTING
                       PERFORM 430-PROCESS-ENTRIES
                       DISPLAY "Post commission to earnings? (Y/N): "
                               WITH NO ADVANCING
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           MOVE 'Y' TO WS-CM-POSTING
                           PERFORM 430-PROCESS-ENTRIES
                           DISPLAY "Commission for " WS-CM-PERIOD
                                   " posted to earnings."
                       ELSE
                           DISPLAY "Commission not posted."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       405-SET-PERIOD-END.
           MOVE WS-CM-YYYY TO WS-DW-YYYY
           MOVE WS-CM-MM   TO WS-DW-MM
           MOVE 1          TO WS-DW-DD
           IF WS-CM-MM = 12
               ADD 1 TO WS-DW-YYYY
               MOVE 1 TO WS-DW-MM
           ELSE
               ADD 1 TO WS-DW-MM
           END-IF
           COMPUTE WS-CM-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1).

       410-CHECK-PERIOD-DONE.
           MOVE 'N' TO WS-CM-DONE-BEFORE
           OPEN INPUT COMM-RESULT-FILE
           IF CR-FILE-STATUS = '00'
               PERFORM UNTIL CR-FILE-STATUS = '10'
                   READ COMM-RESULT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CR-PERIOD = WS-CM-PERIOD
                               MOVE 'Y' TO WS-CM-DONE-BEFORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMM-RESULT-FILE
           END-IF.

      *****************************************************************
      * 420-LOAD-SALES-EXTRACT - sum the month's extract lines per
      * employee. Same-month cancellations reduce the month's sales;
      * cancellations of earlier months' sales are held per original
      * month for claw-back. Lines for unknown employees, unknown
      * types or a future original month are rejected and listed.
      *****************************************************************
       420-LOAD-SALES-EXTRACT.
           MOVE 0 TO WS-CE-COUNT
           MOVE 0 TO WS-CX-COUNT
           MOVE 0 TO WS-SX-READ
           MOVE 0 TO WS-SX-USED
           MOVE 0 TO WS-SX-REJECTED
           MOVE 0 TO WS-SX-OTHER-MONTH
           OPEN INPUT SALES-EXTRACT-FILE
           IF SX-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open sales extract. Status: "
                       SX-FILE-STATUS
           ELSE
               OPEN INPUT EMPLOYEE-FILE
               PERFORM UNTIL SX-FILE-STATUS = '10'
                   READ SALES-EXTRACT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-SX-READ
                           IF SX-PERIOD NOT = WS-CM-PERIOD
                               ADD 1 TO WS-SX-OTHER-MONTH
                           ELSE
                               PERFORM 425-TAKE-EXTRACT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-EXTRACT-FILE
               CLOSE EMPLOYEE-FILE
               DISPLAY "Sales extract: " WS-SX-READ " line(s) read, "
                       WS-SX-USED " used, " WS-SX-REJECTED
                       " rejected, " WS-SX-OTHER-MONTH
                       " for other months"
           END-IF.

       425-TAKE-EXTRACT-LINE.
           MOVE SX-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-ID
           END-READ
           EVALUATE TRUE
               WHEN EMP-ID = SPACES
                   ADD 1 TO WS-SX-REJECTED
                   DISPLAY "  REJECTED " SX-REFERENCE " - employee "
                           SX-EMP-ID " not on file"
               WHEN SX-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-SX-REJECTED
                   DISPLAY "  REJECTED " SX-REFERENCE
                           " - amount not numeric"
               WHEN SX-SALE
                   PERFORM 426-FIND-ENTRY
                   IF WS-CE-FOUND > 0
                       ADD SX-AMOUNT TO WS-CE-SALES(WS-CE-FOUND)
                       ADD 1 TO WS-SX-USED
                   END-IF
               WHEN SX-CANCELLATION
                       AND (SX-ORIG-PERIOD = WS-CM-PERIOD
                            OR SX-ORIG-PERIOD = 0)
                   PERFORM 426-FIND-ENTRY
                   IF WS-CE-FOUND > 0
                       ADD SX-AMOUNT TO WS-CE-SAME-CANCEL(WS-CE-FOUND)
                       ADD 1 TO WS-SX-USED
                   END-IF
               WHEN SX-CANCELLATION
                       AND SX-ORIG-PERIOD < WS-CM-PERIOD
                   PERFORM 426-FIND-ENTRY
                   PERFORM 427-ADD-CANCELLATION
               WHEN OTHER
                   ADD 1 TO WS-SX-REJECTED
                   DISPLAY "  REJECTED " SX-REFERENCE " - type "
                           SX-TYPE " / original month "
                           SX-ORIG-PERIOD " not valid"
           END-EVALUATE.

       426-FIND-ENTRY.
           MOVE 0 TO WS-CE-FOUND
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-COUNT
               IF WS-CE-EMP-ID(WS-CE-IDX) = SX-EMP-ID
                   MOVE WS-CE-IDX TO WS-CE-FOUND
               END-IF
           END-PERFORM
           IF WS-CE-FOUND = 0
               IF WS-CE-COUNT < 500
                   ADD 1 TO WS-CE-COUNT
                   MOVE WS-CE-COUNT TO WS-CE-FOUND
                   MOVE SX-EMP-ID TO WS-CE-EMP-ID(WS-CE-FOUND)
                   MOVE 0 TO WS-CE-SALES(WS-CE-FOUND)
                   MOVE 0 TO WS-CE-SAME-CANCEL(WS-CE-FOUND)
               ELSE
                   ADD 1 TO WS-SX-REJECTED
                   DISPLAY "  REJECTED " SX-REFERENCE
                           " - employee table full"
               END-IF
           END-IF.

       427-ADD-CANCELLATION.
           IF WS-CE-FOUND > 0
               MOVE 0 TO WS-CX-FOUND
               PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                       UNTIL WS-CX-IDX > WS-CX-COUNT
                   IF WS-CX-EMP-ID(WS-CX-IDX) = SX-EMP-ID
                           AND WS-CX-ORIG-PERIOD(WS-CX-IDX)
                               = SX-ORIG-PERIOD
                       MOVE WS-CX-IDX TO WS-CX-FOUND
                   END-IF
               END-PERFORM
               IF WS-CX-FOUND = 0 AND WS-CX-COUNT < 500
                   ADD 1 TO WS-CX-COUNT
                   MOVE WS-CX-COUNT TO WS-CX-FOUND
                   MOVE SX-EMP-ID TO WS-CX-EMP-ID(WS-CX-FOUND)
                   MOVE SX-ORIG-PERIOD
                       TO WS-CX-ORIG-PERIOD(WS-CX-FOUND)
                   MOVE 0 TO WS-CX-AMOUNT(WS-CX-FOUND)
               END-IF
               IF WS-CX-FOUND > 0
                   ADD SX-AMOUNT TO WS-CX-AMOUNT(WS-CX-FOUND)
                   ADD 1 TO WS-SX-USED
               ELSE
                   ADD 1 TO WS-SX-REJECTED
                   DISPLAY "  REJECTED " SX-REFERENCE
                           " - cancellation table full"
               END-IF
           END-IF.

      *****************************************************************
      * 430-PROCESS-ENTRIES - one pass over the month's employees.
      * With WS-CM-POSTING = 'N' it only computes and lists (the
      * preview); with 'Y' it also writes. Both passes run the same
      * arithmetic, so what is posted is what was previewed.
      *****************************************************************
       430-PROCESS-ENTRIES.
           MOVE 0 TO WS-TOT-SALES
           MOVE 0 TO WS-TOT-COMMISSION
           MOVE 0 TO WS-TOT-CLAWBACK
           MOVE 0 TO WS-TOT-PAYABLE
           MOVE 0 TO WS-TOT-CARRIED
           OPEN INPUT COMM-ASSIGN-FILE
           IF WS-CM-POSTING = 'Y'
               OPEN I-O COMM-RESULT-FILE
               IF CR-FILE-STATUS = '35'
                   OPEN OUTPUT COMM-RESULT-FILE
                   CLOSE COMM-RESULT-FILE
                   OPEN I-O COMM-RESULT-FILE
               END-IF
               OPEN I-O EARNING-FILE
               IF EA-FILE-STATUS = '35'
                   OPEN OUTPUT EARNING-FILE
                   CLOSE EARNING-FILE
                   OPEN I-O EARNING-FILE
               END-IF
               OPEN EXTEND COMM-CLAWBACK-FILE
               IF CB-FILE-STATUS = '35'
                   OPEN OUTPUT COMM-CLAWBACK-FILE
               END-IF
           ELSE
               OPEN INPUT COMM-RESULT-FILE
               DISPLAY " "
               DISPLAY "EMPLOYEE   PLAN          SALES TIER  RATE"
                       "    COMMISSION      CLAW-BACK        PAYABLE"
           END-IF

           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                   UNTIL WS-CE-IDX > WS-CE-COUNT
               PERFORM 440-PROCESS-ONE-ENTRY
           END-PERFORM

           CLOSE COMM-ASSIGN-FILE
           CLOSE COMM-RESULT-FILE
           IF WS-CM-POSTING = 'Y'
               CLOSE EARNING-FILE
               CLOSE COMM-CLAWBACK-FILE
           ELSE
               MOVE WS-TOT-SALES TO WS-PRINT-AMT
               DISPLAY "TOTAL SALES " WS-PRINT-AMT
               MOVE WS-TOT-COMMISSION TO WS-PRINT-AMT
               MOVE WS-TOT-CLAWBACK TO WS-PRINT-AMT2
               DISPLAY "COMMISSION  " WS-PRINT-AMT
                       "   CLAW-BACK " WS-PRINT-AMT2
               MOVE WS-TOT-PAYABLE TO WS-PRINT-AMT
               MOVE WS-TOT-CARRIED TO WS-PRINT-AMT2
               DISPLAY "PAYABLE     " WS-PRINT-AMT
                       "   CLAW-BACK CARRIED FORWARD " WS-PRINT-AMT2
           END-IF.

      *****************************************************************
      * 440-PROCESS-ONE-ENTRY - the month's commission on the plan in
      * force at month end, less claw-back on earlier months and any
      * claw-back still outstanding from before. Claw-back the month
      * cannot absorb is carried forward rather than making the
      * earning line negative.
      *****************************************************************
       440-PROCESS-ONE-ENTRY.
           MOVE WS-CE-EMP-ID(WS-CE-IDX) TO WS-EMPLOYEE-ID
           IF WS-CE-SALES(WS-CE-IDX) > WS-CE-SAME-CANCEL(WS-CE-IDX)
               COMPUTE WS-EMP-SALES = WS-CE-SALES(WS-CE-IDX)
                       - WS-CE-SAME-CANCEL(WS-CE-IDX)
           ELSE
               MOVE 0 TO WS-EMP-SALES
           END-IF
           PERFORM 445-FIND-ASSIGNMENT
           MOVE WS-EMP-PLAN  TO WS-PC-PLAN
           MOVE WS-EMP-SALES TO WS-PC-SALES
           PERFORM 600-APPLY-PLAN
           MOVE WS-PC-COMM    TO WS-EMP-COMMISSION
           MOVE WS-PC-ACHIEVE TO WS-EMP-ACHIEVE
           MOVE WS-PC-TIER    TO WS-EMP-TIER
           MOVE WS-PC-RATE    TO WS-EMP-RATE

           PERFORM 450-LOAD-CARRIED-IN
           MOVE 0 TO WS-EMP-CLAWBACK
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT
               IF WS-CX-EMP-ID(WS-CX-IDX) = WS-EMPLOYEE-ID
                   PERFORM 460-CLAW-BACK-ONE
               END-IF
           END-PERFORM

           COMPUTE WS-EMP-DEDUCT = WS-EMP-CLAWBACK + WS-EMP-CARRIED-IN
           IF WS-EMP-COMMISSION NOT < WS-EMP-DEDUCT
               COMPUTE WS-EMP-PAYABLE =
                       WS-EMP-COMMISSION - WS-EMP-DEDUCT
               MOVE 0 TO WS-EMP-CARRIED-OUT
           ELSE
               MOVE 0 TO WS-EMP-PAYABLE
               COMPUTE WS-EMP-CARRIED-OUT =
                       WS-EMP-DEDUCT - WS-EMP-COMMISSION
           END-IF

           MOVE 0 TO WS-EMP-EA-SEQ
           IF WS-CM-POSTING = 'Y'
               IF WS-EMP-PAYABLE > 0
                   PERFORM 470-WRITE-EARNING-LINE
               END-IF
               PERFORM 475-WRITE-RESULT
           ELSE
               MOVE WS-EMP-SALES TO WS-PRINT-AMT
               MOVE WS-EMP-RATE TO WS-PRINT-RATE
               DISPLAY WS-EMPLOYEE-ID " " WS-EMP-PLAN " "
                       WS-PRINT-AMT "    " WS-EMP-TIER " "
                       WS-PRINT-RATE WITH NO ADVANCING
               MOVE WS-EMP-COMMISSION TO WS-PRINT-AMT
               MOVE WS-EMP-CLAWBACK TO WS-PRINT-AMT2
               DISPLAY " " WS-PRINT-AMT " " WS-PRINT-AMT2
                       WITH NO ADVANCING
               MOVE WS-EMP-PAYABLE TO WS-PRINT-AMT
               DISPLAY " " WS-PRINT-AMT
               IF WS-EMP-PLAN = SPACES AND WS-EMP-SALES > 0
                   DISPLAY "   NOTE: no commission plan in force at "
                           WS-CM-PERIOD-END " - sales not commissioned"
               END-IF
               IF WS-EMP-CARRIED-IN > 0
                   MOVE WS-EMP-CARRIED-IN TO WS-PRINT-AMT
                   DISPLAY "   Claw-back brought forward "
                           WS-PRINT-AMT
               END-IF
               IF WS-EMP-CARRIED-OUT > 0
                   MOVE WS-EMP-CARRIED-OUT TO WS-PRINT-AMT
                   DISPLAY "   Claw-back carried forward "
                           WS-PRINT-AMT
               END-IF
           END-IF
           ADD WS-EMP-SALES       TO WS-TOT-SALES
           ADD WS-EMP-COMMISSION  TO WS-TOT-COMMISSION
           ADD WS-EMP-CLAWBACK    TO WS-TOT-CLAWBACK
           ADD WS-EMP-PAYABLE     TO WS-TOT-PAYABLE
           ADD WS-EMP-CARRIED-OUT TO WS-TOT-CARRIED.

      *****************************************************************
      * 445-FIND-ASSIGNMENT - the employee's latest plan assignment on
      * or before the month's last day; blank when there is none.
      *****************************************************************
       445-FIND-ASSIGNMENT.
           MOVE SPACES TO WS-EMP-PLAN
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-EMPLOYEE-ID TO CA-EMP-ID
           MOVE 0 TO CA-EFF-DATE
           START COMM-ASSIGN-FILE KEY IS NOT LESS THAN CA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ COMM-ASSIGN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF CA-EMP-ID NOT = WS-EMPLOYEE-ID
                               OR CA-EFF-DATE > WS-CM-PERIOD-END
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE CA-PLAN-CODE TO WS-EMP-PLAN
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO CA-FILE-STATUS.

      *****************************************************************
      * 450-LOAD-CARRIED-IN - claw-back still outstanding from the
      * employee's latest earlier calculated month.
      *****************************************************************
       450-LOAD-CARRIED-IN.
           MOVE 0 TO WS-EMP-CARRIED-IN
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-EMPLOYEE-ID TO CR-EMP-ID
           MOVE 0 TO CR-PERIOD
           START COMM-RESULT-FILE KEY IS NOT LESS THAN CR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ COMM-RESULT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF CR-EMP-ID NOT = WS-EMPLOYEE-ID
                               OR CR-PERIOD NOT < WS-CM-PERIOD
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE CR-CARRIED-OUT TO WS-EMP-CARRIED-IN
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO CR-FILE-STATUS.

      *****************************************************************
      * 460-CLAW-BACK-ONE - cancelled sales against one earlier month:
      * recompute that month's commission on its remaining sales
      * (which may drop it into a lower tier) and claw back the
      * difference from what the month's sales supported before.
      *****************************************************************
       460-CLAW-BACK-ONE.
           MOVE WS-EMPLOYEE-ID TO CR-EMP-ID
           MOVE WS-CX-ORIG-PERIOD(WS-CX-IDX) TO CR-PERIOD
           READ COMM-RESULT-FILE
               INVALID KEY
                   MOVE '23' TO CR-FILE-STATUS
           END-READ
           IF CR-FILE-STATUS NOT = '00'
               MOVE 0 TO WS-CB-BEFORE
               MOVE 0 TO WS-CB-AFTER
               MOVE 0 TO WS-CB-AMOUNT
               IF WS-CM-POSTING = 'N'
                   MOVE WS-CX-AMOUNT(WS-CX-IDX) TO WS-PRINT-AMT
                   DISPLAY "   NOTE: cancellation of " WS-PRINT-AMT
                           " against " WS-CX-ORIG-PERIOD(WS-CX-IDX)
                           " - no commission on record, nothing "
                           "clawed back"
               END-IF
           ELSE
               MOVE CR-COMM-STANDING TO WS-CB-BEFORE
               COMPUTE WS-CB-NEW-CANCEL =
                       CR-CANCELLED + WS-CX-AMOUNT(WS-CX-IDX)
               MOVE CR-PLAN-CODE TO WS-PC-PLAN
               IF CR-SALES > WS-CB-NEW-CANCEL
                   COMPUTE WS-PC-SALES = CR-SALES - WS-CB-NEW-CANCEL
               ELSE
                   MOVE 0 TO WS-PC-SALES
               END-IF
               PERFORM 600-APPLY-PLAN
               MOVE WS-PC-COMM TO WS-CB-AFTER
               IF WS-CB-BEFORE > WS-CB-AFTER
                   COMPUTE WS-CB-AMOUNT = WS-CB-BEFORE - WS-CB-AFTER
               ELSE
                   MOVE 0 TO WS-CB-AMOUNT
               END-IF
               ADD WS-CB-AMOUNT TO WS-EMP-CLAWBACK
               IF WS-CM-POSTING = 'Y'
                   MOVE WS-CB-NEW-CANCEL TO CR-CANCELLED
                   MOVE WS-CB-AFTER TO CR-COMM-STANDING
                   REWRITE COMM-RESULT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Unable to update "
                                   CR-EMP-ID " " CR-PERIOD
                   END-REWRITE
               ELSE
                   MOVE WS-CX-AMOUNT(WS-CX-IDX) TO WS-PRINT-AMT
                   MOVE WS-CB-AMOUNT TO WS-PRINT-AMT2
                   DISPLAY "   Cancelled " WS-PRINT-AMT " against "
                           WS-CX-ORIG-PERIOD(WS-CX-IDX)
                           " - claw-back " WS-PRINT-AMT2
               END-IF
           END-IF
           IF WS-CM-POSTING = 'Y'
               MOVE WS-EMPLOYEE-ID TO CB-EMP-ID
               MOVE WS-CM-PERIOD TO CB-PERIOD
               MOVE WS-CX-ORIG-PERIOD(WS-CX-IDX) TO CB-ORIG-PERIOD
               MOVE WS-CX-AMOUNT(WS-CX-IDX) TO CB-CANCELLED
               MOVE WS-CB-BEFORE TO CB-COMM-BEFORE
               MOVE WS-CB-AFTER TO CB-COMM-AFTER
               MOVE WS-CB-AMOUNT TO CB-AMOUNT
               IF CR-FILE-STATUS = '00'
                   MOVE 'R' TO CB-STATUS
               ELSE
                   MOVE 'U' TO CB-STATUS
               END-IF
               MOVE WS-TIMESTAMP TO CB-TIMESTAMP
               WRITE COMM-CLAWBACK-RECORD
           END-IF
           MOVE '00' TO CR-FILE-STATUS.

      *****************************************************************
      * 470-WRITE-EARNING-LINE - the month's net commission as a
      * fully taxable once-off COMM line on the next free sequence;
      * PAYROLL pays it on the next run and marks it done.
      *****************************************************************
       470-WRITE-EARNING-LINE.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-EMPLOYEE-ID TO EA-EMP-ID
           MOVE 0 TO EA-SEQ
           START EARNING-FILE KEY IS NOT LESS THAN EA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ EARNING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF EA-EMP-ID NOT = WS-EMPLOYEE-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE EA-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO EA-FILE-STATUS
           IF WS-NEXT-SEQ = 99
               DISPLAY "ERROR: No free earning sequence for "
                       WS-EMPLOYEE-ID " - commission carried forward"
               ADD WS-EMP-PAYABLE TO WS-EMP-CARRIED-OUT
               MOVE 0 TO WS-EMP-PAYABLE
           ELSE
               ADD 1 TO WS-NEXT-SEQ
               MOVE WS-EMPLOYEE-ID TO EA-EMP-ID
               MOVE WS-NEXT-SEQ    TO EA-SEQ
               MOVE "COMM"         TO EA-CODE
               MOVE SPACES         TO EA-DESC
               STRING "COMMISSION " WS-CM-PERIOD
                      DELIMITED BY SIZE INTO EA-DESC
               MOVE WS-EMP-PAYABLE TO EA-AMOUNT
               MOVE 100            TO EA-TAXABLE-PCT
               MOVE 'O'            TO EA-RECURRING
               MOVE 'A'            TO EA-STATUS
               PERFORM 472-CHECK-LATE-INPUT
               WRITE EARNING-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to write commission "
                               "for " WS-EMPLOYEE-ID ", status "
                               EA-FILE-STATUS
                   NOT INVALID KEY
                       MOVE WS-NEXT-SEQ TO WS-EMP-EA-SEQ
               END-WRITE
           END-IF.

      *>   As EARNMGMT does for a line going active: after an open
      *>   period's input cut-off it is held as 'L' on the late-input
      *>   queue and pays from the next period unless released.
       472-CHECK-LATE-INPUT.
           INITIALIZE WS-LATE-QUEUE-PARAMS
           MOVE 'Q'       TO WS-LQ-FUNCTION
           MOVE "EARN"    TO WS-LQ-ITEM-TYPE
           MOVE EA-EMP-ID TO WS-LQ-EMP-ID
           MOVE EA-SEQ    TO WS-LQ-REF
           STRING EA-CODE " " EA-DESC
               DELIMITED BY SIZE INTO WS-LQ-DETAIL
           MOVE EA-AMOUNT TO WS-LQ-NEW-VALUE
           MOVE LS-EMP-ID TO WS-LQ-USER
           CALL "LATEQUEUE" USING WS-LATE-QUEUE-PARAMS
           IF WS-LQ-LATE = 'Y'
               IF WS-LQ-RESULT = 'Y'
                   MOVE 'L' TO EA-STATUS
                   DISPLAY "After the " WS-LQ-PERIOD-ID
                           " input cut-off - held as late input "
                           WS-LQ-SEQ " for the next period."
               ELSE
                   DISPLAY "WARNING: " WS-LQ-MESSAGE
               END-IF
           END-IF.

       475-WRITE-RESULT.
           MOVE WS-EMPLOYEE-ID     TO CR-EMP-ID
           MOVE WS-CM-PERIOD       TO CR-PERIOD
           MOVE WS-EMP-PLAN        TO CR-PLAN-CODE
           MOVE WS-EMP-SALES       TO CR-SALES
           MOVE 0                  TO CR-CANCELLED
           MOVE WS-EMP-ACHIEVE     TO CR-ACHIEVE-PCT
           MOVE WS-EMP-TIER        TO CR-TIER
           MOVE WS-EMP-RATE        TO CR-RATE
           MOVE WS-EMP-COMMISSION  TO CR-COMMISSION
           MOVE WS-EMP-COMMISSION  TO CR-COMM-STANDING
           MOVE WS-EMP-CLAWBACK    TO CR-CLAWBACK
           MOVE WS-EMP-CARRIED-IN  TO CR-CARRIED-IN
           MOVE WS-EMP-CARRIED-OUT TO CR-CARRIED-OUT
           MOVE WS-EMP-PAYABLE     TO CR-PAYABLE
           MOVE WS-EMP-EA-SEQ      TO CR-EA-SEQ
           MOVE WS-TIMESTAMP       TO CR-CALC-TS
           MOVE LS-EMP-ID          TO CR-CALC-BY
           WRITE COMM-RESULT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to record commission for "
                           WS-EMPLOYEE-ID ", status " CR-FILE-STATUS
           END-WRITE.

      *****************************************************************
      * 500-COMMISSION-STATEMENT - the statement for one employee, or
      * for everyone calculated in the month when no ID is given.
      *****************************************************************
       500-COMMISSION-STATEMENT.
           DISPLAY "Sales month YYYYMM: " WITH NO ADVANCING
           ACCEPT WS-CM-PERIOD
           DISPLAY "Employee ID (blank = all): " WITH NO ADVANCING
           MOVE SPACES TO WS-EMPLOYEE-ID
           ACCEPT WS-EMPLOYEE-ID
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT COMM-RESULT-FILE
           IF CR-FILE-STATUS NOT = '00'
               DISPLAY "No commission has been calculated yet."
           ELSE
               OPEN INPUT EMPLOYEE-FILE
               PERFORM UNTIL CR-FILE-STATUS = '10'
                   READ COMM-RESULT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CR-PERIOD = WS-CM-PERIOD
                                   AND (WS-EMPLOYEE-ID = SPACES
                                   OR CR-EMP-ID = WS-EMPLOYEE-ID)
                               ADD 1 TO WS-LINE-COUNT
                               PERFORM 510-PRINT-STATEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               CLOSE COMM-RESULT-FILE
               IF WS-LINE-COUNT = 0
                   DISPLAY "No commission on record for "
                           WS-CM-PERIOD
               END-IF
           END-IF.

       510-PRINT-STATEMENT.
           MOVE CR-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NAME
           END-READ
           MOVE '00' TO EMP-FILE-STATUS
           DISPLAY " "
           DISPLAY "==============================================="
           DISPLAY "COMMISSION STATEMENT  " CR-PERIOD
           DISPLAY "Employee: " CR-EMP-ID "  " EMP-NAME
           MOVE CR-PLAN-CODE TO WS-CP-WANT
           PERFORM 250-LOAD-PLANS
           PERFORM 255-FIND-PLAN
           IF WS-CP-FOUND > 0
               DISPLAY "Plan:     " CR-PLAN-CODE "  "
                       WS-CP-DESC(WS-CP-FOUND)
               MOVE WS-CP-TARGET(WS-CP-FOUND) TO WS-PRINT-AMT
               DISPLAY "Target:        " WS-PRINT-AMT
           ELSE
               DISPLAY "Plan:     none in force"
           END-IF
           DISPLAY "-----------------------------------------------"
           MOVE CR-SALES TO WS-PRINT-AMT
           DISPLAY "Sales credited:           " WS-PRINT-AMT
           MOVE CR-ACHIEVE-PCT TO WS-PRINT-PCT
           MOVE CR-RATE TO WS-PRINT-RATE
           DISPLAY "Achievement:              " WS-PRINT-PCT
                   "%  Tier " CR-TIER "  Rate " WS-PRINT-RATE "%"
           MOVE CR-COMMISSION TO WS-PRINT-AMT
           DISPLAY "Commission earned:        " WS-PRINT-AMT
           PERFORM 520-LIST-CLAWBACKS
           IF CR-CARRIED-IN > 0
               MOVE CR-CARRIED-IN TO WS-PRINT-AMT
               DISPLAY "Less claw-back brought fwd:" WS-PRINT-AMT
           END-IF
           MOVE CR-PAYABLE TO WS-PRINT-AMT
           DISPLAY "Paid this month (COMM):   " WS-PRINT-AMT
           IF CR-CARRIED-OUT > 0
               MOVE CR-CARRIED-OUT TO WS-PRINT-AMT
               DISPLAY "Claw-back carried forward:" WS-PRINT-AMT
           END-IF
           IF CR-CANCELLED > 0
               MOVE CR-CANCELLED TO WS-PRINT-AMT
               MOVE CR-COMM-STANDING TO WS-PRINT-AMT2
               DISPLAY "Since cancelled from these sales: "
                       WS-PRINT-AMT
               DISPLAY "Commission these sales now support: "
                       WS-PRINT-AMT2 " (difference clawed back in "
                       "later months)"
           END-IF.

       520-LIST-CLAWBACKS.
           OPEN INPUT COMM-CLAWBACK-FILE
           IF CB-FILE-STATUS = '00'
               PERFORM UNTIL CB-FILE-STATUS = '10'
                   READ COMM-CLAWBACK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CB-EMP-ID = CR-EMP-ID
                                   AND CB-PERIOD = CR-PERIOD
                               MOVE CB-CANCELLED TO WS-PRINT-AMT
                               DISPLAY "Cancelled sales of "
                                       CB-ORIG-PERIOD ": "
                                       WS-PRINT-AMT
                               IF CB-RECOVERED
                                   MOVE CB-AMOUNT TO WS-PRINT-AMT
                                   DISPLAY "  Less claw-back:         "
                                           WS-PRINT-AMT
                               ELSE
                                   DISPLAY "  No commission on record "
                                           "for that month - none "
                                           "clawed back"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMM-CLAWBACK-FILE
           END-IF.

      *****************************************************************
      * 600-APPLY-PLAN - commission for WS-PC-SALES on plan
      * WS-PC-PLAN: nothing below the plan's threshold; otherwise the
      * rate of the tier the achievement falls in, on all the sales,
      * limited to the plan's cap.
      *****************************************************************
       600-APPLY-PLAN.
           MOVE 0 TO WS-PC-ACHIEVE
           MOVE 0 TO WS-PC-TIER
           MOVE 0 TO WS-PC-RATE
           MOVE 0 TO WS-PC-COMM
           MOVE WS-PC-PLAN TO WS-CP-WANT
           PERFORM 255-FIND-PLAN
           IF WS-CP-FOUND > 0 AND WS-PC-SALES > 0
               IF WS-CP-TARGET(WS-CP-FOUND) > 0
                   COMPUTE WS-PC-ACHIEVE-WORK ROUNDED =
                           WS-PC-SALES * 100
                           / WS-CP-TARGET(WS-CP-FOUND)
               ELSE
                   MOVE 999.9 TO WS-PC-ACHIEVE-WORK
               END-IF
               IF WS-PC-ACHIEVE-WORK > 999.9
                   MOVE 999.9 TO WS-PC-ACHIEVE
               ELSE
                   MOVE WS-PC-ACHIEVE-WORK TO WS-PC-ACHIEVE
               END-IF
               IF WS-PC-SALES NOT < WS-CP-THRESHOLD(WS-CP-FOUND)
                   PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                           UNTIL WS-TIER-IDX > 5
                       IF WS-CP-TIER-UPTO(WS-CP-FOUND, WS-TIER-IDX)
                               > 0
                           IF WS-PC-TIER = 0
                               MOVE WS-TIER-IDX TO WS-PC-TIER
                               MOVE WS-CP-TIER-RATE(WS-CP-FOUND,
                                   WS-TIER-IDX) TO WS-PC-RATE
                           END-IF
                           IF WS-PC-ACHIEVE >
                                   WS-CP-TIER-UPTO(WS-CP-FOUND,
                                   WS-PC-TIER)
                               MOVE WS-TIER-IDX TO WS-PC-TIER
                               MOVE WS-CP-TIER-RATE(WS-CP-FOUND,
                                   WS-TIER-IDX) TO WS-PC-RATE
                           END-IF
                       END-IF
                   END-PERFORM
                   COMPUTE WS-PC-COMM ROUNDED =
                           WS-PC-SALES * WS-PC-RATE / 100
                   IF WS-CP-CAP(WS-CP-FOUND) > 0
                           AND WS-PC-COMM > WS-CP-CAP(WS-CP-FOUND)
                       MOVE WS-CP-CAP(WS-CP-FOUND) TO WS-PC-COMM
                   END-IF
               END-IF
           END-IF.
