       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDYMGMT.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - bursary and study assistance
      *                   register, replacing HR's paper files. Each
      *                   funded course of study records the
      *                   institution, course, the fees paid per
      *                   academic year and the work-back months the
      *                   employee owes once the studies end. Each fee
      *                   payment is classed as an exempt or a taxable
      *                   bursary against the remuneration cap
      *                   (SC-BURSARY-REM-CAP); PAYROLL taxes the
      *                   taxable ones. A bursar leaving before the
      *                   work-back is served is clawed back pro rata
      *                   by the settlement run.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDY-FILE
               ASSIGN TO "../data/study_assist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS SB-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDY-FILE.
           COPY study.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       WORKING-STORAGE SECTION.
       01  SB-FILE-STATUS          PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  CFG-FILE-STATUS         PIC XX.
       01  WS-CHOICE               PIC 9(1).
       01  WS-INPUT-OK             PIC X(1).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-ACTION               PIC X(1).
       01  WS-PAY-IDX              PIC 9(2).

      *> Study capture.
       01  WS-IN-EMP-ID            PIC X(10).
       01  WS-IN-SEQ               PIC 9(2).
       01  WS-NEXT-SEQ             PIC 9(2).
       01  WS-IN-INSTITUTION       PIC X(40).
       01  WS-IN-COURSE            PIC X(40).
       01  WS-IN-NQF-LEVEL         PIC 9(2).
       01  WS-IN-START             PIC 9(8).
       01  WS-IN-END               PIC 9(8).
       01  WS-IN-MONTHS            PIC 9(3).
       01  WS-IN-YEAR              PIC 9(4).
       01  WS-IN-DATE              PIC 9(8).
       01  WS-IN-AMT               PIC 9(7)V99.

      *> Remuneration cap test: the employee's salary for a year
      *> against the cap CONFIG holds (R600 000 if never set).
       01  WS-REM-CAP              PIC 9(7)V99 VALUE 600000.00.
       01  WS-ANNUAL-REM           PIC 9(9)V99.

      *> Work-back position: whole months served from SB-WORKBACK-
      *> START to WS-WB-TO-DATE, and those still owed.
       01  WS-WB-FROM              PIC 9(8).
       01  WS-WB-FROM-R REDEFINES WS-WB-FROM.
           05  WS-WB-FROM-YYYY     PIC 9(4).
           05  WS-WB-FROM-MM       PIC 9(2).
           05  WS-WB-FROM-DD       PIC 9(2).
       01  WS-WB-TO-DATE           PIC 9(8).
       01  WS-WB-TO-R REDEFINES WS-WB-TO-DATE.
           05  WS-WB-TO-YYYY       PIC 9(4).
           05  WS-WB-TO-MM         PIC 9(2).
           05  WS-WB-TO-DD         PIC 9(2).
       01  WS-WB-SERVED            PIC S9(5).
       01  WS-WB-OWED              PIC 9(3).

       01  WS-TODAY                PIC 9(8).
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP            PIC X(19).
       01  WS-PRINT-AMT            PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-TOTAL          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-CAP            PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-STUDY.
           OPEN I-O STUDY-FILE
           IF SB-FILE-STATUS = '35'
               OPEN OUTPUT STUDY-FILE
               CLOSE STUDY-FILE
               OPEN I-O STUDY-FILE
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           PERFORM 150-LOAD-REM-CAP

           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                      WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                      WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                      DELIMITED BY SIZE INTO WS-TIMESTAMP
               COMPUTE WS-TODAY = WS-CURRENT-YEAR * 10000
                                + WS-CURRENT-MONTH * 100
                                + WS-CURRENT-DAY
               DISPLAY " "
               DISPLAY "ByteBank Bursary and Study Assistance"
               DISPLAY "-------------------------------------"
               DISPLAY "1. List Open Study Obligations"
               DISPLAY "2. Register Study Assistance"
               DISPLAY "3. Record Fee Payment"
               DISPLAY "4. Studies Completed / Work-back Served"
               DISPLAY "5. Waive Work-back Obligation"
               DISPLAY "6. Employee Study History"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-LIST-OPEN
                   WHEN 2 PERFORM 300-REGISTER-STUDY
                   WHEN 3 PERFORM 400-RECORD-PAYMENT
                   WHEN 4 PERFORM 500-UPDATE-STATUS
                   WHEN 5 PERFORM 600-WAIVE-OBLIGATION
                   WHEN 6 PERFORM 700-EMPLOYEE-HISTORY
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDY-FILE
           CLOSE EMPLOYEE-FILE
           GOBACK.

       150-LOAD-REM-CAP.
           OPEN INPUT SYSCONFIG-FILE
           IF CFG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-BURSARY-REM-CAP NUMERIC
                               AND SC-BURSARY-REM-CAP > 0
                           MOVE SC-BURSARY-REM-CAP TO WS-REM-CAP
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

      *****************************************************************
      * 200-LIST-OPEN - every bursar still studying or working back,
      * with the months of work-back still owed.
      *****************************************************************
       200-LIST-OPEN.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO SB-KEY
           START STUDY-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ STUDY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF SB-OBLIGATION-OPEN
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 710-SHOW-STUDY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No open study obligations."
           ELSE
               DISPLAY WS-LIST-COUNT " open obligation(s)"
           END-IF
           MOVE '00' TO SB-FILE-STATUS.

      *****************************************************************
      * 300-REGISTER-STUDY - a new course of study the company has
      * agreed to fund, and the work-back months the employee has
      * signed for in return.
      *****************************************************************
       300-REGISTER-STUDY.
           PERFORM 310-CAPTURE-EMPLOYEE
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Institution: " WITH NO ADVANCING
               MOVE SPACES TO WS-IN-INSTITUTION
               ACCEPT WS-IN-INSTITUTION
               DISPLAY "Course / qualification: " WITH NO ADVANCING
               MOVE SPACES TO WS-IN-COURSE
               ACCEPT WS-IN-COURSE
               DISPLAY "NQF level (0 = not NQF-aligned): "
                       WITH NO ADVANCING
               MOVE 0 TO WS-IN-NQF-LEVEL
               ACCEPT WS-IN-NQF-LEVEL
               DISPLAY "Start date (YYYYMMDD): " WITH NO ADVANCING
               MOVE 0 TO WS-IN-START
               ACCEPT WS-IN-START
               DISPLAY "Expected end date (YYYYMMDD): "
                       WITH NO ADVANCING
               MOVE 0 TO WS-IN-END
               ACCEPT WS-IN-END
               DISPLAY "Work-back months owed after completion: "
                       WITH NO ADVANCING
               MOVE 0 TO WS-IN-MONTHS
               ACCEPT WS-IN-MONTHS
               IF WS-IN-INSTITUTION = SPACES OR WS-IN-COURSE = SPACES
                   DISPLAY "Institution and course are required"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
               IF WS-IN-NQF-LEVEL > 10
                   DISPLAY "NQF levels run from 1 to 10"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
               IF WS-IN-START = 0 OR WS-IN-END = 0
                       OR WS-IN-END < WS-IN-START
                   DISPLAY "Start and end dates are required, end on "
                           "or after start"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM 320-NEXT-SEQ
               INITIALIZE STUDY-RECORD
               MOVE WS-IN-EMP-ID      TO SB-EMP-ID
               MOVE WS-NEXT-SEQ       TO SB-SEQ
               MOVE WS-IN-INSTITUTION TO SB-INSTITUTION
               MOVE WS-IN-COURSE      TO SB-COURSE
               MOVE WS-IN-NQF-LEVEL   TO SB-NQF-LEVEL
               MOVE WS-IN-START       TO SB-START-DATE
               MOVE WS-IN-END         TO SB-END-DATE
               MOVE WS-IN-MONTHS      TO SB-WORKBACK-MONTHS
               SET SB-STUDYING        TO TRUE
               MOVE LS-EMP-ID         TO SB-UPDATED-BY
               MOVE WS-TIMESTAMP      TO SB-UPDATED-TS
               WRITE STUDY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to register study, "
                               "status " SB-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Study assistance registered for "
                               SB-EMP-ID " as item " SB-SEQ
               END-WRITE
           END-IF.

       310-CAPTURE-EMPLOYEE.
           MOVE 'Y' TO WS-INPUT-OK
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-EMP-ID
           ACCEPT WS-IN-EMP-ID
           MOVE WS-IN-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee not found"
                   MOVE 'N' TO WS-INPUT-OK
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       DISPLAY "Employee " EMP-ID " is terminated"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
           END-READ.

      *> Next free item number for the employee in WS-IN-EMP-ID.
       320-NEXT-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-IN-EMP-ID TO SB-EMP-ID
           MOVE 0 TO SB-SEQ
           START STUDY-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ STUDY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF SB-EMP-ID NOT = WS-IN-EMP-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE SB-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ
           MOVE '00' TO SB-FILE-STATUS.

      *> Read the study item named by WS-IN-EMP-ID/WS-IN-SEQ.
       330-READ-STUDY.
           MOVE 'Y' TO WS-INPUT-OK
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-EMP-ID
           ACCEPT WS-IN-EMP-ID
           DISPLAY "Item number: " WITH NO ADVANCING
           MOVE 0 TO WS-IN-SEQ
           ACCEPT WS-IN-SEQ
           MOVE WS-IN-EMP-ID TO SB-EMP-ID
           MOVE WS-IN-SEQ    TO SB-SEQ
           READ STUDY-FILE
               INVALID KEY
                   DISPLAY "No such study item on file."
                   MOVE 'N' TO WS-INPUT-OK
               NOT INVALID KEY
                   PERFORM 710-SHOW-STUDY
           END-READ.

      *****************************************************************
      * 400-RECORD-PAYMENT - fees paid for the bursar. The payment is
      * an exempt bursary while the employee's annual remuneration is
      * within the cap, otherwise taxable: PAYROLL adds a taxable
      * payment to the PAYE base in the first run on or after its
      * payment date.
      *****************************************************************
       400-RECORD-PAYMENT.
           PERFORM 330-READ-STUDY
           IF WS-INPUT-OK = 'Y'
               IF NOT SB-STUDYING
                   DISPLAY "Fees are only paid while the employee is "
                           "studying"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
               IF SB-PAY-COUNT NOT < 12
                   DISPLAY "Twelve payments already on this item - "
                           "register a new item"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE SB-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee not found"
                       MOVE 'N' TO WS-INPUT-OK
               END-READ
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Academic year: " WITH NO ADVANCING
               MOVE 0 TO WS-IN-YEAR
               ACCEPT WS-IN-YEAR
               DISPLAY "Payment date (YYYYMMDD, 0 = today): "
                       WITH NO ADVANCING
               MOVE 0 TO WS-IN-DATE
               ACCEPT WS-IN-DATE
               IF WS-IN-DATE = 0
                   MOVE WS-TODAY TO WS-IN-DATE
               END-IF
               DISPLAY "Amount paid: " WITH NO ADVANCING
               MOVE 0 TO WS-IN-AMT
               ACCEPT WS-IN-AMT
               IF WS-IN-YEAR = 0 OR WS-IN-AMT = 0
                   DISPLAY "Academic year and amount are required"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               ADD 1 TO SB-PAY-COUNT
               MOVE SB-PAY-COUNT TO WS-PAY-IDX
               MOVE WS-IN-YEAR TO SB-PAY-YEAR(WS-PAY-IDX)
               MOVE WS-IN-DATE TO SB-PAY-DATE(WS-PAY-IDX)
               MOVE WS-IN-AMT  TO SB-PAY-AMT(WS-PAY-IDX)
               MOVE SPACES     TO SB-PAY-TAXED(WS-PAY-IDX)
               COMPUTE WS-ANNUAL-REM = EMP-BASE-SALARY * 12
               MOVE WS-REM-CAP TO WS-PRINT-CAP
               IF WS-ANNUAL-REM > WS-REM-CAP
                   SET SB-PAY-TAXABLE(WS-PAY-IDX) TO TRUE
                   DISPLAY "Remuneration exceeds the R" WS-PRINT-CAP
                           " cap - TAXABLE bursary, taxed by payroll"
               ELSE
                   SET SB-PAY-EXEMPT(WS-PAY-IDX) TO TRUE
                   DISPLAY "Remuneration within the R" WS-PRINT-CAP
                           " cap - EXEMPT bursary"
               END-IF
               ADD WS-IN-AMT TO SB-TOTAL-PAID
               MOVE LS-EMP-ID    TO SB-UPDATED-BY
               MOVE WS-TIMESTAMP TO SB-UPDATED-TS
               REWRITE STUDY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to record payment, "
                               "status " SB-FILE-STATUS
                   NOT INVALID KEY
                       MOVE SB-TOTAL-PAID TO WS-PRINT-TOTAL
                       DISPLAY "Payment recorded - total paid R"
                               WS-PRINT-TOTAL
               END-REWRITE
           END-IF.

      *****************************************************************
      * 500-UPDATE-STATUS - studies completed start the work-back
      * clock; a work-back fully served discharges the obligation.
      *****************************************************************
       500-UPDATE-STATUS.
           PERFORM 330-READ-STUDY
           IF WS-INPUT-OK = 'Y'
               EVALUATE TRUE
                   WHEN SB-STUDYING
                       PERFORM 510-STUDIES-COMPLETED
                   WHEN SB-WORKING-BACK
                       PERFORM 520-WORKBACK-SERVED
                   WHEN OTHER
                       DISPLAY "The obligation on this item is closed"
                       MOVE 'N' TO WS-INPUT-OK
               END-EVALUATE
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE LS-EMP-ID    TO SB-UPDATED-BY
               MOVE WS-TIMESTAMP TO SB-UPDATED-TS
               REWRITE STUDY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to update study item, "
                               "status " SB-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Study item " SB-SEQ " now " SB-STATUS
               END-REWRITE
           END-IF.

       510-STUDIES-COMPLETED.
           DISPLAY "Date studies completed (YYYYMMDD): "
                   WITH NO ADVANCING
           MOVE 0 TO WS-IN-DATE
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = 0 OR WS-IN-DATE > WS-TODAY
                   OR WS-IN-DATE < SB-START-DATE
               DISPLAY "Completion date must fall between the start "
                       "date and today"
               MOVE 'N' TO WS-INPUT-OK
           ELSE
               MOVE WS-IN-DATE TO SB-END-DATE
               MOVE WS-IN-DATE TO SB-WORKBACK-START
               IF SB-WORKBACK-MONTHS = 0
                   SET SB-FULFILLED TO TRUE
               ELSE
                   SET SB-WORKING-BACK TO TRUE
                   DISPLAY "Work-back of " SB-WORKBACK-MONTHS
                           " month(s) runs from " SB-WORKBACK-START
               END-IF
           END-IF.

       520-WORKBACK-SERVED.
           MOVE WS-TODAY TO WS-WB-TO-DATE
           PERFORM 800-WORKBACK-POSITION
           IF WS-WB-OWED > 0
               DISPLAY "Work-back not yet served - " WS-WB-OWED
                       " month(s) still owed"
               MOVE 'N' TO WS-INPUT-OK
           ELSE
               SET SB-FULFILLED TO TRUE
           END-IF.

      *****************************************************************
      * 600-WAIVE-OBLIGATION - management may release a bursar from
      * the work-back (death, ill-health, retrenchment). A waived item
      * is never clawed back.
      *****************************************************************
       600-WAIVE-OBLIGATION.
           PERFORM 330-READ-STUDY
           IF WS-INPUT-OK = 'Y' AND NOT SB-OBLIGATION-OPEN
               DISPLAY "The obligation on this item is closed"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Waive the work-back obligation (Y/N)? "
                       WITH NO ADVANCING
               MOVE SPACE TO WS-ACTION
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               IF WS-ACTION = 'Y'
                   SET SB-WAIVED     TO TRUE
                   MOVE LS-EMP-ID    TO SB-UPDATED-BY
                   MOVE WS-TIMESTAMP TO SB-UPDATED-TS
                   REWRITE STUDY-RECORD
                   DISPLAY "Obligation waived on item " SB-SEQ
               ELSE
                   DISPLAY "Nothing changed"
               END-IF
           END-IF.

      *****************************************************************
      * 700-EMPLOYEE-HISTORY - every study item for one employee, with
      * its payments by academic year.
      *****************************************************************
       700-EMPLOYEE-HISTORY.
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-EMP-ID
           ACCEPT WS-IN-EMP-ID
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-IN-EMP-ID TO SB-EMP-ID
           MOVE 0 TO SB-SEQ
           START STUDY-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ STUDY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF SB-EMP-ID NOT = WS-IN-EMP-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 710-SHOW-STUDY
                           PERFORM 720-SHOW-PAYMENTS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No study assistance on file for "
                       WS-IN-EMP-ID
           ELSE
               DISPLAY "(Status S studying, W working back, "
                       "F fulfilled, C clawed back, X waived)"
           END-IF
           MOVE '00' TO SB-FILE-STATUS.

       710-SHOW-STUDY.
           MOVE SB-TOTAL-PAID TO WS-PRINT-TOTAL
           DISPLAY SB-EMP-ID " " SB-SEQ "  " SB-STATUS "  "
                   SB-COURSE
           DISPLAY "     " SB-INSTITUTION "  NQF " SB-NQF-LEVEL
                   "  " SB-START-DATE "-" SB-END-DATE
           DISPLAY "     PAID R" WS-PRINT-TOTAL "  WORK-BACK "
                   SB-WORKBACK-MONTHS " MONTH(S)"
           IF SB-WORKING-BACK
               MOVE WS-TODAY TO WS-WB-TO-DATE
               PERFORM 800-WORKBACK-POSITION
               DISPLAY "     FROM " SB-WORKBACK-START "  SERVED "
                       WS-WB-SERVED "  OWED " WS-WB-OWED
           END-IF
           IF SB-CLAWED-BACK
               MOVE SB-CLAWBACK-AMT TO WS-PRINT-TOTAL
               DISPLAY "     CLAWED BACK R" WS-PRINT-TOTAL
                       " (" SB-CLAWBACK-HOW ") IN "
                       SB-CLAWBACK-PERIOD
           END-IF.

       720-SHOW-PAYMENTS.
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > SB-PAY-COUNT
               MOVE SB-PAY-AMT(WS-PAY-IDX) TO WS-PRINT-AMT
               DISPLAY "       " SB-PAY-YEAR(WS-PAY-IDX) "  "
                       SB-PAY-DATE(WS-PAY-IDX) "  R" WS-PRINT-AMT
                       "  " SB-PAY-TREATMENT(WS-PAY-IDX) "  "
                       SB-PAY-TAXED(WS-PAY-IDX)
           END-PERFORM.

      *****************************************************************
      * 800-WORKBACK-POSITION - whole months served from SB-WORKBACK-
      * START up to WS-WB-TO-DATE (a month counts once its day of the
      * month is reached) and the months of the work-back still owed.
      *****************************************************************
       800-WORKBACK-POSITION.
           MOVE SB-WORKBACK-START TO WS-WB-FROM
           MOVE 0 TO WS-WB-SERVED
           IF WS-WB-FROM > 0
               COMPUTE WS-WB-SERVED =
                       (WS-WB-TO-YYYY * 12 + WS-WB-TO-MM)
                     - (WS-WB-FROM-YYYY * 12 + WS-WB-FROM-MM)
               IF WS-WB-TO-DD < WS-WB-FROM-DD
                   SUBTRACT 1 FROM WS-WB-SERVED
               END-IF
               IF WS-WB-SERVED < 0
                   MOVE 0 TO WS-WB-SERVED
               END-IF
           END-IF
           IF WS-WB-SERVED NOT < SB-WORKBACK-MONTHS
               MOVE 0 TO WS-WB-OWED
           ELSE
               COMPUTE WS-WB-OWED =
                       SB-WORKBACK-MONTHS - WS-WB-SERVED
           END-IF.
       END PROGRAM STUDYMGMT.
