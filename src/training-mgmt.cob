       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINMGMT.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - training register. We pay SDL
      *                   every month but have never claimed the
      *                   mandatory grant back for want of a record of
      *                   training. HR keeps a course catalogue,
      *                   records the training each employee has
      *                   completed (dates, cost, provider, NQF level)
      *                   and plans the coming grant year's training.
      *                   REPORTS produces the SETA WSP/ATR figures and
      *                   the SDL-versus-training-spend summary.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-FILE
               ASSIGN TO "../data/training_courses.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CODE
               FILE STATUS IS TC-FILE-STATUS.

           SELECT TRAINING-FILE
               ASSIGN TO "../data/training_events.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-KEY
               FILE STATUS IS TE-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-FILE.
           COPY training_course.

       FD  TRAINING-FILE.
           COPY training_event.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       WORKING-STORAGE SECTION.
       01  TC-FILE-STATUS          PIC XX.
       01  TE-FILE-STATUS          PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  WS-CHOICE               PIC 9(1).
       01  WS-INPUT-OK             PIC X(1).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-IS-NEW               PIC X(1).
       01  WS-ACTION               PIC X(1).

      *> Course capture.
       01  WS-TC-INPUT.
           05  WS-IN-CODE          PIC X(8).
           05  WS-IN-TITLE         PIC X(40).
           05  WS-IN-PROVIDER      PIC X(30).
           05  WS-IN-NQF-LEVEL     PIC 9(2).
           05  WS-IN-CATEGORY      PIC X(1).
           05  WS-IN-COST          PIC 9(7)V99.
           05  WS-IN-DAYS          PIC 9(3).

      *> Training event capture.
       01  WS-IN-EMP-ID            PIC X(10).
       01  WS-IN-SEQ               PIC 9(3).
       01  WS-IN-START             PIC 9(8).
       01  WS-IN-START-R REDEFINES WS-IN-START.
           05  WS-IN-START-YYYY    PIC 9(4).
           05  WS-IN-START-MM      PIC 9(2).
           05  WS-IN-START-DD      PIC 9(2).
       01  WS-IN-END               PIC 9(8).
       01  WS-IN-PLAN-YEAR         PIC 9(4).
       01  WS-NEXT-SEQ             PIC 9(3).

      *> The grant year runs 1 April to 31 March and is named for the
      *> year it ends in; planning defaults to the one after this.
       01  WS-GRANT-YEAR           PIC 9(4).
       01  WS-NEXT-GRANT-YEAR      PIC 9(4).
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
       01  WS-PRINT-COST           PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-TOTAL          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-COST           PIC 9(9)V99.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-TRAINING.
           OPEN I-O COURSE-FILE
           IF TC-FILE-STATUS = '35'
               OPEN OUTPUT COURSE-FILE
               CLOSE COURSE-FILE
               OPEN I-O COURSE-FILE
           END-IF
           OPEN I-O TRAINING-FILE
           IF TE-FILE-STATUS = '35'
               OPEN OUTPUT TRAINING-FILE
               CLOSE TRAINING-FILE
               OPEN I-O TRAINING-FILE
           END-IF
           OPEN INPUT EMPLOYEE-FILE

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
               IF WS-CURRENT-MONTH > 3
                   COMPUTE WS-GRANT-YEAR = WS-CURRENT-YEAR + 1
               ELSE
                   MOVE WS-CURRENT-YEAR TO WS-GRANT-YEAR
               END-IF
               COMPUTE WS-NEXT-GRANT-YEAR = WS-GRANT-YEAR + 1
               DISPLAY " "
               DISPLAY "ByteBank Training Register"
               DISPLAY "--------------------------"
               DISPLAY "1. List Course Catalogue"
               DISPLAY "2. Add / Change Course"
               DISPLAY "3. Withdraw / Reinstate Course"
               DISPLAY "4. Record Completed Training"
               DISPLAY "5. Plan Training for a Grant Year"
               DISPLAY "6. Complete / Cancel Planned Training"
               DISPLAY "7. Employee Training History"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-LIST-COURSES
                   WHEN 2 PERFORM 300-MAINTAIN-COURSE
                   WHEN 3 PERFORM 350-TOGGLE-COURSE
                   WHEN 4 PERFORM 400-RECORD-COMPLETED
                   WHEN 5 PERFORM 500-PLAN-TRAINING
                   WHEN 6 PERFORM 600-UPDATE-PLANNED
                   WHEN 7 PERFORM 700-EMPLOYEE-HISTORY
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           CLOSE COURSE-FILE
           CLOSE TRAINING-FILE
           CLOSE EMPLOYEE-FILE
           GOBACK.

      *****************************************************************
      * 200-LIST-COURSES - the whole catalogue, withdrawn courses
      * included.
      *****************************************************************
       200-LIST-COURSES.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO TC-CODE
           START COURSE-FILE KEY IS NOT LESS THAN TC-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ COURSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 210-SHOW-COURSE
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No courses in the catalogue."
           ELSE
               DISPLAY "(Category L learnership, S skills programme, "
                       "A apprenticeship, O other)"
           END-IF
           MOVE '00' TO TC-FILE-STATUS.

       210-SHOW-COURSE.
           MOVE TC-DEFAULT-COST TO WS-PRINT-COST
           DISPLAY TC-CODE "  " TC-TITLE "  STATUS: " TC-STATUS
           DISPLAY "  " TC-PROVIDER "  NQF " TC-NQF-LEVEL
                   "  CAT " TC-CATEGORY "  DAYS " TC-DURATION-DAYS
                   "  COST R " WS-PRINT-COST.

      *****************************************************************
      * 300-MAINTAIN-COURSE - add a course, or re-capture one already
      * in the catalogue. Events already captured keep their own
      * provider, NQF level and cost.
      *****************************************************************
       300-MAINTAIN-COURSE.
           DISPLAY "Course code: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-CODE
           ACCEPT WS-IN-CODE
           MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE
           IF WS-IN-CODE = SPACES
               DISPLAY "Course code is required"
           ELSE
               MOVE WS-IN-CODE TO TC-CODE
               MOVE 'N' TO WS-IS-NEW
               READ COURSE-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-IS-NEW
                       INITIALIZE TRAINING-COURSE-RECORD
                       MOVE WS-IN-CODE TO TC-CODE
                       SET TC-ACTIVE TO TRUE
                   NOT INVALID KEY
                       PERFORM 210-SHOW-COURSE
               END-READ
               PERFORM 310-CAPTURE-COURSE
               IF WS-INPUT-OK = 'Y'
                   MOVE WS-IN-TITLE     TO TC-TITLE
                   MOVE WS-IN-PROVIDER  TO TC-PROVIDER
                   MOVE WS-IN-NQF-LEVEL TO TC-NQF-LEVEL
                   MOVE WS-IN-CATEGORY  TO TC-CATEGORY
                   MOVE WS-IN-COST      TO TC-DEFAULT-COST
                   MOVE WS-IN-DAYS      TO TC-DURATION-DAYS
                   MOVE LS-EMP-ID       TO TC-UPDATED-BY
                   MOVE WS-TIMESTAMP    TO TC-UPDATED-TS
                   IF WS-IS-NEW = 'Y'
                       WRITE TRAINING-COURSE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Unable to add course,"
                                       " status " TC-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Course " TC-CODE " added."
                       END-WRITE
                   ELSE
                       REWRITE TRAINING-COURSE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Unable to update "
                                       "course, status "
                                       TC-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Course " TC-CODE " updated."
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       310-CAPTURE-COURSE.
           MOVE 'Y' TO WS-INPUT-OK
           MOVE TC-TITLE TO WS-IN-TITLE
           DISPLAY "Course title: " WITH NO ADVANCING
           ACCEPT WS-IN-TITLE
           IF WS-IN-TITLE = SPACES
               MOVE TC-TITLE TO WS-IN-TITLE
           END-IF
           MOVE TC-PROVIDER TO WS-IN-PROVIDER
           DISPLAY "Training provider: " WITH NO ADVANCING
           ACCEPT WS-IN-PROVIDER
           IF WS-IN-PROVIDER = SPACES
               MOVE TC-PROVIDER TO WS-IN-PROVIDER
           END-IF
           DISPLAY "NQF level (0 = not NQF-aligned): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-NQF-LEVEL
           MOVE TC-CATEGORY TO WS-IN-CATEGORY
           DISPLAY "Category - (L)earnership, (S)kills programme, "
                   "(A)pprenticeship, (O)ther: " WITH NO ADVANCING
           ACCEPT WS-IN-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-IN-CATEGORY) TO WS-IN-CATEGORY
           DISPLAY "Cost per learner: " WITH NO ADVANCING
           ACCEPT WS-IN-COST
           DISPLAY "Duration in days: " WITH NO ADVANCING
           ACCEPT WS-IN-DAYS
           IF WS-IN-TITLE = SPACES
               DISPLAY "Course title is required"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-IN-NQF-LEVEL > 10
               DISPLAY "NQF levels run from 1 to 10"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           MOVE WS-IN-CATEGORY TO TC-CATEGORY
           IF NOT TC-CATEGORY-VALID
               DISPLAY "Category must be L, S, A or O"
               MOVE 'N' TO WS-INPUT-OK
           END-IF.

      *****************************************************************
      * 350-TOGGLE-COURSE - a withdrawn course can no longer be
      * planned or recorded; its history stays.
      *****************************************************************
       350-TOGGLE-COURSE.
           DISPLAY "Course code: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-CODE
           ACCEPT WS-IN-CODE
           MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO TC-CODE
           READ COURSE-FILE
               INVALID KEY
                   DISPLAY "No such course in the catalogue."
               NOT INVALID KEY
                   IF TC-ACTIVE
                       SET TC-INACTIVE TO TRUE
                   ELSE
                       SET TC-ACTIVE TO TRUE
                   END-IF
                   MOVE LS-EMP-ID    TO TC-UPDATED-BY
                   MOVE WS-TIMESTAMP TO TC-UPDATED-TS
                   REWRITE TRAINING-COURSE-RECORD
                   DISPLAY "Course " TC-CODE " status now " TC-STATUS
           END-READ.

      *****************************************************************
      * 400-RECORD-COMPLETED - training an employee has attended.
      * Provider, NQF level and cost default from the catalogue and
      * may be overridden with what was actually paid.
      *****************************************************************
       400-RECORD-COMPLETED.
           PERFORM 410-CAPTURE-EMP-COURSE
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Start date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-IN-START
               DISPLAY "End date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-IN-END
               PERFORM 430-CHECK-DATES
           END-IF
           IF WS-INPUT-OK = 'Y' AND WS-IN-END > WS-TODAY
               DISPLAY "Training ending after today is not complete -"
                       " plan it instead"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM 440-CAPTURE-ACTUALS
               PERFORM 420-NEXT-SEQ
               INITIALIZE TRAINING-EVENT-RECORD
               MOVE WS-IN-EMP-ID    TO TE-EMP-ID
               MOVE WS-NEXT-SEQ     TO TE-SEQ
               MOVE TC-CODE         TO TE-COURSE-CODE
               SET TE-COMPLETED     TO TRUE
               MOVE WS-IN-START     TO TE-START-DATE
               MOVE WS-IN-END       TO TE-END-DATE
               IF WS-IN-START-MM > 3
                   COMPUTE TE-PLAN-YEAR = WS-IN-START-YYYY + 1
               ELSE
                   MOVE WS-IN-START-YYYY TO TE-PLAN-YEAR
               END-IF
               MOVE WS-IN-COST      TO TE-COST
               MOVE WS-IN-PROVIDER  TO TE-PROVIDER
               MOVE WS-IN-NQF-LEVEL TO TE-NQF-LEVEL
               MOVE TC-CATEGORY     TO TE-CATEGORY
               MOVE LS-EMP-ID       TO TE-CAPTURED-BY
                                       TE-UPDATED-BY
               MOVE WS-TIMESTAMP    TO TE-CAPTURED-TS
                                       TE-UPDATED-TS
               WRITE TRAINING-EVENT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to record training, "
                               "status " TE-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Training recorded for " TE-EMP-ID
                               " as item " TE-SEQ
               END-WRITE
           END-IF.

       410-CAPTURE-EMP-COURSE.
           MOVE 'Y' TO WS-INPUT-OK
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-EMP-ID
           ACCEPT WS-IN-EMP-ID
           MOVE WS-IN-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee not found"
                   MOVE 'N' TO WS-INPUT-OK
           END-READ
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Course code: " WITH NO ADVANCING
               MOVE SPACES TO WS-IN-CODE
               ACCEPT WS-IN-CODE
               MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO TC-CODE
               READ COURSE-FILE
                   INVALID KEY
                       DISPLAY "No such course in the catalogue."
                       MOVE 'N' TO WS-INPUT-OK
                   NOT INVALID KEY
                       IF TC-INACTIVE
                           DISPLAY "Course " TC-CODE
                                   " has been withdrawn"
                           MOVE 'N' TO WS-INPUT-OK
                       END-IF
               END-READ
           END-IF.

      *> Next free item number for the employee in WS-IN-EMP-ID.
       420-NEXT-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-IN-EMP-ID TO TE-EMP-ID
           MOVE 0 TO TE-SEQ
           START TRAINING-FILE KEY IS NOT LESS THAN TE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ TRAINING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF TE-EMP-ID NOT = WS-IN-EMP-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE TE-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ
           MOVE '00' TO TE-FILE-STATUS.

       430-CHECK-DATES.
           IF WS-IN-START = 0 OR WS-IN-END = 0
                   OR WS-IN-END < WS-IN-START
               DISPLAY "Start and end dates are required, end on or "
                       "after start"
               MOVE 'N' TO WS-INPUT-OK
           END-IF.

      *> Provider, NQF level and cost, defaulting from the course in
      *> TRAINING-COURSE-RECORD.
       440-CAPTURE-ACTUALS.
           MOVE TC-PROVIDER TO WS-IN-PROVIDER
           DISPLAY "Provider [" TC-PROVIDER "]: " WITH NO ADVANCING
           ACCEPT WS-IN-PROVIDER
           IF WS-IN-PROVIDER = SPACES
               MOVE TC-PROVIDER TO WS-IN-PROVIDER
           END-IF
           MOVE TC-NQF-LEVEL TO WS-IN-NQF-LEVEL
           MOVE TC-DEFAULT-COST TO WS-PRINT-COST
           DISPLAY "Cost (0 = catalogue R" WS-PRINT-COST "): "
                   WITH NO ADVANCING
           MOVE 0 TO WS-IN-COST
           ACCEPT WS-IN-COST
           IF WS-IN-COST = 0
               MOVE TC-DEFAULT-COST TO WS-IN-COST
           END-IF.

      *****************************************************************
      * 500-PLAN-TRAINING - training intended for an employee in a
      * grant year, normally the one after the current year. Feeds
      * the Workplace Skills Plan.
      *****************************************************************
       500-PLAN-TRAINING.
           PERFORM 410-CAPTURE-EMP-COURSE
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Grant year ending 31 March (0 = "
                       WS-NEXT-GRANT-YEAR "): " WITH NO ADVANCING
               MOVE 0 TO WS-IN-PLAN-YEAR
               ACCEPT WS-IN-PLAN-YEAR
               IF WS-IN-PLAN-YEAR = 0
                   MOVE WS-NEXT-GRANT-YEAR TO WS-IN-PLAN-YEAR
               END-IF
               IF WS-IN-PLAN-YEAR < WS-GRANT-YEAR
                   DISPLAY "Cannot plan for a grant year already past"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Intended start date (YYYYMMDD, 0 if not yet "
                       "known): " WITH NO ADVANCING
               MOVE 0 TO WS-IN-START
               ACCEPT WS-IN-START
               PERFORM 440-CAPTURE-ACTUALS
               PERFORM 420-NEXT-SEQ
               INITIALIZE TRAINING-EVENT-RECORD
               MOVE WS-IN-EMP-ID    TO TE-EMP-ID
               MOVE WS-NEXT-SEQ     TO TE-SEQ
               MOVE TC-CODE         TO TE-COURSE-CODE
               SET TE-PLANNED       TO TRUE
               MOVE WS-IN-PLAN-YEAR TO TE-PLAN-YEAR
               MOVE WS-IN-START     TO TE-START-DATE
               MOVE WS-IN-COST      TO TE-COST
               MOVE WS-IN-PROVIDER  TO TE-PROVIDER
               MOVE WS-IN-NQF-LEVEL TO TE-NQF-LEVEL
               MOVE TC-CATEGORY     TO TE-CATEGORY
               MOVE LS-EMP-ID       TO TE-CAPTURED-BY
                                       TE-UPDATED-BY
               MOVE WS-TIMESTAMP    TO TE-CAPTURED-TS
                                       TE-UPDATED-TS
               WRITE TRAINING-EVENT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to plan training, "
                               "status " TE-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Training planned for " TE-EMP-ID
                               " in grant year " TE-PLAN-YEAR
                               " as item " TE-SEQ
               END-WRITE
           END-IF.

      *****************************************************************
      * 600-UPDATE-PLANNED - a planned item is either completed (with
      * its actual dates and cost) or cancelled. Cancelled items stay
      * on file for the WSP history but count nowhere.
      *****************************************************************
       600-UPDATE-PLANNED.
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-EMP-ID
           ACCEPT WS-IN-EMP-ID
           DISPLAY "Item number: " WITH NO ADVANCING
           MOVE 0 TO WS-IN-SEQ
           ACCEPT WS-IN-SEQ
           MOVE WS-IN-EMP-ID TO TE-EMP-ID
           MOVE WS-IN-SEQ    TO TE-SEQ
           MOVE 'Y' TO WS-INPUT-OK
           READ TRAINING-FILE
               INVALID KEY
                   DISPLAY "No such training item on file."
                   MOVE 'N' TO WS-INPUT-OK
               NOT INVALID KEY
                   PERFORM 710-SHOW-EVENT
                   IF NOT TE-PLANNED
                       DISPLAY "Only planned training can be updated"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
           END-READ
           IF WS-INPUT-OK = 'Y'
               DISPLAY "(C)omplete or (X) cancel: " WITH NO ADVANCING
               MOVE SPACE TO WS-ACTION
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'C'
                       PERFORM 610-COMPLETE-PLANNED
                   WHEN 'X'
                       SET TE-CANCELLED TO TRUE
                   WHEN OTHER
                       DISPLAY "Nothing changed"
                       MOVE 'N' TO WS-INPUT-OK
               END-EVALUATE
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE LS-EMP-ID    TO TE-UPDATED-BY
               MOVE WS-TIMESTAMP TO TE-UPDATED-TS
               REWRITE TRAINING-EVENT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to update training, "
                               "status " TE-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Training item " TE-SEQ " now "
                               TE-STATUS
               END-REWRITE
           END-IF.

       610-COMPLETE-PLANNED.
           DISPLAY "Actual start date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-IN-START
           DISPLAY "Actual end date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-IN-END
           PERFORM 430-CHECK-DATES
           IF WS-INPUT-OK = 'Y' AND WS-IN-END > WS-TODAY
               DISPLAY "Training ending after today is not complete"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE TE-COST TO WS-PRINT-COST
               DISPLAY "Actual cost (0 = planned R" WS-PRINT-COST
                       "): " WITH NO ADVANCING
               MOVE 0 TO WS-IN-COST
               ACCEPT WS-IN-COST
               IF WS-IN-COST NOT = 0
                   MOVE WS-IN-COST TO TE-COST
               END-IF
               MOVE WS-IN-START TO TE-START-DATE
               MOVE WS-IN-END   TO TE-END-DATE
               SET TE-COMPLETED TO TRUE
           END-IF.

      *****************************************************************
      * 700-EMPLOYEE-HISTORY - everything on file for one employee,
      * with the completed spend.
      *****************************************************************
       700-EMPLOYEE-HISTORY.
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-EMP-ID
           ACCEPT WS-IN-EMP-ID
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-TOTAL-COST
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-IN-EMP-ID TO TE-EMP-ID
           MOVE 0 TO TE-SEQ
           START TRAINING-FILE KEY IS NOT LESS THAN TE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ TRAINING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF TE-EMP-ID NOT = WS-IN-EMP-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 710-SHOW-EVENT
                           IF TE-COMPLETED
                               ADD TE-COST TO WS-TOTAL-COST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No training on file for " WS-IN-EMP-ID
           ELSE
               MOVE WS-TOTAL-COST TO WS-PRINT-TOTAL
               DISPLAY "Completed training spend: R" WS-PRINT-TOTAL
               DISPLAY "(Status P planned, C completed, X cancelled)"
           END-IF
           MOVE '00' TO TE-FILE-STATUS.

       710-SHOW-EVENT.
           MOVE TE-COST TO WS-PRINT-COST
           DISPLAY TE-SEQ "  " TE-COURSE-CODE "  " TE-STATUS
                   "  YEAR " TE-PLAN-YEAR "  " TE-START-DATE
                   "-" TE-END-DATE "  R" WS-PRINT-COST
           DISPLAY "     " TE-PROVIDER "  NQF " TE-NQF-LEVEL
                   "  CAT " TE-CATEGORY.
       END PROGRAM TRAINMGMT.
