       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEINPUT.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - the late-input queue. Earnings
      *                   lines, salary and hourly rate changes,
      *                   unpaid leave approvals and hire activations
      *                   captured after a pay period's input cut-off
      *                   are held on ../data/late_input.dat by
      *                   LATEQUEUE and applied for the next period
      *                   once the held one closes. Here:
      *                   - the items still held, oldest first;
      *                   - a payroll supervisor (function LATEREL)
      *                     releases one item into the current period,
      *                     giving a reason. The release is logged on
      *                     the row; nobody releases their own capture,
      *                     and nothing is released while a payroll
      *                     run holds the lock;
      *                   - the late input report for a period: what
      *                     came in late, by whom and when, and who
      *                     released or applied it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-INPUT-FILE
               ASSIGN TO "../data/late_input.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LI-FILE-STATUS.

           SELECT RUN-LOCK-FILE
               ASSIGN TO "../data/payroll_run.lock"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LATE-INPUT-FILE.
           COPY late_input.

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LK-TIMESTAMP         PIC X(19).
           05  LK-USER              PIC X(10).
           05  LK-BRANCH            PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  LI-FILE-STATUS           PIC XX.
       01  LK-FILE-STATUS           PIC XX.
       01  RPT-FILE-STATUS          PIC XX.
       01  WS-CHOICE                PIC 9(1).
       01  WS-TODAY                 PIC 9(8).
       01  WS-REPORT-FILENAME       PIC X(60).
       01  WS-OK                    PIC X(1).
       01  WS-DONE                  PIC X(1).
       01  WS-DECISION              PIC X(1).
       01  WS-RUN-LOCKED            PIC X(1).
       01  WS-RELEASE-SEQ           PIC 9(6).
       01  WS-RELEASE-REASON        PIC X(30).
       01  WS-REPORT-PERIOD         PIC X(8).
       01  WS-SHOWN                 PIC 9(4).
       01  WS-HELD-COUNT            PIC 9(4).
       01  WS-RELEASED-COUNT        PIC 9(4).
       01  WS-APPLIED-COUNT         PIC 9(4).
       01  WS-PRINT-OLD             PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-NEW             PIC Z,ZZZ,ZZ9.99.
       01  WS-STATUS-TEXT           PIC X(10).
       01  WS-LINE                  PIC X(132).

       01  WS-ACCESS-PARAMS.
           05  WS-AC-FUNCTION       PIC X(8).
           05  WS-AC-USER-ROLE      PIC X(1).
           05  WS-AC-USER-ID        PIC X(10).
           05  WS-AC-RESULT         PIC X(1).

       01  WS-LATE-QUEUE-PARAMS.
           05  WS-LQ-FUNCTION       PIC X(1).
           05  WS-LQ-ITEM-TYPE      PIC X(4).
           05  WS-LQ-EMP-ID         PIC X(10).
           05  WS-LQ-REF            PIC X(10).
           05  WS-LQ-DETAIL         PIC X(30).
           05  WS-LQ-OLD-VALUE      PIC 9(7)V99.
           05  WS-LQ-NEW-VALUE      PIC 9(7)V99.
           05  WS-LQ-EFF-DATE       PIC 9(8).
           05  WS-LQ-USER           PIC X(10).
           05  WS-LQ-SEQ            PIC 9(6).
           05  WS-LQ-REASON         PIC X(30).
           05  WS-LQ-LATE           PIC X(1).
           05  WS-LQ-PERIOD-ID      PIC X(8).
           05  WS-LQ-CUTOFF-DATE    PIC 9(8).
           05  WS-LQ-CUTOFF-TIME    PIC 9(4).
           05  WS-LQ-RESULT         PIC X(1).
           05  WS-LQ-COUNT          PIC 9(4).
           05  WS-LQ-MESSAGE        PIC X(50).

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-LATE-INPUT.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               DISPLAY " "
               DISPLAY "ByteBank Late Input Queue"
               DISPLAY "-------------------------"
               DISPLAY "1. List Held Items"
               DISPLAY "2. Release an Item into the Current Period"
               DISPLAY "3. Late Input Report"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-LIST-HELD
                   WHEN 2 PERFORM 300-RELEASE-ITEM
                   WHEN 3 PERFORM 400-LATE-INPUT-REPORT
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *****************************************************************
      * 200-LIST-HELD - every item still held, in the order it came
      * in, with the period whose cut-off it missed.
      *****************************************************************
       200-LIST-HELD.
           MOVE 0 TO WS-SHOWN
           OPEN INPUT LATE-INPUT-FILE
           IF LI-FILE-STATUS NOT = '00'
               DISPLAY "No late input on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LI-FILE-STATUS = '10'
               READ LATE-INPUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LI-HELD
                           ADD 1 TO WS-SHOWN
                           PERFORM 210-SHOW-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LATE-INPUT-FILE
           IF WS-SHOWN = 0
               DISPLAY "Nothing is held on the late-input queue"
           ELSE
               DISPLAY WS-SHOWN " item(s) held"
           END-IF.

       210-SHOW-ITEM.
           MOVE LI-OLD-VALUE TO WS-PRINT-OLD
           MOVE LI-NEW-VALUE TO WS-PRINT-NEW
           DISPLAY LI-SEQ "  " LI-ITEM-TYPE "  " LI-EMP-ID "  "
                   LI-DETAIL "  missed " LI-PERIOD-ID
           DISPLAY "        captured " LI-CAPTURED-AT " by "
                   LI-CAPTURED-BY
           EVALUATE TRUE
               WHEN LI-EARNING
                   DISPLAY "        earning " LI-REF(1:2)
                           " amount " WS-PRINT-NEW
               WHEN LI-SALARY
                   DISPLAY "        salary " WS-PRINT-OLD " to "
                           WS-PRINT-NEW " effective " LI-EFF-DATE
               WHEN LI-PAY-RATE
                   DISPLAY "        hourly rate " WS-PRINT-OLD
                           " to " WS-PRINT-NEW
               WHEN LI-LEAVE
                   DISPLAY "        leave request " LI-REF(1:6)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * 300-RELEASE-ITEM - a payroll supervisor lets one held item into
      * the current period. Refused without function LATEREL, for the
      * user who captured the item, and while a payroll run holds the
      * run lock. LATEQUEUE makes the change and logs the release.
      *****************************************************************
       300-RELEASE-ITEM.
           MOVE "LATEREL" TO WS-AC-FUNCTION
           MOVE LS-USER-ROLE TO WS-AC-USER-ROLE
           MOVE LS-EMP-ID TO WS-AC-USER-ID
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
           IF WS-AC-RESULT NOT = 'Y'
               DISPLAY "Access denied - releasing late input needs "
                       "function LATEREL"
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-CHECK-RUN-LOCK
           IF WS-RUN-LOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Late input item to release: " WITH NO ADVANCING
           ACCEPT WS-RELEASE-SEQ
           PERFORM 320-FIND-ITEM
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-SHOW-ITEM
           IF LI-CAPTURED-BY = LS-EMP-ID
               DISPLAY "Refused - an item must be released by a "
                       "different user than the one who captured it"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for releasing it into " LI-PERIOD-ID ": "
                   WITH NO ADVANCING
           ACCEPT WS-RELEASE-REASON
           IF WS-RELEASE-REASON = SPACES
               DISPLAY "A reason is required - nothing released"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Release item " WS-RELEASE-SEQ "? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-DECISION
           IF WS-DECISION NOT = 'Y' AND WS-DECISION NOT = 'y'
               DISPLAY "Nothing released"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-LATE-QUEUE-PARAMS
           MOVE 'R' TO WS-LQ-FUNCTION
           MOVE WS-RELEASE-SEQ TO WS-LQ-SEQ
           MOVE WS-RELEASE-REASON TO WS-LQ-REASON
           MOVE LS-EMP-ID TO WS-LQ-USER
           CALL "LATEQUEUE" USING WS-LATE-QUEUE-PARAMS
           IF WS-LQ-RESULT = 'Y'
               DISPLAY "Item " WS-RELEASE-SEQ " released into "
                       LI-PERIOD-ID " (logged)"
           ELSE
               DISPLAY "Not released: " WS-LQ-MESSAGE
           END-IF.

       310-CHECK-RUN-LOCK.
           MOVE 'N' TO WS-RUN-LOCKED
           OPEN INPUT RUN-LOCK-FILE
           IF LK-FILE-STATUS = '00'
               PERFORM UNTIL LK-FILE-STATUS = '10'
                   READ RUN-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LK-TIMESTAMP NOT = SPACES
                               MOVE 'Y' TO WS-RUN-LOCKED
                               DISPLAY "Payroll run in progress since "
                                       LK-TIMESTAMP " by " LK-USER
                                       " - release it after the run"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOCK-FILE
           END-IF.

      *****************************************************************
      * 320-FIND-ITEM - the queue row WS-RELEASE-SEQ, which must still
      * be held. The file is closed again before LATEQUEUE opens it.
      *****************************************************************
       320-FIND-ITEM.
           MOVE 'N' TO WS-OK
           MOVE 'N' TO WS-DONE
           OPEN INPUT LATE-INPUT-FILE
           IF LI-FILE-STATUS NOT = '00'
               DISPLAY "No late input on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DONE = 'Y'
               READ LATE-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-DONE
                       DISPLAY "No late input item " WS-RELEASE-SEQ
                   NOT AT END
                       IF LI-SEQ = WS-RELEASE-SEQ
                           MOVE 'Y' TO WS-DONE
                           IF LI-HELD
                               MOVE 'Y' TO WS-OK
                           ELSE
                               DISPLAY "Item " WS-RELEASE-SEQ
                                       " is no longer held"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LATE-INPUT-FILE.

      *****************************************************************
      * 400-LATE-INPUT-REPORT - everything that came in after a
      * period's cut-off (blank = every period): what, for whom, who
      * captured it and when, and whether it is still held, was
      * released into the period (by whom, when and why) or was
      * applied for the next period after the period closed.
      *****************************************************************
       400-LATE-INPUT-REPORT.
           DISPLAY "Period id (blank for all periods): "
                   WITH NO ADVANCING
           ACCEPT WS-REPORT-PERIOD
           MOVE 0 TO WS-SHOWN
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-RELEASED-COUNT
           MOVE 0 TO WS-APPLIED-COUNT
           OPEN INPUT LATE-INPUT-FILE
           IF LI-FILE-STATUS NOT = '00'
               DISPLAY "No late input on file"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           IF WS-REPORT-PERIOD = SPACES
               MOVE "../data/late_input_report.txt"
                   TO WS-REPORT-FILENAME
           ELSE
               STRING "../data/late_input_report_"
                      FUNCTION TRIM(WS-REPORT-PERIOD) ".txt"
                   DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open "
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               CLOSE LATE-INPUT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE
           IF WS-REPORT-PERIOD = SPACES
               MOVE "LATE INPUT REPORT - ALL PERIODS" TO WS-LINE
           ELSE
               STRING "LATE INPUT REPORT - PERIOD " WS-REPORT-PERIOD
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "Prepared " WS-TODAY " by " LS-EMP-ID
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "SEQ    TYPE PERIOD   EMPLOYEE   DETAIL"
                  "                         OLD VALUE     NEW VALUE"
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL LI-FILE-STATUS = '10'
               READ LATE-INPUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-REPORT-PERIOD = SPACES
                               OR LI-PERIOD-ID = WS-REPORT-PERIOD
                           PERFORM 410-REPORT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LATE-INPUT-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "Items: " WS-SHOWN "  still held: " WS-HELD-COUNT
                  "  released: " WS-RELEASED-COUNT
                  "  applied next period: " WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY WS-SHOWN " late item(s) - "
                   WS-HELD-COUNT " held, " WS-RELEASED-COUNT
                   " released, " WS-APPLIED-COUNT " applied"
           DISPLAY "Report written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME).

       410-REPORT-ITEM.
           ADD 1 TO WS-SHOWN
           EVALUATE TRUE
               WHEN LI-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HELD" TO WS-STATUS-TEXT
               WHEN LI-RELEASED
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "RELEASED" TO WS-STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIED" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE LI-OLD-VALUE TO WS-PRINT-OLD
           MOVE LI-NEW-VALUE TO WS-PRINT-NEW
           MOVE SPACES TO WS-LINE
           STRING LI-SEQ " " LI-ITEM-TYPE " " LI-PERIOD-ID " "
                  LI-EMP-ID " " LI-DETAIL " " WS-PRINT-OLD "  "
                  WS-PRINT-NEW
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "       captured " LI-CAPTURED-AT " by "
                  LI-CAPTURED-BY "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT LI-HELD
               MOVE SPACES TO WS-LINE
               IF LI-RELEASED
                   STRING "       released " LI-ACTIONED-AT " by "
                          LI-ACTIONED-BY "  reason: "
                          LI-RELEASE-REASON
                       DELIMITED BY SIZE INTO WS-LINE
               ELSE
                   STRING "       applied " LI-ACTIONED-AT
                          " by the payroll run of " LI-ACTIONED-BY
                       DELIMITED BY SIZE INTO WS-LINE
               END-IF
               MOVE WS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       END PROGRAM LATEINPUT.
