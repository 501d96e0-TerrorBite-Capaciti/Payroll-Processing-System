      *                   file straight into ATTENDANCE-FILE instead of
      *                   requiring every day's hours to be typed in
      *                   through Record Daily Attendance.
      * 2026-10-15  BDEV  Attendance correction requests (options 6-8).
      *                   A wrong day is no longer overwritten without
      *                   trace: the employee or their manager raises
      *                   a request against the day with the proposed
      *                   values and a reason, the employee's manager
      *                   approves it (function ATTCORR), and the
      *                   approval rewrites the day and keeps the
      *                   before and after values on
      *                   ../data/att_corrections.dat. A day in a
      *                   closed period has the added hours parked for
      *                   the next full run. The correction report
      *                   lists corrections per employee for a period
      *                   and flags repeated upward corrections.
      *                   Attendance history for a user without
      *                   ATTMGMT is limited to their own days and
      *                   their reports'.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PI-FILE-STATUS.

           SELECT CORRECTION-FILE
               ASSIGN TO "../data/att_corrections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-KEY
               FILE STATUS IS ACR-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENDANCE-FILE.
       FD  PRODUCTION-FILE.
           COPY piece_work.

       FD  CORRECTION-FILE.
           COPY att_correction.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

      *> One production row per employee per day from the packing
      *> line's extract, fixed-width like the time-clock feed.
       FD  PRODIMPORT-FILE.
           05  WS-AC-USER-ID       PIC X(10).
           05  WS-AC-RESULT        PIC X(1).
       01  WS-CAN-MAINTAIN         PIC X(1).
       01  WS-CAN-CORRECT          PIC X(1).

      *> Attendance correction work fields.
       01  ACR-FILE-STATUS         PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  WS-EMP-AVAILABLE        PIC X(1).
       01  WS-MINE                 PIC X(1).
       01  WS-TARGET-EMP-ID        PIC X(10).
       01  WS-TARGET-DATE          PIC 9(08).
       01  WS-INPUT-OK             PIC X(1).
       01  WS-NEXT-SEQ             PIC 9(03).
       01  WS-OPEN-REQUEST         PIC X(1).
       01  WS-PENDING-COUNT        PIC 9(04).
       01  WS-DECIDE-SEQ           PIC 9(02).
       01  WS-DECISION             PIC X(1).
       01  WS-ADD-HOURS            PIC 9(03)V99.
       01  WS-ADD-OT-HOURS         PIC 9(03)V99.
       01  WS-ROW-CHANGE           PIC S9(04)V99.
       01  WS-CORR-TIMESTAMP       PIC X(19).
       01  WS-PRINT-HRS            PIC ZZ9.99.
       01  WS-PRINT-NEW-HRS        PIC ZZ9.99.
       01  WS-PRINT-CHANGE         PIC -(4)9.99.
      *> Correction report: per-employee totals of approved
      *> corrections to days in the period; two or more that added
      *> hours flag the employee.
       01  WS-RPT-EMP-ID           PIC X(10).
       01  WS-RPT-COUNT            PIC 9(04).
       01  WS-RPT-UP-COUNT         PIC 9(04).
       01  WS-RPT-NET-CHANGE       PIC S9(05)V99.
       01  WS-RPT-FLAGGED          PIC 9(04).
       01  WS-RPT-UP-LIMIT         PIC 9(02) VALUE 2.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
           MOVE WS-AC-RESULT TO WS-CAN-MAINTAIN
           MOVE "ATTCORR" TO WS-AC-FUNCTION
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
           MOVE WS-AC-RESULT TO WS-CAN-CORRECT
           PERFORM UNTIL WS-CHOICE = 9
               DISPLAY " "
               DISPLAY "ByteBank Attendance"
                   DISPLAY "4. Record Daily Production"
                   DISPLAY "5. Import Production Extract"
               END-IF
               DISPLAY "6. Request Attendance Correction"
               IF WS-CAN-CORRECT = 'Y'
                   DISPLAY "7. Review Correction Requests"
               END-IF
               IF WS-CAN-MAINTAIN = 'Y'
                   DISPLAY "8. Attendance Correction Report"
               END-IF
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
                       ELSE
                           DISPLAY "Invalid choice"
                       END-IF
                   WHEN 6 PERFORM 700-REQUEST-CORRECTION
                   WHEN 7
                       IF WS-CAN-CORRECT = 'Y'
                           PERFORM 800-REVIEW-CORRECTIONS
                       ELSE
                           DISPLAY "Invalid choice"
                       END-IF
                   WHEN 8
                       IF WS-CAN-MAINTAIN = 'Y'
                           PERFORM 900-CORRECTION-REPORT
                       ELSE
                           DISPLAY "Invalid choice"
                       END-IF
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
       300-VIEW-ATTENDANCE-HISTORY.
           DISPLAY "Enter employee ID: " WITH NO ADVANCING
           ACCEPT WS-VIEW-EMP-ID
           MOVE WS-VIEW-EMP-ID TO WS-TARGET-EMP-ID
           PERFORM 710-CHECK-TARGET-EMPLOYEE
           IF WS-MINE NOT = 'Y'
               DISPLAY "NOT YOUR OWN ATTENDANCE OR ONE OF YOUR "
                       "REPORTS"
           ELSE
               PERFORM 310-SHOW-ATTENDANCE-HISTORY
           END-IF.

       310-SHOW-ATTENDANCE-HISTORY.
           DISPLAY "From date YYYYMMDD (zero for no lower bound): "
                   WITH NO ADVANCING
           ACCEPT WS-DATE-FROM
               DISPLAY WS-PROD-COUNT " production row(s) imported."
           END-IF.


      *****************************************************************
      * 700-REQUEST-CORRECTION - raise a correction against one
      * recorded day: the employee for their own days, a manager for
      * a report's, ATTMGMT holders for anyone. The proposed values
      * wait on the correction file for the manager's decision; the
      * day itself is not touched until then.
      *****************************************************************
       700-REQUEST-CORRECTION.
           DISPLAY "Employee ID (blank = yourself): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-TARGET-EMP-ID
           ACCEPT WS-TARGET-EMP-ID
           IF WS-TARGET-EMP-ID = SPACES
               MOVE LS-EMP-ID TO WS-TARGET-EMP-ID
           END-IF
           MOVE 'Y' TO WS-INPUT-OK
           PERFORM 710-CHECK-TARGET-EMPLOYEE
           IF WS-MINE NOT = 'Y'
               DISPLAY "NOT YOUR OWN ATTENDANCE OR ONE OF YOUR "
                       "REPORTS"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Date of the day to correct YYYYMMDD: "
                       WITH NO ADVANCING
               ACCEPT WS-TARGET-DATE
               OPEN INPUT ATTENDANCE-FILE
               MOVE WS-TARGET-EMP-ID TO AT-EMP-ID
               MOVE WS-TARGET-DATE TO AT-DATE
               READ ATTENDANCE-FILE
                   INVALID KEY
                       DISPLAY "No attendance recorded for "
                               WS-TARGET-EMP-ID " on " WS-TARGET-DATE
                       MOVE 'N' TO WS-INPUT-OK
               END-READ
               CLOSE ATTENDANCE-FILE
           END-IF
           IF WS-INPUT-OK = 'Y'
               OPEN I-O CORRECTION-FILE
               IF ACR-FILE-STATUS = '35'
                   OPEN OUTPUT CORRECTION-FILE
                   CLOSE CORRECTION-FILE
                   OPEN I-O CORRECTION-FILE
               END-IF
               PERFORM 720-NEXT-CORRECTION-SEQ
               IF WS-OPEN-REQUEST = 'Y'
                   DISPLAY "A correction for this day is already "
                           "awaiting approval"
               ELSE
                   IF WS-NEXT-SEQ > 99
                       DISPLAY "No free correction number for this day"
                   ELSE
                       PERFORM 730-CAPTURE-CORRECTION
                       IF WS-INPUT-OK = 'Y'
                           PERFORM 740-WRITE-CORRECTION
                       END-IF
                   END-IF
               END-IF
               CLOSE CORRECTION-FILE
           END-IF.

      *****************************************************************
      * 710-CHECK-TARGET-EMPLOYEE - may this user see and raise
      * corrections for WS-TARGET-EMP-ID? ATTMGMT holders may for
      * anyone, everybody for themselves, a Manager-role user for
      * employees whose EMP-MANAGER-ID is their own EMP-ID.
      *****************************************************************
       710-CHECK-TARGET-EMPLOYEE.
           MOVE 'Y' TO WS-MINE
           IF WS-CAN-MAINTAIN NOT = 'Y'
                   AND WS-TARGET-EMP-ID NOT = LS-EMP-ID
               MOVE 'N' TO WS-MINE
               IF LS-USER-ROLE = 'M'
                   OPEN INPUT EMPLOYEE-FILE
                   MOVE WS-TARGET-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMP-MANAGER-ID = LS-EMP-ID
                               MOVE 'Y' TO WS-MINE
                           END-IF
                   END-READ
                   CLOSE EMPLOYEE-FILE
               END-IF
           END-IF.

      *****************************************************************
      * 720-NEXT-CORRECTION-SEQ - the day's highest correction number
      * in use, noting one still awaiting a decision.
      *****************************************************************
       720-NEXT-CORRECTION-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-OPEN-REQUEST
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-TARGET-EMP-ID TO ACR-EMP-ID
           MOVE WS-TARGET-DATE TO ACR-DATE
           MOVE 0 TO ACR-SEQ
           START CORRECTION-FILE KEY IS NOT LESS THAN ACR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ CORRECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF ACR-EMP-ID NOT = WS-TARGET-EMP-ID
                               OR ACR-DATE NOT = WS-TARGET-DATE
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE ACR-SEQ TO WS-NEXT-SEQ
                           IF ACR-PENDING
                               MOVE 'Y' TO WS-OPEN-REQUEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO ACR-FILE-STATUS
           ADD 1 TO WS-NEXT-SEQ.

       730-CAPTURE-CORRECTION.
           MOVE AT-HOURS-WORKED TO WS-PRINT-HRS
           MOVE AT-OVERTIME-HOURS TO WS-PRINT-NEW-HRS
           DISPLAY "ON FILE:  HOURS " WS-PRINT-HRS "  OVERTIME "
                   WS-PRINT-NEW-HRS "  SHIFT " AT-SHIFT-CODE
                   "  PROJECT " AT-PROJECT-CODE
           MOVE AT-HOURS-WORKED   TO ACR-OLD-HOURS
           MOVE AT-OVERTIME-HOURS TO ACR-OLD-OT-HOURS
           MOVE AT-SHIFT-CODE     TO ACR-OLD-SHIFT
           MOVE AT-PROJECT-CODE   TO ACR-OLD-PROJECT
           DISPLAY "Correct hours worked: " WITH NO ADVANCING
           ACCEPT ACR-NEW-HOURS
           DISPLAY "Correct overtime hours: " WITH NO ADVANCING
           ACCEPT ACR-NEW-OT-HOURS
           DISPLAY "Correct shift code (D=day, N=night, S=Sunday) "
                   "[D]: " WITH NO ADVANCING
           MOVE SPACES TO ACR-NEW-SHIFT
           ACCEPT ACR-NEW-SHIFT
           IF ACR-NEW-SHIFT = 'n'
               MOVE 'N' TO ACR-NEW-SHIFT
           END-IF
           IF ACR-NEW-SHIFT = 's'
               MOVE 'S' TO ACR-NEW-SHIFT
           END-IF
           IF ACR-NEW-SHIFT NOT = 'N' AND ACR-NEW-SHIFT NOT = 'S'
               MOVE 'D' TO ACR-NEW-SHIFT
           END-IF
           DISPLAY "Correct project code (blank for none): "
                   WITH NO ADVANCING
           MOVE SPACES TO ACR-NEW-PROJECT
           ACCEPT ACR-NEW-PROJECT
           IF ACR-NEW-HOURS + ACR-NEW-OT-HOURS > 24
               DISPLAY "More than 24 hours in one day - refused"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y' AND ACR-NEW-VALUES = ACR-OLD-VALUES
               DISPLAY "Nothing to correct - the values match the day "
                       "on file"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Reason for the correction: " WITH NO ADVANCING
               MOVE SPACES TO ACR-REASON
               ACCEPT ACR-REASON
               IF ACR-REASON = SPACES
                   DISPLAY "A reason is required"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF.

       740-WRITE-CORRECTION.
           PERFORM 790-STAMP-NOW
           MOVE WS-TARGET-EMP-ID TO ACR-EMP-ID
           MOVE WS-TARGET-DATE TO ACR-DATE
           MOVE WS-NEXT-SEQ TO ACR-SEQ
           MOVE LS-EMP-ID TO ACR-RAISED-BY
           MOVE WS-CORR-TIMESTAMP TO ACR-RAISED-TS
           SET ACR-PENDING TO TRUE
           MOVE SPACES TO ACR-DECIDED-BY
           MOVE SPACES TO ACR-DECIDED-TS
           MOVE SPACES TO ACR-DECISION-NOTE
           MOVE 'N' TO ACR-LATE-PARKED
           WRITE ATT-CORRECTION-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to record the correction, "
                           "status " ACR-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Correction " ACR-EMP-ID "/" ACR-DATE "/"
                           ACR-SEQ " raised - awaiting the manager's "
                           "approval."
           END-WRITE.

       790-STAMP-NOW.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
           INTO WS-CORR-TIMESTAMP.

      *****************************************************************
      * 800-REVIEW-CORRECTIONS - pending corrections for the
      * reviewer's reports (Admin/HR see all), each shown with the
      * day as recorded and as proposed, then a decision on one.
      *****************************************************************
       800-REVIEW-CORRECTIONS.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM 410-LOAD-CLOSED-PERIODS
           MOVE 'N' TO WS-EMP-AVAILABLE
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-EMP-AVAILABLE
           END-IF
           OPEN INPUT CORRECTION-FILE
           IF ACR-FILE-STATUS NOT = '00'
               DISPLAY "No attendance corrections on file."
           ELSE
               DISPLAY " "
               DISPLAY "======= ATTENDANCE CORRECTIONS PENDING ======="
               PERFORM UNTIL ACR-FILE-STATUS = '10'
                   READ CORRECTION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ACR-PENDING
                               PERFORM 830-CHECK-DECIDER
                               IF WS-MINE = 'Y'
                                   ADD 1 TO WS-PENDING-COUNT
                                   PERFORM 810-SHOW-CORRECTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
               IF WS-PENDING-COUNT = 0
                   DISPLAY "No pending corrections for your reports."
               ELSE
                   PERFORM 840-DECIDE-CORRECTION
               END-IF
           END-IF
           IF WS-EMP-AVAILABLE = 'Y'
               CLOSE EMPLOYEE-FILE
           END-IF.

       810-SHOW-CORRECTION.
           DISPLAY "CORRECTION: " ACR-EMP-ID "/" ACR-DATE "/" ACR-SEQ
                   "  RAISED BY " ACR-RAISED-BY "  " ACR-REASON
           MOVE ACR-OLD-HOURS TO WS-PRINT-HRS
           MOVE ACR-OLD-OT-HOURS TO WS-PRINT-NEW-HRS
           DISPLAY "   WAS:  HOURS " WS-PRINT-HRS "  OVERTIME "
                   WS-PRINT-NEW-HRS "  SHIFT " ACR-OLD-SHIFT
                   "  PROJECT " ACR-OLD-PROJECT
           MOVE ACR-NEW-HOURS TO WS-PRINT-HRS
           MOVE ACR-NEW-OT-HOURS TO WS-PRINT-NEW-HRS
           DISPLAY "   TO:   HOURS " WS-PRINT-HRS "  OVERTIME "
                   WS-PRINT-NEW-HRS "  SHIFT " ACR-NEW-SHIFT
                   "  PROJECT " ACR-NEW-PROJECT.

      *****************************************************************
      * 830-CHECK-DECIDER - Admin/HR decide any correction; a
      * Manager-role reviewer only those of employees whose
      * EMP-MANAGER-ID is the reviewer's own EMP-ID. Nobody decides a
      * correction to their own attendance.
      *****************************************************************
       830-CHECK-DECIDER.
           MOVE 'Y' TO WS-MINE
           IF ACR-EMP-ID = LS-EMP-ID
               MOVE 'N' TO WS-MINE
           ELSE
               IF LS-USER-ROLE = 'M' AND WS-EMP-AVAILABLE = 'Y'
                   MOVE ACR-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-MINE
                       NOT INVALID KEY
                           IF EMP-MANAGER-ID NOT = LS-EMP-ID
                               MOVE 'N' TO WS-MINE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       840-DECIDE-CORRECTION.
           DISPLAY "Employee ID of correction to decide "
                   "(blank to skip): " WITH NO ADVANCING
           MOVE SPACES TO WS-TARGET-EMP-ID
           ACCEPT WS-TARGET-EMP-ID
           IF WS-TARGET-EMP-ID NOT = SPACES
               DISPLAY "Date YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-TARGET-DATE
               DISPLAY "Correction number: " WITH NO ADVANCING
               ACCEPT WS-DECIDE-SEQ
               OPEN I-O CORRECTION-FILE
               MOVE WS-TARGET-EMP-ID TO ACR-EMP-ID
               MOVE WS-TARGET-DATE TO ACR-DATE
               MOVE WS-DECIDE-SEQ TO ACR-SEQ
               READ CORRECTION-FILE
                   INVALID KEY
                       DISPLAY "Correction not found."
                   NOT INVALID KEY
                       IF NOT ACR-PENDING
                           DISPLAY "Correction already decided."
                       ELSE
                           PERFORM 830-CHECK-DECIDER
                           IF WS-MINE NOT = 'Y'
                               DISPLAY "NOT ONE OF YOUR REPORTS "
                                       "- DECISION REFUSED"
                           ELSE
                               PERFORM 850-RECORD-DECISION
                           END-IF
                       END-IF
               END-READ
               CLOSE CORRECTION-FILE
           END-IF.

       850-RECORD-DECISION.
           DISPLAY "Approve or Reject (A/R): " WITH NO ADVANCING
           ACCEPT WS-DECISION
           DISPLAY "Note (optional): " WITH NO ADVANCING
           MOVE SPACES TO ACR-DECISION-NOTE
           ACCEPT ACR-DECISION-NOTE
           PERFORM 790-STAMP-NOW
           MOVE LS-EMP-ID TO ACR-DECIDED-BY
           MOVE WS-CORR-TIMESTAMP TO ACR-DECIDED-TS
           MOVE 'Y' TO WS-INPUT-OK
           IF WS-DECISION = 'A' OR WS-DECISION = 'a'
               PERFORM 860-APPLY-CORRECTION
               SET ACR-APPROVED TO TRUE
           ELSE
               SET ACR-REJECTED TO TRUE
           END-IF
           IF WS-INPUT-OK = 'Y'
               REWRITE ATT-CORRECTION-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to update correction, "
                               "status " ACR-FILE-STATUS
                   NOT INVALID KEY
                       IF ACR-APPROVED
                           DISPLAY "Correction approved - "
                                   ACR-EMP-ID " " ACR-DATE
                                   " updated."
                       ELSE
                           DISPLAY "Correction rejected."
                       END-IF
               END-REWRITE
           END-IF.

      *****************************************************************
      * 860-APPLY-CORRECTION - rewrite the day with the approved
      * values, first taking the day's values as they stand now into
      * the before image. A day in a closed pay period will not be
      * repriced, so hours the correction added are parked on the
      * late adjustments file for the next full run; hours it took
      * away were already paid and are only reported here.
      *****************************************************************
       860-APPLY-CORRECTION.
           OPEN I-O ATTENDANCE-FILE
           MOVE ACR-EMP-ID TO AT-EMP-ID
           MOVE ACR-DATE TO AT-DATE
           READ ATTENDANCE-FILE
               INVALID KEY
                   DISPLAY "DAY NO LONGER ON FILE - CORRECTION NOT "
                           "APPLIED"
                   MOVE 'N' TO WS-INPUT-OK
               NOT INVALID KEY
                   MOVE AT-HOURS-WORKED   TO ACR-OLD-HOURS
                   MOVE AT-OVERTIME-HOURS TO ACR-OLD-OT-HOURS
                   MOVE AT-SHIFT-CODE     TO ACR-OLD-SHIFT
                   MOVE AT-PROJECT-CODE   TO ACR-OLD-PROJECT
                   MOVE ACR-NEW-HOURS     TO AT-HOURS-WORKED
                   MOVE ACR-NEW-OT-HOURS  TO AT-OVERTIME-HOURS
                   MOVE ACR-NEW-SHIFT     TO AT-SHIFT-CODE
                   MOVE ACR-NEW-PROJECT   TO AT-PROJECT-CODE
                   REWRITE ATTENDANCE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Unable to update "
                                   "attendance, status "
                                   AT-FILE-STATUS
                           MOVE 'N' TO WS-INPUT-OK
                   END-REWRITE
           END-READ
           CLOSE ATTENDANCE-FILE
           IF WS-INPUT-OK = 'Y'
               MOVE 'N' TO WS-ROW-LATE
               PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                       UNTIL WS-CP-IDX > WS-CP-COUNT
                   IF ACR-DATE NOT < WS-CP-FROM(WS-CP-IDX)
                           AND ACR-DATE NOT > WS-CP-TO(WS-CP-IDX)
                       MOVE 'Y' TO WS-ROW-LATE
                   END-IF
               END-PERFORM
               IF WS-ROW-LATE = 'Y'
                   PERFORM 870-PARK-CORRECTED-HOURS
               END-IF
           END-IF.

       870-PARK-CORRECTED-HOURS.
           MOVE 0 TO WS-ADD-HOURS
           MOVE 0 TO WS-ADD-OT-HOURS
           IF ACR-NEW-HOURS > ACR-OLD-HOURS
               COMPUTE WS-ADD-HOURS = ACR-NEW-HOURS - ACR-OLD-HOURS
           END-IF
           IF ACR-NEW-OT-HOURS > ACR-OLD-OT-HOURS
               COMPUTE WS-ADD-OT-HOURS =
                       ACR-NEW-OT-HOURS - ACR-OLD-OT-HOURS
           END-IF
           IF WS-ADD-HOURS > 0 OR WS-ADD-OT-HOURS > 0
               MOVE ACR-EMP-ID      TO LA-EMP-ID
               MOVE ACR-DATE        TO LA-DATE
               MOVE WS-ADD-HOURS    TO LA-HOURS
               MOVE WS-ADD-OT-HOURS TO LA-OT-HOURS
               MOVE ACR-NEW-SHIFT   TO LA-SHIFT-CODE
               MOVE WS-CORR-TIMESTAMP TO LA-QUEUED
               SET LA-PENDING TO TRUE
               MOVE SPACES TO LA-PAID-PERIOD
               OPEN EXTEND LATE-ADJ-FILE
               IF LA-FILE-STATUS = '35'
                   OPEN OUTPUT LATE-ADJ-FILE
               END-IF
               IF LA-FILE-STATUS = '00'
                   WRITE LATE-ADJUST-RECORD
                   CLOSE LATE-ADJ-FILE
                   MOVE 'Y' TO ACR-LATE-PARKED
                   DISPLAY "DAY IS IN A CLOSED PERIOD - ADDED HOURS "
                           "PARKED FOR THE NEXT FULL RUN"
               END-IF
           END-IF
           IF ACR-NEW-HOURS < ACR-OLD-HOURS
                   OR ACR-NEW-OT-HOURS < ACR-OLD-OT-HOURS
                   OR ACR-NEW-SHIFT NOT = ACR-OLD-SHIFT
               DISPLAY "DAY IS IN A CLOSED PERIOD - HOURS REMOVED OR "
                       "A SHIFT CHANGE WERE ALREADY PAID; RECOVER "
                       "ANY OVERPAYMENT BY HAND"
           END-IF.

      *****************************************************************
      * 900-CORRECTION-REPORT - approved corrections to days in a
      * date range, per employee, before and after, with the net
      * change in hours. An employee whose hours were corrected upward
      * WS-RPT-UP-LIMIT or more times in the range is flagged.
      *****************************************************************
       900-CORRECTION-REPORT.
           DISPLAY "From date YYYYMMDD (zero for no lower bound): "
                   WITH NO ADVANCING
           ACCEPT WS-DATE-FROM
           DISPLAY "To date YYYYMMDD (zero for no upper bound): "
                   WITH NO ADVANCING
           ACCEPT WS-DATE-TO
           MOVE SPACES TO WS-RPT-EMP-ID
           MOVE 0 TO WS-RPT-FLAGGED
           MOVE 0 TO WS-MATCH-COUNT
           OPEN INPUT CORRECTION-FILE
           IF ACR-FILE-STATUS NOT = '00'
               DISPLAY "No attendance corrections on file."
           ELSE
               DISPLAY " "
               DISPLAY "======== ATTENDANCE CORRECTION REPORT ========"
               PERFORM UNTIL ACR-FILE-STATUS = '10'
                   READ CORRECTION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ACR-APPROVED
                                   AND ACR-DATE NOT < WS-DATE-FROM
                                   AND (WS-DATE-TO = 0
                                        OR ACR-DATE NOT > WS-DATE-TO)
                               PERFORM 910-REPORT-CORRECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
               IF WS-RPT-EMP-ID NOT = SPACES
                   PERFORM 920-EMPLOYEE-TOTAL
               END-IF
               DISPLAY "=============================================="
               DISPLAY WS-MATCH-COUNT " CORRECTION(S)  "
                       WS-RPT-FLAGGED " EMPLOYEE(S) FLAGGED FOR "
                       "REPEATED UPWARD CORRECTIONS"
           END-IF.

       910-REPORT-CORRECTION.
           IF ACR-EMP-ID NOT = WS-RPT-EMP-ID
               IF WS-RPT-EMP-ID NOT = SPACES
                   PERFORM 920-EMPLOYEE-TOTAL
               END-IF
               MOVE ACR-EMP-ID TO WS-RPT-EMP-ID
               MOVE 0 TO WS-RPT-COUNT
               MOVE 0 TO WS-RPT-UP-COUNT
               MOVE 0 TO WS-RPT-NET-CHANGE
               DISPLAY "EMPLOYEE " ACR-EMP-ID
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           ADD 1 TO WS-RPT-COUNT
           COMPUTE WS-ROW-CHANGE =
                   (ACR-NEW-HOURS + ACR-NEW-OT-HOURS)
                   - (ACR-OLD-HOURS + ACR-OLD-OT-HOURS)
           ADD WS-ROW-CHANGE TO WS-RPT-NET-CHANGE
           IF WS-ROW-CHANGE > 0
               ADD 1 TO WS-RPT-UP-COUNT
           END-IF
           MOVE WS-ROW-CHANGE TO WS-PRINT-CHANGE
           DISPLAY "  " ACR-DATE "  " ACR-REASON "  CHANGE "
                   WS-PRINT-CHANGE " HRS"
           MOVE ACR-OLD-HOURS TO WS-PRINT-HRS
           MOVE ACR-NEW-HOURS TO WS-PRINT-NEW-HRS
           DISPLAY "      HOURS " WS-PRINT-HRS " -> " WS-PRINT-NEW-HRS
                   "  SHIFT " ACR-OLD-SHIFT " -> " ACR-NEW-SHIFT
                   "  PROJECT " ACR-OLD-PROJECT " -> "
                   ACR-NEW-PROJECT
           MOVE ACR-OLD-OT-HOURS TO WS-PRINT-HRS
           MOVE ACR-NEW-OT-HOURS TO WS-PRINT-NEW-HRS
           DISPLAY "      OVERTIME " WS-PRINT-HRS " -> "
                   WS-PRINT-NEW-HRS "  RAISED BY " ACR-RAISED-BY
                   "  APPROVED BY " ACR-DECIDED-BY.

       920-EMPLOYEE-TOTAL.
           MOVE WS-RPT-NET-CHANGE TO WS-PRINT-CHANGE
           DISPLAY "  " WS-RPT-COUNT " CORRECTION(S), "
                   WS-RPT-UP-COUNT " UPWARD, NET CHANGE "
                   WS-PRINT-CHANGE " HRS"
           IF WS-RPT-UP-COUNT NOT < WS-RPT-UP-LIMIT
               ADD 1 TO WS-RPT-FLAGGED
               DISPLAY "  ** HOURS REPEATEDLY CORRECTED UPWARD - "
                       "REVIEW **"
           END-IF.

       END PROGRAM ATTENDANCE-MGMT.
