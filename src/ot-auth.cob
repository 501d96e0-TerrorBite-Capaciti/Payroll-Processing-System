       IDENTIFICATION DIVISION.
       PROGRAM-ID. OTAUTH.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - overtime pre-authorisation.
      *                   PAYROLL used to pay whatever overtime sat on
      *                   the attendance file, checked only against
      *                   the BCEA cap. A manager now authorises
      *                   overtime for a report up front (date range,
      *                   maximum hours, reason), PAYROLL pays only
      *                   what an authorisation covers, and holds the
      *                   rest for the manager here to approve
      *                   retrospectively - parked on the late
      *                   adjustments file for the next full run - or
      *                   reject. Routed on EMP-MANAGER-ID the way
      *                   LEAVE-MGMT routes leave; Admin/HR act for
      *                   anyone.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OT-AUTH-FILE
               ASSIGN TO "../data/ot_auth.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-KEY
               FILE STATUS IS OT-FILE-STATUS.

           SELECT OT-HELD-FILE
               ASSIGN TO "../data/ot_held.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS OH-FILE-STATUS.

           SELECT LATE-ADJ-FILE
               ASSIGN TO "../data/late_clock_adj.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LA-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OT-AUTH-FILE.
           COPY ot_auth.

       FD  OT-HELD-FILE.
           COPY ot_held.

       FD  LATE-ADJ-FILE.
           COPY late_adjust.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       WORKING-STORAGE SECTION.
       01  OT-FILE-STATUS          PIC XX.
       01  OH-FILE-STATUS          PIC XX.
       01  LA-FILE-STATUS          PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  WS-EMP-AVAILABLE        PIC X(1).
       01  WS-MINE                 PIC X(1).
       01  WS-CHOICE               PIC 9(1).
       01  WS-TARGET-EMP-ID        PIC X(10).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-INPUT-OK             PIC X(1).
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-PENDING-COUNT        PIC 9(4).
       01  WS-CANCEL-FROM          PIC 9(8).
       01  WS-DECIDE-EMP-ID        PIC X(10).
       01  WS-DECIDE-DATE          PIC 9(8).
       01  WS-DECISION             PIC X(1).

      *> The authorisation as captured, before it is written.
       01  WS-NEW-AUTH.
           05  WS-NA-FROM          PIC 9(8).
           05  WS-NA-TO            PIC 9(8).
           05  WS-NA-MAX-HOURS     PIC 9(3)V99.
           05  WS-NA-REASON        PIC X(30).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP            PIC X(19).
       01  WS-PRINT-HRS            PIC ZZ9.99.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-OT-AUTH.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                      WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                      WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                      DELIMITED BY SIZE INTO WS-TIMESTAMP
               DISPLAY " "
               DISPLAY "ByteBank Overtime Authorisation"
               DISPLAY "-------------------------------"
               DISPLAY "1. Authorise Overtime"
               DISPLAY "2. View / Cancel Authorisations"
               DISPLAY "3. Review Unauthorised Overtime"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-AUTHORISE-OVERTIME
                   WHEN 2 PERFORM 300-VIEW-AUTHORISATIONS
                   WHEN 3 PERFORM 400-REVIEW-HELD-OVERTIME
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *****************************************************************
      * 200-AUTHORISE-OVERTIME - capture an authorisation for one of
      * the user's reports: the dates it covers, the most overtime
      * hours PAYROLL may pay across them, and the reason.
      *****************************************************************
       200-AUTHORISE-OVERTIME.
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-TARGET-EMP-ID
           ACCEPT WS-TARGET-EMP-ID
           PERFORM 250-CHECK-TARGET-EMPLOYEE
           IF WS-INPUT-OK = 'Y'
               PERFORM 210-CAPTURE-AUTHORISATION
           END-IF
           IF WS-INPUT-OK = 'Y'
               OPEN I-O OT-AUTH-FILE
               IF OT-FILE-STATUS = '35'
                   OPEN OUTPUT OT-AUTH-FILE
                   CLOSE OT-AUTH-FILE
                   OPEN I-O OT-AUTH-FILE
               END-IF
               IF OT-FILE-STATUS NOT = '00'
                   DISPLAY "ERROR: Unable to open authorisations, "
                           "status " OT-FILE-STATUS
               ELSE
                   MOVE WS-TARGET-EMP-ID TO OT-EMP-ID
                   MOVE WS-NA-FROM      TO OT-FROM-DATE
                   MOVE WS-NA-TO        TO OT-TO-DATE
                   MOVE WS-NA-MAX-HOURS TO OT-MAX-HOURS
                   MOVE WS-NA-REASON    TO OT-REASON
                   MOVE LS-EMP-ID       TO OT-AUTH-BY
                   MOVE WS-TIMESTAMP    TO OT-AUTH-TS
                   SET OT-ACTIVE TO TRUE
                   MOVE SPACES TO OT-CANCEL-BY
                   MOVE SPACES TO OT-CANCEL-TS
                   WRITE OVERTIME-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "An authorisation from " WS-NA-FROM
                                   " is already on file for "
                                   WS-TARGET-EMP-ID
                                   " - cancel it first"
                       NOT INVALID KEY
                           MOVE WS-NA-MAX-HOURS TO WS-PRINT-HRS
                           DISPLAY "Overtime authorised for "
                                   WS-TARGET-EMP-ID ": up to "
                                   WS-PRINT-HRS " hrs " WS-NA-FROM
                                   " to " WS-NA-TO
                   END-WRITE
                   CLOSE OT-AUTH-FILE
               END-IF
           END-IF.

       210-CAPTURE-AUTHORISATION.
           DISPLAY "From date YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-NA-FROM
           DISPLAY "To date YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-NA-TO
           IF WS-NA-FROM = 0 OR WS-NA-TO < WS-NA-FROM
               DISPLAY "To date must be on or after the from date"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Maximum overtime hours: " WITH NO ADVANCING
               ACCEPT WS-NA-MAX-HOURS
               IF WS-NA-MAX-HOURS = 0
                   DISPLAY "Maximum hours must be greater than zero"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Reason: " WITH NO ADVANCING
               MOVE SPACES TO WS-NA-REASON
               ACCEPT WS-NA-REASON
               IF WS-NA-REASON = SPACES
                   DISPLAY "A reason is required"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF.

      *****************************************************************
      * 250-CHECK-TARGET-EMPLOYEE - the employee must be on file and
      * not terminated, and must be the user's report unless the
      * user is Admin/HR. Nobody authorises their own overtime.
      *****************************************************************
       250-CHECK-TARGET-EMPLOYEE.
           MOVE 'Y' TO WS-INPUT-OK
           IF WS-TARGET-EMP-ID = LS-EMP-ID
               DISPLAY "You cannot authorise your own overtime"
               MOVE 'N' TO WS-INPUT-OK
           ELSE
               OPEN INPUT EMPLOYEE-FILE
               MOVE WS-TARGET-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee not found: " WS-TARGET-EMP-ID
                       MOVE 'N' TO WS-INPUT-OK
                   NOT INVALID KEY
                       IF EMP-TERMINATED
                           DISPLAY "Employee " WS-TARGET-EMP-ID
                                   " is terminated"
                           MOVE 'N' TO WS-INPUT-OK
                       ELSE
                           IF LS-USER-ROLE = 'M'
                                   AND EMP-MANAGER-ID NOT = LS-EMP-ID
                               DISPLAY "NOT ONE OF YOUR REPORTS"
                               MOVE 'N' TO WS-INPUT-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF.

      *****************************************************************
      * 300-VIEW-AUTHORISATIONS - one employee's authorisations, with
      * the option to cancel one still active. Cancelling stops
      * future runs paying against it; overtime already paid stands.
      *****************************************************************
       300-VIEW-AUTHORISATIONS.
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-TARGET-EMP-ID
           ACCEPT WS-TARGET-EMP-ID
           PERFORM 250-CHECK-TARGET-EMPLOYEE
           IF WS-INPUT-OK = 'Y'
               MOVE 0 TO WS-LIST-COUNT
               OPEN INPUT OT-AUTH-FILE
               IF OT-FILE-STATUS = '00'
                   MOVE 'N' TO WS-SCAN-DONE
                   MOVE WS-TARGET-EMP-ID TO OT-EMP-ID
                   MOVE 0 TO OT-FROM-DATE
                   START OT-AUTH-FILE KEY IS NOT LESS THAN OT-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT INVALID KEY
                           CONTINUE
                   END-START
                   DISPLAY " "
                   DISPLAY "======= OVERTIME AUTHORISATIONS FOR "
                           WS-TARGET-EMP-ID " ======="
                   PERFORM UNTIL WS-SCAN-DONE = 'Y'
                       READ OT-AUTH-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-SCAN-DONE
                           NOT AT END
                               IF OT-EMP-ID NOT = WS-TARGET-EMP-ID
                                   MOVE 'Y' TO WS-SCAN-DONE
                               ELSE
                                   ADD 1 TO WS-LIST-COUNT
                                   PERFORM 310-SHOW-AUTHORISATION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OT-AUTH-FILE
               END-IF
               IF WS-LIST-COUNT = 0
                   DISPLAY "No overtime authorisations on file for "
                           WS-TARGET-EMP-ID
               ELSE
                   PERFORM 320-CANCEL-AUTHORISATION
               END-IF
           END-IF.

       310-SHOW-AUTHORISATION.
           MOVE OT-MAX-HOURS TO WS-PRINT-HRS
           DISPLAY OT-FROM-DATE " TO " OT-TO-DATE "  MAX "
                   WS-PRINT-HRS " HRS  " OT-REASON
           IF OT-ACTIVE
               DISPLAY "     AUTHORISED BY " OT-AUTH-BY " "
                       OT-AUTH-TS(1:10)
           ELSE
               DISPLAY "     CANCELLED BY " OT-CANCEL-BY " "
                       OT-CANCEL-TS(1:10)
           END-IF.

       320-CANCEL-AUTHORISATION.
           DISPLAY "From date of authorisation to cancel "
                   "(0 to skip): " WITH NO ADVANCING
           MOVE 0 TO WS-CANCEL-FROM
           ACCEPT WS-CANCEL-FROM
           IF WS-CANCEL-FROM NOT = 0
               OPEN I-O OT-AUTH-FILE
               MOVE WS-TARGET-EMP-ID TO OT-EMP-ID
               MOVE WS-CANCEL-FROM TO OT-FROM-DATE
               READ OT-AUTH-FILE
                   INVALID KEY
                       DISPLAY "Authorisation not found."
                   NOT INVALID KEY
                       IF NOT OT-ACTIVE
                           DISPLAY "Authorisation already cancelled."
                       ELSE
                           SET OT-CANCELLED TO TRUE
                           MOVE LS-EMP-ID TO OT-CANCEL-BY
                           MOVE WS-TIMESTAMP TO OT-CANCEL-TS
                           REWRITE OVERTIME-AUTH-RECORD
                           DISPLAY "Authorisation cancelled."
                       END-IF
               END-READ
               CLOSE OT-AUTH-FILE
           END-IF.

      *****************************************************************
      * 400-REVIEW-HELD-OVERTIME - overtime PAYROLL held because no
      * authorisation covered it, for the user's reports (Admin/HR
      * see everyone's), then a decision on one held day.
      *****************************************************************
       400-REVIEW-HELD-OVERTIME.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM 420-OPEN-EMPLOYEE-MASTER
           OPEN INPUT OT-HELD-FILE
           IF OH-FILE-STATUS NOT = '00'
               DISPLAY "No unauthorised overtime on file."
           ELSE
               DISPLAY " "
               DISPLAY "========= UNAUTHORISED OVERTIME HELD ========="
               PERFORM UNTIL OH-FILE-STATUS = '10'
                   READ OT-HELD-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OH-PENDING
                               PERFORM 430-CHECK-REPORTING-LINE
                               IF WS-MINE = 'Y'
                                   ADD 1 TO WS-PENDING-COUNT
                                   MOVE OH-HOURS TO WS-PRINT-HRS
                                   DISPLAY OH-EMP-ID "  " OH-DATE
                                           "  " WS-PRINT-HRS
                                           " HRS  SHIFT "
                                           OH-SHIFT-CODE "  "
                                           OH-PAY-PERIOD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OT-HELD-FILE
               IF WS-PENDING-COUNT = 0
                   DISPLAY "No held overtime for your reports."
               ELSE
                   PERFORM 440-DECIDE-HELD-DAY
               END-IF
           END-IF
           IF WS-EMP-AVAILABLE = 'Y'
               CLOSE EMPLOYEE-FILE
           END-IF.

       420-OPEN-EMPLOYEE-MASTER.
           MOVE 'N' TO WS-EMP-AVAILABLE
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-EMP-AVAILABLE
           END-IF.

      *****************************************************************
      * 430-CHECK-REPORTING-LINE - Admin/HR see every held day; a
      * Manager-role reviewer only days of employees whose
      * EMP-MANAGER-ID is the reviewer's own EMP-ID. Nobody decides
      * their own overtime.
      *****************************************************************
       430-CHECK-REPORTING-LINE.
           MOVE 'Y' TO WS-MINE
           IF OH-EMP-ID = LS-EMP-ID
               MOVE 'N' TO WS-MINE
           ELSE
               IF LS-USER-ROLE = 'M' AND WS-EMP-AVAILABLE = 'Y'
                   MOVE OH-EMP-ID TO EMP-ID
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

      *****************************************************************
      * 440-DECIDE-HELD-DAY - approve or reject one held day by
      * employee and date.
      *****************************************************************
       440-DECIDE-HELD-DAY.
           DISPLAY "Employee ID of day to decide (blank to skip): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DECIDE-EMP-ID
           ACCEPT WS-DECIDE-EMP-ID
           IF WS-DECIDE-EMP-ID NOT = SPACES
               DISPLAY "Date YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-DECIDE-DATE
               OPEN I-O OT-HELD-FILE
               MOVE WS-DECIDE-EMP-ID TO OH-EMP-ID
               MOVE WS-DECIDE-DATE TO OH-DATE
               READ OT-HELD-FILE
                   INVALID KEY
                       DISPLAY "Held overtime not found."
                   NOT INVALID KEY
                       IF NOT OH-PENDING
                           DISPLAY "Held overtime already decided."
                       ELSE
                           PERFORM 430-CHECK-REPORTING-LINE
                           IF WS-MINE NOT = 'Y'
                               DISPLAY "NOT ONE OF YOUR REPORTS "
                                       "- DECISION REFUSED"
                           ELSE
                               PERFORM 450-RECORD-DECISION
                           END-IF
                       END-IF
               END-READ
               CLOSE OT-HELD-FILE
           END-IF.

      *****************************************************************
      * 450-RECORD-DECISION - an approved day is parked on the late
      * adjustments file as overtime only, so the next full PAYROLL
      * run pays it at the rate in force on the day; a rejected day
      * is never paid.
      *****************************************************************
       450-RECORD-DECISION.
           DISPLAY "Approve retrospectively or Reject (A/R): "
                   WITH NO ADVANCING
           ACCEPT WS-DECISION
           IF WS-DECISION = 'A' OR WS-DECISION = 'a'
               SET OH-APPROVED TO TRUE
           ELSE
               SET OH-REJECTED TO TRUE
           END-IF
           DISPLAY "Note (optional): " WITH NO ADVANCING
           MOVE SPACES TO OH-DECISION-NOTE
           ACCEPT OH-DECISION-NOTE
           MOVE LS-EMP-ID TO OH-DECIDED-BY
           MOVE WS-TIMESTAMP TO OH-DECIDED-TS
           IF OH-APPROVED
               PERFORM 460-PARK-APPROVED-HOURS
           END-IF
           IF OH-APPROVED AND LA-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to park the hours for payment, "
                       "status " LA-FILE-STATUS " - not approved"
           ELSE
               REWRITE OT-HELD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Unable to update held "
                               "overtime, status " OH-FILE-STATUS
                   NOT INVALID KEY
                       IF OH-APPROVED
                           DISPLAY "Overtime " OH-EMP-ID " "
                                   OH-DATE " approved - pays with "
                                   "the next full payroll run."
                       ELSE
                           DISPLAY "Overtime " OH-EMP-ID " "
                                   OH-DATE " rejected."
                       END-IF
               END-REWRITE
           END-IF.

       460-PARK-APPROVED-HOURS.
           MOVE OH-EMP-ID     TO LA-EMP-ID
           MOVE OH-DATE       TO LA-DATE
           MOVE 0             TO LA-HOURS
           MOVE OH-HOURS      TO LA-OT-HOURS
           IF OH-SHIFT-CODE = 'N' OR OH-SHIFT-CODE = 'S'
               MOVE OH-SHIFT-CODE TO LA-SHIFT-CODE
           ELSE
               MOVE 'D' TO LA-SHIFT-CODE
           END-IF
           MOVE WS-TIMESTAMP  TO LA-QUEUED
           SET LA-PENDING TO TRUE
           MOVE SPACES TO LA-PAID-PERIOD
           OPEN EXTEND LATE-ADJ-FILE
           IF LA-FILE-STATUS = '35'
               OPEN OUTPUT LATE-ADJ-FILE
           END-IF
           IF LA-FILE-STATUS = '00'
               WRITE LATE-ADJUST-RECORD
               CLOSE LATE-ADJ-FILE
           END-IF.
