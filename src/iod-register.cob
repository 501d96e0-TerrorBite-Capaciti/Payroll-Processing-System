       IDENTIFICATION DIVISION.
       PROGRAM-ID. IODREG.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - injury-on-duty register.
      *                   REPORTS' Return of Earnings was all we had
      *                   for COIDA; the injuries themselves were not
      *                   recorded and IOD absences were being taken
      *                   off the sick leave bucket. HR now registers
      *                   each incident (date, description, body
      *                   part, witness) and tracks the Compensation
      *                   Fund claim number and status; produces the
      *                   employer's report of accident (W.Cl.2) from
      *                   the register, the employee master and the
      *                   last three months' earnings on payroll.dat;
      *                   books IOD absence against the claim as
      *                   approved IOD leave that debits no bucket
      *                   (sick leave already taken for those days is
      *                   cancelled and credited back); and reconciles
      *                   the Fund's refunds against what payroll paid
      *                   the employee while they were off.
      * 2026-10-15  BDEV  Sick leave credits are journalled to the
      *                   master after-image journal (MSTJRNL) for
      *                   forward recovery after a restore.
      * 2026-10-15  BDEV  IOD leave requests written and sick requests
      *                   re-booked are journalled to MSTJRNL too.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IOD-CLAIM-FILE
               ASSIGN TO "../data/iod_claims.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-KEY
               FILE STATUS IS IC-FILE-STATUS.

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

           SELECT LEAVE-REQUEST-FILE
               ASSIGN TO "../data/leave_requests.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "../data/leave_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS LB-FILE-STATUS.

           SELECT WORK-SCHEDULE-FILE
               ASSIGN TO "../data/work_schedules.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WK-EMP-ID
               FILE STATUS IS WK-FILE-STATUS.

           SELECT HOLIDAY-FILE
               ASSIGN TO "../data/public_holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOL-FILE-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.

           SELECT WCL2-FILE
               ASSIGN TO "../data/wcl2_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IOD-CLAIM-FILE.
           COPY iod_claim.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  PAYROLL-FILE.
           COPY payroll_record.

       FD  LEAVE-REQUEST-FILE.
           COPY leave_request.

       FD  LEAVE-BALANCE-FILE.
           COPY leave_balance.

       FD  WORK-SCHEDULE-FILE.
           COPY work_schedule.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE            PIC 9(8).
           05  FILLER              PIC X(2).
           05  HOL-DESC            PIC X(30).

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       FD  WCL2-FILE.
       01  WCL2-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  IC-FILE-STATUS          PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  PAY-FILE-STATUS         PIC XX.
       01  LR-FILE-STATUS          PIC XX.
       01  LB-FILE-STATUS          PIC XX.
       01  WK-FILE-STATUS          PIC XX.
       01  HOL-FILE-STATUS         PIC XX.
       01  CFG-FILE-STATUS         PIC XX.
       01  W2-FILE-STATUS          PIC XX.
       01  WS-CHOICE               PIC 9(1).
       01  WS-TARGET-EMP-ID        PIC X(10).
       01  WS-TARGET-SEQ           PIC 9(3).
       01  WS-INPUT-OK             PIC X(1).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-TODAY                PIC 9(8).

      *> The incident as captured, before it is written.
       01  WS-NEW-INJURY.
           05  WS-NI-DATE          PIC 9(8).
           05  WS-NI-TIME          PIC 9(4).
           05  WS-NI-PLACE         PIC X(30).
           05  WS-NI-DESCRIPTION   PIC X(60).
           05  WS-NI-BODY-PART     PIC X(20).
           05  WS-NI-WITNESS       PIC X(30).
           05  WS-NI-WITNESS-TEL   PIC X(20).
           05  WS-NI-REPORTED      PIC 9(8).

      *> Claim update input.
       01  WS-UP-CLAIM-NO          PIC X(15).
       01  WS-UP-STATUS            PIC X(1).
       01  WS-UP-REFUND            PIC 9(7)V99.
       01  WS-UP-REFUND-DATE       PIC 9(8).

      *> Absence booking: the range, the days it is worth, the sick
      *> leave re-booked out of it and the new IOD leave request.
       01  WS-BK-FROM              PIC 9(8).
       01  WS-BK-TO                PIC 9(8).
       01  WS-BK-DAYS              PIC 9(4).
       01  WS-BK-REBOOKED          PIC 9(3).
       01  WS-BK-OVERLAPS          PIC 9(3).
       01  WS-BK-CLAIM-TAG         PIC X(14).
       01  WS-NEXT-REQUEST-ID      PIC 9(6).

      *> Working days in WS-DC-FROM..WS-DC-TO for WS-DC-EMP-ID,
      *> counted the way LEAVE-MGMT debits leave: scheduled days for
      *> an employee with a work pattern, calendar days otherwise,
      *> less public holidays (on scheduled days, for a pattern).
       01  WS-DC-EMP-ID            PIC X(10).
       01  WS-DC-FROM              PIC 9(8).
       01  WS-DC-TO                PIC 9(8).
       01  WS-DC-DAYS              PIC 9(4).
       01  WS-DC-HAS-PATTERN       PIC X(1).
       01  WS-DC-WEEK.
           05  WS-DC-DAY-FLAG      PIC X(1) OCCURS 7 TIMES.
       01  WS-DC-WALK              PIC 9(7).
       01  WS-DC-END-INT           PIC 9(7).
       01  WS-DC-DOW               PIC 9(1).

      *> One employee's non-voided gross per calendar month off
      *> payroll.dat (PR-PAY-PERIOD(1:7) = YYYY-MM).
       01  WS-EM-COUNT             PIC 9(3).
       01  WS-EM-IDX               PIC 9(3).
       01  WS-EM-FOUND             PIC 9(3).
       01  WS-EM-TABLE.
           05  WS-EM-ENTRY OCCURS 240 TIMES.
               10  WS-EM-MONTH     PIC X(7).
               10  WS-EM-GROSS     PIC 9(9)V99.
       01  WS-EM-KEY               PIC X(7).

      *> W.Cl.2 earnings: the three calendar months before the month
      *> of the accident.
       01  WS-W2-YEAR              PIC 9(4).
       01  WS-W2-MONTH-NO          PIC 9(2).
       01  WS-W2-IDX               PIC 9(1).
       01  WS-W2-MONTHS.
           05  WS-W2-MONTH OCCURS 3 TIMES.
               10  WS-W2-KEY       PIC X(7).
               10  WS-W2-GROSS     PIC 9(9)V99.
       01  WS-W2-TOTAL             PIC 9(9)V99.
       01  WS-W2-AVERAGE           PIC 9(9)V99.
       01  WS-W2-ID-TEXT           PIC X(15).

      *> Refund reconciliation: pay attributable to the IOD days (each
      *> day worth its month's gross over the days in that month),
      *> the Fund's 75% share of it, and what has been refunded.
       01  WS-RC-PAID              PIC 9(9)V9(4).
       01  WS-RC-DATE              PIC 9(8).
       01  WS-RC-DATE-X REDEFINES WS-RC-DATE.
           05  WS-RC-YYYY          PIC X(4).
           05  WS-RC-MM            PIC X(2).
           05  WS-RC-DD            PIC X(2).
       01  WS-RC-MONTH-START       PIC 9(8).
       01  WS-RC-NEXT-MONTH        PIC 9(8).
       01  WS-RC-DIM               PIC 9(2).
       01  WS-RC-WALK              PIC 9(7).
       01  WS-RC-END-INT           PIC 9(7).
       01  WS-RC-EXPECTED          PIC 9(9)V99.
       01  WS-RC-VARIANCE          PIC S9(9)V99.
       01  WS-RC-FUND-PCT          PIC V99 VALUE .75.
       01  WS-RC-TOT-PAID          PIC 9(11)V99.
       01  WS-RC-TOT-EXPECTED      PIC 9(11)V99.
       01  WS-RC-TOT-REFUND        PIC 9(11)V99.
       01  WS-RC-PAID-2DP          PIC 9(9)V99.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP            PIC X(19).
       01  WS-PRINT-AMT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-AMT-2          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-SIGNED         PIC ---,---,--9.99.
       01  WS-PRINT-LINE           PIC X(100).
      *> After-image journal of master file updates (MSTJRNL).
       01  WS-MST-JOURNAL-PARAMS.
           05  WS-MJ-FILE          PIC X(14).
           05  WS-MJ-OPERATION     PIC X(1).
           05  WS-MJ-USER          PIC X(10).
           05  WS-MJ-PROGRAM       PIC X(16).
           05  WS-MJ-IMAGE         PIC X(1000).
           05  WS-MJ-RESULT        PIC X(1).

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-IOD-REGISTER.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                      WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                      WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                      DELIMITED BY SIZE INTO WS-TIMESTAMP
               MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY
               DISPLAY " "
               DISPLAY "ByteBank Injury-on-Duty Register"
               DISPLAY "--------------------------------"
               DISPLAY "1. Register Injury on Duty"
               DISPLAY "2. Update Claim / Record Fund Refund"
               DISPLAY "3. Book IOD Absence Against a Claim"
               DISPLAY "4. Employer's Report of Accident (W.Cl.2)"
               DISPLAY "5. Claim Register and Refund Reconciliation"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-REGISTER-INJURY
                   WHEN 2 PERFORM 300-UPDATE-CLAIM
                   WHEN 3 PERFORM 400-BOOK-ABSENCE
                   WHEN 4 PERFORM 500-WCL2-REPORT
                   WHEN 5 PERFORM 600-CLAIM-REGISTER
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *****************************************************************
      * 200-REGISTER-INJURY - record a new incident for an employee
      * as the next claim sequence for them, status open. The W.Cl.2
      * must reach the Fund within seven days of the employer
      * hearing of the accident.
      *****************************************************************
       200-REGISTER-INJURY.
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-TARGET-EMP-ID
           ACCEPT WS-TARGET-EMP-ID
           PERFORM 250-CHECK-EMPLOYEE
           IF WS-INPUT-OK = 'Y'
               PERFORM 210-CAPTURE-INJURY
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM 280-OPEN-CLAIMS-I-O
               IF IC-FILE-STATUS NOT = '00'
                   DISPLAY "ERROR: Unable to open the IOD register, "
                           "status " IC-FILE-STATUS
               ELSE
                   PERFORM 260-NEXT-CLAIM-SEQ
                   INITIALIZE IOD-CLAIM-RECORD
                   MOVE WS-TARGET-EMP-ID  TO IC-EMP-ID
                   MOVE WS-TARGET-SEQ     TO IC-CLAIM-SEQ
                   MOVE WS-NI-DATE        TO IC-INCIDENT-DATE
                   MOVE WS-NI-TIME        TO IC-INCIDENT-TIME
                   MOVE WS-NI-PLACE       TO IC-PLACE
                   MOVE WS-NI-DESCRIPTION TO IC-DESCRIPTION
                   MOVE WS-NI-BODY-PART   TO IC-BODY-PART
                   MOVE WS-NI-WITNESS     TO IC-WITNESS-NAME
                   MOVE WS-NI-WITNESS-TEL TO IC-WITNESS-CONTACT
                   MOVE WS-NI-REPORTED    TO IC-REPORTED-DATE
                   MOVE LS-EMP-ID         TO IC-REGISTERED-BY
                   MOVE WS-TIMESTAMP      TO IC-REGISTERED-TS
                   SET IC-OPEN TO TRUE
                   MOVE LS-EMP-ID         TO IC-UPDATED-BY
                   MOVE WS-TIMESTAMP      TO IC-UPDATED-TS
                   WRITE IOD-CLAIM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: claim " WS-TARGET-EMP-ID
                                   "/" WS-TARGET-SEQ
                                   " already on file"
                       NOT INVALID KEY
                           DISPLAY "Injury registered as claim "
                                   WS-TARGET-EMP-ID "/" WS-TARGET-SEQ
                           DISPLAY "Produce the W.Cl.2 (option 4) "
                                   "within 7 days of the report."
                   END-WRITE
                   CLOSE IOD-CLAIM-FILE
               END-IF
           END-IF.

       210-CAPTURE-INJURY.
           DISPLAY "Date of accident YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-NI-DATE
           IF WS-NI-DATE = 0 OR WS-NI-DATE > WS-TODAY
               DISPLAY "Accident date must be today or earlier"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Time of accident HHMM: " WITH NO ADVANCING
               ACCEPT WS-NI-TIME
               DISPLAY "Place of accident: " WITH NO ADVANCING
               MOVE SPACES TO WS-NI-PLACE
               ACCEPT WS-NI-PLACE
               DISPLAY "Description of how it happened: "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-NI-DESCRIPTION
               ACCEPT WS-NI-DESCRIPTION
               DISPLAY "Part of body injured: " WITH NO ADVANCING
               MOVE SPACES TO WS-NI-BODY-PART
               ACCEPT WS-NI-BODY-PART
               IF WS-NI-DESCRIPTION = SPACES
                       OR WS-NI-BODY-PART = SPACES
                   DISPLAY "Description and body part are required"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Witness name (blank if none): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-NI-WITNESS
               ACCEPT WS-NI-WITNESS
               MOVE SPACES TO WS-NI-WITNESS-TEL
               IF WS-NI-WITNESS NOT = SPACES
                   DISPLAY "Witness contact number: "
                           WITH NO ADVANCING
                   ACCEPT WS-NI-WITNESS-TEL
               END-IF
               DISPLAY "Date reported to employer YYYYMMDD: "
                       WITH NO ADVANCING
               ACCEPT WS-NI-REPORTED
               IF WS-NI-REPORTED < WS-NI-DATE
                   MOVE WS-NI-DATE TO WS-NI-REPORTED
               END-IF
           END-IF.

      *****************************************************************
      * 250-CHECK-EMPLOYEE - the employee must be on the master. An
      * injury may be registered for someone since terminated (the
      * claim outlives the employment), so that is only noted.
      *****************************************************************
       250-CHECK-EMPLOYEE.
           MOVE 'Y' TO WS-INPUT-OK
           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-TARGET-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee not found: " WS-TARGET-EMP-ID
                   MOVE 'N' TO WS-INPUT-OK
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       DISPLAY "Note: employee " WS-TARGET-EMP-ID
                               " is terminated"
                   END-IF
           END-READ
           CLOSE EMPLOYEE-FILE.

      *****************************************************************
      * 260-NEXT-CLAIM-SEQ - one past the employee's highest claim
      * sequence. The register is open I-O.
      *****************************************************************
       260-NEXT-CLAIM-SEQ.
           MOVE 1 TO WS-TARGET-SEQ
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-TARGET-EMP-ID TO IC-EMP-ID
           MOVE 0 TO IC-CLAIM-SEQ
           START IOD-CLAIM-FILE KEY IS NOT LESS THAN IC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ IOD-CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF IC-EMP-ID NOT = WS-TARGET-EMP-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           COMPUTE WS-TARGET-SEQ = IC-CLAIM-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO IC-FILE-STATUS.

      *****************************************************************
      * 270-ACCEPT-CLAIM-KEY - which claim: employee and sequence.
      *****************************************************************
       270-ACCEPT-CLAIM-KEY.
           MOVE 'Y' TO WS-INPUT-OK
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-TARGET-EMP-ID
           ACCEPT WS-TARGET-EMP-ID
           DISPLAY "Claim sequence: " WITH NO ADVANCING
           MOVE 0 TO WS-TARGET-SEQ
           ACCEPT WS-TARGET-SEQ
           IF WS-TARGET-EMP-ID = SPACES OR WS-TARGET-SEQ = 0
               MOVE 'N' TO WS-INPUT-OK
           END-IF.

       280-OPEN-CLAIMS-I-O.
           OPEN I-O IOD-CLAIM-FILE
           IF IC-FILE-STATUS = '35'
               OPEN OUTPUT IOD-CLAIM-FILE
               CLOSE IOD-CLAIM-FILE
               OPEN I-O IOD-CLAIM-FILE
           END-IF.

      *****************************************************************
      * 290-READ-CLAIM - read the claim keyed by WS-TARGET-EMP-ID /
      * WS-TARGET-SEQ from the register already open.
      *****************************************************************
       290-READ-CLAIM.
           MOVE WS-TARGET-EMP-ID TO IC-EMP-ID
           MOVE WS-TARGET-SEQ TO IC-CLAIM-SEQ
           READ IOD-CLAIM-FILE
               INVALID KEY
                   DISPLAY "Claim " WS-TARGET-EMP-ID "/"
                           WS-TARGET-SEQ " not found."
                   MOVE 'N' TO WS-INPUT-OK
           END-READ.

      *****************************************************************
      * 300-UPDATE-CLAIM - the Fund's claim number and status as they
      * come through, and any compensation refund received (added to
      * the running total for the reconciliation).
      *****************************************************************
       300-UPDATE-CLAIM.
           PERFORM 270-ACCEPT-CLAIM-KEY
           IF WS-INPUT-OK = 'Y'
               PERFORM 280-OPEN-CLAIMS-I-O
               PERFORM 290-READ-CLAIM
               IF WS-INPUT-OK = 'Y'
                   PERFORM 310-SHOW-CLAIM
                   DISPLAY "Compensation Fund claim number "
                           "(blank to keep): " WITH NO ADVANCING
                   MOVE SPACES TO WS-UP-CLAIM-NO
                   ACCEPT WS-UP-CLAIM-NO
                   IF WS-UP-CLAIM-NO NOT = SPACES
                       MOVE WS-UP-CLAIM-NO TO IC-CF-CLAIM-NO
                   END-IF
                   DISPLAY "Status O=open L=lodged A=accepted "
                           "R=repudiated C=closed (blank to keep): "
                           WITH NO ADVANCING
                   MOVE SPACE TO WS-UP-STATUS
                   ACCEPT WS-UP-STATUS
                   IF WS-UP-STATUS NOT = SPACE
                       MOVE WS-UP-STATUS TO IC-CLAIM-STATUS
                       IF NOT IC-STATUS-VALID
                           DISPLAY "Unknown status - not changed"
                           MOVE WS-UP-STATUS TO IC-CLAIM-STATUS
                           PERFORM 290-READ-CLAIM
                           IF WS-UP-CLAIM-NO NOT = SPACES
                               MOVE WS-UP-CLAIM-NO TO IC-CF-CLAIM-NO
                           END-IF
                       END-IF
                   END-IF
                   DISPLAY "Refund received from the Fund "
                           "(0 if none): " WITH NO ADVANCING
                   MOVE 0 TO WS-UP-REFUND
                   ACCEPT WS-UP-REFUND
                   IF WS-UP-REFUND > 0
                       DISPLAY "Date received YYYYMMDD: "
                               WITH NO ADVANCING
                       ACCEPT WS-UP-REFUND-DATE
                       ADD WS-UP-REFUND TO IC-REFUND-AMT
                       MOVE WS-UP-REFUND-DATE TO IC-REFUND-DATE
                   END-IF
                   MOVE LS-EMP-ID TO IC-UPDATED-BY
                   MOVE WS-TIMESTAMP TO IC-UPDATED-TS
                   REWRITE IOD-CLAIM-RECORD
                   DISPLAY "Claim " WS-TARGET-EMP-ID "/"
                           WS-TARGET-SEQ " updated."
               END-IF
               CLOSE IOD-CLAIM-FILE
           END-IF.

       310-SHOW-CLAIM.
           DISPLAY " "
           DISPLAY "CLAIM " IC-EMP-ID "/" IC-CLAIM-SEQ
                   "  FUND CLAIM NO " IC-CF-CLAIM-NO
                   "  STATUS " IC-CLAIM-STATUS
           DISPLAY "  ACCIDENT " IC-INCIDENT-DATE " " IC-INCIDENT-TIME
                   "  " IC-PLACE
           DISPLAY "  " IC-DESCRIPTION
           DISPLAY "  BODY PART " IC-BODY-PART
                   "  WITNESS " IC-WITNESS-NAME
           DISPLAY "  ABSENCE " IC-ABSENT-FROM " TO " IC-ABSENT-TO
                   "  " IC-ABSENT-DAYS " DAY(S)"
           MOVE IC-REFUND-AMT TO WS-PRINT-AMT
           DISPLAY "  REFUNDED " WS-PRINT-AMT "  LAST " IC-REFUND-DATE.

      *****************************************************************
      * 400-BOOK-ABSENCE - book days off for the injury against the
      * claim. Sick leave already recorded inside the range is
      * cancelled (and its days credited back to the sick bucket),
      * then one approved leave request of type IOD covers the
      * range: LEAVE-MGMT never debits IOD leave, the planner shows
      * the employee as away and PAYROLL does not dock the days. The
      * claim carries the first/last day and working days booked.
      *****************************************************************
       400-BOOK-ABSENCE.
           PERFORM 270-ACCEPT-CLAIM-KEY
           IF WS-INPUT-OK = 'Y'
               OPEN INPUT IOD-CLAIM-FILE
               IF IC-FILE-STATUS NOT = '00'
                   DISPLAY "No claims on the register."
                   MOVE 'N' TO WS-INPUT-OK
               ELSE
                   PERFORM 290-READ-CLAIM
                   CLOSE IOD-CLAIM-FILE
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               IF IC-REPUDIATED OR IC-CLOSED
                   DISPLAY "Claim is repudiated or closed - absence "
                           "cannot be booked against it."
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "First day off YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-BK-FROM
               DISPLAY "Last day off YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-BK-TO
               IF WS-BK-FROM < IC-INCIDENT-DATE
                       OR WS-BK-TO < WS-BK-FROM
                   DISPLAY "Absence must start on or after the "
                           "accident (" IC-INCIDENT-DATE
                           ") and end on or after it starts"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE SPACES TO WS-BK-CLAIM-TAG
               STRING "IOD CLAIM " WS-TARGET-SEQ
                       DELIMITED BY SIZE INTO WS-BK-CLAIM-TAG
               PERFORM 405-CHECK-IOD-OVERLAP
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM 410-REBOOK-SICK-LEAVE
               PERFORM 420-WRITE-IOD-LEAVE
               MOVE WS-TARGET-EMP-ID TO WS-DC-EMP-ID
               MOVE WS-BK-FROM TO WS-DC-FROM
               MOVE WS-BK-TO TO WS-DC-TO
               PERFORM 470-COUNT-WORKING-DAYS
               MOVE WS-DC-DAYS TO WS-BK-DAYS
               PERFORM 430-UPDATE-CLAIM-ABSENCE
               DISPLAY WS-BK-DAYS " working day(s) booked against "
                       "claim " WS-TARGET-EMP-ID "/" WS-TARGET-SEQ
               IF WS-BK-REBOOKED > 0
                   DISPLAY WS-BK-REBOOKED " sick leave request(s) "
                           "re-booked to the claim."
               END-IF
           END-IF.

      *****************************************************************
      * 405-CHECK-IOD-OVERLAP - IOD days must not be booked twice.
      *****************************************************************
       405-CHECK-IOD-OVERLAP.
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS = '00'
               PERFORM UNTIL LR-FILE-STATUS = '10'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-EMP-ID = WS-TARGET-EMP-ID
                                   AND LR-APPROVED
                                   AND LR-LEAVE-TYPE(1:3) = "IOD"
                                   AND LR-START-DATE NOT > WS-BK-TO
                                   AND LR-END-DATE NOT < WS-BK-FROM
                               DISPLAY "IOD absence already booked "
                                       LR-START-DATE " TO "
                                       LR-END-DATE " (request "
                                       LR-REQUEST-ID ")"
                               MOVE 'N' TO WS-INPUT-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
           END-IF.

      *****************************************************************
      * 410-REBOOK-SICK-LEAVE - a sick request lying wholly inside the
      * IOD range is cancelled with the claim as the reason; if it
      * was approved its days go back to the sick bucket. Any other
      * leave overlapping the range is only reported, for HR to
      * adjust in LEAVE-MGMT.
      *****************************************************************
       410-REBOOK-SICK-LEAVE.
           MOVE 0 TO WS-BK-REBOOKED
           MOVE 0 TO WS-BK-OVERLAPS
           OPEN I-O LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS = '00'
               PERFORM UNTIL LR-FILE-STATUS = '10'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-EMP-ID = WS-TARGET-EMP-ID
                                   AND (LR-APPROVED OR LR-PENDING
                                        OR LR-AWAITING-CERT)
                                   AND LR-START-DATE NOT > WS-BK-TO
                                   AND LR-END-DATE NOT < WS-BK-FROM
                               PERFORM 415-REBOOK-ONE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
           END-IF.

       415-REBOOK-ONE-REQUEST.
           IF LR-LEAVE-TYPE(1:4) = "SICK"
                   AND LR-START-DATE NOT < WS-BK-FROM
                   AND LR-END-DATE NOT > WS-BK-TO
               IF LR-APPROVED
                   MOVE LR-EMP-ID TO WS-DC-EMP-ID
                   MOVE LR-START-DATE TO WS-DC-FROM
                   MOVE LR-END-DATE TO WS-DC-TO
                   PERFORM 470-COUNT-WORKING-DAYS
                   PERFORM 480-CREDIT-SICK-BUCKET
               END-IF
               SET LR-CANCELLED TO TRUE
               SET LR-CHANGE-CANCELLED TO TRUE
               MOVE SPACES TO LR-CHANGE-REASON
               STRING "REBOOKED AS " WS-BK-CLAIM-TAG
                       DELIMITED BY SIZE INTO LR-CHANGE-REASON
               MOVE LS-EMP-ID TO LR-CHANGED-BY
               MOVE WS-TODAY TO LR-CHANGE-DATE
               REWRITE LEAVE-REQUEST-RECORD
               IF LR-FILE-STATUS = '00'
                   MOVE 'C' TO WS-MJ-OPERATION
                   PERFORM 910-JOURNAL-LEAVE-REQUEST
               END-IF
               ADD 1 TO WS-BK-REBOOKED
               DISPLAY "Sick request " LR-REQUEST-ID " ("
                       LR-START-DATE " TO " LR-END-DATE
                       ") re-booked to the claim"
           ELSE
               ADD 1 TO WS-BK-OVERLAPS
               DISPLAY "CHECK: request " LR-REQUEST-ID " "
                       LR-LEAVE-TYPE " " LR-START-DATE " TO "
                       LR-END-DATE " overlaps the IOD absence - "
                       "adjust it in Leave Management"
           END-IF.

      *****************************************************************
      * 420-WRITE-IOD-LEAVE - append the approved IOD leave request
      * for the booked range. The request ID scan reads through the
      * record area, so it runs before the record is built.
      *****************************************************************
       420-WRITE-IOD-LEAVE.
           MOVE 0 TO WS-NEXT-REQUEST-ID
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS = '00'
               PERFORM UNTIL LR-FILE-STATUS = '10'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-REQUEST-ID > WS-NEXT-REQUEST-ID
                               MOVE LR-REQUEST-ID TO WS-NEXT-REQUEST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
           END-IF
           ADD 1 TO WS-NEXT-REQUEST-ID

           INITIALIZE LEAVE-REQUEST-RECORD
           MOVE WS-NEXT-REQUEST-ID TO LR-REQUEST-ID
           MOVE WS-TARGET-EMP-ID TO LR-EMP-ID
           MOVE WS-BK-FROM TO LR-START-DATE
           MOVE WS-BK-TO TO LR-END-DATE
           MOVE "IOD" TO LR-LEAVE-TYPE
           STRING WS-BK-CLAIM-TAG " FUND CLAIM " IC-CF-CLAIM-NO
                   DELIMITED BY SIZE INTO LR-REASON
           SET LR-APPROVED TO TRUE
           MOVE 'N' TO LR-CERT-PRODUCED
           MOVE 'N' TO LR-CERT-RULE
           MOVE 'N' TO LR-SICK-CONVERTED
           MOVE SPACE TO LR-CHANGE-TYPE
           OPEN EXTEND LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS = '35'
               OPEN OUTPUT LEAVE-REQUEST-FILE
           END-IF
           IF LR-FILE-STATUS = '00'
               WRITE LEAVE-REQUEST-RECORD
               IF LR-FILE-STATUS = '00'
                   MOVE 'A' TO WS-MJ-OPERATION
                   PERFORM 910-JOURNAL-LEAVE-REQUEST
               END-IF
               CLOSE LEAVE-REQUEST-FILE
               DISPLAY "IOD leave request #" LR-REQUEST-ID " recorded."
           ELSE
               DISPLAY "ERROR: Unable to open leave request file, "
                       "status " LR-FILE-STATUS
           END-IF.

      *****************************************************************
      * 430-UPDATE-CLAIM-ABSENCE - widen the claim's absence range and
      * add the working days just booked.
      *****************************************************************
       430-UPDATE-CLAIM-ABSENCE.
           OPEN I-O IOD-CLAIM-FILE
           PERFORM 290-READ-CLAIM
           IF WS-INPUT-OK = 'Y'
               IF IC-ABSENT-FROM = 0 OR WS-BK-FROM < IC-ABSENT-FROM
                   MOVE WS-BK-FROM TO IC-ABSENT-FROM
               END-IF
               IF WS-BK-TO > IC-ABSENT-TO
                   MOVE WS-BK-TO TO IC-ABSENT-TO
               END-IF
               ADD WS-BK-DAYS TO IC-ABSENT-DAYS
               MOVE LS-EMP-ID TO IC-UPDATED-BY
               MOVE WS-TIMESTAMP TO IC-UPDATED-TS
               REWRITE IOD-CLAIM-RECORD
           END-IF
           CLOSE IOD-CLAIM-FILE.

      *****************************************************************
      * 470-COUNT-WORKING-DAYS - WS-DC-DAYS for WS-DC-EMP-ID over
      * WS-DC-FROM..WS-DC-TO, as LEAVE-MGMT 455 counts a debit (day 0
      * of FUNCTION MOD(integer-date, 7) is a Sunday, flag 1).
      *****************************************************************
       470-COUNT-WORKING-DAYS.
           MOVE 'N' TO WS-DC-HAS-PATTERN
           OPEN INPUT WORK-SCHEDULE-FILE
           IF WK-FILE-STATUS = '00'
               MOVE WS-DC-EMP-ID TO WK-EMP-ID
               READ WORK-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DC-HAS-PATTERN
                       PERFORM VARYING WS-DC-DOW FROM 1 BY 1
                               UNTIL WS-DC-DOW > 7
                           MOVE WK-DAY-FLAG(WS-DC-DOW)
                               TO WS-DC-DAY-FLAG(WS-DC-DOW)
                       END-PERFORM
               END-READ
               CLOSE WORK-SCHEDULE-FILE
           END-IF
           COMPUTE WS-DC-END-INT = FUNCTION INTEGER-OF-DATE(WS-DC-TO)
           IF WS-DC-HAS-PATTERN = 'Y'
               MOVE 0 TO WS-DC-DAYS
               PERFORM VARYING WS-DC-WALK FROM
                       FUNCTION INTEGER-OF-DATE(WS-DC-FROM) BY 1
                       UNTIL WS-DC-WALK > WS-DC-END-INT
                   COMPUTE WS-DC-DOW = FUNCTION MOD(WS-DC-WALK, 7)
                   IF WS-DC-DAY-FLAG(WS-DC-DOW + 1) = 'Y'
                       ADD 1 TO WS-DC-DAYS
                   END-IF
               END-PERFORM
           ELSE
               COMPUTE WS-DC-DAYS = WS-DC-END-INT -
                   FUNCTION INTEGER-OF-DATE(WS-DC-FROM) + 1
           END-IF

           OPEN INPUT HOLIDAY-FILE
           IF HOL-FILE-STATUS = '00'
               PERFORM UNTIL HOL-FILE-STATUS = '10'
                   READ HOLIDAY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HOL-DATE NOT < WS-DC-FROM
                                   AND HOL-DATE NOT > WS-DC-TO
                                   AND WS-DC-DAYS > 0
                               PERFORM 475-EXCLUDE-HOLIDAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       475-EXCLUDE-HOLIDAY.
           IF WS-DC-HAS-PATTERN = 'Y'
               COMPUTE WS-DC-DOW = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(HOL-DATE), 7)
               IF WS-DC-DAY-FLAG(WS-DC-DOW + 1) = 'Y'
                   SUBTRACT 1 FROM WS-DC-DAYS
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-DC-DAYS
           END-IF.

      *****************************************************************
      * 480-CREDIT-SICK-BUCKET - give WS-DC-DAYS back to the sick
      * bucket of the request being re-booked.
      *****************************************************************
       480-CREDIT-SICK-BUCKET.
           OPEN I-O LEAVE-BALANCE-FILE
           IF LB-FILE-STATUS = '00'
               MOVE LR-EMP-ID TO LB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       DISPLAY "No leave balance for " LR-EMP-ID
                               " - nothing credited"
                   NOT INVALID KEY
                       ADD WS-DC-DAYS TO LB-SICK-BAL
                       REWRITE LEAVE-BALANCE-RECORD
                       IF LB-FILE-STATUS = '00'
                           MOVE 'C' TO WS-MJ-OPERATION
                           PERFORM 900-JOURNAL-LEAVE-BALANCE
                       END-IF
                       DISPLAY WS-DC-DAYS " sick day(s) credited "
                               "back to " LR-EMP-ID
               END-READ
               CLOSE LEAVE-BALANCE-FILE
           END-IF.

      *****************************************************************
      * 500-WCL2-REPORT - the employer's report of an accident
      * (W.Cl.2) for one claim, to the console and
      * ../data/wcl2_report.txt: employer particulars from the
      * system settings, employee particulars from the master, the
      * accident from the register and the employee's earnings for
      * the three months before the month of the accident. An open
      * claim is marked lodged.
      *****************************************************************
       500-WCL2-REPORT.
           PERFORM 270-ACCEPT-CLAIM-KEY
           IF WS-INPUT-OK = 'Y'
               PERFORM 280-OPEN-CLAIMS-I-O
               PERFORM 290-READ-CLAIM
               IF WS-INPUT-OK = 'Y'
                   OPEN INPUT EMPLOYEE-FILE
                   MOVE IC-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           DISPLAY "Employee not on the master: "
                                   IC-EMP-ID
                           MOVE 'N' TO WS-INPUT-OK
                   END-READ
                   CLOSE EMPLOYEE-FILE
               END-IF
               IF WS-INPUT-OK = 'Y'
                   PERFORM 510-LOAD-EMPLOYER
                   MOVE IC-EMP-ID TO WS-TARGET-EMP-ID
                   PERFORM 520-LOAD-MONTHLY-EARNINGS
                   PERFORM 530-WCL2-EARNINGS
                   OPEN OUTPUT WCL2-FILE
                   PERFORM 540-PRINT-WCL2
                   CLOSE WCL2-FILE
                   IF IC-OPEN
                       SET IC-LODGED TO TRUE
                       MOVE WS-TODAY TO IC-WCL2-DATE
                       MOVE LS-EMP-ID TO IC-UPDATED-BY
                       MOVE WS-TIMESTAMP TO IC-UPDATED-TS
                       REWRITE IOD-CLAIM-RECORD
                       DISPLAY "Claim marked lodged."
                   END-IF
                   DISPLAY "W.Cl.2 written to "
                           "../data/wcl2_report.txt"
               END-IF
               CLOSE IOD-CLAIM-FILE
           END-IF.

       510-LOAD-EMPLOYER.
           INITIALIZE SC-EMPLOYER-PROFILE
           OPEN INPUT SYSCONFIG-FILE
           IF CFG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       INITIALIZE SC-EMPLOYER-PROFILE
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

      *****************************************************************
      * 520-LOAD-MONTHLY-EARNINGS - WS-TARGET-EMP-ID's non-voided
      * gross per YYYY-MM off payroll.dat, in key order.
      *****************************************************************
       520-LOAD-MONTHLY-EARNINGS.
           MOVE 0 TO WS-EM-COUNT
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS = '00'
               MOVE 'N' TO WS-SCAN-DONE
               MOVE WS-TARGET-EMP-ID TO PR-EMP-ID
               MOVE SPACES TO PR-PAY-PERIOD
               MOVE 0 TO PR-RUN-SEQ
               START PAYROLL-FILE KEY IS NOT LESS THAN PR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ PAYROLL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           IF PR-EMP-ID NOT = WS-TARGET-EMP-ID
                               MOVE 'Y' TO WS-SCAN-DONE
                           ELSE
                               IF PR-RUN-TYPE NOT = 'V'
                                   PERFORM 525-ADD-MONTH-GROSS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-FILE
           END-IF.

       525-ADD-MONTH-GROSS.
           MOVE PR-PAY-PERIOD(1:7) TO WS-EM-KEY
           PERFORM 528-FIND-MONTH
           IF WS-EM-FOUND = 0 AND WS-EM-COUNT < 240
               ADD 1 TO WS-EM-COUNT
               MOVE WS-EM-COUNT TO WS-EM-FOUND
               MOVE WS-EM-KEY TO WS-EM-MONTH(WS-EM-FOUND)
               MOVE 0 TO WS-EM-GROSS(WS-EM-FOUND)
           END-IF
           IF WS-EM-FOUND > 0
               ADD PR-GROSS-PAY TO WS-EM-GROSS(WS-EM-FOUND)
           END-IF.

       528-FIND-MONTH.
           MOVE 0 TO WS-EM-FOUND
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
                      OR WS-EM-FOUND > 0
               IF WS-EM-MONTH(WS-EM-IDX) = WS-EM-KEY
                   MOVE WS-EM-IDX TO WS-EM-FOUND
               END-IF
           END-PERFORM.

      *****************************************************************
      * 530-WCL2-EARNINGS - the three months before the accident
      * month, oldest first, with their total and monthly average.
      *****************************************************************
       530-WCL2-EARNINGS.
           MOVE IC-INCIDENT-DATE(1:4) TO WS-W2-YEAR
           MOVE IC-INCIDENT-DATE(5:2) TO WS-W2-MONTH-NO
           MOVE 0 TO WS-W2-TOTAL
           PERFORM VARYING WS-W2-IDX FROM 3 BY -1
                   UNTIL WS-W2-IDX < 1
               IF WS-W2-MONTH-NO = 1
                   MOVE 12 TO WS-W2-MONTH-NO
                   SUBTRACT 1 FROM WS-W2-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-W2-MONTH-NO
               END-IF
               MOVE SPACES TO WS-EM-KEY
               STRING WS-W2-YEAR "-" WS-W2-MONTH-NO
                       DELIMITED BY SIZE INTO WS-EM-KEY
               MOVE WS-EM-KEY TO WS-W2-KEY(WS-W2-IDX)
               PERFORM 528-FIND-MONTH
               IF WS-EM-FOUND > 0
                   MOVE WS-EM-GROSS(WS-EM-FOUND)
                       TO WS-W2-GROSS(WS-W2-IDX)
               ELSE
                   MOVE 0 TO WS-W2-GROSS(WS-W2-IDX)
               END-IF
               ADD WS-W2-GROSS(WS-W2-IDX) TO WS-W2-TOTAL
           END-PERFORM
           COMPUTE WS-W2-AVERAGE ROUNDED = WS-W2-TOTAL / 3.

       540-PRINT-WCL2.
           MOVE "EMPLOYER'S REPORT OF AN ACCIDENT (W.CL.2)"
               TO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           MOVE "COMPENSATION FOR OCCUPATIONAL INJURIES AND "
               & "DISEASES ACT" TO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:60)
           PERFORM 590-PUT-LINE
           STRING "EMPLOYER:          " SC-ER-TRADE-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "COIDA REGISTRATION: " SC-ER-COIDA-REG
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "ADDRESS:           " SC-ER-ADDR-1
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "                   " SC-ER-ADDR-2 " "
                   SC-ER-POSTCODE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "FUND CLAIM NUMBER: " IC-CF-CLAIM-NO
                   "   REGISTER REF: " IC-EMP-ID "/" IC-CLAIM-SEQ
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:60)
           PERFORM 590-PUT-LINE

           IF EMP-ID-NUMBER NOT = SPACES
               MOVE EMP-ID-NUMBER TO WS-W2-ID-TEXT
           ELSE
               MOVE EMP-PASSPORT-NO TO WS-W2-ID-TEXT
           END-IF
           STRING "EMPLOYEE:          " EMP-NAME(1:30) " "
                   EMP-SURNAME(1:30)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "ID/PASSPORT NO:    " WS-W2-ID-TEXT
                   "   DATE OF BIRTH: " EMP-BIRTH-YEAR "-"
                   EMP-BIRTH-MONTH "-" EMP-BIRTH-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "OCCUPATION:        " EMP-POSITION
                   "   ENGAGED: " EMP-HIRE-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "RESIDENTIAL ADDR:  " EMP-RES-ADDR-1 " "
                   EMP-RES-CITY " " EMP-RES-POSTCODE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "TELEPHONE:         " EMP-PHONE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:60)
           PERFORM 590-PUT-LINE

           STRING "DATE/TIME OF ACCIDENT: " IC-INCIDENT-DATE " "
                   IC-INCIDENT-TIME
                   "   REPORTED: " IC-REPORTED-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "PLACE:             " IC-PLACE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "HOW IT HAPPENED:   " IC-DESCRIPTION
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "PART OF BODY:      " IC-BODY-PART
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "WITNESS:           " IC-WITNESS-NAME " "
                   IC-WITNESS-CONTACT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           STRING "ABSENT FROM WORK:  " IC-ABSENT-FROM " TO "
                   IC-ABSENT-TO "  (" IC-ABSENT-DAYS " DAYS BOOKED)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:60)
           PERFORM 590-PUT-LINE

           MOVE "EARNINGS FOR THE THREE MONTHS BEFORE THE ACCIDENT"
               TO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           PERFORM VARYING WS-W2-IDX FROM 1 BY 1
                   UNTIL WS-W2-IDX > 3
               MOVE WS-W2-GROSS(WS-W2-IDX) TO WS-PRINT-AMT
               STRING "  " WS-W2-KEY(WS-W2-IDX) "      "
                       WS-PRINT-AMT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 590-PUT-LINE
           END-PERFORM
           MOVE WS-W2-TOTAL TO WS-PRINT-AMT
           STRING "  TOTAL        " WS-PRINT-AMT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           MOVE WS-W2-AVERAGE TO WS-PRINT-AMT
           STRING "  MONTHLY AVG  " WS-PRINT-AMT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:60)
           PERFORM 590-PUT-LINE
           STRING "PREPARED BY " LS-EMP-ID " ON " WS-TODAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 590-PUT-LINE.

       590-PUT-LINE.
           DISPLAY WS-PRINT-LINE
           IF W2-FILE-STATUS = '00'
               WRITE WCL2-LINE FROM WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE.

      *****************************************************************
      * 600-CLAIM-REGISTER - every claim on the register with its
      * booked absence, the pay attributable to those days, the
      * Fund's 75% share of that pay (temporary total disablement)
      * and the refunds received, so HR can chase what is still
      * owed or question an over-refund.
      *****************************************************************
       600-CLAIM-REGISTER.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-RC-TOT-PAID
           MOVE 0 TO WS-RC-TOT-EXPECTED
           MOVE 0 TO WS-RC-TOT-REFUND
           OPEN INPUT IOD-CLAIM-FILE
           IF IC-FILE-STATUS NOT = '00'
               DISPLAY "No claims on the register."
           ELSE
               DISPLAY " "
               DISPLAY "============ IOD CLAIM REGISTER ============"
               PERFORM UNTIL IC-FILE-STATUS NOT = '00'
                   READ IOD-CLAIM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 610-RECONCILE-CLAIM
                   END-READ
               END-PERFORM
               CLOSE IOD-CLAIM-FILE
               DISPLAY "--------------------------------------------"
               DISPLAY "CLAIMS: " WS-LIST-COUNT
               MOVE WS-RC-TOT-PAID TO WS-PRINT-AMT
               DISPLAY "PAID DURING IOD ABSENCE:  " WS-PRINT-AMT
               MOVE WS-RC-TOT-EXPECTED TO WS-PRINT-AMT
               DISPLAY "FUND SHARE AT 75%:        " WS-PRINT-AMT
               MOVE WS-RC-TOT-REFUND TO WS-PRINT-AMT
               DISPLAY "REFUNDED BY THE FUND:     " WS-PRINT-AMT
           END-IF.

       610-RECONCILE-CLAIM.
           MOVE IC-EMP-ID TO WS-TARGET-EMP-ID
           MOVE IC-CLAIM-SEQ TO WS-TARGET-SEQ
           MOVE SPACES TO WS-BK-CLAIM-TAG
           STRING "IOD CLAIM " WS-TARGET-SEQ
                   DELIMITED BY SIZE INTO WS-BK-CLAIM-TAG
           PERFORM 520-LOAD-MONTHLY-EARNINGS
           MOVE 0 TO WS-RC-PAID
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS = '00'
               PERFORM UNTIL LR-FILE-STATUS = '10'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-EMP-ID = WS-TARGET-EMP-ID
                                   AND LR-APPROVED
                                   AND LR-LEAVE-TYPE(1:3) = "IOD"
                                   AND LR-REASON(1:13)
                                       = WS-BK-CLAIM-TAG(1:13)
                               PERFORM 620-PRICE-IOD-SPELL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
           END-IF
           COMPUTE WS-RC-PAID-2DP ROUNDED = WS-RC-PAID
           COMPUTE WS-RC-EXPECTED ROUNDED =
               WS-RC-PAID-2DP * WS-RC-FUND-PCT
           COMPUTE WS-RC-VARIANCE = WS-RC-EXPECTED - IC-REFUND-AMT
           ADD WS-RC-PAID-2DP TO WS-RC-TOT-PAID
           ADD WS-RC-EXPECTED TO WS-RC-TOT-EXPECTED
           ADD IC-REFUND-AMT TO WS-RC-TOT-REFUND

           DISPLAY IC-EMP-ID "/" IC-CLAIM-SEQ "  FUND NO "
                   IC-CF-CLAIM-NO "  STATUS " IC-CLAIM-STATUS
                   "  ACCIDENT " IC-INCIDENT-DATE
           DISPLAY "   ABSENT " IC-ABSENT-FROM " TO " IC-ABSENT-TO
                   "  " IC-ABSENT-DAYS " DAY(S)"
           MOVE WS-RC-PAID-2DP TO WS-PRINT-AMT
           MOVE WS-RC-EXPECTED TO WS-PRINT-AMT-2
           DISPLAY "   PAID " WS-PRINT-AMT "  FUND SHARE "
                   WS-PRINT-AMT-2
           MOVE IC-REFUND-AMT TO WS-PRINT-AMT
           MOVE WS-RC-VARIANCE TO WS-PRINT-SIGNED
           DISPLAY "   REFUNDED " WS-PRINT-AMT "  OUTSTANDING "
                   WS-PRINT-SIGNED.

      *****************************************************************
      * 620-PRICE-IOD-SPELL - each calendar day of the spell is worth
      * its month's gross divided by the days in that month.
      *****************************************************************
       620-PRICE-IOD-SPELL.
           COMPUTE WS-RC-END-INT =
               FUNCTION INTEGER-OF-DATE(LR-END-DATE)
           PERFORM VARYING WS-RC-WALK FROM
                   FUNCTION INTEGER-OF-DATE(LR-START-DATE) BY 1
                   UNTIL WS-RC-WALK > WS-RC-END-INT
               COMPUTE WS-RC-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RC-WALK)
               MOVE SPACES TO WS-EM-KEY
               STRING WS-RC-YYYY "-" WS-RC-MM
                       DELIMITED BY SIZE INTO WS-EM-KEY
               PERFORM 528-FIND-MONTH
               IF WS-EM-FOUND > 0
                   COMPUTE WS-RC-MONTH-START =
                       WS-RC-DATE - FUNCTION MOD(WS-RC-DATE, 100) + 1
                   IF WS-RC-MM = "12"
                       COMPUTE WS-RC-NEXT-MONTH =
                           WS-RC-MONTH-START + 8900
                   ELSE
                       COMPUTE WS-RC-NEXT-MONTH =
                           WS-RC-MONTH-START + 100
                   END-IF
                   COMPUTE WS-RC-DIM =
                       FUNCTION INTEGER-OF-DATE(WS-RC-NEXT-MONTH) -
                       FUNCTION INTEGER-OF-DATE(WS-RC-MONTH-START)
                   COMPUTE WS-RC-PAID = WS-RC-PAID +
                       WS-EM-GROSS(WS-EM-FOUND) / WS-RC-DIM
               END-IF
           END-PERFORM.

      *****************************************************************
      * 900-JOURNAL-LEAVE-BALANCE - after-image of the leave_balances
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       900-JOURNAL-LEAVE-BALANCE.
           MOVE "leave_balances"     TO WS-MJ-FILE
           MOVE LS-EMP-ID            TO WS-MJ-USER
           MOVE "IODREG"             TO WS-MJ-PROGRAM
           MOVE LEAVE-BALANCE-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 910-JOURNAL-LEAVE-REQUEST - after-image of the leave request
      * just written or rewritten, to the master journal (MSTJRNL)
      * for forward recovery.
      *****************************************************************
       910-JOURNAL-LEAVE-REQUEST.
           MOVE "leave_requests"     TO WS-MJ-FILE
           MOVE LS-EMP-ID            TO WS-MJ-USER
           MOVE "IODREG"             TO WS-MJ-PROGRAM
           MOVE LEAVE-REQUEST-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.
       END PROGRAM IODREG.
