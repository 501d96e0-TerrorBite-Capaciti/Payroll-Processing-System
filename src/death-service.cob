       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEATHSVC.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - death in service. Once
      *                   EMPLOYEE-MGMT has terminated an employee with
      *                   reason 05 (deceased), HR opens a case on
      *                   ../data/death_cases.dat carrying the estate
      *                   number, the executor and the estate late bank
      *                   account PAYROLL pays the final settlement into
      *                   instead of the employee's own EFT details.
      *                   A second user verifies that account before
      *                   PAYROLL will use it. Opening the case also,
      *                   per CONFIG's death in service policy:
      *                   - cancels leave requests starting after the
      *                     date of death and cuts approved leave short
      *                     at it, crediting the unused days back so
      *                     the final pay encashes them;
      *                   - stops the loan installments and claims the
      *                     balance from the estate, or writes it off;
      *                   - cancels an advance not yet paid, and leaves
      *                     a paid one for the final pay to recover or
      *                     writes it off.
      *                   The notification schedule for the pension
      *                   fund and the group life insurer lists the
      *                   nominated beneficiaries from EMPLOYEE-MGMT's
      *                   nomination register.
      * 2026-10-15  BDEV  Leave credits and loan policy changes are
      *                   journalled to the master after-image journal
      *                   (MSTJRNL) for forward recovery after a
      *                   restore.
      * 2026-10-15  BDEV  Leave requests cut back or cancelled are
      *                   journalled to MSTJRNL too.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEATH-CASE-FILE
               ASSIGN TO "../data/death_cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-EMP-ID
               FILE STATUS IS DS-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT BENEFICIARY-FILE
               ASSIGN TO "../data/beneficiaries.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-KEY
               FILE STATUS IS BF-FILE-STATUS.

           SELECT BENEFITS-FILE
               ASSIGN TO "../data/benefits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-EMP-ID
               FILE STATUS IS BN-FILE-STATUS.

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

           SELECT LOAN-FILE
               ASSIGN TO "../data/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-EMP-ID
               FILE STATUS IS LN-FILE-STATUS.

           SELECT ADVANCE-FILE
               ASSIGN TO "../data/salary_advances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-EMP-ID
               FILE STATUS IS AV-FILE-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEATH-CASE-FILE.
           COPY death_case.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  BENEFICIARY-FILE.
           COPY beneficiary.

       FD  BENEFITS-FILE.
           COPY benefits.

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

       FD  LOAN-FILE.
           COPY loan.

       FD  ADVANCE-FILE.
           COPY sal_advance.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  DS-FILE-STATUS           PIC XX.
       01  EMP-FILE-STATUS          PIC XX.
       01  BF-FILE-STATUS           PIC XX.
       01  BN-FILE-STATUS           PIC XX.
       01  LR-FILE-STATUS           PIC XX.
       01  LB-FILE-STATUS           PIC XX.
       01  WK-FILE-STATUS           PIC XX.
       01  HOL-FILE-STATUS          PIC XX.
       01  LN-FILE-STATUS           PIC XX.
       01  AV-FILE-STATUS           PIC XX.
       01  CFG-FILE-STATUS          PIC XX.
       01  RPT-FILE-STATUS          PIC XX.
       01  WS-CHOICE                PIC 9(1).
       01  WS-TODAY                 PIC 9(8).
       01  WS-REPORT-FILENAME       PIC X(60).
       01  WS-EOF                   PIC X(1).
       01  WS-OK                    PIC X(1).
       01  WS-DECISION              PIC X(1).
       01  WS-CASE-EMP-ID           PIC X(10).
       01  WS-DEATH-DATE            PIC 9(8).

      *> CONFIG's death in service policy; the defaults apply until
      *> it has been saved.
       01  WS-DTH-LOAN-POLICY       PIC X(1) VALUE 'E'.
       01  WS-DTH-ADV-POLICY        PIC X(1) VALUE 'R'.
       01  WS-DTH-FUND-NAME         PIC X(30) VALUE SPACES.
       01  WS-DTH-INSURER-NAME      PIC X(30) VALUE SPACES.

      *> The estate late account being captured.
       01  WS-ESTATE-ACCOUNT.
           05  WS-EA-BRANCH-CODE    PIC X(6).
           05  WS-EA-ACCOUNT-NUMBER PIC X(11).
           05  WS-EA-ACCOUNT-TYPE   PIC X(1).
           05  WS-EA-BANK-NAME      PIC X(20).
       01  WS-NEW-ESTATE-NO         PIC X(15).
       01  WS-NEW-EXECUTOR          PIC X(40).
       01  WS-BANK-VALIDATE-PARAMS.
           05  WS-BV-BRANCH-CODE    PIC X(6).
           05  WS-BV-ACCOUNT-NUMBER PIC X(11).
           05  WS-BV-RESULT         PIC X(1).
           05  WS-BV-BANK-NAME      PIC X(20).
           05  WS-BV-MESSAGE        PIC X(50).

      *> Leave cut off at the date of death.
       01  WS-LV-FROM               PIC 9(8).
       01  WS-LV-TO                 PIC 9(8).
       01  WS-LV-DAYS               PIC S9(3).
       01  WS-LV-HAS-PATTERN        PIC X(1).
       01  WS-LV-DAY-WALK           PIC 9(7).
       01  WS-LV-END-INT            PIC 9(7).
       01  WS-LV-DOW                PIC 9(1).
       01  WS-LV-CREDITED           PIC 9(4).

      *> Notification schedule.
       01  WS-BF-TYPE               PIC X(1).
       01  WS-BF-SEQ                PIC 9(1).
       01  WS-BF-COUNT              PIC 9(1).
       01  WS-BF-TOTAL-PCT          PIC 9(3)V99.
       01  WS-LIFE-COVER            PIC X(1).
       01  WS-SHOWN                 PIC 9(4).
       01  WS-PRINT-AMT             PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-PCT             PIC ZZ9.99.
       01  WS-STATUS-TEXT           PIC X(10).
       01  WS-LINE                  PIC X(132).
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
       100-MAIN-DEATH-SERVICE.
           PERFORM 150-LOAD-POLICY
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               DISPLAY " "
               DISPLAY "ByteBank Death in Service"
               DISPLAY "-------------------------"
               DISPLAY "1. Open Death in Service Case"
               DISPLAY "2. Amend Estate Details"
               DISPLAY "3. Verify Estate Late Account"
               DISPLAY "4. Print Notification Schedule"
               DISPLAY "5. List Cases"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-OPEN-CASE
                   WHEN 2 PERFORM 300-AMEND-ESTATE
                   WHEN 3 PERFORM 400-VERIFY-ESTATE-ACCOUNT
                   WHEN 4 PERFORM 600-PRINT-SCHEDULE
                   WHEN 5 PERFORM 700-LIST-CASES
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *****************************************************************
      * 150-LOAD-POLICY - CONFIG's death in service settings off the
      * system configuration record.
      *****************************************************************
       150-LOAD-POLICY.
           OPEN INPUT SYSCONFIG-FILE
           IF CFG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-DTH-LOAN-POLICY = 'E' OR 'W'
                           MOVE SC-DTH-LOAN-POLICY
                               TO WS-DTH-LOAN-POLICY
                           MOVE SC-DTH-ADV-POLICY
                               TO WS-DTH-ADV-POLICY
                           MOVE SC-DTH-FUND-NAME
                               TO WS-DTH-FUND-NAME
                           MOVE SC-DTH-INSURER-NAME
                               TO WS-DTH-INSURER-NAME
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

      *****************************************************************
      * 200-OPEN-CASE - open the case for an employee terminated as
      * deceased: the estate and its late account, then the leave,
      * loan and advance actions the policy calls for, and the first
      * notification schedule.
      *****************************************************************
       200-OPEN-CASE.
           DISPLAY "Employee ID of the deceased: " WITH NO ADVANCING
           ACCEPT WS-CASE-EMP-ID
           PERFORM 210-READ-DECEASED
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DEATH-CASE-FILE
           IF DS-FILE-STATUS = '35'
               OPEN OUTPUT DEATH-CASE-FILE
               CLOSE DEATH-CASE-FILE
               OPEN I-O DEATH-CASE-FILE
           END-IF
           MOVE WS-CASE-EMP-ID TO DS-EMP-ID
           READ DEATH-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A case is already open for "
                           WS-CASE-EMP-ID " - amend it instead"
                   CLOSE DEATH-CASE-FILE
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE DEATH-CASE-RECORD
           MOVE WS-CASE-EMP-ID TO DS-EMP-ID
           MOVE WS-DEATH-DATE TO DS-DEATH-DATE
           DISPLAY "Master's Office estate number: " WITH NO ADVANCING
           ACCEPT DS-ESTATE-NO
           DISPLAY "Executor: " WITH NO ADVANCING
           ACCEPT DS-EXECUTOR
           PERFORM 220-CAPTURE-ESTATE-ACCOUNT
           IF WS-OK NOT = 'Y'
               DISPLAY "Case not opened"
               CLOSE DEATH-CASE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EA-BANK-NAME TO DS-BANK-NAME
           MOVE WS-EA-BRANCH-CODE TO DS-BRANCH-CODE
           MOVE WS-EA-ACCOUNT-NUMBER TO DS-ACCOUNT-NUMBER
           MOVE WS-EA-ACCOUNT-TYPE TO DS-ACCOUNT-TYPE
           SET DS-UNVERIFIED TO TRUE
           MOVE LS-EMP-ID TO DS-CAPTURED-BY
           MOVE WS-TODAY TO DS-CAPTURED-DATE

           DISPLAY "Opening the case will cancel leave after "
                   WS-DEATH-DATE ", apply loan policy "
                   WS-DTH-LOAN-POLICY " and advance policy "
                   WS-DTH-ADV-POLICY
           DISPLAY "Open the case? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-DECISION
           IF WS-DECISION NOT = 'Y' AND WS-DECISION NOT = 'y'
               DISPLAY "Case not opened"
               CLOSE DEATH-CASE-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM 250-CANCEL-FUTURE-LEAVE
           PERFORM 270-APPLY-LOAN-POLICY
           PERFORM 280-APPLY-ADVANCE-POLICY
           WRITE DEATH-CASE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: case for " DS-EMP-ID
                           " could not be written"
               NOT INVALID KEY
                   DISPLAY "Death in service case opened for "
                           DS-EMP-ID
                   DISPLAY "The estate late account must be verified "
                           "by another user before the final pay"
           END-WRITE
           CLOSE DEATH-CASE-FILE
           PERFORM 600-PRINT-SCHEDULE.

      *****************************************************************
      * 210-READ-DECEASED - the employee must be on file and already
      * terminated with reason 05; the termination date is the date
      * of death.
      *****************************************************************
       210-READ-DECEASED.
           MOVE 'Y' TO WS-OK
           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-CASE-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OK
                   DISPLAY "Employee " WS-CASE-EMP-ID
                           " is not on the employee file"
           END-READ
           CLOSE EMPLOYEE-FILE
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT EMP-TERMINATED OR EMP-TERM-REASON NOT = "05"
                   OR EMP-TERM-DATE = 0
               MOVE 'N' TO WS-OK
               DISPLAY "Employee " WS-CASE-EMP-ID " is not terminated "
                       "as deceased - terminate with reason 05 and "
                       "the date of death first"
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-TERM-DATE TO WS-DEATH-DATE
           DISPLAY FUNCTION TRIM(EMP-NAME) " "
                   FUNCTION TRIM(EMP-SURNAME) "  died " WS-DEATH-DATE.

      *****************************************************************
      * 220-CAPTURE-ESTATE-ACCOUNT - the estate late bank account,
      * through BANKVALIDATE's check-digit verification as any
      * employee bank account is.
      *****************************************************************
       220-CAPTURE-ESTATE-ACCOUNT.
           MOVE 'N' TO WS-OK
           INITIALIZE WS-ESTATE-ACCOUNT
           DISPLAY "Estate late account - branch code: "
                   WITH NO ADVANCING
           ACCEPT WS-EA-BRANCH-CODE
           DISPLAY "Estate late account - account number: "
                   WITH NO ADVANCING
           ACCEPT WS-EA-ACCOUNT-NUMBER
           IF WS-EA-ACCOUNT-NUMBER = SPACES
               DISPLAY "An estate late account is required"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account type (C=cheque/current, S=savings): "
                   WITH NO ADVANCING
           ACCEPT WS-EA-ACCOUNT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-EA-ACCOUNT-TYPE)
               TO WS-EA-ACCOUNT-TYPE
           IF WS-EA-ACCOUNT-TYPE NOT = 'C' AND
                   WS-EA-ACCOUNT-TYPE NOT = 'S'
               DISPLAY "Account type must be C or S"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EA-BRANCH-CODE TO WS-BV-BRANCH-CODE
           MOVE WS-EA-ACCOUNT-NUMBER TO WS-BV-ACCOUNT-NUMBER
           CALL "BANKVALIDATE" USING WS-BANK-VALIDATE-PARAMS
           IF WS-BV-RESULT NOT = 'V'
               DISPLAY "Bank detail validation failed: " WS-BV-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BV-BANK-NAME TO WS-EA-BANK-NAME
           IF WS-EA-BANK-NAME = SPACES
               DISPLAY "Bank name: " WITH NO ADVANCING
               ACCEPT WS-EA-BANK-NAME
           ELSE
               DISPLAY "Bank identified: " WS-EA-BANK-NAME
           END-IF
           MOVE 'Y' TO WS-OK.

      *****************************************************************
      * 250-CANCEL-FUTURE-LEAVE - a pending, approved or
      * certificate-held request starting after the date of death is
      * cancelled; approved leave running past it ends on it. The
      * days that will never be taken go back to the bucket debited,
      * as LEAVE-MGMT's own cancel and recall do, so PAYROLL's final
      * pay encashes them.
      *****************************************************************
       250-CANCEL-FUTURE-LEAVE.
           MOVE 0 TO DS-LEAVE-CANCELLED
           OPEN I-O LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS NOT = '00'
               DISPLAY "No leave requests on file"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEAVE-REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LR-EMP-ID = WS-CASE-EMP-ID
                           PERFORM 255-CUT-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE
           DISPLAY DS-LEAVE-CANCELLED
                   " leave request(s) cancelled or cut short".

       255-CUT-ONE-REQUEST.
           EVALUATE TRUE
               WHEN LR-REJECTED OR LR-CANCELLED
                   CONTINUE
               WHEN LR-START-DATE > WS-DEATH-DATE
                   IF LR-APPROVED
                       MOVE LR-START-DATE TO WS-LV-FROM
                       MOVE LR-END-DATE TO WS-LV-TO
                       PERFORM 260-CREDIT-UNUSED-DAYS
                   END-IF
                   SET LR-CANCELLED TO TRUE
                   SET LR-CHANGE-CANCELLED TO TRUE
                   PERFORM 258-STAMP-CHANGE
                   REWRITE LEAVE-REQUEST-RECORD
                   IF LR-FILE-STATUS = '00'
                       MOVE 'C' TO WS-MJ-OPERATION
                       PERFORM 920-JOURNAL-LEAVE-REQUEST
                   END-IF
                   ADD 1 TO DS-LEAVE-CANCELLED
                   DISPLAY "Request " LR-REQUEST-ID " from "
                           LR-START-DATE " cancelled"
               WHEN LR-APPROVED AND LR-END-DATE > WS-DEATH-DATE
                   COMPUTE WS-LV-FROM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DEATH-DATE) + 1)
                   MOVE LR-END-DATE TO WS-LV-TO
                   PERFORM 260-CREDIT-UNUSED-DAYS
                   IF LR-ORIG-END-DATE = 0
                       MOVE LR-END-DATE TO LR-ORIG-END-DATE
                   END-IF
                   MOVE WS-DEATH-DATE TO LR-END-DATE
                   SET LR-CHANGE-RECALLED TO TRUE
                   PERFORM 258-STAMP-CHANGE
                   REWRITE LEAVE-REQUEST-RECORD
                   IF LR-FILE-STATUS = '00'
                       MOVE 'C' TO WS-MJ-OPERATION
                       PERFORM 920-JOURNAL-LEAVE-REQUEST
                   END-IF
                   ADD 1 TO DS-LEAVE-CANCELLED
                   DISPLAY "Request " LR-REQUEST-ID " now ends "
                           LR-END-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       258-STAMP-CHANGE.
           MOVE "EMPLOYEE DECEASED" TO LR-CHANGE-REASON
           MOVE LS-EMP-ID TO LR-CHANGED-BY
           MOVE WS-TODAY TO LR-CHANGE-DATE.

      *****************************************************************
      * 260-CREDIT-UNUSED-DAYS - the days WS-LV-FROM to WS-LV-TO of
      * the request in the record area, counted the way LEAVE-MGMT
      * debited them (scheduled days for a patterned employee,
      * calendar days otherwise, less public holidays), back to the
      * bucket named by LR-LEAVE-TYPE. Unpaid and injury-on-duty
      * leave was never debited.
      *****************************************************************
       260-CREDIT-UNUSED-DAYS.
           IF LR-LEAVE-TYPE(1:6) = "UNPAID"
                   OR LR-LEAVE-TYPE(1:3) = "IOD"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LV-HAS-PATTERN
           MOVE 0 TO WS-LV-DAYS
           COMPUTE WS-LV-END-INT = FUNCTION INTEGER-OF-DATE(WS-LV-TO)
           OPEN INPUT WORK-SCHEDULE-FILE
           IF WK-FILE-STATUS = '00'
               MOVE LR-EMP-ID TO WK-EMP-ID
               READ WORK-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LV-HAS-PATTERN
               END-READ
           END-IF
           PERFORM VARYING WS-LV-DAY-WALK FROM
                   FUNCTION INTEGER-OF-DATE(WS-LV-FROM) BY 1
                   UNTIL WS-LV-DAY-WALK > WS-LV-END-INT
               IF WS-LV-HAS-PATTERN = 'Y'
                   COMPUTE WS-LV-DOW = FUNCTION MOD(WS-LV-DAY-WALK, 7)
                   IF WK-DAY-FLAG(WS-LV-DOW + 1) = 'Y'
                       ADD 1 TO WS-LV-DAYS
                   END-IF
               ELSE
                   ADD 1 TO WS-LV-DAYS
               END-IF
           END-PERFORM

           OPEN INPUT HOLIDAY-FILE
           IF HOL-FILE-STATUS = '00'
               PERFORM UNTIL HOL-FILE-STATUS = '10'
                   READ HOLIDAY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HOL-DATE NOT < WS-LV-FROM
                                   AND HOL-DATE NOT > WS-LV-TO
                                   AND WS-LV-DAYS > 0
                               PERFORM 262-EXCLUDE-ONE-HOLIDAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF
           IF WK-FILE-STATUS = '00'
               CLOSE WORK-SCHEDULE-FILE
           END-IF
           IF WS-LV-DAYS NOT > 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O LEAVE-BALANCE-FILE
           IF LB-FILE-STATUS NOT = '00'
               DISPLAY "No leave balances on file - " WS-LV-DAYS
                       " day(s) not credited"
               EXIT PARAGRAPH
           END-IF
           MOVE LR-EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   DISPLAY "No leave balance for " LR-EMP-ID " - "
                           WS-LV-DAYS " day(s) not credited"
               NOT INVALID KEY
                   EVALUATE LR-LEAVE-TYPE(1:4)
                       WHEN "SICK"
                           ADD WS-LV-DAYS TO LB-SICK-BAL
                       WHEN "FAMI"
                           ADD WS-LV-DAYS TO LB-FAMILY-BAL
                       WHEN OTHER
                           ADD WS-LV-DAYS TO LB-ANNUAL-BAL
                   END-EVALUATE
                   REWRITE LEAVE-BALANCE-RECORD
                   IF LB-FILE-STATUS = '00'
                       MOVE 'C' TO WS-MJ-OPERATION
                       PERFORM 900-JOURNAL-LEAVE-BALANCE
                   END-IF
                   DISPLAY WS-LV-DAYS " day(s) credited back to the "
                           LR-LEAVE-TYPE(1:6) " bucket"
           END-READ
           CLOSE LEAVE-BALANCE-FILE.

       262-EXCLUDE-ONE-HOLIDAY.
           IF WS-LV-HAS-PATTERN = 'Y'
               COMPUTE WS-LV-DOW = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(HOL-DATE), 7)
               IF WK-DAY-FLAG(WS-LV-DOW + 1) = 'Y'
                   SUBTRACT 1 FROM WS-LV-DAYS
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-LV-DAYS
           END-IF.

      *****************************************************************
      * 270-APPLY-LOAN-POLICY - an active loan with a balance stops
      * its installments: policy E marks it claimed from the estate
      * with the balance standing, policy W writes the balance off.
      *****************************************************************
       270-APPLY-LOAN-POLICY.
           MOVE SPACE TO DS-LOAN-ACTION
           MOVE 0 TO DS-LOAN-BALANCE
           OPEN I-O LOAN-FILE
           IF LN-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-EMP-ID TO LN-EMP-ID
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LN-ACTIVE AND LN-BALANCE > 0
                       MOVE LN-BALANCE TO DS-LOAN-BALANCE
                       MOVE LN-BALANCE TO WS-PRINT-AMT
                       IF WS-DTH-LOAN-POLICY = 'W'
                           MOVE 0 TO LN-BALANCE
                           SET LN-SETTLED TO TRUE
                           SET DS-LOAN-WRITTEN-OFF TO TRUE
                           DISPLAY "Loan " LN-LOAN-REF " balance "
                                   WS-PRINT-AMT " written off"
                       ELSE
                           SET LN-ESTATE-CLAIM TO TRUE
                           SET DS-LOAN-ESTATE TO TRUE
                           DISPLAY "Loan " LN-LOAN-REF " balance "
                                   WS-PRINT-AMT
                                   " to be claimed from the estate"
                       END-IF
                       REWRITE LOAN-RECORD
                       IF LN-FILE-STATUS = '00'
                           MOVE 'C' TO WS-MJ-OPERATION
                           PERFORM 910-JOURNAL-LOAN
                       END-IF
                   END-IF
           END-READ
           CLOSE LOAN-FILE.

      *****************************************************************
      * 280-APPLY-ADVANCE-POLICY - an advance approved but not yet
      * paid is cancelled. One already paid is left for the final pay
      * to recover (policy R) or written off (policy W).
      *****************************************************************
       280-APPLY-ADVANCE-POLICY.
           MOVE SPACE TO DS-ADV-ACTION
           MOVE 0 TO DS-ADV-AMOUNT
           OPEN I-O ADVANCE-FILE
           IF AV-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-EMP-ID TO AV-EMP-ID
           READ ADVANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AV-AMOUNT TO WS-PRINT-AMT
                   EVALUATE TRUE
                       WHEN AV-APPROVED
                           MOVE AV-AMOUNT TO DS-ADV-AMOUNT
                           SET AV-CANCELLED TO TRUE
                           SET DS-ADV-CANCELLED TO TRUE
                           REWRITE SALARY-ADVANCE-RECORD
                           DISPLAY "Unpaid advance of " WS-PRINT-AMT
                                   " cancelled"
                       WHEN AV-PAID AND WS-DTH-ADV-POLICY = 'W'
                           MOVE AV-AMOUNT TO DS-ADV-AMOUNT
                           SET AV-CANCELLED TO TRUE
                           SET DS-ADV-WRITTEN-OFF TO TRUE
                           REWRITE SALARY-ADVANCE-RECORD
                           DISPLAY "Paid advance of " WS-PRINT-AMT
                                   " written off"
                       WHEN AV-PAID
                           MOVE AV-AMOUNT TO DS-ADV-AMOUNT
                           SET DS-ADV-RECOVER TO TRUE
                           DISPLAY "Paid advance of " WS-PRINT-AMT
                                   " left for the final pay to recover"
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           CLOSE ADVANCE-FILE.

      *****************************************************************
      * 300-AMEND-ESTATE - correct the estate number, executor or the
      * estate late account. A new account goes back to unverified.
      *****************************************************************
       300-AMEND-ESTATE.
           DISPLAY "Employee ID of the deceased: " WITH NO ADVANCING
           ACCEPT WS-CASE-EMP-ID
           OPEN I-O DEATH-CASE-FILE
           IF DS-FILE-STATUS NOT = '00'
               DISPLAY "No death in service cases on file"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-EMP-ID TO DS-EMP-ID
           READ DEATH-CASE-FILE
               INVALID KEY
                   DISPLAY "No case open for " WS-CASE-EMP-ID
                   CLOSE DEATH-CASE-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 500-SHOW-CASE
           DISPLAY "Estate number (blank to keep): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-ESTATE-NO
           ACCEPT WS-NEW-ESTATE-NO
           IF WS-NEW-ESTATE-NO NOT = SPACES
               MOVE WS-NEW-ESTATE-NO TO DS-ESTATE-NO
           END-IF
           DISPLAY "Executor (blank to keep): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-EXECUTOR
           ACCEPT WS-NEW-EXECUTOR
           IF WS-NEW-EXECUTOR NOT = SPACES
               MOVE WS-NEW-EXECUTOR TO DS-EXECUTOR
           END-IF
           DISPLAY "Replace the estate late account? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-DECISION
           IF WS-DECISION = 'Y' OR WS-DECISION = 'y'
               PERFORM 220-CAPTURE-ESTATE-ACCOUNT
               IF WS-OK = 'Y'
                   MOVE WS-EA-BANK-NAME TO DS-BANK-NAME
                   MOVE WS-EA-BRANCH-CODE TO DS-BRANCH-CODE
                   MOVE WS-EA-ACCOUNT-NUMBER TO DS-ACCOUNT-NUMBER
                   MOVE WS-EA-ACCOUNT-TYPE TO DS-ACCOUNT-TYPE
                   SET DS-UNVERIFIED TO TRUE
                   MOVE LS-EMP-ID TO DS-CAPTURED-BY
                   MOVE WS-TODAY TO DS-CAPTURED-DATE
                   MOVE SPACES TO DS-VERIFIED-BY
                   MOVE 0 TO DS-VERIFIED-DATE
                   DISPLAY "Account replaced - it must be verified "
                           "again before the final pay"
               ELSE
                   DISPLAY "Account kept"
               END-IF
           END-IF
           REWRITE DEATH-CASE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: case could not be updated"
               NOT INVALID KEY
                   DISPLAY "Case updated"
           END-REWRITE
           CLOSE DEATH-CASE-FILE.

      *****************************************************************
      * 400-VERIFY-ESTATE-ACCOUNT - a second user confirms the estate
      * late account against the letters of executorship and the
      * bank's confirmation. Nobody verifies an account they
      * captured.
      *****************************************************************
       400-VERIFY-ESTATE-ACCOUNT.
           DISPLAY "Employee ID of the deceased: " WITH NO ADVANCING
           ACCEPT WS-CASE-EMP-ID
           OPEN I-O DEATH-CASE-FILE
           IF DS-FILE-STATUS NOT = '00'
               DISPLAY "No death in service cases on file"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-EMP-ID TO DS-EMP-ID
           READ DEATH-CASE-FILE
               INVALID KEY
                   DISPLAY "No case open for " WS-CASE-EMP-ID
                   CLOSE DEATH-CASE-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 500-SHOW-CASE
           EVALUATE TRUE
               WHEN DS-VERIFIED
                   DISPLAY "The estate late account is already "
                           "verified"
               WHEN DS-CAPTURED-BY = LS-EMP-ID
                   DISPLAY "You captured this account - another user "
                           "must verify it"
               WHEN OTHER
                   DISPLAY "Verify this account for the final pay? "
                           "(Y/N): " WITH NO ADVANCING
                   ACCEPT WS-DECISION
                   IF WS-DECISION = 'Y' OR WS-DECISION = 'y'
                       SET DS-VERIFIED TO TRUE
                       MOVE LS-EMP-ID TO DS-VERIFIED-BY
                       MOVE WS-TODAY TO DS-VERIFIED-DATE
                       REWRITE DEATH-CASE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: case could not be "
                                       "updated"
                           NOT INVALID KEY
                               DISPLAY "Estate late account verified"
                       END-REWRITE
                   END-IF
           END-EVALUATE
           CLOSE DEATH-CASE-FILE.

       500-SHOW-CASE.
           IF DS-VERIFIED
               MOVE "VERIFIED" TO WS-STATUS-TEXT
           ELSE
               MOVE "UNVERIFIED" TO WS-STATUS-TEXT
           END-IF
           DISPLAY "Date of death:  " DS-DEATH-DATE
           DISPLAY "Estate number:  " DS-ESTATE-NO
           DISPLAY "Executor:       " DS-EXECUTOR
           DISPLAY "Estate account: " DS-BANK-NAME " " DS-BRANCH-CODE
                   " " DS-ACCOUNT-NUMBER " " DS-ACCOUNT-TYPE
           DISPLAY "Captured by:    " DS-CAPTURED-BY " on "
                   DS-CAPTURED-DATE "  " WS-STATUS-TEXT.

      *****************************************************************
      * 600-PRINT-SCHEDULE - the notification schedule for the
      * pension or provident fund and the group life insurer: the
      * deceased, the estate, and the nominated beneficiaries per
      * benefit with their shares, to
      * ../data/death_notice_<employee>.txt.
      *****************************************************************
       600-PRINT-SCHEDULE.
           IF WS-CHOICE = 4
               DISPLAY "Employee ID of the deceased: "
                       WITH NO ADVANCING
               ACCEPT WS-CASE-EMP-ID
           END-IF
           OPEN I-O DEATH-CASE-FILE
           IF DS-FILE-STATUS NOT = '00'
               DISPLAY "No death in service cases on file"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-EMP-ID TO DS-EMP-ID
           READ DEATH-CASE-FILE
               INVALID KEY
                   DISPLAY "No case open for " WS-CASE-EMP-ID
                   CLOSE DEATH-CASE-FILE
                   EXIT PARAGRAPH
           END-READ
           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-CASE-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   INITIALIZE EMPLOYEE-RECORD
           END-READ
           CLOSE EMPLOYEE-FILE
           MOVE 'N' TO WS-LIFE-COVER
           OPEN INPUT BENEFITS-FILE
           IF BN-FILE-STATUS = '00'
               MOVE WS-CASE-EMP-ID TO BN-EMP-ID
               READ BENEFITS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BN-LIFE-INS TO WS-LIFE-COVER
               END-READ
               CLOSE BENEFITS-FILE
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "../data/death_notice_"
                  FUNCTION TRIM(WS-CASE-EMP-ID) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open "
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               CLOSE DEATH-CASE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LINE
           STRING "DEATH IN SERVICE - NOTIFICATION OF NOMINATED "
                  "BENEFICIARIES"
               DELIMITED BY SIZE INTO WS-LINE
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
           STRING "Deceased:        " EMP-ID "  "
                  FUNCTION TRIM(EMP-NAME) " "
                  FUNCTION TRIM(EMP-SURNAME)
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "ID number:       " EMP-ID-NUMBER
                  "   Department: " EMP-DEPT
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "Date of death:   " DS-DEATH-DATE
                  "   Employed since: " EMP-HIRE-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "Estate number:   " DS-ESTATE-NO
                  "   Executor: " DS-EXECUTOR
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "Estate late account: " DS-BANK-NAME " branch "
                  DS-BRANCH-CODE " account " DS-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "GROUP LIFE COVER - " WS-DTH-INSURER-NAME
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LIFE-COVER NOT = 'Y'
               MOVE "  (no group life cover elected on file)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 'G' TO WS-BF-TYPE
           PERFORM 610-WRITE-NOMINEES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "PENSION/PROVIDENT FUND - " WS-DTH-FUND-NAME
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  Nominations guide the trustees' allocation "
                  "under section 37C of the Pension Funds Act"
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'P' TO WS-BF-TYPE
           PERFORM 610-WRITE-NOMINEES
           CLOSE REPORT-FILE

           MOVE WS-TODAY TO DS-NOTICE-DATE
           REWRITE DEATH-CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           CLOSE DEATH-CASE-FILE
           DISPLAY "Notification schedule written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME).

       610-WRITE-NOMINEES.
           MOVE 0 TO WS-BF-COUNT
           MOVE 0 TO WS-BF-TOTAL-PCT
           OPEN INPUT BENEFICIARY-FILE
           IF BF-FILE-STATUS = '00'
               PERFORM VARYING WS-BF-SEQ FROM 1 BY 1
                       UNTIL WS-BF-SEQ > 5
                   MOVE WS-CASE-EMP-ID TO BF-EMP-ID
                   MOVE WS-BF-TYPE TO BF-BENEFIT-TYPE
                   MOVE WS-BF-SEQ TO BF-SEQ
                   READ BENEFICIARY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 620-WRITE-ONE-NOMINEE
                   END-READ
               END-PERFORM
               CLOSE BENEFICIARY-FILE
           END-IF
           IF WS-BF-COUNT = 0
               MOVE "  No beneficiaries nominated" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-BF-TOTAL-PCT TO WS-PRINT-PCT
               MOVE SPACES TO WS-LINE
               STRING "  Total share " WS-PRINT-PCT "%"
                   DELIMITED BY SIZE INTO WS-LINE
               MOVE WS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       620-WRITE-ONE-NOMINEE.
           ADD 1 TO WS-BF-COUNT
           ADD BF-SHARE-PCT TO WS-BF-TOTAL-PCT
           MOVE BF-SHARE-PCT TO WS-PRINT-PCT
           MOVE SPACES TO WS-LINE
           STRING "  " BF-SEQ ". " BF-NAME "  " BF-RELATIONSHIP
                  "  ID " BF-ID-NUMBER "  " WS-PRINT-PCT "%"
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * 700-LIST-CASES - every case with its estate account status
      * and what was done to the loan and advance.
      *****************************************************************
       700-LIST-CASES.
           OPEN INPUT DEATH-CASE-FILE
           IF DS-FILE-STATUS NOT = '00'
               DISPLAY "No death in service cases on file"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SHOWN
           DISPLAY "Employee    Died      Estate No        Account"
                   "     Loan Adv Notice"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEATH-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SHOWN
                       IF DS-VERIFIED
                           MOVE "VERIFIED" TO WS-STATUS-TEXT
                       ELSE
                           MOVE "UNVERIFIED" TO WS-STATUS-TEXT
                       END-IF
                       DISPLAY DS-EMP-ID "  " DS-DEATH-DATE "  "
                               DS-ESTATE-NO "  " WS-STATUS-TEXT "  "
                               DS-LOAN-ACTION "    " DS-ADV-ACTION
                               "   " DS-NOTICE-DATE
               END-READ
           END-PERFORM
           CLOSE DEATH-CASE-FILE
           IF WS-SHOWN = 0
               DISPLAY "No death in service cases on file"
           END-IF.

      *****************************************************************
      * 900-JOURNAL-LEAVE-BALANCE - after-image of the leave_balances
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       900-JOURNAL-LEAVE-BALANCE.
           MOVE "leave_balances"     TO WS-MJ-FILE
           MOVE LS-EMP-ID            TO WS-MJ-USER
           MOVE "DEATHSVC"           TO WS-MJ-PROGRAM
           MOVE LEAVE-BALANCE-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 910-JOURNAL-LOAN - after-image of the loans
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       910-JOURNAL-LOAN.
           MOVE "loans"     TO WS-MJ-FILE
           MOVE LS-EMP-ID   TO WS-MJ-USER
           MOVE "DEATHSVC"  TO WS-MJ-PROGRAM
           MOVE LOAN-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 920-JOURNAL-LEAVE-REQUEST - after-image of the leave request
      * just written or rewritten, to the master journal (MSTJRNL)
      * for forward recovery.
      *****************************************************************
       920-JOURNAL-LEAVE-REQUEST.
           MOVE "leave_requests"     TO WS-MJ-FILE
           MOVE LS-EMP-ID            TO WS-MJ-USER
           MOVE "DEATHSVC"           TO WS-MJ-PROGRAM
           MOVE LEAVE-REQUEST-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.
