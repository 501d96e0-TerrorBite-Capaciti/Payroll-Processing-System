      *                   scheduled days - a holiday on a day the
      *                   pattern never counted was under-debiting
      *                   the balance.
      * 2026-10-15  BDEV  Sick note rules (BCEA section 23). Each
      *                   sick request records whether a medical
      *                   certificate was produced and when. At
      *                   approval a certificate is required for
      *                   more than two consecutive days or the
      *                   third sick occasion in eight weeks; an
      *                   uncertified absence that needed one is
      *                   held awaiting the certificate with a due
      *                   date instead of debiting sick leave.
      *                   Outstanding Sick Notes (option 5) lists
      *                   them for HR, records a late certificate
      *                   and converts overdue ones to UNPAID leave
      *                   for PAYROLL to dock. The next request ID
      *                   is now allocated before the request is
      *                   captured - the scan was overwriting it.
      * 2026-10-15  BDEV  Department Leave Planner (option 6): a
      *                   month's calendar of one department showing
      *                   approved and pending leave, public holidays
      *                   and each employee's unscheduled days, with
      *                   the days that fall below minimum cover.
      *                   Approving a request now warns when it
      *                   would take the department below the
      *                   configured minimum headcount on any day,
      *                   and asks before going ahead.
      * 2026-10-15  BDEV  Cancel Leave Request (option 7) lets an
      *                   employee withdraw their own pending or
      *                   future approved request, and Recall From
      *                   Leave (option 8) lets a manager cut an
      *                   approved absence short from a return date.
      *                   Either credits the unused days back to the
      *                   bucket they were debited from and records
      *                   the reason; PAYROLL no longer sees the
      *                   cancelled or unused days as leave.
      * 2026-10-15  BDEV  IOD leave is booked against the claim in the
      *                   injury-on-duty register (IODREG), so it can
      *                   no longer be submitted here, and approving,
      *                   cancelling or recalling it never touches a
      *                   leave bucket.
      * 2026-10-15  BDEV  Unpaid leave approved (or a sick absence
      *                   converted to unpaid) after the open pay
      *                   period's input cut-off is queued on
      *                   LATEQUEUE's late-input queue, and PAYROLL
      *                   does not dock it in that period unless a
      *                   payroll supervisor releases it.
      * 2026-10-15  BDEV  Sell Annual Leave (option 10): an employee
      *                   asks to sell annual leave days back, checked
      *                   against the sale policy (balance kept,
      *                   annual maximum, sale window). Review Leave
      *                   Sales (option 11) rechecks it and, on the
      *                   manager's approval, debits the days and
      *                   raises their value at the daily rate as a
      *                   taxable once-off LVSL earning, the sale
      *                   keeping the earning's sequence.
      * 2026-10-15  BDEV  Leave balance adds and changes are journalled
      *                   to the master after-image journal (MSTJRNL)
      *                   for forward recovery after a restore.
      * 2026-10-15  BDEV  Leave request adds and changes are journalled
      *                   to MSTJRNL too.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS WK-EMP-ID
               FILE STATUS IS WK-FILE-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CFG-FILE-STATUS.

           SELECT LEAVE-SALE-FILE
               ASSIGN TO "../data/leave_sales.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.

           SELECT EARNING-FILE ASSIGN TO "../data/earnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-KEY
               FILE STATUS IS EA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
       FD  ATTENDANCE-FILE.
           COPY attendance.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       FD  WORK-SCHEDULE-FILE.
           COPY work_schedule.

       FD  LEAVE-SALE-FILE.
           COPY leave_sale.

       FD  EARNING-FILE.
           COPY earning.

       WORKING-STORAGE SECTION.
       01  LR-FILE-STATUS          PIC XX.
       01  LB-FILE-STATUS          PIC XX.
       01  WS-CF-DAY               PIC 9(8).
       01  WS-CF-COUNT             PIC 9(4).
       01  WS-CF-DECISION          PIC X(1).
       01  WS-CHOICE               PIC 9(2).
       01  WS-NEW-EMP-ID           PIC X(10).
       01  WS-NEXT-REQUEST-ID      PIC 9(06).
       01  WS-PENDING-COUNT        PIC 9(04).
       01  WS-RECORD-UPDATED       PIC X(01).
       01  WS-VIEW-EMP-ID          PIC X(10).

      *> Sick note (medical certificate) rules, BCEA section 23: a
      *> certificate may be required for more than WS-SC-MAX-CONSEC
      *> consecutive days, or once an employee already has
      *> WS-SC-MAX-OCCASIONS sick occasions in the WS-SC-WINDOW-DAYS
      *> before this one. A held absence gets WS-SC-GRACE-DAYS after
      *> its last day (or after approval, if later) to produce it.
       01  WS-SC-MAX-CONSEC        PIC 9(2) VALUE 2.
       01  WS-SC-MAX-OCCASIONS     PIC 9(2) VALUE 2.
       01  WS-SC-WINDOW-DAYS       PIC 9(3) VALUE 56.
       01  WS-SC-GRACE-DAYS        PIC 9(2) VALUE 5.
       01  WS-SC-FOUND             PIC X(1).
       01  WS-SC-SICK              PIC X(1).
       01  WS-SC-EMP-ID            PIC X(10).
       01  WS-SC-START             PIC 9(8).
       01  WS-SC-END               PIC 9(8).
       01  WS-SC-WINDOW-START      PIC 9(8).
       01  WS-SC-DAYS              PIC 9(5).
       01  WS-SC-PRIOR-COUNT       PIC 9(3).
       01  WS-SC-RULE              PIC X(1).
       01  WS-SC-TODAY             PIC 9(8).
       01  WS-SC-DUE-BASE          PIC 9(8).
       01  WS-SC-RULE-TEXT         PIC X(30).
       01  WS-SC-FLAG              PIC X(8).
       01  WS-SC-COUNT             PIC 9(4).
       01  WS-SC-OVERDUE-COUNT     PIC 9(4).
       01  WS-SC-CERT-DATE         PIC 9(8).
       01  WS-SC-CONVERT           PIC X(1).

      *> Department leave planner and minimum cover: one department,
      *> up to 31 days at a time. Each staff row carries a cell per
      *> day - '.' working, '-' not scheduled, 'H' public holiday,
      *> 'L' approved leave, 'S' sick held for a certificate, 'P'
      *> pending request. A 'P' day still counts as on duty.
       01  CFG-FILE-STATUS         PIC XX.
       01  WS-LP-MIN-COVER         PIC 9(3) VALUE 1.
       01  WS-LP-MAX-STAFF         PIC 9(3) VALUE 200.
       01  WS-LP-DEPT              PIC X(20).
       01  WS-LP-MONTH             PIC 9(6).
       01  WS-LP-FROM              PIC 9(8).
       01  WS-LP-TO                PIC 9(8).
       01  WS-LP-NEXT-MONTH        PIC 9(8).
       01  WS-LP-FROM-INT          PIC 9(7).
       01  WS-LP-NEXT-INT          PIC 9(7).
       01  WS-LP-END-INT           PIC 9(7).
       01  WS-LP-DAYS              PIC 9(3).
       01  WS-LP-DAY               PIC 9(3).
       01  WS-LP-FIRST             PIC 9(3).
       01  WS-LP-LAST              PIC 9(3).
       01  WS-LP-DD                PIC 9(2).
       01  WS-LP-DATE              PIC 9(8).
       01  WS-LP-DOW               PIC 9(1).
       01  WS-LP-STAFF-COUNT       PIC 9(3).
       01  WS-LP-IDX               PIC 9(3).
       01  WS-LP-ROW               PIC 9(3).
       01  WS-LP-SELF-IDX          PIC 9(3).
       01  WS-LP-MARK              PIC X(1).
       01  WS-LP-HEADS             PIC 9(3).
       01  WS-LP-SHORT-DAYS        PIC 9(3).
       01  WS-LP-PROCEED           PIC X(1).
       01  WS-LP-WK-OPEN           PIC X(1).

      *> Cancellation and recall: the request, the unused range being
      *> credited back and who/why.
       01  WS-CX-ID                PIC 9(06).
       01  WS-CX-TODAY             PIC 9(08).
       01  WS-CX-RETURN-DATE       PIC 9(08).
       01  WS-CX-FROM              PIC 9(08).
       01  WS-CX-TO                PIC 9(08).
       01  WS-CX-SAVE-START        PIC 9(08).
       01  WS-CX-SAVE-END          PIC 9(08).
       01  WS-CX-REASON            PIC X(30).
       01  WS-CX-FOUND             PIC X(01).
       01  WS-CX-DONE              PIC X(01).
       01  WS-LP-TENS              PIC X(31).
       01  WS-LP-UNITS             PIC X(31).
       01  WS-LP-HOLIDAYS.
           05  WS-LP-HOL-FLAG      PIC X(1) OCCURS 31 TIMES.
       01  WS-LP-DAY-TOTALS.
           05  WS-LP-DAY-TOTAL OCCURS 31 TIMES.
               10  WS-LP-ON-DUTY   PIC 9(3).
               10  WS-LP-PENDING   PIC 9(3).
       01  WS-LP-STAFF-TABLE.
           05  WS-LP-STAFF OCCURS 200 TIMES.
               10  WS-LP-EMP-ID    PIC X(10).
               10  WS-LP-EMP-NAME  PIC X(20).
               10  WS-LP-WEEK.
                   15  WS-LP-SCHED PIC X(1) OCCURS 7 TIMES.
               10  WS-LP-CELLS.
                   15  WS-LP-CELL  PIC X(1) OCCURS 31 TIMES.

       01  WS-LEAVE-CALC-PARAMS.
           05  WS-LV-CURRENT-BALANCE  PIC S9(03)V99.
           05  WS-LV-UNPAID-LEAVE     PIC 9(02).
           05  WS-LV-ERROR-CODE       PIC X(02).
           05  WS-LV-OPERATION-CODE   PIC X(01).

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

      *> Annual leave sale: the policy off SYSCONFIG (CONFIG's
      *> defaults until it is first saved), the sale being captured
      *> or decided, and the outcome of the policy check.
       01  SL-FILE-STATUS          PIC XX.
       01  EA-FILE-STATUS          PIC XX.
       01  WS-LVS-MIN-BALANCE      PIC 9(3)V99 VALUE 10.00.
       01  WS-LVS-MAX-DAYS         PIC 9(3)V99 VALUE 10.00.
       01  WS-LVS-WINDOW-FROM      PIC 9(4) VALUE 0101.
       01  WS-LVS-WINDOW-TO        PIC 9(4) VALUE 1231.
       01  WS-SL-ID                PIC 9(6).
       01  WS-SL-NEXT-ID           PIC 9(6).
       01  WS-SL-EMP-ID            PIC X(10).
       01  WS-SL-DAYS              PIC 9(3).
       01  WS-SL-TODAY             PIC 9(8).
       01  WS-SL-YEAR              PIC 9(4).
       01  WS-SL-MMDD              PIC 9(4).
       01  WS-SL-BALANCE           PIC S9(3)V99.
       01  WS-SL-YEAR-DAYS         PIC 9(4).
       01  WS-SL-PENDING-DAYS      PIC 9(4).
       01  WS-SL-REMAINING         PIC S9(4)V99.
       01  WS-SL-OK                PIC X(1).
       01  WS-SL-REASON            PIC X(40).
       01  WS-SL-FOUND             PIC X(1).
       01  WS-SL-COUNT             PIC 9(4).
       01  WS-SL-DECISION          PIC X(1).
       01  WS-SL-NEW-STATUS        PIC X(1).
       01  WS-SL-BASE-SALARY       PIC 9(7)V99.
       01  WS-SL-PAY-RATE          PIC 9(5)V99.
       01  WS-SL-DAILY-RATE        PIC 9(7)V99.
       01  WS-SL-AMOUNT            PIC 9(7)V99.
       01  WS-SL-EA-SEQ            PIC 9(2).
       01  WS-SL-SCAN-DONE         PIC X(1).
       01  WS-SL-BAL-BEFORE        PIC S9(3)V99.
       01  WS-SL-BAL-AFTER         PIC S9(3)V99.
       01  WS-SL-PRINT-BAL         PIC -ZZ9.99.
       01  WS-SL-PRINT-AMT         PIC Z,ZZZ,ZZ9.99.
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
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
           MOVE WS-AC-RESULT TO WS-CAN-REVIEW
           PERFORM 150-LOAD-MIN-COVER
           PERFORM UNTIL WS-CHOICE = 9
               DISPLAY " "
               DISPLAY "ByteBank Leave Management"
               DISPLAY "3. View Leave Balance"
               IF WS-CAN-REVIEW = 'Y'
                   DISPLAY "4. Leave vs Attendance Conflicts"
                   DISPLAY "5. Outstanding Sick Notes"
                   DISPLAY "6. Department Leave Planner"
               END-IF
               DISPLAY "7. Cancel Leave Request"
               IF WS-CAN-REVIEW = 'Y'
                   DISPLAY "8. Recall From Leave"
               END-IF
               DISPLAY "9. Return"
               DISPLAY "10. Sell Annual Leave"
               IF WS-CAN-REVIEW = 'Y'
                   DISPLAY "11. Review Leave Sales"
               END-IF
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

                       ELSE
                           DISPLAY "Invalid choice"
                       END-IF
                   WHEN 5
                       IF WS-CAN-REVIEW = 'Y'
                           PERFORM 600-OUTSTANDING-SICK-NOTES
                       ELSE
                           DISPLAY "Invalid choice"
                       END-IF
                   WHEN 6
                       IF WS-CAN-REVIEW = 'Y'
                           PERFORM 700-LEAVE-PLANNER
                       ELSE
                           DISPLAY "Invalid choice"
                       END-IF
                   WHEN 7 PERFORM 800-CANCEL-LEAVE-REQUEST
                   WHEN 8
                       IF WS-CAN-REVIEW = 'Y'
                           PERFORM 850-RECALL-FROM-LEAVE
                       ELSE
                           DISPLAY "Invalid choice"
                       END-IF
                   WHEN 9 CONTINUE
                   WHEN 10 PERFORM 900-SELL-ANNUAL-LEAVE
                   WHEN 11
                       IF WS-CAN-REVIEW = 'Y'
                           PERFORM 950-REVIEW-LEAVE-SALES
                       ELSE
                           DISPLAY "Invalid choice"
                       END-IF
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *****************************************************************
      * 150-LOAD-MIN-COVER - the minimum department headcount and
      * the leave sale policy from the system settings; a settings
      * file saved before a field existed leaves its default.
      *****************************************************************
       150-LOAD-MIN-COVER.
           OPEN INPUT SYSCONFIG-FILE
           IF CFG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-LEAVE-MIN-COVER NUMERIC
                           MOVE SC-LEAVE-MIN-COVER TO WS-LP-MIN-COVER
                       END-IF
                       IF SC-LVS-WINDOW-FROM NUMERIC
                               AND SC-LVS-WINDOW-FROM > 0
                           MOVE SC-LVS-MIN-BALANCE
                               TO WS-LVS-MIN-BALANCE
                           MOVE SC-LVS-MAX-DAYS TO WS-LVS-MAX-DAYS
                           MOVE SC-LVS-WINDOW-FROM
                               TO WS-LVS-WINDOW-FROM
                           MOVE SC-LVS-WINDOW-TO TO WS-LVS-WINDOW-TO
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

      *****************************************************************
      * 200-SUBMIT-LEAVE-REQUEST - capture a new leave request and
      * append it to LEAVE-REQUEST-FILE as LR-PENDING.
      *****************************************************************
       200-SUBMIT-LEAVE-REQUEST.
      *    Allocate the ID first - the scan reads through the record
      *    area and would overwrite anything already captured.
           PERFORM 250-NEXT-REQUEST-ID
           DISPLAY "Enter employee ID: " WITH NO ADVANCING
           ACCEPT WS-NEW-EMP-ID
           DISPLAY "Enter start date YYYYMMDD: " WITH NO ADVANCING
           ACCEPT LR-REASON
           MOVE WS-NEW-EMP-ID TO LR-EMP-ID
           SET LR-PENDING TO TRUE
           MOVE 'N' TO LR-CERT-PRODUCED
           MOVE 0 TO LR-CERT-DATE
           MOVE 'N' TO LR-CERT-RULE
           MOVE 0 TO LR-CERT-DUE-DATE
           MOVE 'N' TO LR-SICK-CONVERTED
           MOVE SPACE TO LR-CHANGE-TYPE
           MOVE 0 TO LR-ORIG-END-DATE
           MOVE SPACES TO LR-CHANGE-REASON
           MOVE SPACES TO LR-CHANGED-BY
           MOVE 0 TO LR-CHANGE-DATE
      *    Injury-on-duty absence is booked against the claim in
      *    IODREG, which writes the approved IOD request itself.
           IF LR-LEAVE-TYPE(1:3) = "IOD"
               DISPLAY "Injury-on-duty absence is booked against the "
                       "claim in the Injury on Duty register."
           ELSE
               IF LR-LEAVE-TYPE(1:4) = "SICK"
                   PERFORM 210-CAPTURE-SICK-NOTE
               END-IF
               MOVE WS-NEXT-REQUEST-ID TO LR-REQUEST-ID

               OPEN EXTEND LEAVE-REQUEST-FILE
               IF LR-FILE-STATUS = '00'
                   WRITE LEAVE-REQUEST-RECORD
                   IF LR-FILE-STATUS = '00'
                       MOVE 'A' TO WS-MJ-OPERATION
                       PERFORM 996-JOURNAL-LEAVE-REQUEST
                   END-IF
                   DISPLAY "Leave request #" LR-REQUEST-ID
                           " submitted."
                   CLOSE LEAVE-REQUEST-FILE
               ELSE
                   DISPLAY "ERROR: Unable to open leave request file, "
                           "status " LR-FILE-STATUS
               END-IF
           END-IF.

      *****************************************************************
      * 210-CAPTURE-SICK-NOTE - record whether the employee produced a
      * medical certificate for the absence, and when. Whether one was
      * actually required is decided at approval.
      *****************************************************************
       210-CAPTURE-SICK-NOTE.
           DISPLAY "Medical certificate produced (Y/N): "
                   WITH NO ADVANCING
           ACCEPT LR-CERT-PRODUCED
           IF LR-CERT-PRODUCED = 'y'
               MOVE 'Y' TO LR-CERT-PRODUCED
           END-IF
           IF LR-CERT-ON-FILE
               DISPLAY "Certificate date YYYYMMDD: " WITH NO ADVANCING
               ACCEPT LR-CERT-DATE
           ELSE
               MOVE 'N' TO LR-CERT-PRODUCED
           END-IF.

      *****************************************************************
               ACCEPT WS-DECISION
               MOVE 'N' TO WS-RECORD-UPDATED
               MOVE 'N' TO WS-DECIDE-REFUSED
               MOVE 'Y' TO WS-LP-PROCEED
               IF WS-DECISION = 'A' OR WS-DECISION = 'a'
                   PERFORM 360-CHECK-SICK-NOTE-RULES
                   PERFORM 750-CHECK-MIN-COVER
               END-IF
      *        Approval withdrawn at the cover warning: skip the update
      *        and leave the request pending.
               IF WS-LP-PROCEED = 'N'
                   DISPLAY "Request " WS-DECIDE-ID " left pending."
                   MOVE 'Y' TO WS-DECIDE-REFUSED
                   MOVE 'Y' TO WS-RECORD-UPDATED
               END-IF
               OPEN I-O LEAVE-REQUEST-FILE
               PERFORM UNTIL LR-FILE-STATUS = '10'
                       OR WS-RECORD-UPDATED = 'Y'
                                   MOVE 'Y' TO WS-RECORD-UPDATED
                               ELSE
                               IF WS-DECISION = 'A' OR WS-DECISION = 'a'
                                   PERFORM 370-APPROVE-REQUEST
                               ELSE
                                   SET LR-REJECTED TO TRUE
                               END-IF
                               REWRITE LEAVE-REQUEST-RECORD
                               IF LR-FILE-STATUS = '00'
                                   MOVE 'C' TO WS-MJ-OPERATION
                                   PERFORM 996-JOURNAL-LEAVE-REQUEST
                               END-IF
                               MOVE 'Y' TO WS-RECORD-UPDATED
                               END-IF
                           END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 360-CHECK-SICK-NOTE-RULES - before the request is rewritten,
      * work out whether a sick request needs a medical certificate
      * (BCEA section 23): more than two consecutive days off, or two
      * sick occasions already taken in the eight weeks before this
      * one. Sick leave later converted to unpaid still counts as an
      * occasion. Sets WS-SC-RULE to D, O or N.
      *****************************************************************
       360-CHECK-SICK-NOTE-RULES.
           MOVE 'N' TO WS-SC-RULE
           MOVE 'N' TO WS-SC-FOUND
           MOVE 'N' TO WS-SC-SICK
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS = '00'
               PERFORM UNTIL LR-FILE-STATUS = '10'
                       OR WS-SC-FOUND = 'Y'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-REQUEST-ID = WS-DECIDE-ID
                               MOVE 'Y' TO WS-SC-FOUND
                               MOVE LR-EMP-ID TO WS-SC-EMP-ID
                               MOVE LR-START-DATE TO WS-SC-START
                               MOVE LR-END-DATE TO WS-SC-END
                               IF LR-LEAVE-TYPE(1:4) = "SICK"
                                   MOVE 'Y' TO WS-SC-SICK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
           END-IF
           IF WS-SC-SICK = 'Y'
               COMPUTE WS-SC-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-SC-END) -
                   FUNCTION INTEGER-OF-DATE(WS-SC-START) + 1
               IF WS-SC-DAYS > WS-SC-MAX-CONSEC
                   MOVE 'D' TO WS-SC-RULE
               ELSE
                   PERFORM 365-COUNT-PRIOR-OCCASIONS
                   IF WS-SC-PRIOR-COUNT NOT < WS-SC-MAX-OCCASIONS
                       MOVE 'O' TO WS-SC-RULE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 365-COUNT-PRIOR-OCCASIONS - sick requests for the same
      * employee, approved or held for a certificate, that started in
      * the WS-SC-WINDOW-DAYS before this one.
      *****************************************************************
       365-COUNT-PRIOR-OCCASIONS.
           MOVE 0 TO WS-SC-PRIOR-COUNT
           COMPUTE WS-SC-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SC-START) -
               WS-SC-WINDOW-DAYS)
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS = '00'
               PERFORM UNTIL LR-FILE-STATUS = '10'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-EMP-ID = WS-SC-EMP-ID
                                   AND LR-REQUEST-ID NOT = WS-DECIDE-ID
                                   AND (LR-LEAVE-TYPE(1:4) = "SICK"
                                        OR LR-CONVERTED-UNPAID)
                                   AND (LR-APPROVED OR LR-AWAITING-CERT)
                                   AND LR-START-DATE
                                       NOT < WS-SC-WINDOW-START
                                   AND LR-START-DATE < WS-SC-START
                               ADD 1 TO WS-SC-PRIOR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
           END-IF.

      *****************************************************************
      * 370-APPROVE-REQUEST - approve the request in the record area.
      * A sick absence that needed a certificate and has none is held
      * (LR-AWAITING-CERT) with a due date and debits nothing yet;
      * everything else is approved and debited as before.
      *****************************************************************
       370-APPROVE-REQUEST.
           IF LR-LEAVE-TYPE(1:4) = "SICK"
               MOVE WS-SC-RULE TO LR-CERT-RULE
           END-IF
           IF LR-LEAVE-TYPE(1:4) = "SICK"
                   AND NOT LR-CERT-NOT-NEEDED
                   AND NOT LR-CERT-ON-FILE
               SET LR-AWAITING-CERT TO TRUE
               PERFORM 380-SET-CERT-DUE-DATE
               PERFORM 390-DESCRIBE-CERT-RULE
               DISPLAY "MEDICAL CERTIFICATE REQUIRED - "
                       WS-SC-RULE-TEXT
               DISPLAY "Held awaiting the certificate until "
                       LR-CERT-DUE-DATE
                       "; unpaid leave if not produced by then."
           ELSE
               SET LR-APPROVED TO TRUE
               PERFORM 450-DECREMENT-BALANCE
               IF LR-LEAVE-TYPE(1:6) = "UNPAID"
                   PERFORM 375-CHECK-LATE-UNPAID
               END-IF
           END-IF.

      *****************************************************************
      * 375-CHECK-LATE-UNPAID - unpaid leave approved after the open
      * period's input cut-off goes on the late-input queue; PAYROLL
      * leaves it undocked until it is released or the period closes.
      *****************************************************************
       375-CHECK-LATE-UNPAID.
           INITIALIZE WS-LATE-QUEUE-PARAMS
           MOVE 'Q'           TO WS-LQ-FUNCTION
           MOVE "LEAV"        TO WS-LQ-ITEM-TYPE
           MOVE LR-EMP-ID     TO WS-LQ-EMP-ID
           MOVE LR-REQUEST-ID TO WS-LQ-REF
           STRING "UNPAID " LR-START-DATE " - " LR-END-DATE
               DELIMITED BY SIZE INTO WS-LQ-DETAIL
           MOVE LS-EMP-ID     TO WS-LQ-USER
           CALL "LATEQUEUE" USING WS-LATE-QUEUE-PARAMS
           IF WS-LQ-LATE = 'Y'
               IF WS-LQ-RESULT = 'Y'
                   DISPLAY "After the " WS-LQ-PERIOD-ID
                           " input cut-off - held as late input "
                           WS-LQ-SEQ " for the next period."
               ELSE
                   DISPLAY "WARNING: " WS-LQ-MESSAGE
               END-IF
           END-IF.

      *****************************************************************
      * 380-SET-CERT-DUE-DATE - WS-SC-GRACE-DAYS after the last day
      * of the absence, or after today if it is approved late.
      *****************************************************************
       380-SET-CERT-DUE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SC-TODAY
           MOVE LR-END-DATE TO WS-SC-DUE-BASE
           IF WS-SC-TODAY > WS-SC-DUE-BASE
               MOVE WS-SC-TODAY TO WS-SC-DUE-BASE
           END-IF
           COMPUTE LR-CERT-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SC-DUE-BASE) +
               WS-SC-GRACE-DAYS).

       390-DESCRIBE-CERT-RULE.
           EVALUATE TRUE
               WHEN LR-CERT-CONSECUTIVE
                   MOVE "MORE THAN 2 CONSECUTIVE DAYS" TO
                       WS-SC-RULE-TEXT
               WHEN LR-CERT-OCCASIONS
                   MOVE "3RD SICK OCCASION IN 8 WEEKS" TO
                       WS-SC-RULE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-SC-RULE-TEXT
           END-EVALUATE.

      *****************************************************************
      * 400-VIEW-LEAVE-BALANCE - display an employee's current leave
      * balance, creating a zero-balance record the first time an
           MOVE 0 TO LB-SICK-CYCLE-START
           MOVE 0 TO LB-FAMILY-BAL
           MOVE 0 TO LB-FAMILY-YEAR
           WRITE LEAVE-BALANCE-RECORD
           IF LB-FILE-STATUS = '00'
               MOVE 'A' TO WS-MJ-OPERATION
               PERFORM 995-JOURNAL-LEAVE-BALANCE
           END-IF.

      *****************************************************************
      * 450-DECREMENT-BALANCE - decrement the requesting employee's
               DISPLAY "Unpaid leave approved - no balance debited "
                       "(payroll docks the days)."
           ELSE
               IF LR-LEAVE-TYPE(1:3) = "IOD"
                   DISPLAY "Injury-on-duty absence - no balance "
                           "debited (booked against the COIDA claim)."
               ELSE
                   PERFORM 455-DEBIT-LEAVE-BUCKET
               END-IF
           END-IF.

       455-DEBIT-LEAVE-BUCKET.
      * if it wasn't already on file), so REWRITE works directly
      * under DYNAMIC access without another READ first.
           REWRITE LEAVE-BALANCE-RECORD
           IF LB-FILE-STATUS = '00'
               MOVE 'C' TO WS-MJ-OPERATION
               PERFORM 995-JOURNAL-LEAVE-BALANCE
           END-IF
           CLOSE LEAVE-BALANCE-FILE.

      *****************************************************************
                               ADD 1 TO LB-ANNUAL-BAL
                       END-EVALUATE
                       REWRITE LEAVE-BALANCE-RECORD
                       IF LB-FILE-STATUS = '00'
                           MOVE 'C' TO WS-MJ-OPERATION
                           PERFORM 995-JOURNAL-LEAVE-BALANCE
                       END-IF
                       DISPLAY "ONE DAY REINSTATED TO THE "
                               LR-LEAVE-TYPE(1:6) " BUCKET"
               END-READ
               CLOSE LEAVE-BALANCE-FILE
           END-IF.

      *****************************************************************
      * 600-OUTSTANDING-SICK-NOTES - HR's list of sick absences held
      * awaiting a medical certificate, routed along the reporting
      * line like the pending review. A certificate that has arrived
      * releases the absence as sick leave; past the due date the
      * absence is converted to UNPAID leave, which PAYROLL's unpaid
      * leave scan docks from pay.
      *****************************************************************
       600-OUTSTANDING-SICK-NOTES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SC-TODAY
           MOVE 0 TO WS-SC-COUNT
           MOVE 0 TO WS-SC-OVERDUE-COUNT
           PERFORM 320-OPEN-EMPLOYEE-MASTER
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS NOT = '00'
               DISPLAY "No leave requests on file."
           ELSE
               DISPLAY " "
               DISPLAY "========= OUTSTANDING SICK NOTES ========="
               PERFORM UNTIL LR-FILE-STATUS = '10'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-AWAITING-CERT
                               PERFORM 330-CHECK-REPORTING-LINE
                               IF WS-MINE = 'Y'
                                   PERFORM 610-SHOW-SICK-NOTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
               IF WS-SC-COUNT = 0
                   DISPLAY "No sick notes outstanding."
               ELSE
                   DISPLAY WS-SC-COUNT " outstanding, "
                           WS-SC-OVERDUE-COUNT " overdue."
                   PERFORM 650-RECORD-CERTIFICATE
                   IF WS-SC-OVERDUE-COUNT > 0
                       PERFORM 670-CONVERT-OVERDUE
                   END-IF
               END-IF
           END-IF
           IF WS-EMP-AVAILABLE = 'Y'
               CLOSE EMPLOYEE-FILE
           END-IF.

       610-SHOW-SICK-NOTE.
           ADD 1 TO WS-SC-COUNT
           MOVE SPACES TO WS-SC-FLAG
           IF LR-CERT-DUE-DATE < WS-SC-TODAY
               MOVE "OVERDUE" TO WS-SC-FLAG
               ADD 1 TO WS-SC-OVERDUE-COUNT
           END-IF
           PERFORM 390-DESCRIBE-CERT-RULE
           DISPLAY "ID: " LR-REQUEST-ID "  EMP: " LR-EMP-ID
                   "  " LR-START-DATE " TO " LR-END-DATE
           DISPLAY "   " WS-SC-RULE-TEXT "  DUE: " LR-CERT-DUE-DATE
                   "  " WS-SC-FLAG.

      *****************************************************************
      * 650-RECORD-CERTIFICATE - the certificate for a held absence
      * has been produced: record its date and approve the absence
      * as sick leave, debiting the sick bucket as a normal approval
      * would. Accepted until the absence is converted to unpaid.
      *****************************************************************
       650-RECORD-CERTIFICATE.
           DISPLAY "Request ID with a certificate produced "
                   "(0 to skip): " WITH NO ADVANCING
           ACCEPT WS-DECIDE-ID
           IF WS-DECIDE-ID NOT = 0
               DISPLAY "Certificate date YYYYMMDD: " WITH NO ADVANCING
               ACCEPT WS-SC-CERT-DATE
               MOVE 'N' TO WS-RECORD-UPDATED
               MOVE 'N' TO WS-DECIDE-REFUSED
               OPEN I-O LEAVE-REQUEST-FILE
               PERFORM UNTIL LR-FILE-STATUS = '10'
                       OR WS-RECORD-UPDATED = 'Y'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-REQUEST-ID = WS-DECIDE-ID
                                   AND LR-AWAITING-CERT
                               PERFORM 330-CHECK-REPORTING-LINE
                               IF WS-MINE NOT = 'Y'
                                   DISPLAY "NOT ONE OF YOUR REPORTS "
                                           "- UPDATE REFUSED"
                                   MOVE 'Y' TO WS-DECIDE-REFUSED
                               ELSE
                                   MOVE 'Y' TO LR-CERT-PRODUCED
                                   MOVE WS-SC-CERT-DATE TO LR-CERT-DATE
                                   SET LR-APPROVED TO TRUE
                                   PERFORM 450-DECREMENT-BALANCE
                                   REWRITE LEAVE-REQUEST-RECORD
                                   IF LR-FILE-STATUS = '00'
                                       MOVE 'C' TO WS-MJ-OPERATION
                                       PERFORM 996-JOURNAL-LEAVE-REQUEST
                                   END-IF
                               END-IF
                               MOVE 'Y' TO WS-RECORD-UPDATED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
               IF WS-DECIDE-REFUSED = 'Y'
                   CONTINUE
               ELSE
               IF WS-RECORD-UPDATED = 'Y'
                   DISPLAY "Certificate recorded - request "
                           WS-DECIDE-ID " approved as sick leave."
               ELSE
                   DISPLAY "Request not found or not awaiting a "
                           "certificate."
               END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 670-CONVERT-OVERDUE - every held absence in the reviewer's
      * reach whose due date has passed becomes UNPAID leave: no
      * sick days are debited and PAYROLL docks the days. The
      * original sick request is still recognisable through
      * LR-SICK-CONVERTED.
      *****************************************************************
       670-CONVERT-OVERDUE.
           DISPLAY "Convert the " WS-SC-OVERDUE-COUNT
                   " overdue absence(s) to unpaid leave (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-SC-CONVERT
           IF WS-SC-CONVERT = 'Y' OR WS-SC-CONVERT = 'y'
               MOVE 0 TO WS-SC-COUNT
               OPEN I-O LEAVE-REQUEST-FILE
               PERFORM UNTIL LR-FILE-STATUS = '10'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-AWAITING-CERT
                                   AND LR-CERT-DUE-DATE < WS-SC-TODAY
                               PERFORM 330-CHECK-REPORTING-LINE
                               IF WS-MINE = 'Y'
                                   MOVE "UNPAID" TO LR-LEAVE-TYPE
                                   MOVE 'Y' TO LR-SICK-CONVERTED
                                   SET LR-APPROVED TO TRUE
                                   REWRITE LEAVE-REQUEST-RECORD
                                   IF LR-FILE-STATUS = '00'
                                       MOVE 'C' TO WS-MJ-OPERATION
                                       PERFORM 996-JOURNAL-LEAVE-REQUEST
                                   END-IF
                                   PERFORM 375-CHECK-LATE-UNPAID
                                   ADD 1 TO WS-SC-COUNT
                                   DISPLAY "Request " LR-REQUEST-ID
                                           " (" LR-EMP-ID
                                           ") converted to unpaid."
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
               DISPLAY WS-SC-COUNT " absence(s) converted."
           END-IF.

      *****************************************************************
      * 700-LEAVE-PLANNER - one department's leave calendar for a
      * month: approved, held and pending leave from the request
      * file, public holidays and each employee's unscheduled days,
      * followed by the days below minimum cover.
      *****************************************************************
       700-LEAVE-PLANNER.
           DISPLAY "Department: " WITH NO ADVANCING
           ACCEPT WS-LP-DEPT
           DISPLAY "Month YYYYMM: " WITH NO ADVANCING
           ACCEPT WS-LP-MONTH
           COMPUTE WS-LP-FROM = WS-LP-MONTH * 100 + 1
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LP-FROM) NOT = 0
               DISPLAY "Invalid month."
           ELSE
               IF WS-LP-FROM(5:2) = "12"
                   COMPUTE WS-LP-NEXT-MONTH = WS-LP-FROM + 8900
               ELSE
                   COMPUTE WS-LP-NEXT-MONTH = WS-LP-FROM + 100
               END-IF
               COMPUTE WS-LP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-LP-NEXT-MONTH) -
                   FUNCTION INTEGER-OF-DATE(WS-LP-FROM)
               PERFORM 320-OPEN-EMPLOYEE-MASTER
               IF WS-EMP-AVAILABLE NOT = 'Y'
                   DISPLAY "Employee master not available."
               ELSE
                   PERFORM 710-LOAD-DEPT-STAFF
                   IF WS-LP-STAFF-COUNT = 0
                       DISPLAY "No active staff in department "
                               WS-LP-DEPT
                   ELSE
                       PERFORM 720-BUILD-WINDOW
                       PERFORM 740-SHOW-PLANNER
                   END-IF
                   CLOSE EMPLOYEE-FILE
               END-IF
           END-IF.

      *****************************************************************
      * 710-LOAD-DEPT-STAFF - every employee of WS-LP-DEPT not
      * terminated, with their weekly pattern (Monday to Friday when
      * they have no work schedule). Needs the employee master open.
      *****************************************************************
       710-LOAD-DEPT-STAFF.
           MOVE 0 TO WS-LP-STAFF-COUNT
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE '10' TO EMP-FILE-STATUS
           END-START
           PERFORM UNTIL EMP-FILE-STATUS NOT = '00'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EMP-DEPT = WS-LP-DEPT
                               AND NOT EMP-TERMINATED
                               AND WS-LP-STAFF-COUNT < WS-LP-MAX-STAFF
                           ADD 1 TO WS-LP-STAFF-COUNT
                           MOVE EMP-ID
                               TO WS-LP-EMP-ID(WS-LP-STAFF-COUNT)
                           MOVE EMP-NAME
                               TO WS-LP-EMP-NAME(WS-LP-STAFF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO EMP-FILE-STATUS

           MOVE 'N' TO WS-LP-WK-OPEN
           OPEN INPUT WORK-SCHEDULE-FILE
           IF WK-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LP-WK-OPEN
           END-IF
           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                   UNTIL WS-LP-IDX > WS-LP-STAFF-COUNT
               MOVE "NYYYYYN" TO WS-LP-WEEK(WS-LP-IDX)
               IF WS-LP-WK-OPEN = 'Y'
                   MOVE WS-LP-EMP-ID(WS-LP-IDX) TO WK-EMP-ID
                   READ WORK-SCHEDULE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM VARYING WS-LP-DOW FROM 1 BY 1
                                   UNTIL WS-LP-DOW > 7
                               MOVE WK-DAY-FLAG(WS-LP-DOW)
                                   TO WS-LP-SCHED(WS-LP-IDX, WS-LP-DOW)
                           END-PERFORM
                   END-READ
               END-IF
           END-PERFORM
           IF WS-LP-WK-OPEN = 'Y'
               CLOSE WORK-SCHEDULE-FILE
           END-IF.

      *****************************************************************
      * 720-BUILD-WINDOW - lay out WS-LP-DAYS days from WS-LP-FROM for
      * the loaded staff: pattern and public holidays first, then the
      * leave on file, then the per-day on-duty totals.
      *****************************************************************
       720-BUILD-WINDOW.
           COMPUTE WS-LP-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-LP-FROM)
           COMPUTE WS-LP-TO = FUNCTION DATE-OF-INTEGER(
               WS-LP-FROM-INT + WS-LP-DAYS - 1)
           MOVE ALL 'N' TO WS-LP-HOLIDAYS
           OPEN INPUT HOLIDAY-FILE
           IF HOL-FILE-STATUS = '00'
               PERFORM UNTIL HOL-FILE-STATUS = '10'
                   READ HOLIDAY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HOL-DATE NOT < WS-LP-FROM
                                   AND HOL-DATE NOT > WS-LP-TO
                               COMPUTE WS-LP-DAY =
                                   FUNCTION INTEGER-OF-DATE(HOL-DATE)
                                   - WS-LP-FROM-INT + 1
                               MOVE 'Y' TO WS-LP-HOL-FLAG(WS-LP-DAY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF

           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                   UNTIL WS-LP-IDX > WS-LP-STAFF-COUNT
               MOVE SPACES TO WS-LP-CELLS(WS-LP-IDX)
               PERFORM VARYING WS-LP-DAY FROM 1 BY 1
                       UNTIL WS-LP-DAY > WS-LP-DAYS
                   COMPUTE WS-LP-DOW = FUNCTION MOD(
                       WS-LP-FROM-INT + WS-LP-DAY - 1, 7)
                   IF WS-LP-SCHED(WS-LP-IDX, WS-LP-DOW + 1) NOT = 'Y'
                       MOVE '-' TO WS-LP-CELL(WS-LP-IDX, WS-LP-DAY)
                   ELSE
                   IF WS-LP-HOL-FLAG(WS-LP-DAY) = 'Y'
                       MOVE 'H' TO WS-LP-CELL(WS-LP-IDX, WS-LP-DAY)
                   ELSE
                       MOVE '.' TO WS-LP-CELL(WS-LP-IDX, WS-LP-DAY)
                   END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM 730-MARK-DEPT-LEAVE

           PERFORM VARYING WS-LP-DAY FROM 1 BY 1
                   UNTIL WS-LP-DAY > WS-LP-DAYS
               MOVE 0 TO WS-LP-ON-DUTY(WS-LP-DAY)
               MOVE 0 TO WS-LP-PENDING(WS-LP-DAY)
               PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                       UNTIL WS-LP-IDX > WS-LP-STAFF-COUNT
                   EVALUATE WS-LP-CELL(WS-LP-IDX, WS-LP-DAY)
                       WHEN '.'
                           ADD 1 TO WS-LP-ON-DUTY(WS-LP-DAY)
                       WHEN 'P'
                           ADD 1 TO WS-LP-ON-DUTY(WS-LP-DAY)
                           ADD 1 TO WS-LP-PENDING(WS-LP-DAY)
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      * 730-MARK-DEPT-LEAVE - overlay approved ('L'), certificate-held
      * ('S') and pending ('P') requests on the working days of the
      * window. Approved or held leave wins over a pending request on
      * the same day; unscheduled days and holidays are left alone.
      *****************************************************************
       730-MARK-DEPT-LEAVE.
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS = '00'
               PERFORM UNTIL LR-FILE-STATUS = '10'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (LR-APPROVED OR LR-AWAITING-CERT
                                   OR LR-PENDING)
                                   AND LR-START-DATE NOT > WS-LP-TO
                                   AND LR-END-DATE NOT < WS-LP-FROM
                               PERFORM 735-MARK-ONE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
           END-IF.

       735-MARK-ONE-REQUEST.
           MOVE 0 TO WS-LP-ROW
           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                   UNTIL WS-LP-IDX > WS-LP-STAFF-COUNT
                      OR WS-LP-ROW > 0
               IF WS-LP-EMP-ID(WS-LP-IDX) = LR-EMP-ID
                   MOVE WS-LP-IDX TO WS-LP-ROW
               END-IF
           END-PERFORM
           IF WS-LP-ROW > 0
               EVALUATE TRUE
                   WHEN LR-APPROVED      MOVE 'L' TO WS-LP-MARK
                   WHEN LR-AWAITING-CERT MOVE 'S' TO WS-LP-MARK
                   WHEN OTHER            MOVE 'P' TO WS-LP-MARK
               END-EVALUATE
               MOVE 1 TO WS-LP-FIRST
               IF LR-START-DATE > WS-LP-FROM
                   COMPUTE WS-LP-FIRST =
                       FUNCTION INTEGER-OF-DATE(LR-START-DATE)
                       - WS-LP-FROM-INT + 1
               END-IF
               MOVE WS-LP-DAYS TO WS-LP-LAST
               IF LR-END-DATE < WS-LP-TO
                   COMPUTE WS-LP-LAST =
                       FUNCTION INTEGER-OF-DATE(LR-END-DATE)
                       - WS-LP-FROM-INT + 1
               END-IF
               PERFORM VARYING WS-LP-DAY FROM WS-LP-FIRST BY 1
                       UNTIL WS-LP-DAY > WS-LP-LAST
                   IF WS-LP-CELL(WS-LP-ROW, WS-LP-DAY) = '.'
                       OR (WS-LP-CELL(WS-LP-ROW, WS-LP-DAY) = 'P'
                           AND WS-LP-MARK NOT = 'P')
                       MOVE WS-LP-MARK
                           TO WS-LP-CELL(WS-LP-ROW, WS-LP-DAY)
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * 740-SHOW-PLANNER - the calendar grid, one line per employee,
      * then every day where approved leave already leaves the
      * department short, or approving the pending requests would.
      *****************************************************************
       740-SHOW-PLANNER.
           MOVE SPACES TO WS-LP-TENS
           MOVE SPACES TO WS-LP-UNITS
           PERFORM VARYING WS-LP-DAY FROM 1 BY 1
                   UNTIL WS-LP-DAY > WS-LP-DAYS
               MOVE WS-LP-DAY TO WS-LP-DD
               MOVE WS-LP-DD(1:1) TO WS-LP-TENS(WS-LP-DAY:1)
               MOVE WS-LP-DD(2:1) TO WS-LP-UNITS(WS-LP-DAY:1)
           END-PERFORM
           DISPLAY " "
           DISPLAY "LEAVE PLANNER - " WS-LP-DEPT " - " WS-LP-MONTH
           DISPLAY "MINIMUM COVER: " WS-LP-MIN-COVER " ON DUTY"
           DISPLAY "                                " WS-LP-TENS
           DISPLAY "EMPLOYEE   NAME                 " WS-LP-UNITS
           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                   UNTIL WS-LP-IDX > WS-LP-STAFF-COUNT
               DISPLAY WS-LP-EMP-ID(WS-LP-IDX) " "
                       WS-LP-EMP-NAME(WS-LP-IDX) " "
                       WS-LP-CELLS(WS-LP-IDX)(1:WS-LP-DAYS)
           END-PERFORM
           DISPLAY ". WORKING  - NOT SCHEDULED  H HOLIDAY  "
                   "L LEAVE  S SICK (NO NOTE)  P PENDING"
           MOVE 0 TO WS-LP-SHORT-DAYS
           PERFORM VARYING WS-LP-DAY FROM 1 BY 1
                   UNTIL WS-LP-DAY > WS-LP-DAYS
               COMPUTE WS-LP-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-LP-FROM-INT + WS-LP-DAY - 1)
               IF WS-LP-ON-DUTY(WS-LP-DAY) < WS-LP-MIN-COVER
                   ADD 1 TO WS-LP-SHORT-DAYS
                   DISPLAY WS-LP-DATE ": " WS-LP-ON-DUTY(WS-LP-DAY)
                           " ON DUTY - BELOW MINIMUM COVER"
               ELSE
                   COMPUTE WS-LP-HEADS = WS-LP-ON-DUTY(WS-LP-DAY)
                                       - WS-LP-PENDING(WS-LP-DAY)
                   IF WS-LP-HEADS < WS-LP-MIN-COVER
                       ADD 1 TO WS-LP-SHORT-DAYS
                       DISPLAY WS-LP-DATE ": " WS-LP-HEADS
                               " ON DUTY IF PENDING LEAVE IS APPROVED"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LP-SHORT-DAYS = 0
               DISPLAY "Minimum cover held on every day."
           END-IF.

      *****************************************************************
      * 750-CHECK-MIN-COVER - called from 350 before an approval is
      * written: lay out the requester's department over the request
      * dates (31 days at a time) and count the days on which the
      * requester's absence would leave fewer than WS-LP-MIN-COVER
      * on duty. Any such day is listed and the approver asked to
      * confirm; WS-LP-PROCEED = 'N' withdraws the approval. 360 has
      * already picked up the request's employee and dates.
      *****************************************************************
       750-CHECK-MIN-COVER.
           MOVE 'Y' TO WS-LP-PROCEED
           MOVE 0 TO WS-LP-SHORT-DAYS
           MOVE 0 TO WS-LP-SELF-IDX
           MOVE 0 TO WS-LP-STAFF-COUNT
           IF WS-SC-FOUND = 'Y' AND WS-EMP-AVAILABLE = 'Y'
                   AND WS-LP-MIN-COVER > 0
               MOVE WS-SC-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPT TO WS-LP-DEPT
                       PERFORM 710-LOAD-DEPT-STAFF
               END-READ
               PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                       UNTIL WS-LP-IDX > WS-LP-STAFF-COUNT
                   IF WS-LP-EMP-ID(WS-LP-IDX) = WS-SC-EMP-ID
                       MOVE WS-LP-IDX TO WS-LP-SELF-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LP-SELF-IDX > 0
               COMPUTE WS-LP-NEXT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SC-START)
               COMPUTE WS-LP-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SC-END)
               PERFORM UNTIL WS-LP-NEXT-INT > WS-LP-END-INT
                   COMPUTE WS-LP-FROM =
                       FUNCTION DATE-OF-INTEGER(WS-LP-NEXT-INT)
                   COMPUTE WS-LP-DAYS =
                       WS-LP-END-INT - WS-LP-NEXT-INT + 1
                   IF WS-LP-DAYS > 31
                       MOVE 31 TO WS-LP-DAYS
                   END-IF
                   PERFORM 720-BUILD-WINDOW
                   PERFORM 760-CHECK-WINDOW-COVER
                   ADD WS-LP-DAYS TO WS-LP-NEXT-INT
               END-PERFORM
           END-IF
           IF WS-LP-SHORT-DAYS > 0
               DISPLAY "WARNING: " WS-LP-DEPT " FALLS BELOW MINIMUM "
                       "COVER OF " WS-LP-MIN-COVER " ON "
                       WS-LP-SHORT-DAYS " DAY(S) IF APPROVED"
               DISPLAY "Approve anyway (Y/N): " WITH NO ADVANCING
               ACCEPT WS-LP-PROCEED
               IF WS-LP-PROCEED = 'y'
                   MOVE 'Y' TO WS-LP-PROCEED
               END-IF
               IF WS-LP-PROCEED NOT = 'Y'
                   MOVE 'N' TO WS-LP-PROCEED
               END-IF
           END-IF.

      *****************************************************************
      * 760-CHECK-WINDOW-COVER - a day counts against the approval
      * only when the requester would otherwise be working it; their
      * own pending request shows as 'P' and so is still on duty.
      *****************************************************************
       760-CHECK-WINDOW-COVER.
           PERFORM VARYING WS-LP-DAY FROM 1 BY 1
                   UNTIL WS-LP-DAY > WS-LP-DAYS
               IF WS-LP-CELL(WS-LP-SELF-IDX, WS-LP-DAY) = '.'
                   OR WS-LP-CELL(WS-LP-SELF-IDX, WS-LP-DAY) = 'P'
                   COMPUTE WS-LP-HEADS =
                       WS-LP-ON-DUTY(WS-LP-DAY) - 1
                   IF WS-LP-HEADS < WS-LP-MIN-COVER
                       ADD 1 TO WS-LP-SHORT-DAYS
                       COMPUTE WS-LP-DATE = FUNCTION DATE-OF-INTEGER(
                           WS-LP-FROM-INT + WS-LP-DAY - 1)
                       DISPLAY "  " WS-LP-DATE ": " WS-LP-HEADS
                               " ON DUTY"
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * 800-CANCEL-LEAVE-REQUEST - an employee withdraws one of their
      * own requests: a pending or certificate-held one at any time,
      * an approved one only before its first day. HR/Admin may
      * cancel for any employee, a manager for their reports. An
      * approved request's days go back to the bucket debited; a
      * cancelled request (status X) is no longer leave anywhere,
      * so PAYROLL stops docking it if it was unpaid.
      *****************************************************************
       800-CANCEL-LEAVE-REQUEST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CX-TODAY
           DISPLAY "Request ID to cancel (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-CX-ID
           IF WS-CX-ID NOT = 0
               DISPLAY "Reason: " WITH NO ADVANCING
               ACCEPT WS-CX-REASON
               MOVE 'N' TO WS-CX-FOUND
               MOVE 'N' TO WS-CX-DONE
               PERFORM 320-OPEN-EMPLOYEE-MASTER
               OPEN I-O LEAVE-REQUEST-FILE
               IF LR-FILE-STATUS NOT = '00'
                   DISPLAY "No leave requests on file."
               ELSE
                   PERFORM UNTIL LR-FILE-STATUS = '10'
                           OR WS-CX-FOUND = 'Y'
                       READ LEAVE-REQUEST-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF LR-REQUEST-ID = WS-CX-ID
                                   MOVE 'Y' TO WS-CX-FOUND
                                   PERFORM 810-CANCEL-ONE-REQUEST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEAVE-REQUEST-FILE
                   IF WS-CX-FOUND NOT = 'Y'
                       DISPLAY "Request " WS-CX-ID " not found."
                   END-IF
               END-IF
               IF WS-EMP-AVAILABLE = 'Y'
                   CLOSE EMPLOYEE-FILE
               END-IF
           END-IF.

       810-CANCEL-ONE-REQUEST.
           IF LR-EMP-ID = LS-EMP-ID
               MOVE 'Y' TO WS-MINE
           ELSE
               IF WS-CAN-REVIEW = 'Y'
                   PERFORM 330-CHECK-REPORTING-LINE
               ELSE
                   MOVE 'N' TO WS-MINE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-MINE NOT = 'Y'
                   DISPLAY "NOT YOUR REQUEST - CANCELLATION REFUSED"
               WHEN LR-REJECTED OR LR-CANCELLED
                   DISPLAY "Request " WS-CX-ID
                           " is already closed - nothing to cancel."
               WHEN LR-APPROVED AND LR-START-DATE NOT > WS-CX-TODAY
                   DISPLAY "Leave already started on " LR-START-DATE
                           " - a manager must recall the employee."
               WHEN OTHER
                   IF LR-APPROVED
                       MOVE LR-START-DATE TO WS-CX-FROM
                       MOVE LR-END-DATE TO WS-CX-TO
                       PERFORM 870-CREDIT-UNUSED-DAYS
                   END-IF
                   SET LR-CANCELLED TO TRUE
                   SET LR-CHANGE-CANCELLED TO TRUE
                   PERFORM 880-STAMP-CHANGE
                   REWRITE LEAVE-REQUEST-RECORD
                   IF LR-FILE-STATUS = '00'
                       MOVE 'C' TO WS-MJ-OPERATION
                       PERFORM 996-JOURNAL-LEAVE-REQUEST
                   END-IF
                   DISPLAY "Request " WS-CX-ID " cancelled."
           END-EVALUATE.

      *****************************************************************
      * 850-RECALL-FROM-LEAVE - a manager calls an employee back
      * part-way through approved leave. The request is shortened to
      * end the day before the return date (the approved end is kept
      * in LR-ORIG-END-DATE) and the days from the return date on
      * are credited back. Routed along the reporting line; nobody
      * recalls themselves.
      *****************************************************************
       850-RECALL-FROM-LEAVE.
           DISPLAY "Request ID to recall from (0 to skip): "
                   WITH NO ADVANCING
           ACCEPT WS-CX-ID
           IF WS-CX-ID NOT = 0
               DISPLAY "Date back at work YYYYMMDD: "
                       WITH NO ADVANCING
               ACCEPT WS-CX-RETURN-DATE
               DISPLAY "Reason: " WITH NO ADVANCING
               ACCEPT WS-CX-REASON
               MOVE 'N' TO WS-CX-FOUND
               PERFORM 320-OPEN-EMPLOYEE-MASTER
               OPEN I-O LEAVE-REQUEST-FILE
               IF LR-FILE-STATUS NOT = '00'
                   DISPLAY "No leave requests on file."
               ELSE
                   PERFORM UNTIL LR-FILE-STATUS = '10'
                           OR WS-CX-FOUND = 'Y'
                       READ LEAVE-REQUEST-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF LR-REQUEST-ID = WS-CX-ID
                                   MOVE 'Y' TO WS-CX-FOUND
                                   PERFORM 860-RECALL-ONE-REQUEST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEAVE-REQUEST-FILE
                   IF WS-CX-FOUND NOT = 'Y'
                       DISPLAY "Request " WS-CX-ID " not found."
                   END-IF
               END-IF
               IF WS-EMP-AVAILABLE = 'Y'
                   CLOSE EMPLOYEE-FILE
               END-IF
           END-IF.

       860-RECALL-ONE-REQUEST.
           PERFORM 330-CHECK-REPORTING-LINE
           EVALUATE TRUE
               WHEN LR-EMP-ID = LS-EMP-ID
                   DISPLAY "YOU CANNOT RECALL YOURSELF - REFUSED"
               WHEN WS-MINE NOT = 'Y'
                   DISPLAY "NOT ONE OF YOUR REPORTS - RECALL REFUSED"
               WHEN NOT LR-APPROVED
                   DISPLAY "Only approved leave can be recalled."
               WHEN WS-CX-RETURN-DATE NOT > LR-START-DATE
                   DISPLAY "Return date must fall after the first "
                           "day of leave (" LR-START-DATE
                           ") - cancel the request instead."
               WHEN WS-CX-RETURN-DATE > LR-END-DATE
                   DISPLAY "Return date is after the last day of "
                           "leave (" LR-END-DATE ") - nothing to "
                           "recall."
               WHEN OTHER
                   MOVE WS-CX-RETURN-DATE TO WS-CX-FROM
                   MOVE LR-END-DATE TO WS-CX-TO
                   PERFORM 870-CREDIT-UNUSED-DAYS
                   IF LR-ORIG-END-DATE = 0
                       MOVE LR-END-DATE TO LR-ORIG-END-DATE
                   END-IF
                   COMPUTE LR-END-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CX-RETURN-DATE)
                       - 1)
                   SET LR-CHANGE-RECALLED TO TRUE
                   PERFORM 880-STAMP-CHANGE
                   REWRITE LEAVE-REQUEST-RECORD
                   IF LR-FILE-STATUS = '00'
                       MOVE 'C' TO WS-MJ-OPERATION
                       PERFORM 996-JOURNAL-LEAVE-REQUEST
                   END-IF
                   DISPLAY "Request " WS-CX-ID " shortened to end "
                           LR-END-DATE "."
           END-EVALUATE.

      *****************************************************************
      * 870-CREDIT-UNUSED-DAYS - give back the days WS-CX-FROM to
      * WS-CX-TO of the request in the record area, counted exactly
      * as 455 debited them (scheduled days for a patterned employee,
      * less public holidays), to the bucket named by LR-LEAVE-TYPE.
      * UNPAID leave was never debited, so there is nothing to give
      * back - PAYROLL simply stops docking the days. Nor was IOD
      * absence, which is booked against the COIDA claim.
      *****************************************************************
       870-CREDIT-UNUSED-DAYS.
           IF LR-LEAVE-TYPE(1:6) = "UNPAID"
                   OR LR-LEAVE-TYPE(1:3) = "IOD"
               DISPLAY "Unpaid or injury-on-duty leave - no balance "
                       "to credit."
           ELSE
               MOVE LR-START-DATE TO WS-CX-SAVE-START
               MOVE LR-END-DATE TO WS-CX-SAVE-END
               MOVE WS-CX-FROM TO LR-START-DATE
               MOVE WS-CX-TO TO LR-END-DATE
               PERFORM 458-COUNT-PATTERN-DAYS
               IF WS-WK-HAS-PATTERN = 'Y'
                   MOVE WS-WK-SCHED-DAYS TO WS-LV-UNPAID-LEAVE
               ELSE
                   COMPUTE WS-LV-UNPAID-LEAVE =
                       FUNCTION INTEGER-OF-DATE(LR-END-DATE) -
                       FUNCTION INTEGER-OF-DATE(LR-START-DATE) + 1
               END-IF
               PERFORM 460-EXCLUDE-PUBLIC-HOLIDAYS
               MOVE WS-CX-SAVE-START TO LR-START-DATE
               MOVE WS-CX-SAVE-END TO LR-END-DATE

               OPEN I-O LEAVE-BALANCE-FILE
               IF LB-FILE-STATUS = '35'
                   OPEN OUTPUT LEAVE-BALANCE-FILE
                   CLOSE LEAVE-BALANCE-FILE
                   OPEN I-O LEAVE-BALANCE-FILE
               END-IF
               MOVE LR-EMP-ID TO LB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       PERFORM 420-CREATE-ZERO-BALANCE
               END-READ
               EVALUATE LR-LEAVE-TYPE(1:4)
                   WHEN "SICK"
                       ADD WS-LV-UNPAID-LEAVE TO LB-SICK-BAL
                   WHEN "FAMI"
                       ADD WS-LV-UNPAID-LEAVE TO LB-FAMILY-BAL
                   WHEN OTHER
                       ADD WS-LV-UNPAID-LEAVE TO LB-ANNUAL-BAL
               END-EVALUATE
               REWRITE LEAVE-BALANCE-RECORD
               IF LB-FILE-STATUS = '00'
                   MOVE 'C' TO WS-MJ-OPERATION
                   PERFORM 995-JOURNAL-LEAVE-BALANCE
               END-IF
               CLOSE LEAVE-BALANCE-FILE
               DISPLAY WS-LV-UNPAID-LEAVE " day(s) credited back to "
                       "the " LR-LEAVE-TYPE(1:6) " bucket."
           END-IF.

       880-STAMP-CHANGE.
           MOVE WS-CX-REASON TO LR-CHANGE-REASON
           MOVE LS-EMP-ID TO LR-CHANGED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO LR-CHANGE-DATE.

      *****************************************************************
      * 900-SELL-ANNUAL-LEAVE - the signed-on employee asks to sell
      * whole days of annual leave back. The request is only taken
      * if it passes the sale policy today; it then waits pending
      * for the manager in option 11.
      *****************************************************************
       900-SELL-ANNUAL-LEAVE.
           MOVE LS-EMP-ID TO WS-SL-EMP-ID
           DISPLAY "Sale policy: keep at least " WS-LVS-MIN-BALANCE
                   " days, sell at most " WS-LVS-MAX-DAYS
                   " days a year, open " WS-LVS-WINDOW-FROM
                   " to " WS-LVS-WINDOW-TO " (MMDD)."
           DISPLAY "Annual leave days to sell (0 to skip): "
                   WITH NO ADVANCING
           MOVE 0 TO WS-SL-DAYS
           ACCEPT WS-SL-DAYS
           IF WS-SL-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SL-ID
           PERFORM 920-CHECK-SALE-POLICY
           IF WS-SL-OK NOT = 'Y'
               DISPLAY "Sale refused - " WS-SL-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 960-NEXT-SALE-ID
           INITIALIZE LEAVE-SALE-RECORD
           MOVE WS-SL-NEXT-ID TO SL-REQUEST-ID
           MOVE WS-SL-EMP-ID  TO SL-EMP-ID
           MOVE WS-SL-DAYS    TO SL-DAYS
           MOVE WS-SL-YEAR    TO SL-YEAR
           MOVE WS-SL-TODAY   TO SL-REQUEST-DATE
           SET SL-PENDING     TO TRUE
           OPEN EXTEND LEAVE-SALE-FILE
           IF SL-FILE-STATUS = '35'
               OPEN OUTPUT LEAVE-SALE-FILE
           END-IF
           IF SL-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open leave sale file, status "
                       SL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE LEAVE-SALE-RECORD
           CLOSE LEAVE-SALE-FILE
           DISPLAY "Leave sale request #" WS-SL-NEXT-ID " for "
                   WS-SL-DAYS " day(s) submitted for approval.".

      *****************************************************************
      * 920-CHECK-SALE-POLICY - WS-SL-DAYS for WS-SL-EMP-ID against
      * the sale policy as it stands today: sales open, today inside
      * the window, the employee active, the year's sold and pending
      * days within the annual maximum, and the annual balance less
      * every pending sale still at or above the minimum kept. The
      * sale being decided (WS-SL-ID) is left out of the totals.
      * Sets WS-SL-OK, WS-SL-REASON and the employee's rates.
      *****************************************************************
       920-CHECK-SALE-POLICY.
           MOVE 'Y' TO WS-SL-OK
           MOVE SPACES TO WS-SL-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SL-TODAY
           MOVE WS-SL-TODAY(1:4) TO WS-SL-YEAR
           MOVE WS-SL-TODAY(5:4) TO WS-SL-MMDD
           IF WS-LVS-MAX-DAYS = 0
               MOVE 'N' TO WS-SL-OK
               MOVE "LEAVE SALES ARE CLOSED" TO WS-SL-REASON
               EXIT PARAGRAPH
           END-IF
      *>   A window whose end is before its start runs over the new
      *>   year.
           IF WS-LVS-WINDOW-FROM NOT > WS-LVS-WINDOW-TO
               IF WS-SL-MMDD < WS-LVS-WINDOW-FROM
                       OR WS-SL-MMDD > WS-LVS-WINDOW-TO
                   MOVE 'N' TO WS-SL-OK
               END-IF
           ELSE
               IF WS-SL-MMDD < WS-LVS-WINDOW-FROM
                       AND WS-SL-MMDD > WS-LVS-WINDOW-TO
                   MOVE 'N' TO WS-SL-OK
               END-IF
           END-IF
           IF WS-SL-OK = 'N'
               MOVE "OUTSIDE THE SALE WINDOW" TO WS-SL-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 922-READ-SALE-EMPLOYEE
           IF WS-SL-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SL-BALANCE
           OPEN INPUT LEAVE-BALANCE-FILE
           IF LB-FILE-STATUS = '00'
               MOVE WS-SL-EMP-ID TO LB-EMP-ID
               READ LEAVE-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LB-ANNUAL-BAL TO WS-SL-BALANCE
               END-READ
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           PERFORM 924-SUM-YEAR-SALES
           IF WS-SL-YEAR-DAYS + WS-SL-DAYS > WS-LVS-MAX-DAYS
               MOVE 'N' TO WS-SL-OK
               MOVE "OVER THE ANNUAL MAXIMUM" TO WS-SL-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SL-REMAINING =
               WS-SL-BALANCE - WS-SL-PENDING-DAYS - WS-SL-DAYS
           IF WS-SL-REMAINING < WS-LVS-MIN-BALANCE
               MOVE 'N' TO WS-SL-OK
               MOVE "WOULD LEAVE LESS THAN THE MINIMUM BALANCE"
                   TO WS-SL-REASON
           END-IF.

       922-READ-SALE-EMPLOYEE.
           MOVE 0 TO WS-SL-BASE-SALARY
           MOVE 0 TO WS-SL-PAY-RATE
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-SL-OK
               MOVE "EMPLOYEE MASTER NOT AVAILABLE" TO WS-SL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SL-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SL-OK
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-SL-REASON
               NOT INVALID KEY
                   IF EMP-ACTIVE
                       MOVE EMP-BASE-SALARY TO WS-SL-BASE-SALARY
                       MOVE EMP-PAY-RATE TO WS-SL-PAY-RATE
                   ELSE
                       MOVE 'N' TO WS-SL-OK
                       MOVE "EMPLOYEE NOT ACTIVE" TO WS-SL-REASON
                   END-IF
           END-READ
           CLOSE EMPLOYEE-FILE.

      *>   Days sold or awaiting approval this calendar year, and the
      *>   days awaiting approval in any year (they are not yet off
      *>   the balance but will be).
       924-SUM-YEAR-SALES.
           MOVE 0 TO WS-SL-YEAR-DAYS
           MOVE 0 TO WS-SL-PENDING-DAYS
           OPEN INPUT LEAVE-SALE-FILE
           IF SL-FILE-STATUS = '00'
               PERFORM UNTIL SL-FILE-STATUS NOT = '00'
                   READ LEAVE-SALE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SL-EMP-ID = WS-SL-EMP-ID
                                   AND SL-REQUEST-ID NOT = WS-SL-ID
                               IF SL-YEAR = WS-SL-YEAR
                                       AND NOT SL-REJECTED
                                   ADD SL-DAYS TO WS-SL-YEAR-DAYS
                               END-IF
                               IF SL-PENDING
                                   ADD SL-DAYS TO WS-SL-PENDING-DAYS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-SALE-FILE
           END-IF.

      *****************************************************************
      * 935-CHECK-SALE-REPORTING-LINE - as 330 for WS-SL-EMP-ID: a
      * Manager-role reviewer only decides sales for their own
      * reports.
      *****************************************************************
       935-CHECK-SALE-REPORTING-LINE.
           MOVE 'Y' TO WS-MINE
           IF LS-USER-ROLE = 'M' AND WS-EMP-AVAILABLE = 'Y'
               MOVE WS-SL-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MINE
                   NOT INVALID KEY
                       IF EMP-MANAGER-ID NOT = LS-EMP-ID
                           MOVE 'N' TO WS-MINE
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * 950-REVIEW-LEAVE-SALES - list the pending sales the reviewer
      * may decide and approve or reject one. Nobody decides their
      * own sale.
      *****************************************************************
       950-REVIEW-LEAVE-SALES.
           MOVE 0 TO WS-SL-COUNT
           PERFORM 320-OPEN-EMPLOYEE-MASTER
           OPEN INPUT LEAVE-SALE-FILE
           IF SL-FILE-STATUS NOT = '00'
               DISPLAY "No leave sale requests on file."
           ELSE
               DISPLAY " "
               DISPLAY "========= PENDING LEAVE SALE REQUESTS ========="
               PERFORM UNTIL SL-FILE-STATUS NOT = '00'
                   READ LEAVE-SALE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SL-PENDING
                               MOVE SL-EMP-ID TO WS-SL-EMP-ID
                               PERFORM 935-CHECK-SALE-REPORTING-LINE
                               IF WS-MINE = 'Y'
                                   ADD 1 TO WS-SL-COUNT
                                   DISPLAY "ID: " SL-REQUEST-ID
                                           "  EMP: " SL-EMP-ID
                                           "  DAYS: " SL-DAYS
                                           "  ASKED: " SL-REQUEST-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-SALE-FILE
           END-IF
           IF WS-EMP-AVAILABLE = 'Y'
               CLOSE EMPLOYEE-FILE
           END-IF
           IF WS-SL-COUNT = 0
               DISPLAY "No pending leave sales for your reports."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter sale request ID to decide (0 to skip): "
                   WITH NO ADVANCING
           MOVE 0 TO WS-SL-ID
           ACCEPT WS-SL-ID
           IF WS-SL-ID = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 955-FIND-PENDING-SALE
           IF WS-SL-FOUND NOT = 'Y'
               DISPLAY "Sale request not found or already decided."
               EXIT PARAGRAPH
           END-IF
           IF WS-MINE NOT = 'Y'
               DISPLAY "NOT ONE OF YOUR REPORTS - DECISION REFUSED"
               EXIT PARAGRAPH
           END-IF
           IF WS-SL-EMP-ID = LS-EMP-ID
               DISPLAY "You cannot decide your own leave sale."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approve or Reject (A/R): " WITH NO ADVANCING
           MOVE SPACE TO WS-SL-DECISION
           ACCEPT WS-SL-DECISION
           MOVE FUNCTION UPPER-CASE(WS-SL-DECISION) TO WS-SL-DECISION
           EVALUATE WS-SL-DECISION
               WHEN 'A'
                   PERFORM 970-APPROVE-SALE
               WHEN 'R'
                   DISPLAY "Reason: " WITH NO ADVANCING
                   MOVE SPACES TO WS-SL-REASON
                   ACCEPT WS-SL-REASON
                   MOVE 'R' TO WS-SL-NEW-STATUS
                   PERFORM 990-REWRITE-SALE
                   DISPLAY "Sale request " WS-SL-ID " rejected."
               WHEN OTHER
                   DISPLAY "Left pending."
           END-EVALUATE.

       955-FIND-PENDING-SALE.
           MOVE 'N' TO WS-SL-FOUND
           MOVE 'N' TO WS-MINE
           OPEN INPUT LEAVE-SALE-FILE
           IF SL-FILE-STATUS = '00'
               PERFORM UNTIL SL-FILE-STATUS NOT = '00'
                       OR WS-SL-FOUND = 'Y'
                   READ LEAVE-SALE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SL-REQUEST-ID = WS-SL-ID AND SL-PENDING
                               MOVE 'Y' TO WS-SL-FOUND
                               MOVE SL-EMP-ID TO WS-SL-EMP-ID
                               MOVE SL-DAYS TO WS-SL-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-SALE-FILE
           END-IF
           IF WS-SL-FOUND = 'Y'
               PERFORM 320-OPEN-EMPLOYEE-MASTER
               PERFORM 935-CHECK-SALE-REPORTING-LINE
               IF WS-EMP-AVAILABLE = 'Y'
                   CLOSE EMPLOYEE-FILE
               END-IF
           END-IF.

      *****************************************************************
      * 960-NEXT-SALE-ID - one past the highest SL-REQUEST-ID in use.
      *****************************************************************
       960-NEXT-SALE-ID.
           MOVE 0 TO WS-SL-NEXT-ID
           OPEN INPUT LEAVE-SALE-FILE
           IF SL-FILE-STATUS = '00'
               PERFORM UNTIL SL-FILE-STATUS NOT = '00'
                   READ LEAVE-SALE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SL-REQUEST-ID > WS-SL-NEXT-ID
                               MOVE SL-REQUEST-ID TO WS-SL-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-SALE-FILE
           END-IF
           ADD 1 TO WS-SL-NEXT-ID.

      *****************************************************************
      * 970-APPROVE-SALE - the policy is checked again (the balance or
      * the window may have moved since the employee asked); a sale
      * that now fails stays pending for the reviewer to reject. The
      * payment is raised first, at the effective daily rate - a
      * salaried employee's monthly base over 22 working days, as
      * termination encashment pays it, or eight hours at the hourly
      * rate - and only then are the days debited, so the balance is
      * never reduced for a sale that was not paid.
      *****************************************************************
       970-APPROVE-SALE.
           PERFORM 920-CHECK-SALE-POLICY
           IF WS-SL-OK NOT = 'Y'
               DISPLAY "Cannot approve - " WS-SL-REASON
               DISPLAY "Sale request " WS-SL-ID " left pending."
               EXIT PARAGRAPH
           END-IF
           IF WS-SL-BASE-SALARY > 0
               COMPUTE WS-SL-DAILY-RATE ROUNDED =
                   WS-SL-BASE-SALARY / 22
           ELSE
               COMPUTE WS-SL-DAILY-RATE ROUNDED = WS-SL-PAY-RATE * 8
           END-IF
           IF WS-SL-DAILY-RATE = 0
               DISPLAY "No salary or rate on the employee master - "
                       "sale request " WS-SL-ID " left pending."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SL-AMOUNT ROUNDED = WS-SL-DAILY-RATE * WS-SL-DAYS
           PERFORM 975-RAISE-SALE-EARNING
           IF WS-SL-EA-SEQ = 0
               DISPLAY "Sale request " WS-SL-ID " left pending."
               EXIT PARAGRAPH
           END-IF
           PERFORM 980-DEBIT-SOLD-DAYS
           MOVE 'A' TO WS-SL-NEW-STATUS
           PERFORM 990-REWRITE-SALE
           MOVE WS-SL-BAL-AFTER TO WS-SL-PRINT-BAL
           MOVE WS-SL-AMOUNT TO WS-SL-PRINT-AMT
           DISPLAY "Sale request " WS-SL-ID " approved: " WS-SL-DAYS
                   " day(s) debited, annual balance now "
                   WS-SL-PRINT-BAL "."
           DISPLAY "R" WS-SL-PRINT-AMT " raised as earning "
                   WS-SL-EA-SEQ " (LVSL) for the next payroll run.".

      *>   Leaves WS-SL-EA-SEQ zero when no line could be written.
       975-RAISE-SALE-EARNING.
           MOVE 0 TO WS-SL-EA-SEQ
           OPEN I-O EARNING-FILE
           IF EA-FILE-STATUS = '35'
               OPEN OUTPUT EARNING-FILE
               CLOSE EARNING-FILE
               OPEN I-O EARNING-FILE
           END-IF
           IF EA-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open earnings file, status "
                       EA-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 977-FIND-NEXT-EARN-SEQ
           IF WS-SL-EA-SEQ = 0
               DISPLAY "ERROR: No free earning sequence for "
                       WS-SL-EMP-ID
               CLOSE EARNING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SL-EMP-ID  TO EA-EMP-ID
           MOVE WS-SL-EA-SEQ  TO EA-SEQ
           MOVE "LVSL"        TO EA-CODE
           MOVE SPACES        TO EA-DESC
           STRING "LEAVE SALE #" WS-SL-ID
               DELIMITED BY SIZE INTO EA-DESC
           MOVE WS-SL-AMOUNT  TO EA-AMOUNT
           MOVE 100           TO EA-TAXABLE-PCT
           MOVE 'O'           TO EA-RECURRING
           MOVE 'A'           TO EA-STATUS
           PERFORM 978-CHECK-LATE-EARNING
           WRITE EARNING-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to write leave sale earning "
                           "for " WS-SL-EMP-ID ", status "
                           EA-FILE-STATUS
                   MOVE 0 TO WS-SL-EA-SEQ
           END-WRITE
           CLOSE EARNING-FILE.

      *>   Next free sequence on the employee's earning lines, as
      *>   EARNMGMT numbers them; zero when all 99 are used.
       977-FIND-NEXT-EARN-SEQ.
           MOVE 0 TO WS-SL-EA-SEQ
           MOVE 'N' TO WS-SL-SCAN-DONE
           MOVE WS-SL-EMP-ID TO EA-EMP-ID
           MOVE 0 TO EA-SEQ
           START EARNING-FILE KEY IS NOT LESS THAN EA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SL-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SL-SCAN-DONE = 'Y'
               READ EARNING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SL-SCAN-DONE
                   NOT AT END
                       IF EA-EMP-ID NOT = WS-SL-EMP-ID
                           MOVE 'Y' TO WS-SL-SCAN-DONE
                       ELSE
                           IF EA-SEQ > WS-SL-EA-SEQ
                               MOVE EA-SEQ TO WS-SL-EA-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SL-EA-SEQ = 99
               MOVE 0 TO WS-SL-EA-SEQ
           ELSE
               ADD 1 TO WS-SL-EA-SEQ
           END-IF
           MOVE '00' TO EA-FILE-STATUS.

      *>   As EARNMGMT does for a line going active: after an open
      *>   period's input cut-off it is held as 'L' on the late-input
      *>   queue and pays from the next period unless released.
       978-CHECK-LATE-EARNING.
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

       980-DEBIT-SOLD-DAYS.
           OPEN I-O LEAVE-BALANCE-FILE
           IF LB-FILE-STATUS = '35'
               OPEN OUTPUT LEAVE-BALANCE-FILE
               CLOSE LEAVE-BALANCE-FILE
               OPEN I-O LEAVE-BALANCE-FILE
           END-IF
           MOVE WS-SL-EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   PERFORM 420-CREATE-ZERO-BALANCE
           END-READ
           MOVE LB-ANNUAL-BAL TO WS-SL-BAL-BEFORE
           SUBTRACT WS-SL-DAYS FROM LB-ANNUAL-BAL
           MOVE LB-ANNUAL-BAL TO WS-SL-BAL-AFTER
           REWRITE LEAVE-BALANCE-RECORD
           IF LB-FILE-STATUS = '00'
               MOVE 'C' TO WS-MJ-OPERATION
               PERFORM 995-JOURNAL-LEAVE-BALANCE
           END-IF
           CLOSE LEAVE-BALANCE-FILE.

      *****************************************************************
      * 990-REWRITE-SALE - stamp the decision on sale WS-SL-ID; an
      * approval also records the balance either side of the debit,
      * the rate, the amount paid and the earning line that pays it.
      *****************************************************************
       990-REWRITE-SALE.
           MOVE 'N' TO WS-SL-FOUND
           OPEN I-O LEAVE-SALE-FILE
           IF SL-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open leave sale file, status "
                       SL-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SL-FILE-STATUS NOT = '00'
                   OR WS-SL-FOUND = 'Y'
               READ LEAVE-SALE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SL-REQUEST-ID = WS-SL-ID
                           MOVE 'Y' TO WS-SL-FOUND
                           MOVE WS-SL-NEW-STATUS TO SL-STATUS
                           MOVE LS-EMP-ID TO SL-DECIDED-BY
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO SL-DECIDED-DATE
                           IF SL-APPROVED
                               MOVE WS-SL-BAL-BEFORE TO SL-BAL-BEFORE
                               MOVE WS-SL-BAL-AFTER TO SL-BAL-AFTER
                               MOVE WS-SL-DAILY-RATE TO SL-DAILY-RATE
                               MOVE WS-SL-AMOUNT TO SL-AMOUNT
                               MOVE WS-SL-EA-SEQ TO SL-EA-SEQ
                           ELSE
                               MOVE WS-SL-REASON TO SL-REASON
                           END-IF
                           REWRITE LEAVE-SALE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-SALE-FILE.

      *****************************************************************
      * 995-JOURNAL-LEAVE-BALANCE - after-image of the leave_balances
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       995-JOURNAL-LEAVE-BALANCE.
           MOVE "leave_balances"     TO WS-MJ-FILE
           MOVE LS-EMP-ID            TO WS-MJ-USER
           MOVE "LEAVE-MGMT"         TO WS-MJ-PROGRAM
           MOVE LEAVE-BALANCE-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 996-JOURNAL-LEAVE-REQUEST - after-image of the leave request
      * just written or rewritten, to the master journal (MSTJRNL)
      * for forward recovery.
      *****************************************************************
       996-JOURNAL-LEAVE-REQUEST.
           MOVE "leave_requests"     TO WS-MJ-FILE
           MOVE LS-EMP-ID            TO WS-MJ-USER
           MOVE "LEAVE-MGMT"         TO WS-MJ-PROGRAM
           MOVE LEAVE-REQUEST-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.
       END PROGRAM LEAVE-MGMT.
