      *                   habit of smuggling them in by temporarily
      *                   inflating EMP-BASE-SALARY, which poisoned
      *                   the variance report and the IRP5.
      * 2026-10-15  BDEV  Approve Pending Earnings: lines the system
      *                   raises itself (long-service awards from
      *                   LONGSVC) land as 'P' and are approved or
      *                   rejected here before PAYROLL will pay them.
      * 2026-10-15  BDEV  A line added or approved after the open pay
      *                   period's input cut-off is held as 'L' on
      *                   LATEQUEUE's late-input queue instead of
      *                   going active, so the run matches the trial
      *                   signed off at cut-off.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-NEXT-SEQ             PIC 9(2).
       01  WS-LINE-COUNT           PIC 9(2).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-DECISION             PIC X(1).
       01  WS-APPROVED-COUNT       PIC 9(4).
       01  WS-REJECTED-COUNT       PIC 9(4).
       01  WS-EARN-DATA.
           05  WS-CODE             PIC X(4).
           05  WS-DESC             PIC X(20).
           05  WS-AMOUNT           PIC 9(7)V99.
           05  WS-TAXABLE-PCT      PIC 9(3).
           05  WS-RECURRING        PIC X(1).
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
               DISPLAY "1. View Employee Earnings"
               DISPLAY "2. Add Earning"
               DISPLAY "3. Cancel Earning"
               DISPLAY "4. Approve Pending Earnings"
               DISPLAY "0. Return to Main Menu"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-EARN-CHOICE
                   WHEN 1 PERFORM 200-VIEW-EARNINGS
                   WHEN 2 PERFORM 300-ADD-EARNING
                   WHEN 3 PERFORM 400-CANCEL-EARNING
                   WHEN 4 PERFORM 500-APPROVE-PENDING
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
                                   "  TAXABLE " EA-TAXABLE-PCT "%"
                           DISPLAY "   RECURRING " EA-RECURRING
                                   " (R/O)  STATUS " EA-STATUS
                                   " (A=ACTIVE, P=PENDING, D=DONE,"
                                   " L=LATE, HELD)"
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TAXABLE-PCT TO EA-TAXABLE-PCT
           MOVE WS-RECURRING   TO EA-RECURRING
           MOVE 'A'            TO EA-STATUS
           PERFORM 600-CHECK-LATE-INPUT
           WRITE EARNING-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to write earning, status "
                   DISPLAY "Earning " WS-SEQ " cancelled for "
                           "employee: " WS-EMPLOYEE-ID
           END-READ.

      *****************************************************************
      * 500-APPROVE-PENDING - every line still waiting for approval,
      * across all employees, in turn: approved lines go active for
      * the next payroll run, rejected ones are closed off as done
      * without being paid.
      *****************************************************************
       500-APPROVE-PENDING.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-APPROVED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE SPACES TO EA-EMP-ID
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
                       IF EA-PENDING
                           PERFORM 510-DECIDE-PENDING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINE-COUNT = 0
               DISPLAY "No earnings waiting for approval."
           ELSE
               DISPLAY WS-APPROVED-COUNT " approved, "
                       WS-REJECTED-COUNT " rejected, "
                       WS-LINE-COUNT " reviewed."
           END-IF
           MOVE '00' TO EA-FILE-STATUS.

       510-DECIDE-PENDING.
           ADD 1 TO WS-LINE-COUNT
           DISPLAY " "
           DISPLAY "Employee " EA-EMP-ID "  earning " EA-SEQ ". "
                   EA-CODE " " EA-DESC
           DISPLAY "   AMOUNT " EA-AMOUNT "  TAXABLE "
                   EA-TAXABLE-PCT "%  RECURRING " EA-RECURRING
           DISPLAY "Approve, Reject or Skip (A/R/S): "
                   WITH NO ADVANCING
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'A'
                   MOVE 'A' TO EA-STATUS
                   PERFORM 600-CHECK-LATE-INPUT
                   REWRITE EARNING-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Unable to update earning, "
                                   "status " EA-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-APPROVED-COUNT
                   END-REWRITE
               WHEN 'R'
                   MOVE 'D' TO EA-STATUS
                   REWRITE EARNING-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: Unable to update earning, "
                                   "status " EA-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-REJECTED-COUNT
                   END-REWRITE
               WHEN OTHER
                   DISPLAY "Left pending."
           END-EVALUATE.

      *****************************************************************
      * 600-CHECK-LATE-INPUT - a line going active after an open
      * period's input cut-off is held as 'L' on the late-input queue
      * instead; it pays from the next period unless a payroll
      * supervisor releases it first. The record in hand is the line
      * about to be written.
      *****************************************************************
       600-CHECK-LATE-INPUT.
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
       END PROGRAM EARNMGMT.
