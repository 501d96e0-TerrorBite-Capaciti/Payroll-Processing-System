       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEQUEUE.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program. The pay period input cut-off
      *                   and the late-input queue behind it, shared
      *                   by the capture screens, PAYROLL and
      *                   LATEINPUT the way MINWAGE is shared:
      *                   - C: is any open period past its cut-off?
      *                   - Q: the same, and if so raise a held row
      *                     on ../data/late_input.dat for the item;
      *                   - R: a supervisor releases one held row into
      *                     the current period - the change is made
      *                     live and the row stamped with who and why;
      *                   - N: every held row whose period is now
      *                     closed is applied for the next period.
      *                   Making an item live sets a held earning line
      *                   back to 'A' and writes a held salary or rate
      *                   change to the master with its change log
      *                   and salary history rows. A held unpaid
      *                   leave approval or hire needs nothing more
      *                   than the row leaving 'H' - PAYROLL passes
      *                   over those while they are held.
      * 2026-10-15  BDEV  Salary and rate changes made live are
      *                   journalled to the master after-image journal
      *                   (MSTJRNL) for forward recovery after a
      *                   restore.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-INPUT-FILE
               ASSIGN TO "../data/late_input.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LI-FILE-STATUS.

           SELECT PAY-PERIOD-FILE
               ASSIGN TO "../data/pay_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PP-FILE-STATUS.

           SELECT EARNING-FILE
               ASSIGN TO "../data/earnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-KEY
               FILE STATUS IS EA-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT CHANGE-LOG-FILE
               ASSIGN TO "../data/employee_changes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EC-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE
               ASSIGN TO "../data/salary_history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LATE-INPUT-FILE.
           COPY late_input.

       FD  PAY-PERIOD-FILE.
           COPY pay_period.

       FD  EARNING-FILE.
           COPY earning.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  CHANGE-LOG-FILE.
           COPY emp_change_log.

       FD  SALARY-HISTORY-FILE.
           COPY salary_history.

       WORKING-STORAGE SECTION.
       01  LI-FILE-STATUS           PIC XX.
       01  PP-FILE-STATUS           PIC XX.
       01  EA-FILE-STATUS           PIC XX.
       01  EMP-FILE-STATUS          PIC XX.
       01  EC-FILE-STATUS           PIC XX.
       01  SH-FILE-STATUS           PIC XX.
       01  WS-NOW-DATE              PIC 9(8).
       01  WS-NOW-TIME              PIC 9(4).
       01  WS-STAMP                 PIC X(19).
       01  WS-CUTOFF-TIME           PIC 9(4).
       01  WS-PAST-CUTOFF           PIC X(1).
       01  WS-BEST-TO               PIC 9(8).
       01  WS-NEXT-SEQ              PIC 9(6).
       01  WS-DONE                  PIC X(1).
       01  WS-APPLIED               PIC X(1).
       01  WS-HAS-HISTORY           PIC X(1).
       01  WS-AMOUNT-EDIT           PIC Z,ZZZ,ZZ9.99.

      *> The calendar, for the closed-period test of the N sweep.
       01  WS-PP-COUNT              PIC 9(2) VALUE 0.
       01  WS-PP-ENTRY OCCURS 60 TIMES INDEXED BY WS-PP-IDX.
           05  WS-PP-T-ID           PIC X(8).
           05  WS-PP-T-STATUS       PIC X(1).
       01  WS-PP-CLOSED             PIC X(1).

      *> After-image journal of master file updates (MSTJRNL).
       01  WS-MST-JOURNAL-PARAMS.
           05  WS-MJ-FILE          PIC X(14).
           05  WS-MJ-OPERATION     PIC X(1).
           05  WS-MJ-USER          PIC X(10).
           05  WS-MJ-PROGRAM       PIC X(16).
           05  WS-MJ-IMAGE         PIC X(1000).
           05  WS-MJ-RESULT        PIC X(1).

       LINKAGE SECTION.
       01  LS-LATE-QUEUE-PARAMS.
           05  LQP-FUNCTION         PIC X(1).
               88  LQP-CHECK                VALUE 'C'.
               88  LQP-QUEUE                VALUE 'Q'.
               88  LQP-RELEASE              VALUE 'R'.
               88  LQP-APPLY-DUE            VALUE 'N'.
           05  LQP-ITEM-TYPE        PIC X(4).
           05  LQP-EMP-ID           PIC X(10).
           05  LQP-REF              PIC X(10).
           05  LQP-DETAIL           PIC X(30).
           05  LQP-OLD-VALUE        PIC 9(7)V99.
           05  LQP-NEW-VALUE        PIC 9(7)V99.
           05  LQP-EFF-DATE         PIC 9(8).
           05  LQP-USER             PIC X(10).
           05  LQP-SEQ              PIC 9(6).
      *>      R: the row to release; Q: the row raised
           05  LQP-REASON           PIC X(30).
           05  LQP-LATE             PIC X(1).
           05  LQP-PERIOD-ID        PIC X(8).
           05  LQP-CUTOFF-DATE      PIC 9(8).
           05  LQP-CUTOFF-TIME      PIC 9(4).
           05  LQP-RESULT           PIC X(1).
           05  LQP-COUNT            PIC 9(4).
           05  LQP-MESSAGE          PIC X(50).

       PROCEDURE DIVISION USING LS-LATE-QUEUE-PARAMS.
       100-MAIN-LATE-QUEUE.
           MOVE 'N' TO LQP-RESULT
           MOVE SPACES TO LQP-MESSAGE
           MOVE 0 TO LQP-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-TIME
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-STAMP
           EVALUATE TRUE
               WHEN LQP-CHECK
                   PERFORM 200-CHECK-CUTOFF
                   MOVE 'Y' TO LQP-RESULT
               WHEN LQP-QUEUE
                   PERFORM 200-CHECK-CUTOFF
                   IF LQP-LATE = 'Y'
                       PERFORM 300-QUEUE-ITEM
                   ELSE
                       MOVE 'Y' TO LQP-RESULT
                   END-IF
               WHEN LQP-RELEASE
                   PERFORM 400-RELEASE-ITEM
               WHEN LQP-APPLY-DUE
                   PERFORM 450-APPLY-DUE-ITEMS
               WHEN OTHER
                   MOVE "UNKNOWN LATE QUEUE FUNCTION" TO LQP-MESSAGE
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * 200-CHECK-CUTOFF - is any open period on the calendar past its
      * input cut-off now? The earliest-ending one is the period the
      * item missed. A period with no cut-off never holds anything.
      *****************************************************************
       200-CHECK-CUTOFF.
           MOVE 'N' TO LQP-LATE
           MOVE SPACES TO LQP-PERIOD-ID
           MOVE 0 TO LQP-CUTOFF-DATE
           MOVE 0 TO LQP-CUTOFF-TIME
           MOVE 0 TO WS-BEST-TO
           OPEN INPUT PAY-PERIOD-FILE
           IF PP-FILE-STATUS = '00'
               PERFORM UNTIL PP-FILE-STATUS = '10'
                   READ PAY-PERIOD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PP-OPEN
                                   AND PP-CUTOFF-DATE NUMERIC
                                   AND PP-CUTOFF-DATE > 0
                               PERFORM 210-TEST-PERIOD-CUTOFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.

       210-TEST-PERIOD-CUTOFF.
           IF PP-CUTOFF-TIME NUMERIC
               MOVE PP-CUTOFF-TIME TO WS-CUTOFF-TIME
           ELSE
               MOVE 0 TO WS-CUTOFF-TIME
           END-IF
           MOVE 'N' TO WS-PAST-CUTOFF
           IF WS-NOW-DATE > PP-CUTOFF-DATE
               MOVE 'Y' TO WS-PAST-CUTOFF
           END-IF
           IF WS-NOW-DATE = PP-CUTOFF-DATE
                   AND WS-NOW-TIME NOT < WS-CUTOFF-TIME
               MOVE 'Y' TO WS-PAST-CUTOFF
           END-IF
           IF WS-PAST-CUTOFF = 'Y'
                   AND (LQP-LATE = 'N' OR PP-TO-DATE < WS-BEST-TO)
               MOVE 'Y' TO LQP-LATE
               MOVE PP-ID TO LQP-PERIOD-ID
               MOVE PP-CUTOFF-DATE TO LQP-CUTOFF-DATE
               MOVE WS-CUTOFF-TIME TO LQP-CUTOFF-TIME
               MOVE PP-TO-DATE TO WS-BEST-TO
           END-IF.

      *****************************************************************
      * 300-QUEUE-ITEM - raise the held row for an item captured after
      * the cut-off, on the next free queue sequence.
      *****************************************************************
       300-QUEUE-ITEM.
           MOVE 0 TO WS-NEXT-SEQ
           OPEN INPUT LATE-INPUT-FILE
           IF LI-FILE-STATUS = '00'
               PERFORM UNTIL LI-FILE-STATUS = '10'
                   READ LATE-INPUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LI-SEQ > WS-NEXT-SEQ
                               MOVE LI-SEQ TO WS-NEXT-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LATE-INPUT-FILE
           END-IF
           ADD 1 TO WS-NEXT-SEQ

           INITIALIZE LATE-INPUT-RECORD
           MOVE WS-NEXT-SEQ    TO LI-SEQ
           MOVE LQP-ITEM-TYPE  TO LI-ITEM-TYPE
           MOVE LQP-EMP-ID     TO LI-EMP-ID
           MOVE LQP-REF        TO LI-REF
           MOVE LQP-DETAIL     TO LI-DETAIL
           MOVE LQP-OLD-VALUE  TO LI-OLD-VALUE
           MOVE LQP-NEW-VALUE  TO LI-NEW-VALUE
           MOVE LQP-EFF-DATE   TO LI-EFF-DATE
           MOVE LQP-PERIOD-ID  TO LI-PERIOD-ID
           MOVE LQP-USER       TO LI-CAPTURED-BY
           MOVE WS-STAMP       TO LI-CAPTURED-AT
           SET LI-HELD TO TRUE
           OPEN EXTEND LATE-INPUT-FILE
           IF LI-FILE-STATUS = '35'
               OPEN OUTPUT LATE-INPUT-FILE
           END-IF
           IF LI-FILE-STATUS = '00'
               WRITE LATE-INPUT-RECORD
               CLOSE LATE-INPUT-FILE
               MOVE WS-NEXT-SEQ TO LQP-SEQ
               MOVE 'Y' TO LQP-RESULT
           ELSE
               STRING "LATE QUEUE NOT WRITTEN, STATUS "
                      LI-FILE-STATUS
                   DELIMITED BY SIZE INTO LQP-MESSAGE
           END-IF.

      *****************************************************************
      * 400-RELEASE-ITEM - a supervisor lets one held row into the
      * current period: the change goes live now and the row records
      * who released it, when and why. LATEINPUT has already refused
      * a user releasing their own capture.
      *****************************************************************
       400-RELEASE-ITEM.
           MOVE 'N' TO WS-DONE
           OPEN I-O LATE-INPUT-FILE
           IF LI-FILE-STATUS NOT = '00'
               MOVE "NO LATE INPUT ON FILE" TO LQP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DONE = 'Y'
               READ LATE-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-DONE
                       MOVE "NO SUCH LATE INPUT ITEM" TO LQP-MESSAGE
                   NOT AT END
                       IF LI-SEQ = LQP-SEQ
                           MOVE 'Y' TO WS-DONE
                           PERFORM 410-RELEASE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LATE-INPUT-FILE.

       410-RELEASE-ROW.
           IF NOT LI-HELD
               MOVE "ITEM IS NO LONGER HELD" TO LQP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 500-APPLY-ITEM
           IF WS-APPLIED = 'Y'
               SET LI-RELEASED TO TRUE
               MOVE LQP-USER   TO LI-ACTIONED-BY
               MOVE WS-STAMP   TO LI-ACTIONED-AT
               MOVE LQP-REASON TO LI-RELEASE-REASON
               REWRITE LATE-INPUT-RECORD
               MOVE 'Y' TO LQP-RESULT
           END-IF.

      *****************************************************************
      * 450-APPLY-DUE-ITEMS - every row still held against a period
      * that has since closed on the calendar goes live for the next
      * period. Run by PAYROLL before a run and after it closes a
      * period; LQP-COUNT returns how many were applied.
      *****************************************************************
       450-APPLY-DUE-ITEMS.
           PERFORM 460-LOAD-CALENDAR
           MOVE 'Y' TO LQP-RESULT
           OPEN I-O LATE-INPUT-FILE
           IF LI-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LI-FILE-STATUS = '10'
               READ LATE-INPUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LI-HELD
                           PERFORM 470-CHECK-PERIOD-CLOSED
                           IF WS-PP-CLOSED = 'Y'
                               PERFORM 480-APPLY-DUE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LATE-INPUT-FILE.

       460-LOAD-CALENDAR.
           MOVE 0 TO WS-PP-COUNT
           OPEN INPUT PAY-PERIOD-FILE
           IF PP-FILE-STATUS = '00'
               PERFORM UNTIL PP-FILE-STATUS = '10'
                   READ PAY-PERIOD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PP-COUNT < 60
                               ADD 1 TO WS-PP-COUNT
                               MOVE PP-ID TO WS-PP-T-ID(WS-PP-COUNT)
                               MOVE PP-STATUS
                                   TO WS-PP-T-STATUS(WS-PP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.

       470-CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PP-CLOSED
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PP-T-ID(WS-PP-IDX) = LI-PERIOD-ID
                       AND WS-PP-T-STATUS(WS-PP-IDX) = 'C'
                   MOVE 'Y' TO WS-PP-CLOSED
               END-IF
           END-PERFORM.

       480-APPLY-DUE-ROW.
           PERFORM 500-APPLY-ITEM
           IF WS-APPLIED = 'Y'
               SET LI-APPLIED TO TRUE
               MOVE LQP-USER TO LI-ACTIONED-BY
               MOVE WS-STAMP TO LI-ACTIONED-AT
               REWRITE LATE-INPUT-RECORD
               ADD 1 TO LQP-COUNT
           END-IF.

      *****************************************************************
      * 500-APPLY-ITEM - make the held change live. Leave and hire
      * rows need nothing beyond the row itself leaving 'H'.
      *****************************************************************
       500-APPLY-ITEM.
           MOVE 'Y' TO WS-APPLIED
           EVALUATE TRUE
               WHEN LI-EARNING
                   PERFORM 510-RELEASE-EARNING
               WHEN LI-SALARY
                   PERFORM 520-APPLY-PAY-CHANGE
               WHEN LI-PAY-RATE
                   PERFORM 520-APPLY-PAY-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * 510-RELEASE-EARNING - the held line goes active. A line HR
      * has cancelled in the meantime stays cancelled.
      *****************************************************************
       510-RELEASE-EARNING.
           OPEN I-O EARNING-FILE
           IF EA-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-APPLIED
               MOVE "EARNINGS FILE NOT AVAILABLE" TO LQP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LI-EMP-ID TO EA-EMP-ID
           MOVE LI-REF(1:2) TO EA-SEQ
           READ EARNING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EA-LATE-HELD
                       SET EA-ACTIVE TO TRUE
                       REWRITE EARNING-RECORD
                   END-IF
           END-READ
           CLOSE EARNING-FILE.

      *****************************************************************
      * 520-APPLY-PAY-CHANGE - write the held salary or hourly rate to
      * the master, log the field change under the user who captured
      * it, and give a salary change its effective-dated history row
      * (an opening row first for an employee with no history yet,
      * as EMPLOYEE-MGMT does).
      *****************************************************************
       520-APPLY-PAY-CHANGE.
           OPEN I-O EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-APPLIED
               MOVE "EMPLOYEE MASTER NOT AVAILABLE" TO LQP-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE LI-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-APPLIED
                   MOVE "EMPLOYEE NOT ON THE MASTER" TO LQP-MESSAGE
               NOT INVALID KEY
                   IF LI-SALARY
                       MOVE EMP-BASE-SALARY TO LI-OLD-VALUE
                       MOVE LI-NEW-VALUE TO EMP-BASE-SALARY
                   ELSE
                       MOVE EMP-PAY-RATE TO LI-OLD-VALUE
                       MOVE LI-NEW-VALUE TO EMP-PAY-RATE
                   END-IF
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-APPLIED
                           MOVE "EMPLOYEE MASTER NOT UPDATED"
                               TO LQP-MESSAGE
                       NOT INVALID KEY
                           MOVE 'C' TO WS-MJ-OPERATION
                           PERFORM 550-JOURNAL-EMPLOYEE
                           PERFORM 530-LOG-PAY-CHANGE
                           IF LI-SALARY
                               PERFORM 540-WRITE-SALARY-HISTORY
                           END-IF
                   END-REWRITE
           END-READ
           CLOSE EMPLOYEE-FILE.

       530-LOG-PAY-CHANGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO EC-TIMESTAMP
           MOVE LI-CAPTURED-BY TO EC-USER-ID
           MOVE LI-EMP-ID TO EC-EMP-ID
           IF LI-SALARY
               MOVE "BASE-SALARY" TO EC-FIELD-NAME
           ELSE
               MOVE "PAY-RATE" TO EC-FIELD-NAME
           END-IF
           MOVE LI-OLD-VALUE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO EC-OLD-VALUE
           MOVE LI-NEW-VALUE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO EC-NEW-VALUE
           OPEN EXTEND CHANGE-LOG-FILE
           IF EC-FILE-STATUS = '35'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF EC-FILE-STATUS = '00'
               WRITE EMPLOYEE-CHANGE-RECORD
               CLOSE CHANGE-LOG-FILE
           END-IF.

       540-WRITE-SALARY-HISTORY.
           MOVE 'N' TO WS-HAS-HISTORY
           OPEN INPUT SALARY-HISTORY-FILE
           IF SH-FILE-STATUS = '00'
               PERFORM UNTIL SH-FILE-STATUS = '10'
                   READ SALARY-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SH-EMP-ID = LI-EMP-ID
                               MOVE 'Y' TO WS-HAS-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY-FILE
           END-IF
           OPEN EXTEND SALARY-HISTORY-FILE
           IF SH-FILE-STATUS = '35'
               OPEN OUTPUT SALARY-HISTORY-FILE
           END-IF
           IF SH-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE LI-EMP-ID TO SH-EMP-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO SH-CAPTURED
           MOVE LI-CAPTURED-BY TO SH-USER-ID
           IF WS-HAS-HISTORY NOT = 'Y'
               MOVE LI-OLD-VALUE TO SH-SALARY
               IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > 0
                   MOVE EMP-HIRE-DATE TO SH-EFF-DATE
               ELSE
                   MOVE 19000101 TO SH-EFF-DATE
               END-IF
               WRITE SALARY-HISTORY-RECORD
           END-IF
           MOVE LI-NEW-VALUE TO SH-SALARY
           IF LI-EFF-DATE NUMERIC AND LI-EFF-DATE > 0
               MOVE LI-EFF-DATE TO SH-EFF-DATE
           ELSE
               MOVE WS-NOW-DATE TO SH-EFF-DATE
           END-IF
           WRITE SALARY-HISTORY-RECORD
           CLOSE SALARY-HISTORY-FILE.

      *****************************************************************
      * 550-JOURNAL-EMPLOYEE - after-image of the employees
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       550-JOURNAL-EMPLOYEE.
           MOVE "employees"     TO WS-MJ-FILE
           MOVE LQP-USER        TO WS-MJ-USER
           MOVE "LATEQUEUE"     TO WS-MJ-PROGRAM
           MOVE EMPLOYEE-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.
       END PROGRAM LATEQUEUE.
