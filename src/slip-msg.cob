       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLIPMSG.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program. The payslip messages one
      *                   employee gets for one pay period, called by
      *                   PAYROLL for the payslip and its spooled copy
      *                   the way MINWAGE is called for the minimum
      *                   wage:
      *                   - active messages whose from and to months
      *                     take in the month the pay period starts
      *                     in (a blank to month runs open-ended);
      *                   - with no targets, everybody; otherwise the
      *                     employee matches any one target by
      *                     department, branch, EMP-TYPE, EMP-STATUS
      *                     or employee number.
      *                   At most five messages are returned, in the
      *                   order they sit on the table. The table is
      *                   read once per run unit; SMP-RELOAD 'Y'
      *                   re-reads it after a change.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLIP-MESSAGE-FILE
               ASSIGN TO "../data/slip_messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLIP-MESSAGE-FILE.
           COPY slip_message.

       WORKING-STORAGE SECTION.
       01  SM-FILE-STATUS          PIC XX.
       01  WS-SM-LOADED            PIC X(1) VALUE 'N'.

       01  WS-MSG-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-MSG-ENTRY OCCURS 200 TIMES INDEXED BY WS-MSG-IDX.
           05  WS-MG-ID            PIC X(6).
           05  WS-MG-FROM          PIC X(7).
           05  WS-MG-TO            PIC X(7).
           05  WS-MG-TEXT-1        PIC X(60).
           05  WS-MG-TEXT-2        PIC X(60).
           05  WS-MG-TGT-COUNT     PIC 9(2).
           05  WS-MG-TARGET OCCURS 20 TIMES.
               10  WS-MG-TGT-TYPE  PIC X(1).
               10  WS-MG-TGT-KEY   PIC X(20).

       01  WS-TGT-IDX              PIC 9(2) COMP.
       01  WS-MATCHED              PIC X(1).

       LINKAGE SECTION.
       01  LS-SLIP-MSG-PARAMS.
           05  SMP-EMP-ID          PIC X(10).
           05  SMP-DEPT            PIC X(20).
           05  SMP-BRANCH          PIC X(10).
           05  SMP-EMP-TYPE        PIC X(1).
           05  SMP-STATUS          PIC X(1).
           05  SMP-MONTH           PIC X(7).
      *>      YYYY-MM the pay period starts in
           05  SMP-RELOAD          PIC X(1).
           05  SMP-COUNT           PIC 9(1).
           05  SMP-MESSAGE OCCURS 5 TIMES.
               10  SMP-MSG-ID      PIC X(6).
               10  SMP-TEXT-1      PIC X(60).
               10  SMP-TEXT-2      PIC X(60).

       PROCEDURE DIVISION USING LS-SLIP-MSG-PARAMS.
       100-MAIN-SLIP-MSG.
           IF WS-SM-LOADED NOT = 'Y' OR SMP-RELOAD = 'Y'
               PERFORM 200-LOAD-MESSAGES
               MOVE 'N' TO SMP-RELOAD
           END-IF

           MOVE 0 TO SMP-COUNT
           IF SMP-MONTH = SPACES
               GOBACK
           END-IF
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                   UNTIL WS-MSG-IDX > WS-MSG-COUNT OR SMP-COUNT = 5
               IF WS-MG-FROM(WS-MSG-IDX) NOT > SMP-MONTH
                       AND (WS-MG-TO(WS-MSG-IDX) = SPACES
                        OR WS-MG-TO(WS-MSG-IDX) NOT < SMP-MONTH)
                   PERFORM 300-CHECK-TARGETS
                   IF WS-MATCHED = 'Y'
                       ADD 1 TO SMP-COUNT
                       MOVE WS-MG-ID(WS-MSG-IDX)
                           TO SMP-MSG-ID(SMP-COUNT)
                       MOVE WS-MG-TEXT-1(WS-MSG-IDX)
                           TO SMP-TEXT-1(SMP-COUNT)
                       MOVE WS-MG-TEXT-2(WS-MSG-IDX)
                           TO SMP-TEXT-2(SMP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

      *****************************************************************
      * 200-LOAD-MESSAGES - the active messages on the table, into
      * memory in table order.
      *****************************************************************
       200-LOAD-MESSAGES.
           MOVE 0 TO WS-MSG-COUNT
           OPEN INPUT SLIP-MESSAGE-FILE
           IF SM-FILE-STATUS = '00'
               PERFORM UNTIL SM-FILE-STATUS = '10'
                   READ SLIP-MESSAGE-FILE
                       AT END
                           MOVE '10' TO SM-FILE-STATUS
                       NOT AT END
                           IF SM-IS-ACTIVE AND WS-MSG-COUNT < 200
                               ADD 1 TO WS-MSG-COUNT
                               MOVE SM-MSG-ID
                                   TO WS-MG-ID(WS-MSG-COUNT)
                               MOVE SM-FROM-MONTH
                                   TO WS-MG-FROM(WS-MSG-COUNT)
                               MOVE SM-TO-MONTH
                                   TO WS-MG-TO(WS-MSG-COUNT)
                               MOVE SM-TEXT-1
                                   TO WS-MG-TEXT-1(WS-MSG-COUNT)
                               MOVE SM-TEXT-2
                                   TO WS-MG-TEXT-2(WS-MSG-COUNT)
                               IF SM-TARGET-COUNT NUMERIC
                                       AND SM-TARGET-COUNT NOT > 20
                                   MOVE SM-TARGET-COUNT
                                       TO WS-MG-TGT-COUNT(WS-MSG-COUNT)
                               ELSE
                                   MOVE 0
                                       TO WS-MG-TGT-COUNT(WS-MSG-COUNT)
                               END-IF
                               PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                                       UNTIL WS-TGT-IDX > 20
                                   MOVE SM-TGT-TYPE(WS-TGT-IDX)
                                       TO WS-MG-TGT-TYPE(WS-MSG-COUNT,
                                                         WS-TGT-IDX)
                                   MOVE SM-TGT-KEY(WS-TGT-IDX)
                                       TO WS-MG-TGT-KEY(WS-MSG-COUNT,
                                                        WS-TGT-IDX)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLIP-MESSAGE-FILE
           END-IF
           MOVE 'Y' TO WS-SM-LOADED.

      *****************************************************************
      * 300-CHECK-TARGETS - WS-MATCHED 'Y' when the message has no
      * targets or any one of them fits the employee.
      *****************************************************************
       300-CHECK-TARGETS.
           IF WS-MG-TGT-COUNT(WS-MSG-IDX) = 0
               MOVE 'Y' TO WS-MATCHED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MATCHED
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-MG-TGT-COUNT(WS-MSG-IDX)
                      OR WS-MATCHED = 'Y'
               EVALUATE WS-MG-TGT-TYPE(WS-MSG-IDX, WS-TGT-IDX)
                   WHEN 'D'
                       IF WS-MG-TGT-KEY(WS-MSG-IDX, WS-TGT-IDX)
                               = SMP-DEPT
                           MOVE 'Y' TO WS-MATCHED
                       END-IF
                   WHEN 'B'
                       IF WS-MG-TGT-KEY(WS-MSG-IDX, WS-TGT-IDX)
                               = SMP-BRANCH
                           MOVE 'Y' TO WS-MATCHED
                       END-IF
                   WHEN 'T'
                       IF WS-MG-TGT-KEY(WS-MSG-IDX, WS-TGT-IDX)
                               = SMP-EMP-TYPE
                           MOVE 'Y' TO WS-MATCHED
                       END-IF
                   WHEN 'S'
                       IF WS-MG-TGT-KEY(WS-MSG-IDX, WS-TGT-IDX)
                               = SMP-STATUS
                           MOVE 'Y' TO WS-MATCHED
                       END-IF
                   WHEN 'E'
                       IF WS-MG-TGT-KEY(WS-MSG-IDX, WS-TGT-IDX)
                               = SMP-EMP-ID
                           MOVE 'Y' TO WS-MATCHED
                       END-IF
               END-EVALUATE
           END-PERFORM.
