      *                   PR-RETIRE-DEDUCT and PR-DIRECTIVE-NO fields
      *                   the shared copybook gained, so archiving
      *                   does not truncate PR-PAY-STATUS.
      * 2026-10-15  BDEV  Built-in default sequence gains the ACCRUAL
      *                   step (SALACCRUAL) after PAYROLL: the month-
      *                   end salary accrual for weekly/biweekly staff
      *                   and its reversal into the next open period.
      *                   A failed accrual does not stop the close.
      * 2026-10-15  BDEV  Built-in default sequence gains the DEPTPACK
      *                   step after ARCHIVE: the month-end report
      *                   pack per department, addressed to each
      *                   department head and logged for distribution.
      *                   A failed pack run does not stop the close.
      * 2026-10-15  BDEV  ARCHIVE-RECORD widened to the 256-byte
      *                   record for the PR-REIMB-*, PR-FOREIGN-EXEMPT
      *                   and PR-US-* fields the shared copybook
      *                   gained.
      * 2026-10-15  BDEV  Built-in default sequence gains the BENROLL
      *                   step before PAYROLL: dated benefit elections
      *                   that have come into force are applied to the
      *                   benefits records every close. A failed roll
      *                   does not stop the close.
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY payroll_record.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(256).

       FD  RUN-CONTROL-FILE.
           COPY run_control.
               CLOSE JOB-STEP-FILE
           END-IF
           IF WS-JS-COUNT = 0
               MOVE 7 TO WS-JS-COUNT
               MOVE "INITCHECK"  TO WS-JS-T-NAME(1)
               MOVE "INITCHECK"  TO WS-JS-T-PROGRAM(1)
               MOVE SPACES       TO WS-JS-T-DEPENDS(1)
               MOVE 'A'          TO WS-JS-T-ONERR(1)
               MOVE "BENROLL"    TO WS-JS-T-NAME(2)
               MOVE "BENROLL"    TO WS-JS-T-PROGRAM(2)
               MOVE "INITCHECK"  TO WS-JS-T-DEPENDS(2)
               MOVE 'C'          TO WS-JS-T-ONERR(2)
               MOVE "PAYROLL"    TO WS-JS-T-NAME(3)
               MOVE "PAYROLL"    TO WS-JS-T-PROGRAM(3)
               MOVE "INITCHECK"  TO WS-JS-T-DEPENDS(3)
               MOVE 'A'          TO WS-JS-T-ONERR(3)
               MOVE "ACCRUAL"    TO WS-JS-T-NAME(4)
               MOVE "SALACCRUAL" TO WS-JS-T-PROGRAM(4)
               MOVE "PAYROLL"    TO WS-JS-T-DEPENDS(4)
               MOVE 'C'          TO WS-JS-T-ONERR(4)
               MOVE "REPORTS"    TO WS-JS-T-NAME(5)
               MOVE "REPORTS"    TO WS-JS-T-PROGRAM(5)
               MOVE "PAYROLL"    TO WS-JS-T-DEPENDS(5)
               MOVE 'C'          TO WS-JS-T-ONERR(5)
               MOVE "ARCHIVE"    TO WS-JS-T-NAME(6)
               MOVE "ARCHIVE"    TO WS-JS-T-PROGRAM(6)
               MOVE "PAYROLL"    TO WS-JS-T-DEPENDS(6)
               MOVE 'A'          TO WS-JS-T-ONERR(6)
               MOVE "DEPTPACK"   TO WS-JS-T-NAME(7)
               MOVE "DEPTPACK"   TO WS-JS-T-PROGRAM(7)
               MOVE "PAYROLL"    TO WS-JS-T-DEPENDS(7)
               MOVE 'C'          TO WS-JS-T-ONERR(7)
           END-IF
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                   UNTIL WS-JS-IDX > WS-JS-COUNT
