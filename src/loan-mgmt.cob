      *                   someone forgot). Also prints the amortization
      *                   statement per employee off the history rows
      *                   PAYROLL writes with every installment.
      * 2026-10-15  BDEV  Loan adds and changes are journalled to the
      *                   master after-image journal (MSTJRNL) for
      *                   forward recovery after a restore.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-PRINT-INT            PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-PRIN           PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-BAL            PIC Z,ZZZ,ZZ9.99.
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

           IF WS-FOUND-SW = 'Y'
               REWRITE LOAN-RECORD
               MOVE 'C' TO WS-MJ-OPERATION
           ELSE
               WRITE LOAN-RECORD
               MOVE 'Y' TO WS-FOUND-SW
               MOVE 'A' TO WS-MJ-OPERATION
           END-IF
           IF LN-FILE-STATUS = '00'
               PERFORM 900-JOURNAL-LOAN
           END-IF.

       200-VIEW-LOAN.
               DISPLAY "--------------------------------------------"
               DISPLAY WS-STMT-COUNT " INSTALLMENT(S) ON RECORD"
           END-IF.

      *****************************************************************
      * 900-JOURNAL-LOAN - after-image of the loans
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       900-JOURNAL-LOAN.
           MOVE "loans"     TO WS-MJ-FILE
           MOVE LS-EMP-ID   TO WS-MJ-USER
           MOVE "LOANMGMT"  TO WS-MJ-PROGRAM
           MOVE LOAN-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.
       END PROGRAM LOANMGMT.
