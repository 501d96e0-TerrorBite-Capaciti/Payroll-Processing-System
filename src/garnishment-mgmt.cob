      *                   Cases captured on the old one-case-per-
      *                   employee layout must be recaptured - the
      *                   record shapes are not compatible.
      * 2026-10-15  BDEV  Case adds and closes are journalled to the
      *                   master after-image journal (MSTJRNL) for
      *                   forward recovery after a restore.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-CASE-TYPE        PIC X(1) VALUE 'O'.
           05  WS-MONTHLY-AMOUNT   PIC 9(7)V99 VALUE 0.
           05  WS-TOTAL-OWED       PIC 9(9)V99 VALUE 0.
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
                   DISPLAY "ERROR: Unable to write case, status "
                           GN-FILE-STATUS
               NOT INVALID KEY
                   MOVE 'A' TO WS-MJ-OPERATION
                   PERFORM 900-JOURNAL-GARNISHMENT
                   DISPLAY "Garnishment case " GN-CASE-SEQ
                           " opened for employee: " WS-EMPLOYEE-ID
           END-WRITE.
                   MOVE 'P' TO GN-STATUS
                   MOVE 0   TO GN-TOTAL-OWED
                   REWRITE GARNISHMENT-RECORD
                   IF GN-FILE-STATUS = '00'
                       MOVE 'C' TO WS-MJ-OPERATION
                       PERFORM 900-JOURNAL-GARNISHMENT
                   END-IF
                   DISPLAY "Garnishment case " WS-CASE-SEQ
                           " closed for employee: " WS-EMPLOYEE-ID
           END-READ.

      *****************************************************************
      * 900-JOURNAL-GARNISHMENT - after-image of the garnishments
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       900-JOURNAL-GARNISHMENT.
           MOVE "garnishments"     TO WS-MJ-FILE
           MOVE LS-EMP-ID          TO WS-MJ-USER
           MOVE "GARNISHMENTMGMT"  TO WS-MJ-PROGRAM
           MOVE GARNISHMENT-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.
       END PROGRAM GARNISHMENTMGMT.
