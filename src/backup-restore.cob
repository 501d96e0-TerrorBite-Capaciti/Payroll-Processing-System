      *                   dated archives. Before this, an indexed-file
      *                   corruption in employees.dat or USERFILE was
      *                   simply unrecoverable.
      * 2026-10-15  BDEV  Backup record widened to 1000 and the
      *                   employee restore now takes the full 694-byte
      *                   master (statutory identifiers were added to
      *                   the end of the record and were being lost).
      * 2026-10-15  BDEV  Roll forward (option 4): re-applies the
      *                   master after-image journal written by MSTJRNL
      *                   to a restored generation, up to a chosen
      *                   date and time, with the changes applied per
      *                   file reported. Taking a backup generation
      *                   now clears the journal.
      * 2026-10-15  BDEV  The dated benefit elections are backed up
      *                   and restored with the generation, and the
      *                   leave requests (already backed up) are now
      *                   restored too. Roll forward applies journalled
      *                   changes to both.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS BN-EMP-ID
               FILE STATUS IS WS-SRC-STATUS.

           SELECT BENEFIT-ELECTION-FILE
               ASSIGN TO "../data/benefit_elections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-SRC-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "../data/leave_balances.dat"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT MASTER-JOURNAL-FILE
               ASSIGN TO "../data/master_journal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       FD  BENEFITS-FILE.
           COPY benefits.

       FD  BENEFIT-ELECTION-FILE.
           COPY benefit_election.

       FD  LEAVE-BALANCE-FILE.
           COPY leave_balance.

           COPY sysconfig.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD             PIC X(1000).

       FD  BACKUP-CONTROL-FILE.
       01  BACKUP-CONTROL-RECORD.
           05  BC-NEXT-GEN           PIC 9(1).
           05  BC-GEN-STAMP OCCURS 5 TIMES PIC X(19).

       FD  MASTER-JOURNAL-FILE.
           COPY master_journal.

       WORKING-STORAGE SECTION.
       01  WS-SRC-STATUS             PIC XX.
       01  WS-BKP-STATUS             PIC XX.
       01  WS-VERIFY-COUNT           PIC 9(7).
       01  WS-DUP-COUNT              PIC 9(5).
       01  WS-TIMESTAMP              PIC X(19).
       01  WS-JNL-STATUS             PIC XX.
      *> Roll forward of the master journal (option 4)
       01  WS-RF-LAST-GEN            PIC 9(1).
       01  WS-RF-DATE                PIC 9(8).
       01  WS-RF-TIME                PIC 9(6).
       01  WS-RF-CUTOFF              PIC X(19).
       01  WS-RF-CONFIRM             PIC X(1).
       01  WS-RF-EOF                 PIC X(1).
       01  WS-RF-OK                  PIC X(1).
       01  WS-RF-IX                  PIC 9(1).
       01  WS-RF-FOUND               PIC X(1).
       01  WS-RF-READ-COUNT          PIC 9(7).
       01  WS-RF-BEYOND-COUNT        PIC 9(7).
       01  WS-RF-UNKNOWN-COUNT       PIC 9(7).
       01  WS-RF-LAST-APPLIED        PIC X(19).
       01  WS-RF-FILE-TABLE.
           05  WS-RF-FILE-ENTRY OCCURS 8 TIMES.
               10  WS-RF-FILE-TAG    PIC X(14).
               10  WS-RF-APPLIED     PIC 9(7).
               10  WS-RF-FAILED      PIC 9(7).

       LINKAGE SECTION.
       01  LS-USER-ROLE              PIC X(1).
               DISPLAY "1. Back up all data files (next generation)"
               DISPLAY "2. Restore a generation"
               DISPLAY "3. Show generation history"
               DISPLAY "4. Roll forward from the master journal"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
                   WHEN 1 PERFORM 200-BACKUP-ALL
                   WHEN 2 PERFORM 400-RESTORE-GENERATION
                   WHEN 3 PERFORM 600-SHOW-GENERATIONS
                   WHEN 4 PERFORM 800-ROLL-FORWARD
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           PERFORM 210-BACKUP-EMPLOYEES
           MOVE "benefits"       TO WS-FILE-TAG
           PERFORM 220-BACKUP-BENEFITS
           MOVE "ben_elections"  TO WS-FILE-TAG
           PERFORM 225-BACKUP-BENEFIT-ELECTIONS
           MOVE "leave_balances" TO WS-FILE-TAG
           PERFORM 230-BACKUP-LEAVE-BALANCES
           MOVE "garnishments"   TO WS-FILE-TAG
           MOVE WS-TIMESTAMP TO BC-GEN-STAMP(WS-GEN)
           COMPUTE BC-NEXT-GEN = FUNCTION MOD(WS-GEN, 5) + 1
           PERFORM 750-WRITE-CONTROL
           PERFORM 760-CLEAR-JOURNAL
           DISPLAY "BACKUP GENERATION " WS-GEN " COMPLETE".

       205-BUILD-BACKUP-FILENAME.
                       " RECORD(S)"
           END-IF.

       225-BACKUP-BENEFIT-ELECTIONS.
           PERFORM 205-BUILD-BACKUP-FILENAME
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT BENEFIT-ELECTION-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT BACKUP-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ BENEFIT-ELECTION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE BACKUP-RECORD
                               FROM BENEFIT-ELECTION-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               CLOSE BENEFIT-ELECTION-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

       230-BACKUP-LEAVE-BALANCES.
           PERFORM 205-BUILD-BACKUP-FILENAME
           MOVE 0 TO WS-RECORD-COUNT
                   PERFORM 410-RESTORE-EMPLOYEES
                   MOVE "benefits"       TO WS-FILE-TAG
                   PERFORM 420-RESTORE-BENEFITS
                   MOVE "ben_elections"  TO WS-FILE-TAG
                   PERFORM 425-RESTORE-BENEFIT-ELECTIONS
                   MOVE "leave_balances" TO WS-FILE-TAG
                   PERFORM 430-RESTORE-LEAVE-BALANCES
                   MOVE "garnishments"   TO WS-FILE-TAG
                   PERFORM 450-RESTORE-LOANS
                   MOVE "users"          TO WS-FILE-TAG
                   PERFORM 460-RESTORE-USERS
                   MOVE "leave_requests" TO WS-FILE-TAG
                   PERFORM 465-RESTORE-LEAVE-REQUESTS
                   DISPLAY "RESTORE COMPLETE. LOG FILES "
                           "(AUDIT, ATTENDANCE, SALARY HISTORY) "
                           "ARE NOT ROLLED BACK AUTOMATICALLY - "
                           "COPY THE backup_g" WS-GEN-CHAR
                           "_* SNAPSHOTS MANUALLY IF NEEDED."
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE BACKUP-RECORD(1:694)
                               TO EMPLOYEE-RECORD
                           WRITE EMPLOYEE-RECORD
                               INVALID KEY
               PERFORM 490-REPORT-RESTORE
           END-IF.

       425-RESTORE-BENEFIT-ELECTIONS.
           PERFORM 405-VERIFY-BACKUP
           IF WS-VERIFY-COUNT > 0
               MOVE 0 TO WS-RECORD-COUNT
               MOVE 0 TO WS-DUP-COUNT
               OPEN INPUT BACKUP-FILE
               OPEN OUTPUT BENEFIT-ELECTION-FILE
               PERFORM UNTIL WS-BKP-STATUS = '10'
                   READ BACKUP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE BACKUP-RECORD(1:59)
                               TO BENEFIT-ELECTION-RECORD
                           WRITE BENEFIT-ELECTION-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-DUP-COUNT
                               NOT INVALID KEY
                                   ADD 1 TO WS-RECORD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE BENEFIT-ELECTION-FILE
               CLOSE BACKUP-FILE
               PERFORM 490-REPORT-RESTORE
           END-IF.

       430-RESTORE-LEAVE-BALANCES.
           PERFORM 405-VERIFY-BACKUP
           IF WS-VERIFY-COUNT > 0
               PERFORM 490-REPORT-RESTORE
           END-IF.

      *>   Sequential, so no keys to check - the requests go back in
      *>   the order they were taken.
       465-RESTORE-LEAVE-REQUESTS.
           PERFORM 405-VERIFY-BACKUP
           IF WS-VERIFY-COUNT > 0
               MOVE 0 TO WS-RECORD-COUNT
               MOVE 0 TO WS-DUP-COUNT
               OPEN INPUT BACKUP-FILE
               OPEN OUTPUT LEAVE-REQUEST-FILE
               PERFORM UNTIL WS-BKP-STATUS = '10'
                   READ BACKUP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE BACKUP-RECORD(1:169)
                               TO LEAVE-REQUEST-RECORD
                           WRITE LEAVE-REQUEST-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
               CLOSE BACKUP-FILE
               PERFORM 490-REPORT-RESTORE
           END-IF.

       490-REPORT-RESTORE.
           DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT " OF "
                   WS-VERIFY-COUNT " RECORD(S) RESTORED"
               DISPLAY "WARNING: UNABLE TO UPDATE BACKUP CONTROL, "
                       "STATUS " WS-CTL-STATUS
           END-IF.

      *****************************************************************
      * 760-CLEAR-JOURNAL - a new generation holds every change
      * journalled so far, so the master journal starts again empty.
      *****************************************************************
       760-CLEAR-JOURNAL.
           OPEN OUTPUT MASTER-JOURNAL-FILE
           IF WS-JNL-STATUS = '00'
               CLOSE MASTER-JOURNAL-FILE
               DISPLAY "  MASTER JOURNAL CLEARED"
           ELSE
               DISPLAY "WARNING: UNABLE TO CLEAR MASTER JOURNAL, "
                       "STATUS " WS-JNL-STATUS
           END-IF.

      *****************************************************************
      * 800-ROLL-FORWARD - re-apply the master journal (MSTJRNL's
      * after-images) to the live masters, in the order the changes
      * were made, up to a chosen date and time. The journal holds
      * only what changed since the newest generation was taken, so
      * it belongs on top of a restore of that generation. An add
      * that finds its key already on file is rewritten, a change
      * that finds none is added and a delete of a key already gone
      * counts as done, so the roll forward can safely be run again.
      *****************************************************************
       800-ROLL-FORWARD.
           PERFORM 700-READ-CONTROL
           IF BC-NEXT-GEN = 1
               MOVE 5 TO WS-RF-LAST-GEN
           ELSE
               COMPUTE WS-RF-LAST-GEN = BC-NEXT-GEN - 1
           END-IF
           IF BC-GEN-STAMP(WS-RF-LAST-GEN) = SPACES
               DISPLAY "NO BACKUP GENERATION HAS BEEN TAKEN - NOTHING "
                       "TO ROLL FORWARD"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "THE JOURNAL HOLDS THE CHANGES MADE SINCE "
                   "GENERATION " WS-RF-LAST-GEN " (TAKEN "
                   BC-GEN-STAMP(WS-RF-LAST-GEN) ")."
           DISPLAY "ROLL FORWARD ONLY ONTO A RESTORE OF THAT "
                   "GENERATION."
           DISPLAY "APPLY CHANGES UP TO DATE (YYYYMMDD, 0 = ALL): "
                   WITH NO ADVANCING
           ACCEPT WS-RF-DATE
           IF WS-RF-DATE = 0
               MOVE HIGH-VALUES TO WS-RF-CUTOFF
           ELSE
               DISPLAY "UP TO TIME (HHMMSS): " WITH NO ADVANCING
               ACCEPT WS-RF-TIME
               IF WS-RF-TIME > 235959
                   DISPLAY "INVALID TIME - NOTHING APPLIED"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-RF-CUTOFF
               STRING WS-RF-DATE(1:4) "-" WS-RF-DATE(5:2) "-"
                      WS-RF-DATE(7:2) " " WS-RF-TIME(1:2) ":"
                      WS-RF-TIME(3:2) ":" WS-RF-TIME(5:2)
                   DELIMITED BY SIZE INTO WS-RF-CUTOFF
               IF WS-RF-CUTOFF < BC-GEN-STAMP(WS-RF-LAST-GEN)
                   DISPLAY "CUT-OFF IS BEFORE GENERATION "
                           WS-RF-LAST-GEN " WAS TAKEN - NOTHING "
                           "APPLIED"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "ROLL FORWARD THE LIVE MASTER FILES NOW (Y/N)? "
                   WITH NO ADVANCING
           ACCEPT WS-RF-CONFIRM
           IF WS-RF-CONFIRM NOT = 'Y' AND WS-RF-CONFIRM NOT = 'y'
               DISPLAY "ROLL FORWARD CANCELLED"
               EXIT PARAGRAPH
           END-IF

           MOVE "employees"      TO WS-RF-FILE-TAG(1)
           MOVE "benefits"       TO WS-RF-FILE-TAG(2)
           MOVE "leave_balances" TO WS-RF-FILE-TAG(3)
           MOVE "garnishments"   TO WS-RF-FILE-TAG(4)
           MOVE "loans"          TO WS-RF-FILE-TAG(5)
           MOVE "users"          TO WS-RF-FILE-TAG(6)
           MOVE "ben_elections"  TO WS-RF-FILE-TAG(7)
           MOVE "leave_requests" TO WS-RF-FILE-TAG(8)
           PERFORM VARYING WS-RF-IX FROM 1 BY 1 UNTIL WS-RF-IX > 8
               MOVE 0 TO WS-RF-APPLIED(WS-RF-IX)
               MOVE 0 TO WS-RF-FAILED(WS-RF-IX)
           END-PERFORM
           MOVE 0 TO WS-RF-READ-COUNT
           MOVE 0 TO WS-RF-BEYOND-COUNT
           MOVE 0 TO WS-RF-UNKNOWN-COUNT
           MOVE SPACES TO WS-RF-LAST-APPLIED

           OPEN INPUT MASTER-JOURNAL-FILE
           IF WS-JNL-STATUS NOT = '00'
               DISPLAY "NO MASTER JOURNAL ON FILE (STATUS "
                       WS-JNL-STATUS ") - NOTHING TO APPLY"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RF-EOF
           PERFORM UNTIL WS-RF-EOF = 'Y'
               READ MASTER-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-RF-EOF
                   NOT AT END
                       ADD 1 TO WS-RF-READ-COUNT
                       IF MJ-TIMESTAMP > WS-RF-CUTOFF
                           ADD 1 TO WS-RF-BEYOND-COUNT
                       ELSE
                           PERFORM 810-APPLY-JOURNAL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-JOURNAL-FILE
           PERFORM 890-REPORT-ROLL-FORWARD.

      *****************************************************************
      * 810-APPLY-JOURNAL-ROW - route one after-image to its master.
      *****************************************************************
       810-APPLY-JOURNAL-ROW.
           MOVE 'N' TO WS-RF-OK
           EVALUATE MJ-FILE
               WHEN "employees"
                   MOVE 1 TO WS-RF-IX
                   PERFORM 820-APPLY-EMPLOYEE
               WHEN "benefits"
                   MOVE 2 TO WS-RF-IX
                   PERFORM 830-APPLY-BENEFITS
               WHEN "leave_balances"
                   MOVE 3 TO WS-RF-IX
                   PERFORM 840-APPLY-LEAVE-BALANCE
               WHEN "garnishments"
                   MOVE 4 TO WS-RF-IX
                   PERFORM 850-APPLY-GARNISHMENT
               WHEN "loans"
                   MOVE 5 TO WS-RF-IX
                   PERFORM 860-APPLY-LOAN
               WHEN "users"
                   MOVE 6 TO WS-RF-IX
                   PERFORM 870-APPLY-USER
               WHEN "ben_elections"
                   MOVE 7 TO WS-RF-IX
                   PERFORM 835-APPLY-BENEFIT-ELECTION
               WHEN "leave_requests"
                   MOVE 8 TO WS-RF-IX
                   PERFORM 880-APPLY-LEAVE-REQUEST
               WHEN OTHER
                   ADD 1 TO WS-RF-UNKNOWN-COUNT
                   DISPLAY "  UNKNOWN FILE ON JOURNAL: " MJ-FILE
                           " " MJ-TIMESTAMP
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RF-OK = 'Y'
               ADD 1 TO WS-RF-APPLIED(WS-RF-IX)
               MOVE MJ-TIMESTAMP TO WS-RF-LAST-APPLIED
           ELSE
               ADD 1 TO WS-RF-FAILED(WS-RF-IX)
               DISPLAY "  NOT APPLIED: " MJ-FILE " " MJ-KEY(1:12)
                       " " MJ-OPERATION " " MJ-TIMESTAMP
                       " (STATUS " WS-SRC-STATUS ")"
           END-IF.

       820-APPLY-EMPLOYEE.
           OPEN I-O EMPLOYEE-FILE
           IF WS-SRC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-IMAGE(1:694) TO EMPLOYEE-RECORD
           IF MJ-DELETE
               DELETE EMPLOYEE-FILE RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-DELETE
           ELSE
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       REWRITE EMPLOYEE-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RF-OK
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-WRITE
           END-IF
           CLOSE EMPLOYEE-FILE.

       830-APPLY-BENEFITS.
           OPEN I-O BENEFITS-FILE
           IF WS-SRC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-IMAGE(1:20) TO BENEFITS-RECORD
           IF MJ-DELETE
               DELETE BENEFITS-FILE RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-DELETE
           ELSE
               WRITE BENEFITS-RECORD
                   INVALID KEY
                       REWRITE BENEFITS-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RF-OK
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-WRITE
           END-IF
           CLOSE BENEFITS-FILE.

       835-APPLY-BENEFIT-ELECTION.
           OPEN I-O BENEFIT-ELECTION-FILE
           IF WS-SRC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-IMAGE(1:59) TO BENEFIT-ELECTION-RECORD
           IF MJ-DELETE
               DELETE BENEFIT-ELECTION-FILE RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-DELETE
           ELSE
               WRITE BENEFIT-ELECTION-RECORD
                   INVALID KEY
                       REWRITE BENEFIT-ELECTION-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RF-OK
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-WRITE
           END-IF
           CLOSE BENEFIT-ELECTION-FILE.

       840-APPLY-LEAVE-BALANCE.
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-SRC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-IMAGE(1:37) TO LEAVE-BALANCE-RECORD
           IF MJ-DELETE
               DELETE LEAVE-BALANCE-FILE RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-DELETE
           ELSE
               WRITE LEAVE-BALANCE-RECORD
                   INVALID KEY
                       REWRITE LEAVE-BALANCE-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RF-OK
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-WRITE
           END-IF
           CLOSE LEAVE-BALANCE-FILE.

       850-APPLY-GARNISHMENT.
           OPEN I-O GARNISHMENT-FILE
           IF WS-SRC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-IMAGE(1:50) TO GARNISHMENT-RECORD
           IF MJ-DELETE
               DELETE GARNISHMENT-FILE RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-DELETE
           ELSE
               WRITE GARNISHMENT-RECORD
                   INVALID KEY
                       REWRITE GARNISHMENT-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RF-OK
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-WRITE
           END-IF
           CLOSE GARNISHMENT-FILE.

       860-APPLY-LOAN.
           OPEN I-O LOAN-FILE
           IF WS-SRC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-IMAGE(1:60) TO LOAN-RECORD
           IF MJ-DELETE
               DELETE LOAN-FILE RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-DELETE
           ELSE
               WRITE LOAN-RECORD
                   INVALID KEY
                       REWRITE LOAN-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RF-OK
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-WRITE
           END-IF
           CLOSE LOAN-FILE.

       870-APPLY-USER.
           OPEN I-O USER-FILE
           IF WS-SRC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE MJ-IMAGE(1:118) TO USER-RECORD
           IF MJ-DELETE
               DELETE USER-FILE RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-DELETE
           ELSE
               WRITE USER-RECORD
                   INVALID KEY
                       REWRITE USER-RECORD
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RF-OK
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RF-OK
               END-WRITE
           END-IF
           CLOSE USER-FILE.

      *****************************************************************
      * 880-APPLY-LEAVE-REQUEST - the leave requests are sequential,
      * so a change rewrites the request with the same LR-REQUEST-ID
      * in place and an add not already on file is appended. A delete
      * copies the file through a work file without the request and
      * back again, as RETENTION's purge does.
      *****************************************************************
       880-APPLY-LEAVE-REQUEST.
           IF MJ-DELETE
               PERFORM 885-DROP-LEAVE-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RF-FOUND
           OPEN I-O LEAVE-REQUEST-FILE
           IF WS-SRC-STATUS = '00'
               PERFORM UNTIL WS-SRC-STATUS NOT = '00'
                       OR WS-RF-FOUND = 'Y'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LR-REQUEST-ID = MJ-IMAGE(1:6)
                               MOVE 'Y' TO WS-RF-FOUND
                               MOVE MJ-IMAGE(1:169)
                                   TO LEAVE-REQUEST-RECORD
                               REWRITE LEAVE-REQUEST-RECORD
                               IF WS-SRC-STATUS = '00'
                                   MOVE 'Y' TO WS-RF-OK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
           END-IF
           IF WS-RF-FOUND = 'N'
               OPEN EXTEND LEAVE-REQUEST-FILE
               IF WS-SRC-STATUS = '35'
                   OPEN OUTPUT LEAVE-REQUEST-FILE
               END-IF
               IF WS-SRC-STATUS = '00'
                   MOVE MJ-IMAGE(1:169) TO LEAVE-REQUEST-RECORD
                   WRITE LEAVE-REQUEST-RECORD
                   IF WS-SRC-STATUS = '00'
                       MOVE 'Y' TO WS-RF-OK
                   END-IF
                   CLOSE LEAVE-REQUEST-FILE
               END-IF
           END-IF.

      *>   BACKUP-FILE serves as the work file for the copy through.
       885-DROP-LEAVE-REQUEST.
           MOVE "../data/leave_requests.rfw" TO WS-BACKUP-FILENAME
           MOVE 'N' TO WS-RF-FOUND
           OPEN INPUT LEAVE-REQUEST-FILE
           IF WS-SRC-STATUS NOT = '00'
      *>       No file, so the request is already gone.
               MOVE 'Y' TO WS-RF-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BACKUP-FILE
           IF WS-BKP-STATUS NOT = '00'
               CLOSE LEAVE-REQUEST-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SRC-STATUS NOT = '00'
               READ LEAVE-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LR-REQUEST-ID = MJ-IMAGE(1:6)
                           MOVE 'Y' TO WS-RF-FOUND
                       ELSE
                           WRITE BACKUP-RECORD
                               FROM LEAVE-REQUEST-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE
           CLOSE BACKUP-FILE
           IF WS-RF-FOUND = 'Y'
               OPEN INPUT BACKUP-FILE
               OPEN OUTPUT LEAVE-REQUEST-FILE
               PERFORM UNTIL WS-BKP-STATUS NOT = '00'
                   READ BACKUP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE BACKUP-RECORD(1:169)
                               TO LEAVE-REQUEST-RECORD
                           WRITE LEAVE-REQUEST-RECORD
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               CLOSE LEAVE-REQUEST-FILE
           END-IF
           MOVE 'Y' TO WS-RF-OK.

      *****************************************************************
      * 890-REPORT-ROLL-FORWARD - changes applied per file. Changes
      * after the cut-off are left on the journal but are no longer
      * in the live files, so a new generation should be taken
      * straight away to start a journal that matches them.
      *****************************************************************
       890-REPORT-ROLL-FORWARD.
           DISPLAY "ROLL FORWARD COMPLETE - " WS-RF-READ-COUNT
                   " JOURNAL ROW(S) READ"
           PERFORM VARYING WS-RF-IX FROM 1 BY 1 UNTIL WS-RF-IX > 8
               DISPLAY "  " WS-RF-FILE-TAG(WS-RF-IX) ": "
                       WS-RF-APPLIED(WS-RF-IX) " APPLIED, "
                       WS-RF-FAILED(WS-RF-IX) " NOT APPLIED"
           END-PERFORM
           IF WS-RF-UNKNOWN-COUNT > 0
               DISPLAY "  " WS-RF-UNKNOWN-COUNT " ROW(S) FOR AN "
                       "UNKNOWN FILE SKIPPED"
           END-IF
           IF WS-RF-LAST-APPLIED NOT = SPACES
               DISPLAY "  LAST CHANGE APPLIED: " WS-RF-LAST-APPLIED
           END-IF
           IF WS-RF-BEYOND-COUNT > 0
               DISPLAY "  " WS-RF-BEYOND-COUNT " CHANGE(S) AFTER THE "
                       "CUT-OFF NOT APPLIED"
               DISPLAY "  TAKE A BACKUP GENERATION (OPTION 1) NOW SO "
                       "THE JOURNAL MATCHES THE LIVE FILES"
           END-IF.
       END PROGRAM BACKUPRESTORE.
