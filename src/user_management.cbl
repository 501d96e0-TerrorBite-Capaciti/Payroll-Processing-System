      *                   breaks the chain and REPORTS' verification
      *                   can prove it. The auditors flagged the flat
      *                   file as unprotected evidence.
      * 2026-10-15  BDEV  User record adds, changes and deletes are
      *                   journalled to the master after-image journal
      *                   (MSTJRNL) for forward recovery after a
      *                   restore.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-LOCK-AGE-DAYS     PIC S9(06).
           05  WS-LOCKOUT-AGE-MIN   PIC S9(08).

      *> After-image journal of master file updates (MSTJRNL).
       01  WS-MST-JOURNAL-PARAMS.
           05  WS-MJ-FILE          PIC X(14).
           05  WS-MJ-OPERATION     PIC X(1).
           05  WS-MJ-USER          PIC X(10).
           05  WS-MJ-PROGRAM       PIC X(16).
           05  WS-MJ-IMAGE         PIC X(1000).
           05  WS-MJ-RESULT        PIC X(1).

       LINKAGE SECTION.
       01  LS-AUTH-PARAMS.
           05  LS-USERID            PIC X(08).
                   DISPLAY 'UNABLE TO SEED INITIAL ADMIN USER: '
                           USER-FILE-STATUS
               NOT INVALID KEY
                   MOVE 'A' TO WS-MJ-OPERATION
                   PERFORM 915-JOURNAL-USER
                   DISPLAY 'USER FILE CREATED - INITIAL USER "ADMIN" '
                           'SEEDED WITH TEMPORARY PASSWORD Temp123! '
                           '- CHANGE IT AT FIRST SIGN-ON'
                   REWRITE USER-RECORD
                       INVALID KEY
                           PERFORM 190-LOG-FILE-ERROR
                       NOT INVALID KEY
                           MOVE 'C' TO WS-MJ-OPERATION
                           PERFORM 915-JOURNAL-USER
                   END-REWRITE
               END-IF
           END-IF.
               INVALID KEY
                   PERFORM 190-LOG-FILE-ERROR
               NOT INVALID KEY
                   MOVE 'C' TO WS-MJ-OPERATION
                   PERFORM 915-JOURNAL-USER
                   PERFORM 126-LOG-AUTO-UNLOCK
           END-REWRITE.

           REWRITE USER-RECORD
               INVALID KEY
                   PERFORM 190-LOG-FILE-ERROR
               NOT INVALID KEY
                   MOVE 'C' TO WS-MJ-OPERATION
                   PERFORM 915-JOURNAL-USER
           END-REWRITE.

       140-LOG-AUTH-SUCCESS.
               REWRITE USER-RECORD
                   INVALID KEY
                       PERFORM 190-LOG-FILE-ERROR
                   NOT INVALID KEY
                       MOVE 'C' TO WS-MJ-OPERATION
                       PERFORM 915-JOURNAL-USER
               END-REWRITE
           END-IF.

                   MOVE 'F' TO LS-ADMIN-RESULT
                   MOVE 'User creation failed' TO LS-ADMIN-MESSAGE
               NOT INVALID KEY
                   MOVE 'A' TO WS-MJ-OPERATION
                   PERFORM 915-JOURNAL-USER
                   MOVE 'User created successfully' TO LS-ADMIN-MESSAGE
                   PERFORM 290-LOG-ADMIN-ACTION
           END-WRITE.
                           MOVE 'F' TO LS-ADMIN-RESULT
                           MOVE 'User update failed' TO LS-ADMIN-MESSAGE
                       NOT INVALID KEY
                           MOVE 'C' TO WS-MJ-OPERATION
                           PERFORM 915-JOURNAL-USER
                           MOVE 'User updated successfully'
                               TO LS-ADMIN-MESSAGE
                           PERFORM 290-LOG-ADMIN-ACTION
                   MOVE 'F' TO LS-ADMIN-RESULT
                   MOVE 'User deletion failed' TO LS-ADMIN-MESSAGE
               NOT INVALID KEY
                   MOVE 'D' TO WS-MJ-OPERATION
                   PERFORM 915-JOURNAL-USER
                   MOVE 'User deleted successfully' TO LS-ADMIN-MESSAGE
                   PERFORM 290-LOG-ADMIN-ACTION
           END-DELETE.
                           MOVE 'F' TO LS-ADMIN-RESULT
                           MOVE 'User lock failed' TO LS-ADMIN-MESSAGE
                       NOT INVALID KEY
                           MOVE 'C' TO WS-MJ-OPERATION
                           PERFORM 915-JOURNAL-USER
                           MOVE 'User locked successfully'
                               TO LS-ADMIN-MESSAGE
                           PERFORM 290-LOG-ADMIN-ACTION
                           MOVE 'F' TO LS-ADMIN-RESULT
                           MOVE 'User unlock failed' TO LS-ADMIN-MESSAGE
                       NOT INVALID KEY
                           MOVE 'C' TO WS-MJ-OPERATION
                           PERFORM 915-JOURNAL-USER
                           MOVE 'User unlocked successfully'
                               TO LS-ADMIN-MESSAGE
                           PERFORM 290-LOG-ADMIN-ACTION
                           MOVE 'Password reset failed'
                               TO LS-ADMIN-MESSAGE
                       NOT INVALID KEY
                           MOVE 'C' TO WS-MJ-OPERATION
                           PERFORM 915-JOURNAL-USER
                           MOVE 'Password reset successfully'
                               TO LS-ADMIN-MESSAGE
                           PERFORM 290-LOG-ADMIN-ACTION
                               MOVE 'Password change failed'
                                   TO LS-ADMIN-MESSAGE
                           NOT INVALID KEY
                               MOVE 'C' TO WS-MJ-OPERATION
                               PERFORM 915-JOURNAL-USER
                               MOVE 'Password changed successfully'
                                   TO LS-ADMIN-MESSAGE
                               PERFORM 290-LOG-ADMIN-ACTION
           END-PERFORM.

       190-LOG-FILE-ERROR.
           DISPLAY 'FILE ERROR: ' USER-FILE-STATUS.

      *****************************************************************
      * 915-JOURNAL-USER - after-image of the users record just
      * written, rewritten or deleted, to the master journal (MSTJRNL)
      * for forward recovery. Admin actions carry no signed-on user
      * here, so like the audit row they are journalled against the
      * target user.
      *****************************************************************
       915-JOURNAL-USER.
           MOVE 'users' TO WS-MJ-FILE
           IF LS-USERID NOT = SPACES
               MOVE LS-USERID TO WS-MJ-USER
           ELSE
               MOVE LS-TARGET-USERID TO WS-MJ-USER
           END-IF
           MOVE 'USERMANAGEMENT' TO WS-MJ-PROGRAM
           MOVE USER-RECORD TO WS-MJ-IMAGE
           CALL 'MSTJRNL' USING WS-MST-JOURNAL-PARAMS.
