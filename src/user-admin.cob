      *                   current month - the viewer spans the
      *                   archives and the chain hashes travel with
      *                   the rows untouched.
      * 2026-10-15  BDEV  Added quarterly access recertification
      *                   (option 7): a per-department list of users
      *                   with role and effective rights, capture of
      *                   each department head's confirm or revoke
      *                   (revoke locks the account), and the window
      *                   close that locks every account not confirmed
      *                   within SC-RECERT-WINDOW-DAYS of the quarter's
      *                   start. Added the dormant-account sweep
      *                   (option 8), locking accounts with no sign-on
      *                   for SC-DORMANT-DAYS. Every decision and lock
      *                   is recorded on ../data/access_recert.dat.
      *                   Administrator accounts are reported by both
      *                   runs but never locked automatically.
      * 2026-10-15  BDEV  Function list carries CLAIMAPR.
      * 2026-10-15  BDEV  Function list carries OTAUTH.
      * 2026-10-15  BDEV  Function list carries ATTCORR.
      * 2026-10-15  BDEV  Function list carries IODREG.
      * 2026-10-15  BDEV  Function list carries COUNCIL.
      * 2026-10-15  BDEV  Function list carries TRAINING.
      * 2026-10-15  BDEV  Function list carries ASSETS.
      * 2026-10-15  BDEV  Function list carries STUDY.
      * 2026-10-15  BDEV  Function list carries VENDDED.
      * 2026-10-15  BDEV  Function list carries BANKREC.
      * 2026-10-15  BDEV  Function list carries CHEQUES.
      * 2026-10-15  BDEV  Function list carries AUDSMP.
      * 2026-10-15  BDEV  Function list carries LONGSVC.
      * 2026-10-15  BDEV  Function list carries BUDGET.
      * 2026-10-15  BDEV  Function list carries REQUISN.
      * 2026-10-15  BDEV  Function list carries DISCWARN.
      * 2026-10-15  BDEV  Function list carries TRAINREF.
      * 2026-10-15  BDEV  Function list carries DEATHSVC.
      * 2026-10-15  BDEV  Function list carries LATEINP.
      * 2026-10-15  BDEV  Function list carries LATEREL.
      * 2026-10-15  BDEV  Function list carries PAYQRY.
      * 2026-10-15  BDEV  Function list carries SUBJACC.
      * 2026-10-15  BDEV  Access recertification takes a department
      *                   head as RECRUIT does - a Manager of that
      *                   department or an Admin - not an HR user.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.

           SELECT USER-FILE ASSIGN TO 'USERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS USER-FILE-STATUS.

           SELECT ACCESS-RECERT-FILE
               ASSIGN TO "../data/access_recert.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AR-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The audit row layout mirrors USERMANAGEMENT's writer, chain
           05  FILLER               PIC X(2).
           05  CAT-ROW-COUNT        PIC 9(7).

      *> Mirrors USERMANAGEMENT's 118-byte USER-RECORD - read here
      *> only; every lock still goes through USERMANAGEMENT.
       FD  USER-FILE.
       01  USER-RECORD.
           05  USER-ID               PIC X(08).
           05  USER-NAME             PIC X(40).
           05  FILLER                PIC X(16).
           05  USER-ROLE             PIC X(01).
           05  USER-DEPARTMENT       PIC X(15).
           05  USER-STATUS           PIC X(01).
           05  USER-LAST-LOGIN       PIC 9(08).
           05  FILLER                PIC X(01).
           05  USER-PW-CHANGE-DATE   PIC 9(08).
           05  FILLER                PIC X(20).

       FD  ACCESS-RECERT-FILE.
           COPY access_recert.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       WORKING-STORAGE SECTION.
       01  AUDIT-LOG-STATUS        PIC XX.
       01  ARCH-STATUS             PIC XX.
           05  WS-AD-RESULT        PIC X(01).
           05  WS-AD-MESSAGE       PIC X(50).

      *> Access recertification and the dormant sweep. The users are
      *> read into WS-UT-TABLE and USERFILE closed again before any
      *> lock is sent through USERMANAGEMENT, which opens it itself.
       01  USER-FILE-STATUS        PIC XX.
       01  AR-STATUS               PIC XX.
       01  CONFIG-FILE-STATUS      PIC XX.
       01  WS-RECERT-WINDOW-DAYS   PIC 9(3) VALUE 30.
       01  WS-DORMANT-DAYS         PIC 9(3) VALUE 90.
       01  WS-RC-CHOICE            PIC 9(1).
       01  WS-RC-TODAY             PIC 9(8).
       01  WS-RC-TODAY-INT         PIC 9(7).
       01  WS-RC-CYCLE             PIC X(6).
       01  WS-RC-CURRENT-CYCLE     PIC X(6).
       01  WS-RC-QTR               PIC 9(1).
       01  WS-RC-QTR-START         PIC 9(8).
       01  WS-RC-QTR-START-X REDEFINES WS-RC-QTR-START.
           05  WS-RC-QS-YEAR       PIC 9(4).
           05  WS-RC-QS-MONTH      PIC 9(2).
           05  WS-RC-QS-DAY        PIC 9(2).
       01  WS-RC-WINDOW-END        PIC 9(8).
       01  WS-RC-DEPT              PIC X(15).
       01  WS-RC-HEAD-ID           PIC X(8).
       01  WS-RC-HEAD-OK           PIC X(1).
       01  WS-RC-ANSWER            PIC X(1).
       01  WS-RC-LOCK-DECISION     PIC X(1).
       01  WS-RC-DECISION-DESC     PIC X(12).
       01  WS-RC-STAMP             PIC X(19).
       01  WS-RC-EOF               PIC X(1).
       01  WS-RC-LISTED            PIC 9(3).
       01  WS-RC-CANDIDATES        PIC 9(3).
       01  WS-RC-LOCKED            PIC 9(3).
       01  WS-RC-ADMINS            PIC 9(3).
       01  WS-RC-CONFIRMED         PIC 9(3).
       01  WS-RC-REVOKED           PIC 9(3).
       01  WS-RC-OPEN              PIC 9(3).
       01  WS-DS-REF-DATE          PIC 9(8).
       01  WS-DS-IDLE-DAYS         PIC S9(5).
       01  WS-UT-COUNT             PIC 9(3) VALUE 0.
       01  WS-UT-TABLE.
           05  WS-UT-ENTRY OCCURS 300 TIMES INDEXED BY WS-UT-IDX.
               10  WS-UT-ID            PIC X(8).
               10  WS-UT-NAME          PIC X(40).
               10  WS-UT-ROLE          PIC X(1).
               10  WS-UT-DEPT          PIC X(15).
               10  WS-UT-STATUS        PIC X(1).
               10  WS-UT-LAST-LOGIN    PIC 9(8).
               10  WS-UT-PW-DATE       PIC 9(8).
               10  WS-UT-DECISION      PIC X(1).
               10  WS-UT-FLAG          PIC X(1).
       01  WS-DP-COUNT             PIC 9(3) VALUE 0.
       01  WS-DP-TABLE.
           05  WS-DP-NAME OCCURS 100 TIMES INDEXED BY WS-DP-IDX
                                   PIC X(15).
       01  WS-DP-FOUND             PIC X(1).
       01  WS-RT-LINE              PIC X(60).
       01  WS-RT-PTR               PIC 9(3).
       01  WS-RT-ON-LINE           PIC 9(1).
       01  WS-ACCESS-PARAMS.
           05  WS-AC-FUNCTION      PIC X(8).
           05  WS-AC-USER-ROLE     PIC X(1).
           05  WS-AC-USER-ID       PIC X(10).
           05  WS-AC-RESULT        PIC X(1).
      *> The known function codes, mirrored from ACCESSCHECK's
      *> built-in default table for the effective-rights listing.
       01  WS-FUNC-TABLE.
           05  FILLER PIC X(8) VALUE "PAYRUN  ".
           05  FILLER PIC X(8) VALUE "PAYSLIP ".
           05  FILLER PIC X(8) VALUE "EMPMGMT ".
           05  FILLER PIC X(8) VALUE "EMPSELF ".
           05  FILLER PIC X(8) VALUE "REPORTS ".
           05  FILLER PIC X(8) VALUE "CONFIG  ".
           05  FILLER PIC X(8) VALUE "MONTHEND".
           05  FILLER PIC X(8) VALUE "GARNISH ".
           05  FILLER PIC X(8) VALUE "BANKRET ".
           05  FILLER PIC X(8) VALUE "LOANS   ".
           05  FILLER PIC X(8) VALUE "BACKUP  ".
           05  FILLER PIC X(8) VALUE "YEAREND ".
           05  FILLER PIC X(8) VALUE "CONVERT ".
           05  FILLER PIC X(8) VALUE "EARNINGS".
           05  FILLER PIC X(8) VALUE "USERADM ".
           05  FILLER PIC X(8) VALUE "THIRDPTY".
           05  FILLER PIC X(8) VALUE "TAXDIR  ".
           05  FILLER PIC X(8) VALUE "ADVANCE ".
           05  FILLER PIC X(8) VALUE "LVREVIEW".
           05  FILLER PIC X(8) VALUE "ATTMGMT ".
           05  FILLER PIC X(8) VALUE "RETAIN  ".
           05  FILLER PIC X(8) VALUE "ALERTS  ".
           05  FILLER PIC X(8) VALUE "MEDRECON".
           05  FILLER PIC X(8) VALUE "PRENOTE ".
           05  FILLER PIC X(8) VALUE "FRAUD   ".
           05  FILLER PIC X(8) VALUE "TAKEON  ".
           05  FILLER PIC X(8) VALUE "FRINGE  ".
           05  FILLER PIC X(8) VALUE "SLIPDIST".
           05  FILLER PIC X(8) VALUE "CASHFC  ".
           05  FILLER PIC X(8) VALUE "EMPACTIV".
           05  FILLER PIC X(8) VALUE "BANKVRFY".
           05  FILLER PIC X(8) VALUE "EFTREL  ".
           05  FILLER PIC X(8) VALUE "CLAIMAPR".
           05  FILLER PIC X(8) VALUE "OTAUTH  ".
           05  FILLER PIC X(8) VALUE "ATTCORR ".
           05  FILLER PIC X(8) VALUE "IODREG  ".
           05  FILLER PIC X(8) VALUE "COUNCIL ".
           05  FILLER PIC X(8) VALUE "TRAINING".
           05  FILLER PIC X(8) VALUE "ASSETS  ".
           05  FILLER PIC X(8) VALUE "STUDY   ".
           05  FILLER PIC X(8) VALUE "VENDDED ".
           05  FILLER PIC X(8) VALUE "BANKREC ".
           05  FILLER PIC X(8) VALUE "CHEQUES ".
           05  FILLER PIC X(8) VALUE "AUDSMP  ".
           05  FILLER PIC X(8) VALUE "LONGSVC ".
           05  FILLER PIC X(8) VALUE "BUDGET  ".
           05  FILLER PIC X(8) VALUE "REQUISN ".
           05  FILLER PIC X(8) VALUE "DISCWARN".
           05  FILLER PIC X(8) VALUE "TRAINREF".
           05  FILLER PIC X(8) VALUE "DEATHSVC".
           05  FILLER PIC X(8) VALUE "LATEINP ".
           05  FILLER PIC X(8) VALUE "LATEREL ".
           05  FILLER PIC X(8) VALUE "PAYQRY  ".
           05  FILLER PIC X(8) VALUE "SUBJACC ".
       01  WS-FUNC-ENTRIES REDEFINES WS-FUNC-TABLE.
           05  WS-FUNC OCCURS 54 TIMES
                   INDEXED BY WS-FUNC-IDX PIC X(8).

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).
               DISPLAY "4. Unlock User"
               DISPLAY "5. Delete User"
               DISPLAY "6. Rotate Audit Log (monthly)"
               DISPLAY "7. Access Recertification (quarterly)"
               DISPLAY "8. Dormant Account Sweep"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
                   WHEN 4 PERFORM 500-UNLOCK-USER
                   WHEN 5 PERFORM 600-DELETE-USER
                   WHEN 6 PERFORM 700-ROTATE-AUDIT-LOG
                   WHEN 7 PERFORM 800-ACCESS-RECERTIFICATION
                   WHEN 8 PERFORM 850-DORMANT-ACCOUNT-SWEEP
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           CLOSE AUDIT-TEMP-FILE
           CLOSE AUDIT-LOG-FILE.

      *****************************************************************
      * 800-ACCESS-RECERTIFICATION - the quarterly review of who may
      * do what. Each quarter is a cycle (2026Q4); the department
      * heads confirm or revoke their people's access within
      * SC-RECERT-WINDOW-DAYS of the quarter's first day, and once
      * the window has passed every account still unconfirmed is
      * locked. Administrator accounts are listed for review with
      * everybody else but are never locked by the window close.
      *****************************************************************
       800-ACCESS-RECERTIFICATION.
           PERFORM 870-READ-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RC-TODAY
           MOVE SPACES TO WS-RC-CYCLE
           PERFORM 864-SET-CYCLE
           MOVE WS-RC-CYCLE TO WS-RC-CURRENT-CYCLE
           MOVE 0 TO WS-RC-CHOICE
           PERFORM UNTIL WS-RC-CHOICE = 9
               MOVE WS-RC-CURRENT-CYCLE TO WS-RC-CYCLE
               PERFORM 864-SET-CYCLE
               DISPLAY " "
               DISPLAY "Access Recertification - cycle "
                       WS-RC-CURRENT-CYCLE
                       "  (window closes " WS-RC-WINDOW-END ")"
               DISPLAY "-----------------------------"
               DISPLAY "1. Recertification List by Department"
               DISPLAY "2. Record Department Head Decisions"
               DISPLAY "3. Close Recertification Window"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-RC-CHOICE

               EVALUATE WS-RC-CHOICE
                   WHEN 1 PERFORM 810-PRINT-RECERT-LIST
                   WHEN 2 PERFORM 820-RECORD-DEPT-DECISIONS
                   WHEN 3 PERFORM 830-CLOSE-RECERT-WINDOW
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.

      *****************************************************************
      * 810-PRINT-RECERT-LIST - for each department, every user with
      * role, account status, last sign-on, the rights ACCESSCHECK
      * actually grants them, and where this cycle's decision stands.
      *****************************************************************
       810-PRINT-RECERT-LIST.
           MOVE WS-RC-CURRENT-CYCLE TO WS-RC-CYCLE
           PERFORM 864-SET-CYCLE
           PERFORM 860-LOAD-USERS
           PERFORM 862-LOAD-CYCLE-DECISIONS
           MOVE 0 TO WS-RC-CONFIRMED
           MOVE 0 TO WS-RC-REVOKED
           MOVE 0 TO WS-RC-OPEN
           DISPLAY " "
           DISPLAY "ACCESS RECERTIFICATION LIST - CYCLE " WS-RC-CYCLE
           DISPLAY "======================================"
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               DISPLAY " "
               DISPLAY "DEPARTMENT: " WS-DP-NAME(WS-DP-IDX)
               DISPLAY "USER ID  NAME                 ROLE ST "
                       "LAST-LOGIN DECISION"
               PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                       UNTIL WS-UT-IDX > WS-UT-COUNT
                   IF WS-UT-DEPT(WS-UT-IDX) = WS-DP-NAME(WS-DP-IDX)
                       PERFORM 812-SHOW-RECERT-USER
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "--------------------------------------"
           DISPLAY WS-UT-COUNT " USER(S): " WS-RC-CONFIRMED
                   " CONFIRMED, " WS-RC-REVOKED " REVOKED, "
                   WS-RC-OPEN " AWAITING DECISION".

       812-SHOW-RECERT-USER.
           EVALUATE WS-UT-DECISION(WS-UT-IDX)
               WHEN 'C'
                   MOVE "CONFIRMED" TO WS-RC-DECISION-DESC
                   ADD 1 TO WS-RC-CONFIRMED
               WHEN 'R'
                   MOVE "REVOKED" TO WS-RC-DECISION-DESC
                   ADD 1 TO WS-RC-REVOKED
               WHEN 'X'
                   MOVE "LAPSED" TO WS-RC-DECISION-DESC
                   ADD 1 TO WS-RC-REVOKED
               WHEN 'D'
                   MOVE "DORMANT-LOCK" TO WS-RC-DECISION-DESC
                   ADD 1 TO WS-RC-OPEN
               WHEN OTHER
                   MOVE "OPEN" TO WS-RC-DECISION-DESC
                   ADD 1 TO WS-RC-OPEN
           END-EVALUATE
           DISPLAY WS-UT-ID(WS-UT-IDX) " "
                   WS-UT-NAME(WS-UT-IDX)(1:20) " "
                   WS-UT-ROLE(WS-UT-IDX) "    "
                   WS-UT-STATUS(WS-UT-IDX) "  "
                   WS-UT-LAST-LOGIN(WS-UT-IDX) "   "
                   WS-RC-DECISION-DESC
           PERFORM 866-SHOW-USER-RIGHTS.

      *****************************************************************
      * 820-RECORD-DEPT-DECISIONS - take a department head through
      * their department's users still open in the current cycle. A
      * head may not certify their own account; a revoke locks the
      * account through USERMANAGEMENT before it is recorded.
      *****************************************************************
       820-RECORD-DEPT-DECISIONS.
           MOVE WS-RC-CURRENT-CYCLE TO WS-RC-CYCLE
           PERFORM 864-SET-CYCLE
           IF WS-RC-TODAY > WS-RC-WINDOW-END
               DISPLAY "NOTE: the window for " WS-RC-CYCLE
                       " closed on " WS-RC-WINDOW-END
                       " - decisions are recorded as late."
           END-IF
           PERFORM 860-LOAD-USERS
           PERFORM 862-LOAD-CYCLE-DECISIONS
           DISPLAY "Department: " WITH NO ADVANCING
           ACCEPT WS-RC-DEPT
           DISPLAY "Department head user id: " WITH NO ADVANCING
           ACCEPT WS-RC-HEAD-ID
           MOVE 'N' TO WS-RC-HEAD-OK
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                   UNTIL WS-UT-IDX > WS-UT-COUNT
               IF WS-UT-ID(WS-UT-IDX) = WS-RC-HEAD-ID
                       AND WS-UT-STATUS(WS-UT-IDX) NOT = 'L'
                   PERFORM 821-CHECK-DEPT-HEAD
               END-IF
           END-PERFORM
           IF WS-RC-HEAD-OK NOT = 'Y'
               DISPLAY "Not an active head of " WS-RC-DEPT
                       " or an administrator - no decisions taken."
           ELSE
               MOVE 0 TO WS-RC-LISTED
               MOVE 0 TO WS-RC-CONFIRMED
               MOVE 0 TO WS-RC-REVOKED
               PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                       UNTIL WS-UT-IDX > WS-UT-COUNT
                   IF WS-UT-DEPT(WS-UT-IDX) = WS-RC-DEPT
                       ADD 1 TO WS-RC-LISTED
                       PERFORM 822-DECIDE-ONE-USER
                   END-IF
               END-PERFORM
               IF WS-RC-LISTED = 0
                   DISPLAY "No users in department " WS-RC-DEPT
               ELSE
                   DISPLAY WS-RC-CONFIRMED " CONFIRMED, "
                           WS-RC-REVOKED " REVOKED"
               END-IF
           END-IF.

      *>   The head test RECRUIT applies to requisitions: an Admin
      *>   heads any department, a Manager only their own.
       821-CHECK-DEPT-HEAD.
           IF WS-UT-ROLE(WS-UT-IDX) = 'A'
               MOVE 'Y' TO WS-RC-HEAD-OK
           END-IF
           IF WS-UT-ROLE(WS-UT-IDX) = 'M'
                   AND WS-UT-DEPT(WS-UT-IDX) = WS-RC-DEPT
               MOVE 'Y' TO WS-RC-HEAD-OK
           END-IF.

       822-DECIDE-ONE-USER.
           DISPLAY " "
           DISPLAY WS-UT-ID(WS-UT-IDX) " "
                   WS-UT-NAME(WS-UT-IDX)(1:20) "  ROLE "
                   WS-UT-ROLE(WS-UT-IDX) "  STATUS "
                   WS-UT-STATUS(WS-UT-IDX) "  LAST LOGIN "
                   WS-UT-LAST-LOGIN(WS-UT-IDX)
           PERFORM 866-SHOW-USER-RIGHTS
           EVALUATE TRUE
               WHEN WS-UT-ID(WS-UT-IDX) = WS-RC-HEAD-ID
                   DISPLAY "  Own account - to be certified by "
                           "another head or an administrator."
               WHEN WS-UT-DECISION(WS-UT-IDX) = 'C'
                   DISPLAY "  Already confirmed this cycle."
               WHEN WS-UT-DECISION(WS-UT-IDX) = 'R'
                   DISPLAY "  Already revoked this cycle."
               WHEN OTHER
                   DISPLAY "  C=Confirm  R=Revoke  S=Skip: "
                           WITH NO ADVANCING
                   ACCEPT WS-RC-ANSWER
                   EVALUATE WS-RC-ANSWER
                       WHEN 'C'
                       WHEN 'c'
                           MOVE 'C' TO AR-DECISION
                           PERFORM 868-WRITE-RECERT-ROW
                           MOVE 'C' TO WS-UT-DECISION(WS-UT-IDX)
                           ADD 1 TO WS-RC-CONFIRMED
                       WHEN 'R'
                       WHEN 'r'
                           MOVE WS-UT-ID(WS-UT-IDX) TO WS-AD-TARGET-ID
                           MOVE "LOCK" TO WS-AD-ACTION
                           PERFORM 900-CALL-USERMANAGEMENT
                           IF WS-AD-RESULT = 'S'
                               MOVE 'R' TO AR-DECISION
                               PERFORM 868-WRITE-RECERT-ROW
                               MOVE 'R' TO WS-UT-DECISION(WS-UT-IDX)
                               MOVE 'L' TO WS-UT-STATUS(WS-UT-IDX)
                               ADD 1 TO WS-RC-REVOKED
                           END-IF
                       WHEN OTHER
                           DISPLAY "  Skipped - still open."
                   END-EVALUATE
           END-EVALUATE.

      *****************************************************************
      * 830-CLOSE-RECERT-WINDOW - once a cycle's window has passed,
      * lock every account not confirmed in it. Locked accounts are
      * left alone; administrator accounts are reported only. The
      * candidates are listed first and nothing is locked until the
      * operator confirms.
      *****************************************************************
       830-CLOSE-RECERT-WINDOW.
           DISPLAY "Cycle to close (e.g. 2026Q3, blank = "
                   WS-RC-CURRENT-CYCLE "): " WITH NO ADVANCING
           ACCEPT WS-RC-CYCLE
           IF WS-RC-CYCLE = SPACES
               MOVE WS-RC-CURRENT-CYCLE TO WS-RC-CYCLE
           END-IF
           PERFORM 864-SET-CYCLE
           EVALUATE TRUE
               WHEN WS-RC-CYCLE = SPACES
                   DISPLAY "Cycle must be given as YYYYQn."
               WHEN WS-RC-TODAY NOT > WS-RC-WINDOW-END
                   DISPLAY "The window for " WS-RC-CYCLE
                           " is open until " WS-RC-WINDOW-END
                           " - nothing locked."
               WHEN OTHER
                   PERFORM 832-LIST-UNCERTIFIED
           END-EVALUATE.

       832-LIST-UNCERTIFIED.
           PERFORM 860-LOAD-USERS
           PERFORM 862-LOAD-CYCLE-DECISIONS
           MOVE 0 TO WS-RC-CANDIDATES
           MOVE 0 TO WS-RC-ADMINS
           MOVE 0 TO WS-RC-LOCKED
           DISPLAY " "
           DISPLAY "NOT RECERTIFIED IN " WS-RC-CYCLE
                   " (WINDOW CLOSED " WS-RC-WINDOW-END ")"
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                   UNTIL WS-UT-IDX > WS-UT-COUNT
               MOVE 'N' TO WS-UT-FLAG(WS-UT-IDX)
               IF WS-UT-STATUS(WS-UT-IDX) NOT = 'L'
                       AND WS-UT-DECISION(WS-UT-IDX) NOT = 'C'
                   IF WS-UT-ROLE(WS-UT-IDX) = 'A'
                       DISPLAY WS-UT-ID(WS-UT-IDX) " "
                               WS-UT-DEPT(WS-UT-IDX)
                               " ADMINISTRATOR - REVIEW, NOT LOCKED"
                       ADD 1 TO WS-RC-ADMINS
                   ELSE
                       DISPLAY WS-UT-ID(WS-UT-IDX) " "
                               WS-UT-DEPT(WS-UT-IDX)
                               " WILL BE LOCKED"
                       MOVE 'Y' TO WS-UT-FLAG(WS-UT-IDX)
                       ADD 1 TO WS-RC-CANDIDATES
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'X' TO WS-RC-LOCK-DECISION
           PERFORM 856-CONFIRM-AND-LOCK.

      *****************************************************************
      * 850-DORMANT-ACCOUNT-SWEEP - lock every account with no sign-on
      * for more than SC-DORMANT-DAYS. An account that has never
      * signed on is measured from its last password set (its
      * creation, for a new account). Administrator accounts are
      * reported, never locked. The candidates are listed first and
      * nothing is locked until the operator confirms.
      *****************************************************************
       850-DORMANT-ACCOUNT-SWEEP.
           PERFORM 870-READ-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RC-TODAY
           COMPUTE WS-RC-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   WS-RC-TODAY)
           MOVE SPACES TO WS-RC-CYCLE
           PERFORM 864-SET-CYCLE
           PERFORM 860-LOAD-USERS
           MOVE 0 TO WS-RC-CANDIDATES
           MOVE 0 TO WS-RC-ADMINS
           MOVE 0 TO WS-RC-LOCKED
           DISPLAY " "
           DISPLAY "DORMANT ACCOUNTS - NO SIGN-ON FOR MORE THAN "
                   WS-DORMANT-DAYS " DAYS"
           DISPLAY "USER ID  DEPARTMENT      ROLE LAST-LOGIN IDLE"
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                   UNTIL WS-UT-IDX > WS-UT-COUNT
               MOVE 'N' TO WS-UT-FLAG(WS-UT-IDX)
               IF WS-UT-STATUS(WS-UT-IDX) NOT = 'L'
                   PERFORM 852-CHECK-DORMANT
               END-IF
           END-PERFORM
           MOVE 'D' TO WS-RC-LOCK-DECISION
           PERFORM 856-CONFIRM-AND-LOCK.

       852-CHECK-DORMANT.
           MOVE 0 TO WS-DS-REF-DATE
           IF WS-UT-LAST-LOGIN(WS-UT-IDX) NUMERIC
                   AND WS-UT-LAST-LOGIN(WS-UT-IDX) > 0
               MOVE WS-UT-LAST-LOGIN(WS-UT-IDX) TO WS-DS-REF-DATE
           ELSE
               IF WS-UT-PW-DATE(WS-UT-IDX) NUMERIC
                       AND WS-UT-PW-DATE(WS-UT-IDX) > 0
                   MOVE WS-UT-PW-DATE(WS-UT-IDX) TO WS-DS-REF-DATE
               END-IF
           END-IF
           IF WS-DS-REF-DATE = 0
               DISPLAY WS-UT-ID(WS-UT-IDX) " "
                       WS-UT-DEPT(WS-UT-IDX) " "
                       WS-UT-ROLE(WS-UT-IDX)
                       "    NO SIGN-ON OR PASSWORD DATE - CHECK"
           ELSE
               COMPUTE WS-DS-IDLE-DAYS = WS-RC-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(WS-DS-REF-DATE)
               IF WS-DS-IDLE-DAYS > WS-DORMANT-DAYS
                   IF WS-UT-ROLE(WS-UT-IDX) = 'A'
                       DISPLAY WS-UT-ID(WS-UT-IDX) " "
                               WS-UT-DEPT(WS-UT-IDX) " "
                               WS-UT-ROLE(WS-UT-IDX) "    "
                               WS-UT-LAST-LOGIN(WS-UT-IDX) " "
                               WS-DS-IDLE-DAYS
                               " ADMINISTRATOR - REVIEW, NOT LOCKED"
                       ADD 1 TO WS-RC-ADMINS
                   ELSE
                       DISPLAY WS-UT-ID(WS-UT-IDX) " "
                               WS-UT-DEPT(WS-UT-IDX) " "
                               WS-UT-ROLE(WS-UT-IDX) "    "
                               WS-UT-LAST-LOGIN(WS-UT-IDX) " "
                               WS-DS-IDLE-DAYS
                       MOVE 'Y' TO WS-UT-FLAG(WS-UT-IDX)
                       ADD 1 TO WS-RC-CANDIDATES
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 856-CONFIRM-AND-LOCK - after the candidates have been listed
      * (WS-UT-FLAG = 'Y'), ask once and lock them through
      * USERMANAGEMENT, recording each lock under WS-RC-LOCK-DECISION.
      *****************************************************************
       856-CONFIRM-AND-LOCK.
           IF WS-RC-CANDIDATES = 0
               DISPLAY "No accounts to lock. " WS-RC-ADMINS
                       " administrator account(s) reported."
           ELSE
               DISPLAY "Lock " WS-RC-CANDIDATES
                       " account(s) now (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-RC-ANSWER
               IF WS-RC-ANSWER = 'Y' OR WS-RC-ANSWER = 'y'
                   MOVE SPACES TO WS-RC-HEAD-ID
                   PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                           UNTIL WS-UT-IDX > WS-UT-COUNT
                       IF WS-UT-FLAG(WS-UT-IDX) = 'Y'
                           MOVE WS-UT-ID(WS-UT-IDX) TO WS-AD-TARGET-ID
                           MOVE "LOCK" TO WS-AD-ACTION
                           PERFORM 900-CALL-USERMANAGEMENT
                           IF WS-AD-RESULT = 'S'
                               MOVE WS-RC-LOCK-DECISION TO AR-DECISION
                               PERFORM 868-WRITE-RECERT-ROW
                               ADD 1 TO WS-RC-LOCKED
                           END-IF
                       END-IF
                   END-PERFORM
                   DISPLAY WS-RC-LOCKED " ACCOUNT(S) LOCKED, "
                           WS-RC-ADMINS
                           " ADMINISTRATOR ACCOUNT(S) REPORTED"
               ELSE
                   DISPLAY "Nothing locked."
               END-IF
           END-IF.

      *****************************************************************
      * 860-LOAD-USERS - every USERFILE account into WS-UT-TABLE, and
      * the distinct departments into WS-DP-TABLE in the order they
      * are met. USERFILE is closed again before returning.
      *****************************************************************
       860-LOAD-USERS.
           MOVE 0 TO WS-UT-COUNT
           MOVE 0 TO WS-DP-COUNT
           OPEN INPUT USER-FILE
           IF USER-FILE-STATUS NOT = '00'
               DISPLAY "No user file on disk. Status: "
                       USER-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-RC-EOF
               PERFORM UNTIL WS-RC-EOF = 'Y'
                   READ USER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RC-EOF
                       NOT AT END
                           PERFORM 861-STORE-USER
                   END-READ
               END-PERFORM
               CLOSE USER-FILE
           END-IF.

       861-STORE-USER.
           IF WS-UT-COUNT < 300
               ADD 1 TO WS-UT-COUNT
               SET WS-UT-IDX TO WS-UT-COUNT
               MOVE USER-ID         TO WS-UT-ID(WS-UT-IDX)
               MOVE USER-NAME       TO WS-UT-NAME(WS-UT-IDX)
               MOVE USER-ROLE       TO WS-UT-ROLE(WS-UT-IDX)
               MOVE USER-DEPARTMENT TO WS-UT-DEPT(WS-UT-IDX)
               MOVE USER-STATUS     TO WS-UT-STATUS(WS-UT-IDX)
               MOVE USER-LAST-LOGIN TO WS-UT-LAST-LOGIN(WS-UT-IDX)
               MOVE USER-PW-CHANGE-DATE TO WS-UT-PW-DATE(WS-UT-IDX)
               MOVE SPACES          TO WS-UT-DECISION(WS-UT-IDX)
               MOVE 'N'             TO WS-UT-FLAG(WS-UT-IDX)
               MOVE 'N' TO WS-DP-FOUND
               PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                       UNTIL WS-DP-IDX > WS-DP-COUNT
                   IF WS-DP-NAME(WS-DP-IDX) = USER-DEPARTMENT
                       MOVE 'Y' TO WS-DP-FOUND
                   END-IF
               END-PERFORM
               IF WS-DP-FOUND = 'N' AND WS-DP-COUNT < 100
                   ADD 1 TO WS-DP-COUNT
                   MOVE USER-DEPARTMENT TO WS-DP-NAME(WS-DP-COUNT)
               END-IF
           ELSE
               DISPLAY "USER TABLE FULL - " USER-ID " NOT LISTED"
           END-IF.

      *>   The recertification file is in time order, so the last row
      *>   for a user in the cycle is the decision that stands.
       862-LOAD-CYCLE-DECISIONS.
           OPEN INPUT ACCESS-RECERT-FILE
           IF AR-STATUS = '00'
               MOVE 'N' TO WS-RC-EOF
               PERFORM UNTIL WS-RC-EOF = 'Y'
                   READ ACCESS-RECERT-FILE
                       AT END
                           MOVE 'Y' TO WS-RC-EOF
                       NOT AT END
                           IF AR-CYCLE = WS-RC-CYCLE
                               PERFORM 863-APPLY-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-RECERT-FILE
           END-IF.

       863-APPLY-DECISION.
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                   UNTIL WS-UT-IDX > WS-UT-COUNT
               IF WS-UT-ID(WS-UT-IDX) = AR-USER-ID
                   MOVE AR-DECISION TO WS-UT-DECISION(WS-UT-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      * 864-SET-CYCLE - the quarter in WS-RC-CYCLE (YYYYQn), or the
      * quarter today falls in when it is blank, with its first day
      * and the last day of its recertification window. A cycle not
      * in YYYYQn form comes back blank.
      *****************************************************************
       864-SET-CYCLE.
           IF WS-RC-CYCLE = SPACES
               MOVE WS-RC-TODAY(1:4) TO WS-RC-QS-YEAR
               MOVE WS-RC-TODAY(5:2) TO WS-RC-QS-MONTH
               COMPUTE WS-RC-QTR = (WS-RC-QS-MONTH - 1) / 3 + 1
               STRING WS-RC-TODAY(1:4) "Q" WS-RC-QTR
                   DELIMITED BY SIZE INTO WS-RC-CYCLE
           ELSE
               IF WS-RC-CYCLE(5:1) = 'q'
                   MOVE 'Q' TO WS-RC-CYCLE(5:1)
               END-IF
               IF WS-RC-CYCLE(1:4) NUMERIC
                       AND WS-RC-CYCLE(5:1) = 'Q'
                       AND WS-RC-CYCLE(6:1) >= '1'
                       AND WS-RC-CYCLE(6:1) <= '4'
                   MOVE WS-RC-CYCLE(1:4) TO WS-RC-QS-YEAR
                   MOVE WS-RC-CYCLE(6:1) TO WS-RC-QTR
               ELSE
                   MOVE SPACES TO WS-RC-CYCLE
               END-IF
           END-IF
           IF WS-RC-CYCLE NOT = SPACES
               COMPUTE WS-RC-QS-MONTH = (WS-RC-QTR - 1) * 3 + 1
               MOVE 1 TO WS-RC-QS-DAY
               COMPUTE WS-RC-WINDOW-END = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RC-QTR-START)
                       + WS-RECERT-WINDOW-DAYS - 1)
           END-IF.

      *****************************************************************
      * 866-SHOW-USER-RIGHTS - the function codes ACCESSCHECK grants
      * the user at WS-UT-IDX (role grants and user overrides
      * applied), six to a line.
      *****************************************************************
       866-SHOW-USER-RIGHTS.
           MOVE SPACES TO WS-RT-LINE
           MOVE 1 TO WS-RT-PTR
           MOVE 0 TO WS-RT-ON-LINE
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                   UNTIL WS-FUNC-IDX > 54
               MOVE WS-FUNC(WS-FUNC-IDX) TO WS-AC-FUNCTION
               MOVE WS-UT-ROLE(WS-UT-IDX) TO WS-AC-USER-ROLE
               MOVE WS-UT-ID(WS-UT-IDX) TO WS-AC-USER-ID
               MOVE 'N' TO WS-AC-RESULT
               CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
               IF WS-AC-RESULT = 'Y'
                   STRING WS-AC-FUNCTION " " DELIMITED BY SIZE
                       INTO WS-RT-LINE WITH POINTER WS-RT-PTR
                   ADD 1 TO WS-RT-ON-LINE
                   IF WS-RT-ON-LINE = 6
                       DISPLAY "    RIGHTS: " WS-RT-LINE
                       MOVE SPACES TO WS-RT-LINE
                       MOVE 1 TO WS-RT-PTR
                       MOVE 0 TO WS-RT-ON-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RT-ON-LINE > 0
               DISPLAY "    RIGHTS: " WS-RT-LINE
           END-IF.

      *****************************************************************
      * 868-WRITE-RECERT-ROW - append the decision in AR-DECISION for
      * the user at WS-UT-IDX. WS-RC-HEAD-ID is the certifying head
      * (blank for the locks the window close and sweep raise).
      *****************************************************************
       868-WRITE-RECERT-ROW.
           MOVE SPACES TO WS-RC-STAMP
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
           INTO WS-RC-STAMP
           MOVE WS-RC-CYCLE           TO AR-CYCLE
           MOVE WS-UT-ID(WS-UT-IDX)   TO AR-USER-ID
           MOVE WS-UT-DEPT(WS-UT-IDX) TO AR-DEPARTMENT
           MOVE WS-UT-ROLE(WS-UT-IDX) TO AR-ROLE
           MOVE WS-RC-HEAD-ID         TO AR-CERTIFIED-BY
           MOVE LS-EMP-ID             TO AR-RECORDED-BY
           MOVE WS-RC-STAMP           TO AR-TIMESTAMP
           MOVE WS-UT-LAST-LOGIN(WS-UT-IDX) TO AR-LAST-LOGIN
           OPEN EXTEND ACCESS-RECERT-FILE
           IF AR-STATUS = '35'
               OPEN OUTPUT ACCESS-RECERT-FILE
           END-IF
           IF AR-STATUS = '00'
               WRITE ACCESS-RECERT-RECORD
               CLOSE ACCESS-RECERT-FILE
           ELSE
               DISPLAY "ERROR: Unable to record decision. Status: "
                       AR-STATUS
           END-IF.

      *>   The window and dormant thresholds are CONFIG system
      *>   settings; a settings file saved before they existed leaves
      *>   the defaults above standing.
       870-READ-CONFIG.
           OPEN INPUT SYSCONFIG-FILE
           IF CONFIG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-DORMANT-DAYS NUMERIC
                               AND SC-DORMANT-DAYS > 0
                           MOVE SC-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF SC-RECERT-WINDOW-DAYS NUMERIC
                               AND SC-RECERT-WINDOW-DAYS > 0
                           MOVE SC-RECERT-WINDOW-DAYS
                               TO WS-RECERT-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

      *****************************************************************
      * 900-CALL-USERMANAGEMENT - drive one admin action through
      * USERMANAGEMENT's admin linkage (the auth user id stays blank
