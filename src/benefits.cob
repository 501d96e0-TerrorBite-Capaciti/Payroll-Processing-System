      *                   discrepancies) and option 5 marks a queued
      *                   correction worked once the election is
      *                   fixed.
      * 2026-10-15  BDEV  Elections are now effective-dated on
      *                   BENEFIT-ELECTION-FILE. A change is either an
      *                   open enrolment election for next year (only
      *                   inside CONFIG's enrolment window, effective
      *                   1 January), a life-event change with its
      *                   reason and supporting date (effective on
      *                   that date), or a correction of the election
      *                   in force against a queued scheme correction.
      *                   Employees make their own open enrolment
      *                   elections (option 6). BENEFITS-RECORD is
      *                   kept as the election in force today, and
      *                   elections falling due are applied to it on
      *                   entry.
      * 2026-10-15  BDEV  Benefits record adds and changes are
      *                   journalled to the master after-image journal
      *                   (MSTJRNL) for forward recovery after a
      *                   restore.
      * 2026-10-15  BDEV  Elections falling due are now applied by
      *                   BENROLL (also a month-end close step), run
      *                   here on entry. Dated election adds and
      *                   changes are journalled to MSTJRNL too.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BC-FILE-STATUS.

           SELECT BENEFIT-ELECTION-FILE
               ASSIGN TO "../data/benefit_elections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-BE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFITS-FILE.
       FD  CORRECTION-FILE.
           COPY benefit_correction.

       FD  BENEFIT-ELECTION-FILE.
           COPY benefit_election.

       WORKING-STORAGE SECTION.
       01  BN-FILE-STATUS         PIC XX.
       01  WS-CONFIG-FILE-STATUS  PIC XX.
       01  WS-BC-PENDING          PIC 9(4).
       01  WS-BC-PICK             PIC X(10).
       01  WS-BC-UPDATED          PIC X(1).
      *> Effective-dated elections: the open enrolment window (MMDD,
      *> CONFIG's defaults until it is first saved), the change being
      *> made and the date it takes effect.
       01  WS-BE-FILE-STATUS      PIC XX.
       01  WS-ENROL-FROM          PIC 9(4) VALUE 1101.
       01  WS-ENROL-TO            PIC 9(4) VALUE 1130.
       01  WS-SELF-SERVICE        PIC X(1) VALUE 'N'.
       01  WS-TODAY               PIC 9(8).
       01  WS-TODAY-MMDD          PIC 9(4).
       01  WS-NEXT-YEAR           PIC 9(4).
       01  WS-EFF-DATE            PIC 9(8).
       01  WS-IN-FORCE-DATE       PIC 9(8).
       01  WS-CHANGE-TYPE         PIC X(1).
       01  WS-EVENT-CODE          PIC X(4).
       01  WS-EVENT-DATE          PIC 9(8).
       01  WS-ROUTE-OK            PIC X(1).
       01  WS-SCAN-DONE           PIC X(1).
       01  WS-HAS-HISTORY         PIC X(1).
       01  WS-HIST-COUNT          PIC 9(4).
       01  WS-APPLIED-COUNT       PIC 9(4).
       01  WS-AP-EMP-ID           PIC X(10).
       01  WS-AP-HAVE             PIC X(1).
       01  WS-AP-ELECTION         PIC X(10).
      *> After-image journal of master file updates (MSTJRNL).
       01  WS-MST-JOURNAL-PARAMS.
           05  WS-MJ-FILE          PIC X(14).
           05  WS-MJ-OPERATION     PIC X(1).
           05  WS-MJ-USER          PIC X(10).
           05  WS-MJ-PROGRAM       PIC X(16).
           05  WS-MJ-IMAGE         PIC X(1000).
           05  WS-MJ-RESULT        PIC X(1).

       LINKAGE SECTION.
       01  LS-USER-ROLE           PIC X(1).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-BENEFITS.
      *>   Anyone else may only view their own benefits and make their
      *>   own open enrolment elections.
           IF LS-USER-ROLE NOT = 'A' AND LS-USER-ROLE NOT = 'H'
               MOVE 'Y' TO WS-SELF-SERVICE
           END-IF.

           PERFORM 150-READ-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(5:4) TO WS-TODAY-MMDD
           MOVE WS-TODAY(1:4) TO WS-NEXT-YEAR
           ADD 1 TO WS-NEXT-YEAR

      *>   Elections that have come into force since the last roll are
      *>   applied first, so the menu shows today's position.
           CALL "BENROLL" USING LS-USER-ROLE, LS-EMP-ID

           OPEN I-O BENEFITS-FILE
           IF BN-FILE-STATUS = '35'
               OPEN I-O BENEFITS-FILE
           END-IF

           OPEN I-O BENEFIT-ELECTION-FILE
           IF WS-BE-FILE-STATUS = '35'
               OPEN OUTPUT BENEFIT-ELECTION-FILE
               CLOSE BENEFIT-ELECTION-FILE
               OPEN I-O BENEFIT-ELECTION-FILE
           END-IF

           IF WS-SELF-SERVICE = 'Y'
               PERFORM 110-SELF-SERVICE-MENU
               CLOSE BENEFIT-ELECTION-FILE
               CLOSE BENEFITS-FILE
               GOBACK
           END-IF

           PERFORM 170-SHOW-CORRECTION-QUEUE

           PERFORM UNTIL WS-BENEFIT-CHOICE = 0
               DISPLAY "3. Update 401K Contribution"
               DISPLAY "4. Update Other Benefits"
               DISPLAY "5. Mark Scheme Correction Worked"
               DISPLAY "6. Open Enrolment Elections"
               DISPLAY "0. Return to Main Menu"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-BENEFIT-CHOICE
                   WHEN 3 PERFORM 400-UPDATE-401K
                   WHEN 4 PERFORM 500-UPDATE-OTHER
                   WHEN 5 PERFORM 700-MARK-CORRECTION-DONE
                   WHEN 6 PERFORM 800-OPEN-ENROLMENT
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           CLOSE BENEFIT-ELECTION-FILE.
           CLOSE BENEFITS-FILE.
           GOBACK.

       110-SELF-SERVICE-MENU.
           PERFORM UNTIL WS-BENEFIT-CHOICE = 0
               DISPLAY " "
               DISPLAY "ByteBank My Benefits"
               DISPLAY "---------------------------"
               DISPLAY "1. View My Benefits"
               DISPLAY "6. Open Enrolment Elections"
               DISPLAY "0. Return to Main Menu"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-BENEFIT-CHOICE

               EVALUATE WS-BENEFIT-CHOICE
                   WHEN 1 PERFORM 200-VIEW-BENEFITS
                   WHEN 6 PERFORM 800-OPEN-ENROLMENT
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.

      *****************************************************************
      * 170-SHOW-CORRECTION-QUEUE - the pending scheme billing
      * discrepancies MEDRECON queued for this module to correct.

      *****************************************************************
      * 150-READ-CONFIG - pick up the current 401K max contribution
      * rate and the open enrolment window from CONFIG's settings
      * file. If CONFIG has never been run, the VALUE clauses above
      * stand as the defaults.
      *****************************************************************
       150-READ-CONFIG.
           OPEN INPUT SYSCONFIG-FILE
                       CONTINUE
                   NOT AT END
                       MOVE SC-401K-MAX-RATE TO WS-401K-MAX-RATE
                       IF SC-BEN-ENROL-FROM NUMERIC
                               AND SC-BEN-ENROL-FROM > 0
                           MOVE SC-BEN-ENROL-FROM TO WS-ENROL-FROM
                           MOVE SC-BEN-ENROL-TO TO WS-ENROL-TO
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

      *****************************************************************
      * 150-LOOKUP-BENEFITS - load into WS-BENEFIT-DATA this
      * employee's election in force on WS-EFF-DATE: the latest
      * BENEFIT-ELECTION-FILE row dated on or before it. If there is
      * none (new employee, or nothing elected until a later date),
      * WS-BENEFIT-DATA's "no"/zero defaults stand.
      *****************************************************************
       150-LOOKUP-BENEFITS.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-DENTAL-INS
           MOVE 'N' TO WS-VISION-INS
           MOVE 0   TO WS-DEPENDANTS
           MOVE 0   TO WS-IN-FORCE-DATE

           PERFORM 155-CARRY-OVER-ELECTION
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-EMPLOYEE-ID TO BE-EMP-ID
           MOVE 0 TO BE-EFF-DATE
           START BENEFIT-ELECTION-FILE KEY IS NOT LESS THAN BE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BENEFIT-ELECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF BE-EMP-ID NOT = WS-EMPLOYEE-ID
                               OR BE-EFF-DATE > WS-EFF-DATE
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE 'Y' TO WS-FOUND-SW
                           MOVE BE-ELECTION TO WS-BENEFIT-DATA
                           MOVE BE-EFF-DATE TO WS-IN-FORCE-DATE
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      * 155-CARRY-OVER-ELECTION - the first time an employee's
      * elections are touched, the BENEFITS-RECORD made before
      * elections were dated goes onto the history as a row dated 0,
      * so a back-dated payroll run still finds it.
      *****************************************************************
       155-CARRY-OVER-ELECTION.
           MOVE 'N' TO WS-HAS-HISTORY
           MOVE WS-EMPLOYEE-ID TO BE-EMP-ID
           MOVE 0 TO BE-EFF-DATE
           START BENEFIT-ELECTION-FILE KEY IS NOT LESS THAN BE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BENEFIT-ELECTION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BE-EMP-ID = WS-EMPLOYEE-ID
                               MOVE 'Y' TO WS-HAS-HISTORY
                           END-IF
                   END-READ
           END-START
           IF WS-HAS-HISTORY = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMPLOYEE-ID TO BN-EMP-ID
           READ BENEFITS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   INITIALIZE BENEFIT-ELECTION-RECORD
                   MOVE WS-EMPLOYEE-ID TO BE-EMP-ID
                   MOVE 0             TO BE-EFF-DATE
                   MOVE BN-HEALTH-INS TO BE-HEALTH-INS
                   MOVE BN-401K-PCT   TO BE-401K-PCT
                   MOVE BN-LIFE-INS   TO BE-LIFE-INS
                   MOVE BN-DENTAL-INS TO BE-DENTAL-INS
                   MOVE BN-VISION-INS TO BE-VISION-INS
                   IF BN-DEPENDANTS NUMERIC
                       MOVE BN-DEPENDANTS TO BE-DEPENDANTS
                   END-IF
                   SET BE-CARRIED-OVER TO TRUE
                   MOVE LS-EMP-ID     TO BE-CAPTURED-BY
                   MOVE WS-TODAY      TO BE-CAPTURED-DATE
                   WRITE BENEFIT-ELECTION-RECORD
                   IF WS-BE-FILE-STATUS = '00'
                       MOVE 'A' TO WS-MJ-OPERATION
                       PERFORM 910-JOURNAL-ELECTION
                   END-IF
           END-READ.

      *****************************************************************
      * 160-CHOOSE-CHANGE - how an election is being changed, which
      * decides the date it takes effect. Open enrolment is only
      * open inside the window and takes effect on 1 January next
      * year; outside it a change needs a life event and the date it
      * happened; a correction fixes the election in force today and
      * needs a scheme correction queued by MEDRECON. Sets
      * WS-ROUTE-OK and WS-EFF-DATE.
      *****************************************************************
       160-CHOOSE-CHANGE.
           MOVE 'N' TO WS-ROUTE-OK
           MOVE SPACES TO WS-EVENT-CODE
           MOVE 0 TO WS-EVENT-DATE
           DISPLAY "Change type - O=open enrolment for " WS-NEXT-YEAR
                   ", L=life event, C=scheme correction: "
                   WITH NO ADVANCING
           MOVE SPACE TO WS-CHANGE-TYPE
           ACCEPT WS-CHANGE-TYPE
           MOVE FUNCTION UPPER-CASE(WS-CHANGE-TYPE) TO WS-CHANGE-TYPE
           EVALUATE WS-CHANGE-TYPE
               WHEN 'O'
                   PERFORM 165-CHECK-ENROLMENT-WINDOW
               WHEN 'L'
                   PERFORM 166-CAPTURE-LIFE-EVENT
               WHEN 'C'
                   PERFORM 167-CHECK-CORRECTION-QUEUED
               WHEN OTHER
                   DISPLAY "Invalid change type - nothing changed."
           END-EVALUATE.

       165-CHECK-ENROLMENT-WINDOW.
           IF WS-TODAY-MMDD < WS-ENROL-FROM
                   OR WS-TODAY-MMDD > WS-ENROL-TO
               DISPLAY "Open enrolment is closed - it runs from "
                       WS-ENROL-FROM " to " WS-ENROL-TO " (MMDD)."
               DISPLAY "Outside the window only a life event can "
                       "change elections."
           ELSE
               MOVE 'Y' TO WS-ROUTE-OK
               STRING WS-NEXT-YEAR "0101" DELIMITED BY SIZE
                   INTO WS-EFF-DATE
           END-IF.

       166-CAPTURE-LIFE-EVENT.
           DISPLAY "Life event - MARR marriage, BRTH birth/adoption, "
                   "LOSS loss of other cover, NEWH new hire: "
                   WITH NO ADVANCING
           ACCEPT WS-EVENT-CODE
           MOVE FUNCTION UPPER-CASE(WS-EVENT-CODE) TO WS-EVENT-CODE
           IF WS-EVENT-CODE NOT = "MARR" AND NOT = "BRTH"
                   AND NOT = "LOSS" AND NOT = "NEWH"
               DISPLAY "Not a qualifying life event - nothing "
                       "changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date of the event (YYYYMMDD): " WITH NO ADVANCING
           MOVE 0 TO WS-EVENT-DATE
           ACCEPT WS-EVENT-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EVENT-DATE) NOT = 0
                   OR WS-EVENT-DATE > WS-TODAY
               DISPLAY "A valid event date on or before today is "
                       "required - nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ROUTE-OK
           MOVE WS-EVENT-DATE TO WS-EFF-DATE.

      *>   The correction replaces the row in force today, so it keeps
      *>   that row's effective date.
       167-CHECK-CORRECTION-QUEUED.
           MOVE 'N' TO WS-BC-UPDATED
           OPEN INPUT CORRECTION-FILE
           IF WS-BC-FILE-STATUS = '00'
               PERFORM UNTIL WS-BC-FILE-STATUS NOT = '00'
                   READ CORRECTION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BC-EMP-ID = WS-EMPLOYEE-ID AND BC-PENDING
                               MOVE 'Y' TO WS-BC-UPDATED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
           END-IF
           IF WS-BC-UPDATED NOT = 'Y'
               DISPLAY "No scheme correction queued for "
                       WS-EMPLOYEE-ID " - use open enrolment or a "
                       "life event."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-EFF-DATE
           PERFORM 150-LOOKUP-BENEFITS
           MOVE WS-IN-FORCE-DATE TO WS-EFF-DATE
           MOVE 'Y' TO WS-ROUTE-OK.

      *>   BENEFITS-RECORD(11:10) is the election after BN-EMP-ID.
       185-APPLY-ONE-ELECTION.
           IF WS-AP-HAVE = 'Y'
               MOVE WS-AP-EMP-ID TO BN-EMP-ID
               READ BENEFITS-FILE
                   INVALID KEY
                       MOVE WS-AP-ELECTION TO BENEFITS-RECORD(11:10)
                       WRITE BENEFITS-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       IF BN-FILE-STATUS = '00'
                           MOVE 'A' TO WS-MJ-OPERATION
                           PERFORM 900-JOURNAL-BENEFITS
                       END-IF
                   NOT INVALID KEY
                       IF BENEFITS-RECORD(11:10) NOT = WS-AP-ELECTION
                           MOVE WS-AP-ELECTION
                               TO BENEFITS-RECORD(11:10)
                           REWRITE BENEFITS-RECORD
                           ADD 1 TO WS-APPLIED-COUNT
                           IF BN-FILE-STATUS = '00'
                               MOVE 'C' TO WS-MJ-OPERATION
                               PERFORM 900-JOURNAL-BENEFITS
                           END-IF
                       END-IF
               END-READ
               MOVE 'N' TO WS-AP-HAVE
           END-IF.

      *****************************************************************
      * 600-SAVE-BENEFITS - record WS-BENEFIT-DATA for WS-EMPLOYEE-ID
      * as the election effective WS-EFF-DATE, replacing a row
      * already dated that day. When it is already in force, the
      * employee's BENEFITS-RECORD is brought up to today's election.
      *****************************************************************
       600-SAVE-BENEFITS.
           MOVE WS-EMPLOYEE-ID TO BE-EMP-ID
           MOVE WS-EFF-DATE    TO BE-EFF-DATE
           READ BENEFIT-ELECTION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ
           MOVE WS-BENEFIT-DATA TO BE-ELECTION
           MOVE WS-CHANGE-TYPE  TO BE-SOURCE
           MOVE WS-EVENT-CODE   TO BE-EVENT-CODE
           MOVE WS-EVENT-DATE   TO BE-EVENT-DATE
           MOVE LS-EMP-ID       TO BE-CAPTURED-BY
           MOVE WS-TODAY        TO BE-CAPTURED-DATE
           IF WS-FOUND-SW = 'Y'
               REWRITE BENEFIT-ELECTION-RECORD
               MOVE 'C' TO WS-MJ-OPERATION
           ELSE
               WRITE BENEFIT-ELECTION-RECORD
               MOVE 'A' TO WS-MJ-OPERATION
           END-IF
           IF WS-BE-FILE-STATUS = '00'
               PERFORM 910-JOURNAL-ELECTION
           END-IF
           DISPLAY "Election effective " WS-EFF-DATE " recorded."
           IF WS-EFF-DATE NOT > WS-TODAY
               MOVE WS-TODAY TO WS-EFF-DATE
               PERFORM 150-LOOKUP-BENEFITS
               MOVE WS-EMPLOYEE-ID TO WS-AP-EMP-ID
               MOVE WS-BENEFIT-DATA TO WS-AP-ELECTION
               MOVE 'Y' TO WS-AP-HAVE
               PERFORM 185-APPLY-ONE-ELECTION
           END-IF.

       200-VIEW-BENEFITS.
           IF WS-SELF-SERVICE = 'Y'
               MOVE LS-EMP-ID TO WS-EMPLOYEE-ID
           ELSE
               DISPLAY "Enter Employee ID: " WITH NO ADVANCING
               ACCEPT WS-EMPLOYEE-ID
           END-IF
           MOVE WS-TODAY TO WS-EFF-DATE
           PERFORM 150-LOOKUP-BENEFITS
           *> Calculate percentage for display
           COMPUTE WS-DISPLAY-PCT = WS-401K-PCT * 100
           DISPLAY "401K Contribution: " WS-DISPLAY-PCT "%"
           DISPLAY "Life Insurance:    " WS-LIFE-INS
           DISPLAY "Dental Insurance:  " WS-DENTAL-INS
           DISPLAY "Vision Insurance:  " WS-VISION-INS
           PERFORM 210-SHOW-ELECTION-HISTORY.

      *****************************************************************
      * 210-SHOW-ELECTION-HISTORY - every dated election on file for
      * WS-EMPLOYEE-ID, oldest first, including any not yet in force.
      *****************************************************************
       210-SHOW-ELECTION-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-EMPLOYEE-ID TO BE-EMP-ID
           MOVE 0 TO BE-EFF-DATE
           START BENEFIT-ELECTION-FILE KEY IS NOT LESS THAN BE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BENEFIT-ELECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF BE-EMP-ID NOT = WS-EMPLOYEE-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           ADD 1 TO WS-HIST-COUNT
                           IF WS-HIST-COUNT = 1
                               DISPLAY " "
                               DISPLAY "Dated elections (EFFECTIVE "
                                       "SRC EVENT DATE HLTH DEP 401K "
                                       "LIFE DENT VIS):"
                           END-IF
                           COMPUTE WS-DISPLAY-PCT = BE-401K-PCT * 100
                           DISPLAY "  " BE-EFF-DATE " " BE-SOURCE " "
                                   BE-EVENT-CODE " " BE-EVENT-DATE " "
                                   BE-HEALTH-INS " " BE-DEPENDANTS " "
                                   WS-DISPLAY-PCT " " BE-LIFE-INS " "
                                   BE-DENTAL-INS " " BE-VISION-INS
                           IF BE-EFF-DATE > WS-TODAY
                               DISPLAY "    (not yet in force)"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       300-UPDATE-HEALTH.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-EMPLOYEE-ID
           PERFORM 160-CHOOSE-CHANGE
           IF WS-ROUTE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM 150-LOOKUP-BENEFITS
           DISPLAY "Current Health Insurance Status: " WS-HEALTH-INS
           DISPLAY "Update to (Y/N): " WITH NO ADVANCING
           COMPUTE WS-401K-MAX-PCT = WS-401K-MAX-RATE * 100
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-EMPLOYEE-ID
           PERFORM 160-CHOOSE-CHANGE
           IF WS-ROUTE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM 150-LOOKUP-BENEFITS
           COMPUTE WS-DISPLAY-PCT = WS-401K-PCT * 100
           DISPLAY "Current 401K Contribution: " WS-DISPLAY-PCT "%"
       500-UPDATE-OTHER.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-EMPLOYEE-ID
           PERFORM 160-CHOOSE-CHANGE
           IF WS-ROUTE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM 150-LOOKUP-BENEFITS
           DISPLAY "Current Other Benefits:"
           DISPLAY "Life Insurance:   " WS-LIFE-INS
           PERFORM 600-SAVE-BENEFITS
           DISPLAY "Other benefits updated for employee: "
                   WS-EMPLOYEE-ID.

      *****************************************************************
      * 800-OPEN-ENROLMENT - all of an employee's elections for next
      * year in one pass, inside the enrolment window only. They take
      * effect on 1 January and can be changed again until the window
      * closes; an employee elects for themselves.
      *****************************************************************
       800-OPEN-ENROLMENT.
           IF WS-SELF-SERVICE = 'Y'
               MOVE LS-EMP-ID TO WS-EMPLOYEE-ID
           ELSE
               DISPLAY "Enter Employee ID: " WITH NO ADVANCING
               ACCEPT WS-EMPLOYEE-ID
           END-IF
           MOVE 'O' TO WS-CHANGE-TYPE
           MOVE SPACES TO WS-EVENT-CODE
           MOVE 0 TO WS-EVENT-DATE
           MOVE 'N' TO WS-ROUTE-OK
           PERFORM 165-CHECK-ENROLMENT-WINDOW
           IF WS-ROUTE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM 150-LOOKUP-BENEFITS
           COMPUTE WS-401K-MAX-PCT = WS-401K-MAX-RATE * 100
           COMPUTE WS-DISPLAY-PCT = WS-401K-PCT * 100
           DISPLAY " "
           DISPLAY "Open enrolment for " WS-NEXT-YEAR " - elections "
                   "for " WS-EMPLOYEE-ID " effective " WS-EFF-DATE
           DISPLAY "Health Insurance:  " WS-HEALTH-INS
                   "  Dependants: " WS-DEPENDANTS
           DISPLAY "401K Contribution: " WS-DISPLAY-PCT "%"
           DISPLAY "Life/Dental/Vision: " WS-LIFE-INS "/"
                   WS-DENTAL-INS "/" WS-VISION-INS
           DISPLAY "Health insurance (Y/N): " WITH NO ADVANCING
           ACCEPT WS-HEALTH-INS
           MOVE FUNCTION UPPER-CASE(WS-HEALTH-INS) TO WS-HEALTH-INS
           IF WS-HEALTH-INS = 'Y'
               DISPLAY "Dependants count (spouse plus children, "
                       "0-19): " WITH NO ADVANCING
               ACCEPT WS-DEPENDANTS
           ELSE
               MOVE 'N' TO WS-HEALTH-INS
               MOVE 0 TO WS-DEPENDANTS
           END-IF
           DISPLAY "401K percentage (0-" WS-401K-MAX-PCT "): "
                   WITH NO ADVANCING
           ACCEPT WS-TEMP-VALUE
           COMPUTE WS-401K-PCT = WS-TEMP-VALUE / 100
           IF WS-401K-PCT > WS-401K-MAX-RATE
               MOVE WS-401K-MAX-RATE TO WS-401K-PCT
               DISPLAY "Contribution capped at plan maximum: "
                       WS-401K-MAX-PCT "%"
           END-IF
           DISPLAY "Life insurance (Y/N): " WITH NO ADVANCING
           ACCEPT WS-LIFE-INS
           MOVE FUNCTION UPPER-CASE(WS-LIFE-INS) TO WS-LIFE-INS
           DISPLAY "Dental insurance (Y/N): " WITH NO ADVANCING
           ACCEPT WS-DENTAL-INS
           MOVE FUNCTION UPPER-CASE(WS-DENTAL-INS) TO WS-DENTAL-INS
           DISPLAY "Vision insurance (Y/N): " WITH NO ADVANCING
           ACCEPT WS-VISION-INS
           MOVE FUNCTION UPPER-CASE(WS-VISION-INS) TO WS-VISION-INS
           PERFORM 600-SAVE-BENEFITS
           DISPLAY "Elections can be changed until the window closes "
                   "on " WS-ENROL-TO " (MMDD).".

      *****************************************************************
      * 900-JOURNAL-BENEFITS - after-image of the benefits
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       900-JOURNAL-BENEFITS.
           MOVE "benefits"      TO WS-MJ-FILE
           MOVE LS-EMP-ID       TO WS-MJ-USER
           MOVE "BENEFITS"      TO WS-MJ-PROGRAM
           MOVE BENEFITS-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 910-JOURNAL-ELECTION - after-image of the dated election just
      * written or rewritten, to the master journal (MSTJRNL).
      *****************************************************************
       910-JOURNAL-ELECTION.
           MOVE "ben_elections"         TO WS-MJ-FILE
           MOVE LS-EMP-ID               TO WS-MJ-USER
           MOVE "BENEFITS"              TO WS-MJ-PROGRAM
           MOVE BENEFIT-ELECTION-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.
       END PROGRAM BENEFITS.
