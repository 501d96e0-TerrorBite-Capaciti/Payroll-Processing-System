       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENROLL.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - benefit election roll. Brings
      *                   each employee's BENEFITS-RECORD up to the
      *                   dated election in force today, so an
      *                   election that has come into effect since the
      *                   last roll (the new year's open enrolment, a
      *                   back-dated life event) is what MEDRECON and
      *                   the other readers of BENEFITS-FILE see. Runs
      *                   as a month-end close step, and BENEFITS
      *                   runs it on entry.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFITS-FILE ASSIGN TO "../data/benefits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-EMP-ID
               FILE STATUS IS BN-FILE-STATUS.

           SELECT BENEFIT-ELECTION-FILE
               ASSIGN TO "../data/benefit_elections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-BE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFITS-FILE.
           COPY benefits.

       FD  BENEFIT-ELECTION-FILE.
           COPY benefit_election.

       WORKING-STORAGE SECTION.
       01  BN-FILE-STATUS         PIC XX.
       01  WS-BE-FILE-STATUS      PIC XX.
       01  WS-TODAY               PIC 9(8).
       01  WS-SCAN-DONE           PIC X(1).
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
       01  LS-EMP-ID              PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-BENROLL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

      *>   Nobody has made a dated election yet - nothing to roll.
           OPEN INPUT BENEFIT-ELECTION-FILE
           IF WS-BE-FILE-STATUS NOT = '00'
               GOBACK
           END-IF

           OPEN I-O BENEFITS-FILE
           IF BN-FILE-STATUS = '35'
               OPEN OUTPUT BENEFITS-FILE
               CLOSE BENEFITS-FILE
               OPEN I-O BENEFITS-FILE
           END-IF

           PERFORM 180-APPLY-DUE-ELECTIONS

           CLOSE BENEFITS-FILE
           CLOSE BENEFIT-ELECTION-FILE
           GOBACK.

      *****************************************************************
      * 180-APPLY-DUE-ELECTIONS - bring BENEFITS-RECORD up to the
      * election in force today for every employee with dated
      * elections. The rows come in employee and date order; the last
      * one not after today wins.
      *****************************************************************
       180-APPLY-DUE-ELECTIONS.
           MOVE 0 TO WS-APPLIED-COUNT
           MOVE SPACES TO WS-AP-EMP-ID
           MOVE 'N' TO WS-AP-HAVE
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO BE-KEY
           START BENEFIT-ELECTION-FILE KEY IS NOT LESS THAN BE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BENEFIT-ELECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF BE-EMP-ID NOT = WS-AP-EMP-ID
                           PERFORM 185-APPLY-ONE-ELECTION
                           MOVE BE-EMP-ID TO WS-AP-EMP-ID
                           MOVE 'N' TO WS-AP-HAVE
                       END-IF
                       IF BE-EFF-DATE NOT > WS-TODAY
                           MOVE BE-ELECTION TO WS-AP-ELECTION
                           MOVE 'Y' TO WS-AP-HAVE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 185-APPLY-ONE-ELECTION
           IF WS-APPLIED-COUNT > 0
               DISPLAY WS-APPLIED-COUNT " benefit election(s) now in "
                       "force applied."
           END-IF.

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
      * 900-JOURNAL-BENEFITS - after-image of the benefits record
      * just written or rewritten, to the master journal (MSTJRNL)
      * for forward recovery.
      *****************************************************************
       900-JOURNAL-BENEFITS.
           MOVE "benefits"      TO WS-MJ-FILE
           MOVE LS-EMP-ID       TO WS-MJ-USER
           MOVE "BENROLL"       TO WS-MJ-PROGRAM
           MOVE BENEFITS-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.
