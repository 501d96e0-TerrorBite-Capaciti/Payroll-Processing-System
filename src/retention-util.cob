      *                   are purged with the master - leave data
      *                   follows the employee-master retention
      *                   period. Everything registers as before.
      * 2026-10-15  BDEV  Anonymization strips the statutory
      *                   identifiers too - ID/passport number, tax
      *                   reference and SSN.
      * 2026-10-15  BDEV  Leave request work record widened for
      *                   the sick note certificate fields.
      * 2026-10-15  BDEV  Leave request work record widened for
      *                   the cancellation and recall fields.
      * 2026-10-15  BDEV  Anonymized employee records and the benefits
      *                   and leave balance rows purged with them are
      *                   journalled to the master after-image journal
      *                   (MSTJRNL) for forward recovery after a
      *                   restore.
      * 2026-10-15  BDEV  Anonymization deletes every dated benefit
      *                   election row of the subject as well, each
      *                   one journalled and on the destruction
      *                   register; purged leave requests are
      *                   journalled as deletes.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS BN-EMP-ID
               FILE STATUS IS BN-FILE-STATUS.

           SELECT BENEFIT-ELECTION-FILE
               ASSIGN TO "../data/benefit_elections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS BE-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "../data/leave_balances.dat"
               ORGANIZATION IS INDEXED
       FD  BENEFITS-FILE.
           COPY benefits.

       FD  BENEFIT-ELECTION-FILE.
           COPY benefit_election.

       FD  LEAVE-BALANCE-FILE.
           COPY leave_balance.

           COPY leave_request.

       FD  LEAVE-REQ-WORK-FILE.
       01  LEAVE-REQ-WORK-RECORD   PIC X(169).

       FD  SYSCONFIG-FILE.
           COPY sysconfig.
       01  EMP-FILE-STATUS         PIC XX.
       01  AT-FILE-STATUS          PIC XX.
       01  BN-FILE-STATUS          PIC XX.
       01  BE-FILE-STATUS          PIC XX.
       01  LB-FILE-STATUS          PIC XX.
       01  CL-FILE-STATUS          PIC XX.
       01  CW-FILE-STATUS          PIC XX.
       01  WS-CP-DEL-COUNT         PIC 9(7).
       01  WS-LR-DEL-COUNT         PIC 9(7).
       01  WS-SUBJECT-ANON         PIC X(1).
       01  WS-BE-OPEN              PIC X(1).
       01  WS-BE-SCAN-DONE         PIC X(1).
       01  WS-CONFIRM              PIC X(1).

      *> Gate through ACCESSCHECK so a matrix grant or per-user
           05  WS-AC-USER-ID       PIC X(10).
           05  WS-AC-RESULT        PIC X(1).

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
       01  LS-EMP-ID               PIC X(10).
           MOVE 0 TO WS-ANON-COUNT
           OPEN I-O EMPLOYEE-FILE
           OPEN I-O BENEFITS-FILE
           OPEN I-O BENEFIT-ELECTION-FILE
           MOVE 'N' TO WS-BE-OPEN
           IF BE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-BE-OPEN
           END-IF
           OPEN I-O LEAVE-BALANCE-FILE
           IF EMP-FILE-STATUS = '00'
               MOVE LOW-VALUES TO EMP-ID
           END-IF
           CLOSE EMPLOYEE-FILE
           CLOSE BENEFITS-FILE
           CLOSE BENEFIT-ELECTION-FILE
           CLOSE LEAVE-BALANCE-FILE.

       330-ANONYMIZE-ONE.
           MOVE SPACES TO EMP-BANK-DETAILS
           MOVE SPACES TO EMP-CONTACT-DETAILS
           MOVE SPACES TO EMP-MANAGER-ID
           MOVE SPACES TO EMP-ID-NUMBER
           MOVE SPACES TO EMP-PASSPORT-NO
           MOVE SPACES TO EMP-PASSPORT-COUNTRY
           MOVE SPACES TO EMP-TAX-REF-NO
           MOVE SPACES TO EMP-SSN
           REWRITE EMPLOYEE-RECORD
           IF EMP-FILE-STATUS = '00'
               MOVE 'C' TO WS-MJ-OPERATION
               PERFORM 390-JOURNAL-EMPLOYEE
           END-IF
           ADD 1 TO WS-ANON-COUNT
           MOVE "EMPLOYEE-MASTER" TO DR-SCOPE
           MOVE "NAME/BIRTH/BANK/CONTACT/ID STRIPPED" TO DR-DETAIL
           PERFORM 350-WRITE-DESTRUCTION-ROW

           MOVE EMP-ID TO BN-EMP-ID
                   CONTINUE
               NOT INVALID KEY
                   DELETE BENEFITS-FILE
                   IF BN-FILE-STATUS = '00'
                       MOVE 'D' TO WS-MJ-OPERATION
                       PERFORM 392-JOURNAL-BENEFITS
                   END-IF
                   MOVE "BENEFITS" TO DR-SCOPE
                   MOVE "BENEFIT ELECTION RECORD DELETED"
                       TO DR-DETAIL
                   PERFORM 350-WRITE-DESTRUCTION-ROW
           END-READ

           PERFORM 335-DELETE-ELECTIONS

           MOVE EMP-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE LEAVE-BALANCE-FILE
                   IF LB-FILE-STATUS = '00'
                       MOVE 'D' TO WS-MJ-OPERATION
                       PERFORM 394-JOURNAL-LEAVE-BALANCE
                   END-IF
                   MOVE "LEAVE-BALANCE" TO DR-SCOPE
                   MOVE "LEAVE BALANCE RECORD DELETED"
                       TO DR-DETAIL
                   PERFORM 350-WRITE-DESTRUCTION-ROW
           END-READ.

      *****************************************************************
      * 335-DELETE-ELECTIONS - every dated benefit election on file
      * for the subject, in force, past or not yet effective, goes
      * with the benefits row.
      *****************************************************************
       335-DELETE-ELECTIONS.
           IF WS-BE-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BE-SCAN-DONE
           MOVE EMP-ID TO BE-EMP-ID
           MOVE 0 TO BE-EFF-DATE
           START BENEFIT-ELECTION-FILE KEY IS NOT LESS THAN BE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BE-SCAN-DONE
           END-START
           PERFORM UNTIL WS-BE-SCAN-DONE = 'Y'
               READ BENEFIT-ELECTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BE-SCAN-DONE
                   NOT AT END
                       IF BE-EMP-ID NOT = EMP-ID
                           MOVE 'Y' TO WS-BE-SCAN-DONE
                       ELSE
                           DELETE BENEFIT-ELECTION-FILE
                           IF BE-FILE-STATUS = '00'
                               MOVE 'D' TO WS-MJ-OPERATION
                               PERFORM 393-JOURNAL-ELECTION
                           END-IF
                           MOVE "BENEFIT-ELECTIONS" TO DR-SCOPE
                           MOVE SPACES TO DR-DETAIL
                           STRING "BENEFIT ELECTION RECORD DELETED "
                                   BE-EFF-DATE
                                   DELIMITED BY SIZE INTO DR-DETAIL
                           PERFORM 350-WRITE-DESTRUCTION-ROW
                       END-IF
               END-READ
           END-PERFORM.

       340-PURGE-ATTENDANCE.
           MOVE 0 TO WS-ATT-DEL-COUNT
           OPEN I-O ATTENDANCE-FILE
                           PERFORM 385-IS-ANONYMIZED
                           IF WS-SUBJECT-ANON = 'Y'
                               ADD 1 TO WS-LR-DEL-COUNT
                               MOVE 'D' TO WS-MJ-OPERATION
                               PERFORM 396-JOURNAL-LEAVE-REQUEST
                           ELSE
                               WRITE LEAVE-REQ-WORK-RECORD
                                   FROM LEAVE-REQUEST-RECORD
               WRITE DESTRUCTION-REGISTER-RECORD
               CLOSE DESTRUCTION-REG-FILE
           END-IF.

      *****************************************************************
      * 390-JOURNAL-EMPLOYEE - after-image of the employees
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       390-JOURNAL-EMPLOYEE.
           MOVE "employees"     TO WS-MJ-FILE
           MOVE LS-EMP-ID       TO WS-MJ-USER
           MOVE "RETENTION"     TO WS-MJ-PROGRAM
           MOVE EMPLOYEE-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 392-JOURNAL-BENEFITS - after-image of the benefits
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       392-JOURNAL-BENEFITS.
           MOVE "benefits"      TO WS-MJ-FILE
           MOVE LS-EMP-ID       TO WS-MJ-USER
           MOVE "RETENTION"     TO WS-MJ-PROGRAM
           MOVE BENEFITS-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 394-JOURNAL-LEAVE-BALANCE - after-image of the leave_balances
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       394-JOURNAL-LEAVE-BALANCE.
           MOVE "leave_balances"     TO WS-MJ-FILE
           MOVE LS-EMP-ID            TO WS-MJ-USER
           MOVE "RETENTION"          TO WS-MJ-PROGRAM
           MOVE LEAVE-BALANCE-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 393-JOURNAL-ELECTION - after-image of the dated benefit
      * election just deleted, to the master journal (MSTJRNL).
      *****************************************************************
       393-JOURNAL-ELECTION.
           MOVE "ben_elections"         TO WS-MJ-FILE
           MOVE LS-EMP-ID               TO WS-MJ-USER
           MOVE "RETENTION"             TO WS-MJ-PROGRAM
           MOVE BENEFIT-ELECTION-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 396-JOURNAL-LEAVE-REQUEST - after-image of a leave request
      * purged with its anonymized subject, to the master journal
      * (MSTJRNL).
      *****************************************************************
       396-JOURNAL-LEAVE-REQUEST.
           MOVE "leave_requests"     TO WS-MJ-FILE
           MOVE LS-EMP-ID            TO WS-MJ-USER
           MOVE "RETENTION"          TO WS-MJ-PROGRAM
           MOVE LEAVE-REQUEST-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.
       END PROGRAM RETENTION.
