       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUEMGMT.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - salary cheque lifecycle. A
      *                   cheque PAYROLL draws on the register is
      *                   issued; from here it can be stopped,
      *                   cancelled, stopped and reissued under a new
      *                   number linked to the old one, or marked
      *                   cleared (BANKRECON clears it when the bank
      *                   statement shows it paid). Status is kept per
      *                   cheque number on ../data/cheque_status.dat.
      *                   Every stop, cancel and reissue goes to the
      *                   session's positive pay file for the bank. The
      *                   stale cheque run flags cheques uncashed six
      *                   months after issue, stops them at the bank,
      *                   writes them back to the unclaimed wages
      *                   liability on the GL journal (element UNCLM
      *                   against BANK) and reports them to finance; a
      *                   stale cheque reissued when the employee
      *                   claims it releases the liability again.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-REG-FILE
               ASSIGN TO "../data/cheque_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-FILE-STATUS.

           SELECT CHEQUE-STATUS-FILE
               ASSIGN TO "../data/cheque_status.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-NUMBER
               FILE STATUS IS CX-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO WS-PV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PV-FILE-STATUS.

           SELECT GL-MAPPING-FILE
               ASSIGN TO "../data/gl_mapping.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "../data/gl_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-REG-FILE.
           COPY cheque_register.

       FD  CHEQUE-STATUS-FILE.
           COPY cheque_status.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  POSITIVE-PAY-FILE.
           COPY positive_pay.

       FD  GL-MAPPING-FILE.
       01  GL-MAPPING-RECORD.
           05  GM-ELEMENT          PIC X(6).
           05  FILLER              PIC X(2).
           05  GM-BRANCH           PIC X(10).
           05  FILLER              PIC X(2).
           05  GM-ACCOUNT          PIC X(4).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD         PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  CQ-FILE-STATUS          PIC XX.
       01  CX-FILE-STATUS          PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  PV-FILE-STATUS          PIC XX.
       01  GM-FILE-STATUS          PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  RP-FILE-STATUS          PIC XX.
       01  WS-CHOICE               PIC 9(1).
       01  WS-CONFIRM              PIC X(1).

      *> The cheque in hand, as found on the register.
       01  WS-WANT-NO              PIC 9(6).
       01  WS-FOUND                PIC X(1).
       01  WS-CQ-NUMBER            PIC 9(6).
       01  WS-CQ-EMP-ID            PIC X(10).
       01  WS-CQ-PAY-PERIOD        PIC X(24).
       01  WS-CQ-AMOUNT            PIC 9(7)V99.
       01  WS-CQ-TIMESTAMP         PIC X(19).
       01  WS-ISSUED-X             PIC X(8).
       01  WS-ISSUED-DATE REDEFINES WS-ISSUED-X PIC 9(8).
       01  WS-NEXT-NO              PIC 9(6).
       01  WS-NEW-NO               PIC 9(6).
       01  WS-CX-EXISTS            PIC X(1).
       01  WS-NEW-STATUS           PIC X(1).
       01  WS-REASON               PIC X(30).
       01  WS-STATUS-TEXT          PIC X(10).
       01  WS-LIST-EMP-ID          PIC X(10).
       01  WS-LIST-COUNT           PIC 9(5).

      *> The session's positive pay file, created on its first line.
       01  WS-PV-FILENAME          PIC X(60).
       01  WS-PV-OPENED            PIC X(1) VALUE 'N'.
       01  WS-PV-ISSUE-COUNT       PIC 9(6) VALUE 0.
       01  WS-PV-ISSUE-TOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-PV-VOID-COUNT        PIC 9(6) VALUE 0.
       01  WS-PV-TYPE              PIC X(1).
       01  WS-PV-NUMBER            PIC 9(6).

      *> Stale cheque run.
       01  WS-STALE-CUTOFF         PIC 9(8).
       01  WS-CUT-YYYY             PIC 9(4).
       01  WS-CUT-MM               PIC 9(2).
       01  WS-STALE-COUNT          PIC 9(5).
       01  WS-STALE-TOTAL          PIC 9(11)V99.
       01  WS-CARRIED-COUNT        PIC 9(5).
       01  WS-CARRIED-TOTAL        PIC 9(11)V99.
       01  WS-REPORT-FILENAME      PIC X(60).
       01  WS-LINE-TAG             PIC X(14).

      *> GL journal: the unclaimed wages write-back and its release.
       01  WS-GM-COUNT             PIC 9(2) VALUE 0.
       01  WS-GM-ENTRY OCCURS 50 TIMES INDEXED BY WS-GM-IDX.
           05  WS-GM-ELEMENT       PIC X(6).
           05  WS-GM-BRANCH        PIC X(10).
           05  WS-GM-ACCOUNT       PIC X(4).
       01  WS-GM-WANT-ELEMENT      PIC X(6).
       01  WS-GL-DATE              PIC X(10).
       01  WS-GL-AMOUNT            PIC 9(9)V99.
       01  WS-GL-ACCOUNT           PIC X(4).
       01  WS-GL-DESC              PIC X(34).
       01  WS-GL-DRCR              PIC X(2).
       01  WS-GL-PRINT-AMT         PIC Z(8)9.99.
       01  WS-GL-DR-ELEMENT        PIC X(6).
       01  WS-GL-CR-ELEMENT        PIC X(6).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP            PIC X(19).
       01  WS-TODAY                PIC 9(8).
       01  WS-PRINT-AMT            PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-CHEQUE-MGMT.
           OPEN I-O CHEQUE-STATUS-FILE
           IF CX-FILE-STATUS = '35'
               OPEN OUTPUT CHEQUE-STATUS-FILE
               CLOSE CHEQUE-STATUS-FILE
               OPEN I-O CHEQUE-STATUS-FILE
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           PERFORM 190-SET-TIMESTAMP

           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               DISPLAY " "
               DISPLAY "ByteBank Cheque Register"
               DISPLAY "------------------------"
               DISPLAY "1. List Cheques"
               DISPLAY "2. Stop a Cheque"
               DISPLAY "3. Cancel a Cheque"
               DISPLAY "4. Stop and Reissue a Cheque"
               DISPLAY "5. Mark a Cheque Cleared"
               DISPLAY "6. Stale Cheque Run"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               PERFORM 190-SET-TIMESTAMP

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-LIST-CHEQUES
                   WHEN 2
                       MOVE 'S' TO WS-NEW-STATUS
                       PERFORM 300-STOP-OR-CANCEL
                   WHEN 3
                       MOVE 'X' TO WS-NEW-STATUS
                       PERFORM 300-STOP-OR-CANCEL
                   WHEN 4 PERFORM 400-REISSUE-CHEQUE
                   WHEN 5 PERFORM 500-MARK-CLEARED
                   WHEN 6 PERFORM 600-STALE-CHEQUE-RUN
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           IF WS-PV-OPENED = 'Y'
               PERFORM 730-CLOSE-POSITIVE-PAY
           END-IF
           CLOSE EMPLOYEE-FILE
           CLOSE CHEQUE-STATUS-FILE
           GOBACK.

      *****************************************************************
      * 150-FIND-CHEQUE - the register row for cheque WS-WANT-NO, left
      * in WS-CQ-*, with its current status row (an issued cheque has
      * none until something happens to it).
      *****************************************************************
       150-FIND-CHEQUE.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT CHEQUE-REG-FILE
           IF CQ-FILE-STATUS = '00'
               PERFORM UNTIL CQ-FILE-STATUS = '10'
                   READ CHEQUE-REG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CQ-NUMBER = WS-WANT-NO
                               MOVE 'Y' TO WS-FOUND
                               PERFORM 152-KEEP-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-REG-FILE
           END-IF
           IF WS-FOUND = 'N'
               DISPLAY "Cheque " WS-WANT-NO " is not on the register"
           ELSE
               PERFORM 155-GET-STATUS
           END-IF.

       152-KEEP-CHEQUE.
           MOVE CQ-NUMBER     TO WS-CQ-NUMBER
           MOVE CQ-EMP-ID     TO WS-CQ-EMP-ID
           MOVE CQ-PAY-PERIOD TO WS-CQ-PAY-PERIOD
           MOVE CQ-AMOUNT     TO WS-CQ-AMOUNT
           MOVE CQ-TIMESTAMP  TO WS-CQ-TIMESTAMP
           STRING CQ-TIMESTAMP(1:4) CQ-TIMESTAMP(6:2)
                  CQ-TIMESTAMP(9:2)
                  DELIMITED BY SIZE INTO WS-ISSUED-X.

       155-GET-STATUS.
           MOVE WS-CQ-NUMBER TO CX-NUMBER
           READ CHEQUE-STATUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CX-EXISTS
                   INITIALIZE CHEQUE-STATUS-RECORD
                   MOVE WS-CQ-NUMBER TO CX-NUMBER
                   MOVE 'I' TO CX-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CX-EXISTS
           END-READ
           PERFORM 158-SET-STATUS-TEXT.

       158-SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN CX-ISSUED    MOVE "ISSUED"    TO WS-STATUS-TEXT
               WHEN CX-CLEARED   MOVE "CLEARED"   TO WS-STATUS-TEXT
               WHEN CX-STOPPED   MOVE "STOPPED"   TO WS-STATUS-TEXT
               WHEN CX-CANCELLED MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN CX-REISSUED  MOVE "REISSUED"  TO WS-STATUS-TEXT
               WHEN CX-STALE     MOVE "STALE"     TO WS-STATUS-TEXT
               WHEN OTHER        MOVE "UNKNOWN"   TO WS-STATUS-TEXT
           END-EVALUATE.

      *> Write the status row held in CHEQUE-STATUS-RECORD, adding it
      *> the first time anything happens to the cheque.
       160-SAVE-STATUS.
           MOVE WS-TODAY TO CX-STATUS-DATE
           MOVE LS-EMP-ID TO CX-UPDATED-BY
           MOVE WS-TIMESTAMP TO CX-UPDATED-TS
           IF WS-CX-EXISTS = 'Y'
               REWRITE CHEQUE-STATUS-RECORD
           ELSE
               WRITE CHEQUE-STATUS-RECORD
               MOVE 'Y' TO WS-CX-EXISTS
           END-IF
           IF CX-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to save status of cheque "
                       CX-NUMBER ", status " CX-FILE-STATUS
           END-IF.

       170-SHOW-CHEQUE.
           MOVE WS-CQ-AMOUNT TO WS-PRINT-AMT
           DISPLAY "Cheque " WS-CQ-NUMBER "  " WS-CQ-EMP-ID "  "
                   WS-CQ-PAY-PERIOD "  R " WS-PRINT-AMT
           DISPLAY "  Issued " WS-CQ-TIMESTAMP(1:10) "  Status "
                   WS-STATUS-TEXT.

       190-SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                  WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                  WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                  DELIMITED BY SIZE INTO WS-TIMESTAMP
           COMPUTE WS-TODAY = WS-CURRENT-YEAR * 10000
                            + WS-CURRENT-MONTH * 100
                            + WS-CURRENT-DAY.

      *****************************************************************
      * 200-LIST-CHEQUES - the register with each cheque's status and
      * the cheque it replaced or was replaced by, for one employee
      * or everyone.
      *****************************************************************
       200-LIST-CHEQUES.
           DISPLAY "Employee ID (blank for all): " WITH NO ADVANCING
           MOVE SPACES TO WS-LIST-EMP-ID
           ACCEPT WS-LIST-EMP-ID
           MOVE 0 TO WS-LIST-COUNT
           DISPLAY "CHEQUE  EMPLOYEE    PAY PERIOD                "
                   "      AMOUNT  ISSUED      STATUS"
           OPEN INPUT CHEQUE-REG-FILE
           IF CQ-FILE-STATUS = '00'
               PERFORM UNTIL CQ-FILE-STATUS = '10'
                   READ CHEQUE-REG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LIST-EMP-ID = SPACES
                                   OR CQ-EMP-ID = WS-LIST-EMP-ID
                               PERFORM 210-LIST-ONE-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-REG-FILE
           END-IF
           DISPLAY WS-LIST-COUNT " cheque(s) listed".

       210-LIST-ONE-CHEQUE.
           ADD 1 TO WS-LIST-COUNT
           PERFORM 152-KEEP-CHEQUE
           PERFORM 155-GET-STATUS
           MOVE CQ-AMOUNT TO WS-PRINT-AMT
           DISPLAY CQ-NUMBER "  " CQ-EMP-ID "  " CQ-PAY-PERIOD "  "
                   WS-PRINT-AMT "  " CQ-TIMESTAMP(1:10) "  "
                   WS-STATUS-TEXT
           IF CX-REPLACES > 0
               DISPLAY "        reissue of cheque " CX-REPLACES
           END-IF
           IF CX-REPLACED-BY > 0
               DISPLAY "        replaced by cheque " CX-REPLACED-BY
           END-IF
           IF CX-REASON NOT = SPACES
               DISPLAY "        " CX-REASON
           END-IF.

      *****************************************************************
      * 300-STOP-OR-CANCEL - stop payment on an issued cheque (lost or
      * disputed once it has left the building) or cancel one that
      * never did; either way the bank is told to refuse it.
      *****************************************************************
       300-STOP-OR-CANCEL.
           DISPLAY "Cheque number: " WITH NO ADVANCING
           MOVE 0 TO WS-WANT-NO
           ACCEPT WS-WANT-NO
           PERFORM 150-FIND-CHEQUE
           IF WS-FOUND = 'Y'
               PERFORM 170-SHOW-CHEQUE
               IF NOT CX-ISSUED
                   DISPLAY "Only an issued cheque can be stopped or "
                           "cancelled"
               ELSE
                   DISPLAY "Reason: " WITH NO ADVANCING
                   MOVE SPACES TO WS-REASON
                   ACCEPT WS-REASON
                   DISPLAY "Confirm (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       MOVE WS-NEW-STATUS TO CX-STATUS
                       MOVE WS-REASON TO CX-REASON
                       PERFORM 160-SAVE-STATUS
                       MOVE 'V' TO WS-PV-TYPE
                       MOVE WS-CQ-NUMBER TO WS-PV-NUMBER
                       PERFORM 720-WRITE-POSITIVE-PAY
                       PERFORM 158-SET-STATUS-TEXT
                       DISPLAY "Cheque " WS-CQ-NUMBER " "
                               WS-STATUS-TEXT
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 400-REISSUE-CHEQUE - stop an issued cheque (or take up a stale
      * or already stopped one) and draw a replacement for the same
      * employee, period and amount under the next cheque number. The
      * two are linked both ways. Reissuing a stale cheque pays out
      * the unclaimed wages it was written back to.
      *****************************************************************
       400-REISSUE-CHEQUE.
           DISPLAY "Cheque number to reissue: " WITH NO ADVANCING
           MOVE 0 TO WS-WANT-NO
           ACCEPT WS-WANT-NO
           PERFORM 150-FIND-CHEQUE
           IF WS-FOUND = 'Y'
               PERFORM 170-SHOW-CHEQUE
               IF NOT CX-ISSUED AND NOT CX-STOPPED AND NOT CX-STALE
                   DISPLAY "Only an issued, stopped or stale cheque "
                           "can be reissued"
               ELSE
                   DISPLAY "Reason: " WITH NO ADVANCING
                   MOVE SPACES TO WS-REASON
                   ACCEPT WS-REASON
                   DISPLAY "Confirm (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       PERFORM 410-DRAW-REPLACEMENT
                   END-IF
               END-IF
           END-IF.

       410-DRAW-REPLACEMENT.
           PERFORM 420-LOAD-NEXT-CHEQUE-NO
           MOVE WS-NEXT-NO TO WS-NEW-NO
           MOVE WS-NEW-NO        TO CQ-NUMBER
           MOVE WS-CQ-EMP-ID     TO CQ-EMP-ID
           MOVE WS-CQ-PAY-PERIOD TO CQ-PAY-PERIOD
           MOVE WS-CQ-AMOUNT     TO CQ-AMOUNT
           MOVE WS-TIMESTAMP     TO CQ-TIMESTAMP
           OPEN EXTEND CHEQUE-REG-FILE
           IF CQ-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to write the cheque register, "
                       "status " CQ-FILE-STATUS
           ELSE
               WRITE CHEQUE-REGISTER-RECORD
               CLOSE CHEQUE-REG-FILE
      *>       The old cheque: the bank refuses it (a stale one was
      *>       already refused when it went stale) and it points to
      *>       its replacement.
               IF CX-ISSUED
                   MOVE 'V' TO WS-PV-TYPE
                   MOVE WS-CQ-NUMBER TO WS-PV-NUMBER
                   PERFORM 720-WRITE-POSITIVE-PAY
               END-IF
               IF CX-STALE
                   MOVE "UNCLM" TO WS-GL-DR-ELEMENT
                   MOVE "BANK" TO WS-GL-CR-ELEMENT
                   MOVE SPACES TO WS-GL-DESC
                   STRING "UNCLAIMED WAGES PAID - CHQ " WS-NEW-NO
                           DELIMITED BY SIZE INTO WS-GL-DESC
                   PERFORM 800-POST-JOURNAL-PAIR
               END-IF
               MOVE 'R' TO CX-STATUS
               MOVE WS-NEW-NO TO CX-REPLACED-BY
               MOVE WS-REASON TO CX-REASON
               PERFORM 160-SAVE-STATUS
      *>       The replacement: issued, pointing back to the old one.
               INITIALIZE CHEQUE-STATUS-RECORD
               MOVE WS-NEW-NO TO CX-NUMBER
               MOVE 'I' TO CX-STATUS
               MOVE WS-CQ-NUMBER TO CX-REPLACES
               MOVE SPACES TO CX-REASON
               STRING "REISSUE OF CHEQUE " WS-CQ-NUMBER
                       DELIMITED BY SIZE INTO CX-REASON
               MOVE 'N' TO WS-CX-EXISTS
               PERFORM 160-SAVE-STATUS
               MOVE 'I' TO WS-PV-TYPE
               MOVE WS-NEW-NO TO WS-PV-NUMBER
               PERFORM 720-WRITE-POSITIVE-PAY
               DISPLAY "Cheque " WS-NEW-NO " drawn for "
                       WS-CQ-EMP-ID " to replace cheque "
                       WS-CQ-NUMBER
           END-IF.

      *> One past the highest number on the register, as PAYROLL
      *> numbers its cheques.
       420-LOAD-NEXT-CHEQUE-NO.
           MOVE 100000 TO WS-NEXT-NO
           OPEN INPUT CHEQUE-REG-FILE
           IF CQ-FILE-STATUS = '00'
               PERFORM UNTIL CQ-FILE-STATUS = '10'
                   READ CHEQUE-REG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CQ-NUMBER > WS-NEXT-NO
                               MOVE CQ-NUMBER TO WS-NEXT-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-REG-FILE
           END-IF
           ADD 1 TO WS-NEXT-NO.

      *****************************************************************
      * 500-MARK-CLEARED - record by hand a cheque the bank has paid,
      * where it was not cleared through BANKRECON's statement match.
      *****************************************************************
       500-MARK-CLEARED.
           DISPLAY "Cheque number: " WITH NO ADVANCING
           MOVE 0 TO WS-WANT-NO
           ACCEPT WS-WANT-NO
           PERFORM 150-FIND-CHEQUE
           IF WS-FOUND = 'Y'
               PERFORM 170-SHOW-CHEQUE
               IF NOT CX-ISSUED
                   DISPLAY "Only an issued cheque can be cleared"
               ELSE
                   DISPLAY "Confirm cleared (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       MOVE 'C' TO CX-STATUS
                       MOVE "CLEARED - MARKED BY HAND" TO CX-REASON
                       PERFORM 160-SAVE-STATUS
                       DISPLAY "Cheque " WS-CQ-NUMBER " cleared"
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 600-STALE-CHEQUE-RUN - every cheque still issued six months
      * after it was drawn is stale: the bank is told to refuse it and
      * its amount is written back from the bank to the unclaimed
      * wages liability. The report to ../data/stale_cheques_<today>
      * .txt lists this run's write-backs and every stale cheque the
      * liability still carries.
      *****************************************************************
       600-STALE-CHEQUE-RUN.
           MOVE WS-CURRENT-YEAR TO WS-CUT-YYYY
           MOVE WS-CURRENT-MONTH TO WS-CUT-MM
           IF WS-CUT-MM > 6
               SUBTRACT 6 FROM WS-CUT-MM
           ELSE
               ADD 6 TO WS-CUT-MM
               SUBTRACT 1 FROM WS-CUT-YYYY
           END-IF
           COMPUTE WS-STALE-CUTOFF = WS-CUT-YYYY * 10000
                                   + WS-CUT-MM * 100
                                   + WS-CURRENT-DAY
           DISPLAY "Cheques issued before " WS-STALE-CUTOFF
                   " and still uncashed will be written back."
           DISPLAY "Confirm (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-STALE-COUNT
           MOVE 0 TO WS-STALE-TOTAL
           MOVE 0 TO WS-CARRIED-COUNT
           MOVE 0 TO WS-CARRIED-TOTAL
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "../data/stale_cheques_" WS-TODAY ".txt"
                   DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "STALE CHEQUES AND UNCLAIMED WAGES - RUN "
                   WS-TIMESTAMP " BY " LS-EMP-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "STALE IF ISSUED BEFORE " WS-STALE-CUTOFF
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "               CHEQUE  EMPLOYEE    PAY PERIOD"
               TO REPORT-RECORD
           MOVE "      AMOUNT  ISSUED" TO REPORT-RECORD(62:20)
           WRITE REPORT-RECORD
           OPEN INPUT CHEQUE-REG-FILE
           IF CQ-FILE-STATUS = '00'
               PERFORM UNTIL CQ-FILE-STATUS = '10'
                   READ CHEQUE-REG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 610-CHECK-STALE
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-REG-FILE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-STALE-TOTAL TO WS-PRINT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "WRITTEN BACK THIS RUN:       " WS-STALE-COUNT
                   " CHEQUE(S)  R " WS-PRINT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CARRIED-TOTAL TO WS-PRINT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "UNCLAIMED WAGES LIABILITY:   " WS-CARRIED-COUNT
                   " CHEQUE(S)  R " WS-PRINT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           DISPLAY WS-STALE-COUNT " cheque(s) written back to "
                   "unclaimed wages; report in "
                   WS-REPORT-FILENAME.

       610-CHECK-STALE.
           PERFORM 152-KEEP-CHEQUE
           PERFORM 155-GET-STATUS
           IF CX-ISSUED AND WS-ISSUED-X IS NUMERIC
                   AND WS-ISSUED-DATE < WS-STALE-CUTOFF
               MOVE 'T' TO CX-STATUS
               MOVE "STALE - UNCASHED SIX MONTHS" TO CX-REASON
               MOVE WS-TODAY TO CX-LIABILITY-DATE
               PERFORM 160-SAVE-STATUS
               MOVE 'V' TO WS-PV-TYPE
               MOVE WS-CQ-NUMBER TO WS-PV-NUMBER
               PERFORM 720-WRITE-POSITIVE-PAY
               MOVE "BANK" TO WS-GL-DR-ELEMENT
               MOVE "UNCLM" TO WS-GL-CR-ELEMENT
               MOVE SPACES TO WS-GL-DESC
               STRING "STALE CHEQUE " WS-CQ-NUMBER " WRITTEN BACK"
                       DELIMITED BY SIZE INTO WS-GL-DESC
               PERFORM 800-POST-JOURNAL-PAIR
               ADD 1 TO WS-STALE-COUNT
               ADD WS-CQ-AMOUNT TO WS-STALE-TOTAL
               MOVE "WRITTEN BACK" TO WS-LINE-TAG
               PERFORM 620-WRITE-STALE-LINE
           ELSE
               IF CX-STALE
                   MOVE "CARRIED" TO WS-LINE-TAG
                   PERFORM 620-WRITE-STALE-LINE
               END-IF
           END-IF
           IF CX-STALE
               ADD 1 TO WS-CARRIED-COUNT
               ADD WS-CQ-AMOUNT TO WS-CARRIED-TOTAL
           END-IF.

       620-WRITE-STALE-LINE.
           MOVE WS-CQ-AMOUNT TO WS-PRINT-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-LINE-TAG " " WS-CQ-NUMBER "  " WS-CQ-EMP-ID "  "
                   WS-CQ-PAY-PERIOD " " WS-PRINT-AMT "  "
                   WS-CQ-TIMESTAMP(1:10)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *****************************************************************
      * 720-WRITE-POSITIVE-PAY - one issue (I) or refusal (V) line for
      * cheque WS-PV-NUMBER (amount and payee from WS-CQ-*) on the
      * session's positive pay file, created on its first line.
      *****************************************************************
       720-WRITE-POSITIVE-PAY.
           IF WS-PV-OPENED = 'N'
               MOVE SPACES TO WS-PV-FILENAME
               STRING "../data/positive_pay_"
                       WS-TIMESTAMP(1:4) WS-TIMESTAMP(6:2)
                       WS-TIMESTAMP(9:2) WS-TIMESTAMP(12:2)
                       WS-TIMESTAMP(15:2) WS-TIMESTAMP(18:2) ".dat"
                       DELIMITED BY SIZE INTO WS-PV-FILENAME
               OPEN OUTPUT POSITIVE-PAY-FILE
           ELSE
               OPEN EXTEND POSITIVE-PAY-FILE
           END-IF
           IF PV-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: UNABLE TO WRITE POSITIVE PAY FOR "
                       "CHEQUE " WS-PV-NUMBER ", STATUS "
                       PV-FILE-STATUS
           ELSE
               MOVE 'Y' TO WS-PV-OPENED
               MOVE SPACES TO POSITIVE-PAY-RECORD
               MOVE WS-PV-TYPE TO PV-REC-TYPE
               MOVE WS-PV-NUMBER TO PV-CHEQUE-NO
               MOVE WS-CQ-AMOUNT TO PV-AMOUNT
               IF PV-ISSUE
                   MOVE WS-TODAY TO PV-ISSUE-DATE
               ELSE
                   MOVE WS-ISSUED-DATE TO PV-ISSUE-DATE
               END-IF
               MOVE WS-CQ-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE WS-CQ-EMP-ID TO PV-PAYEE
                   NOT INVALID KEY
                       STRING EMP-NAME DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               EMP-SURNAME DELIMITED BY "  "
                               INTO PV-PAYEE
               END-READ
               WRITE POSITIVE-PAY-RECORD
               CLOSE POSITIVE-PAY-FILE
               IF PV-ISSUE
                   ADD 1 TO WS-PV-ISSUE-COUNT
                   ADD WS-CQ-AMOUNT TO WS-PV-ISSUE-TOTAL
               ELSE
                   ADD 1 TO WS-PV-VOID-COUNT
               END-IF
           END-IF.

       730-CLOSE-POSITIVE-PAY.
           OPEN EXTEND POSITIVE-PAY-FILE
           IF PV-FILE-STATUS = '00'
               MOVE SPACES TO POSITIVE-PAY-TRAILER
               MOVE 'T' TO PV-T-REC-TYPE
               MOVE WS-PV-ISSUE-COUNT TO PV-T-ISSUE-COUNT
               MOVE WS-PV-ISSUE-TOTAL TO PV-T-ISSUE-TOTAL
               MOVE WS-PV-VOID-COUNT TO PV-T-VOID-COUNT
               MOVE WS-TIMESTAMP TO PV-T-CREATED
               WRITE POSITIVE-PAY-TRAILER
               CLOSE POSITIVE-PAY-FILE
               DISPLAY "Positive pay file for the bank: "
                       WS-PV-FILENAME
           END-IF.

      *****************************************************************
      * 800-POST-JOURNAL-PAIR - WS-CQ-AMOUNT debited to element
      * WS-GL-DR-ELEMENT and credited to WS-GL-CR-ELEMENT on the GL
      * journal PAYROLL writes, accounts through CONFIG's GL mapping.
      *****************************************************************
       800-POST-JOURNAL-PAIR.
           IF WS-GM-COUNT = 0
               PERFORM 810-LOAD-GL-MAPPING
           END-IF
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                  WS-CURRENT-DAY
                  DELIMITED BY SIZE INTO WS-GL-DATE
           MOVE WS-CQ-AMOUNT TO WS-GL-AMOUNT
           OPEN EXTEND GL-JOURNAL-FILE
           IF GL-FILE-STATUS = '35'
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF GL-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open GL journal. "
                       "Status: " GL-FILE-STATUS
           ELSE
               MOVE WS-GL-DR-ELEMENT TO WS-GM-WANT-ELEMENT
               PERFORM 820-LOOKUP-GL-ACCOUNT
               MOVE "DR" TO WS-GL-DRCR
               PERFORM 830-WRITE-GL-LINE
               MOVE WS-GL-CR-ELEMENT TO WS-GM-WANT-ELEMENT
               PERFORM 820-LOOKUP-GL-ACCOUNT
               MOVE "CR" TO WS-GL-DRCR
               PERFORM 830-WRITE-GL-LINE
               CLOSE GL-JOURNAL-FILE
           END-IF.

       810-LOAD-GL-MAPPING.
           MOVE 0 TO WS-GM-COUNT
           OPEN INPUT GL-MAPPING-FILE
           IF GM-FILE-STATUS = '00'
               PERFORM UNTIL GM-FILE-STATUS = '10'
                   READ GL-MAPPING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-GM-COUNT < 50
                               ADD 1 TO WS-GM-COUNT
                               MOVE GM-ELEMENT
                                   TO WS-GM-ELEMENT(WS-GM-COUNT)
                               MOVE GM-BRANCH
                                   TO WS-GM-BRANCH(WS-GM-COUNT)
                               MOVE GM-ACCOUNT
                                   TO WS-GM-ACCOUNT(WS-GM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAPPING-FILE
           END-IF.

      *> The company-wide mapping row, else the standing default.
       820-LOOKUP-GL-ACCOUNT.
           EVALUATE WS-GM-WANT-ELEMENT
               WHEN "BANK"   MOVE "1010" TO WS-GL-ACCOUNT
               WHEN "UNCLM"  MOVE "2250" TO WS-GL-ACCOUNT
               WHEN OTHER    MOVE "9999" TO WS-GL-ACCOUNT
           END-EVALUATE
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               IF WS-GM-ELEMENT(WS-GM-IDX) = WS-GM-WANT-ELEMENT
                       AND WS-GM-BRANCH(WS-GM-IDX) = SPACES
                   MOVE WS-GM-ACCOUNT(WS-GM-IDX) TO WS-GL-ACCOUNT
               END-IF
           END-PERFORM.

       830-WRITE-GL-LINE.
           IF WS-GL-AMOUNT > 0
               MOVE WS-GL-AMOUNT TO WS-GL-PRINT-AMT
               MOVE SPACES TO GL-JOURNAL-RECORD
               STRING WS-GL-DATE "  " WS-GL-ACCOUNT "  "
                       WS-GL-DESC "  " WS-GL-DRCR "  " WS-GL-PRINT-AMT
                       DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
               WRITE GL-JOURNAL-RECORD
           END-IF.
