       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECON.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - bank statement reconciliation
      *                   of salary payments. BANKRETURNS only handles
      *                   the unpaid items the bank sends back; nothing
      *                   proved that every EFT payment of a released
      *                   batch and every cheque on the cheque register
      *                   actually cleared. Payments are taken on to
      *                   ../data/bank_recon.dat as they are issued;
      *                   the bank statement import matches each debit
      *                   to a cheque (by number), an EFT payment (by
      *                   the employee number reference, split lines
      *                   clearing one by one) or a whole batch total,
      *                   and reports matched items, debits not in
      *                   payroll and payments not yet on the bank.
      *                   What has not cleared stays outstanding, aged
      *                   per pay period, until it clears or is
      *                   explained.
      * 2026-10-15  BDEV  Cheques follow their lifecycle status on
      *                   ../data/cheque_status.dat: a stopped,
      *                   cancelled, reissued or stale cheque is
      *                   explained off, and a cheque the statement
      *                   shows paid is marked cleared there too.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RECON-FILE
               ASSIGN TO "../data/bank_recon.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS BK-FILE-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO "../data/payroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS PAY-FILE-STATUS.

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

           SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RECON-FILE.
           COPY bank_recon.

       FD  PAYROLL-FILE.
           COPY payroll_record.

       FD  CHEQUE-REG-FILE.
           COPY cheque_register.

       FD  CHEQUE-STATUS-FILE.
           COPY cheque_status.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  STATEMENT-FILE.
      *> One row per entry on the bank's statement of the salary
      *> account, fixed width: value date, debit or credit, the cheque
      *> number when the entry is a cheque clearing, the reference the
      *> bank shows (the employee number an EFT line carried, or the
      *> batch reference), and the amount in cents.
       01  STATEMENT-RECORD.
           05  ST-DATE              PIC 9(8).
           05  ST-DR-CR             PIC X(1).
           05  ST-CHEQUE-NO         PIC X(6).
           05  ST-REFERENCE         PIC X(20).
           05  ST-AMOUNT            PIC 9(9)V99.

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  BK-FILE-STATUS          PIC XX.
       01  PAY-FILE-STATUS         PIC XX.
       01  CQ-FILE-STATUS          PIC XX.
       01  CX-FILE-STATUS          PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  ST-FILE-STATUS          PIC XX.
       01  RP-FILE-STATUS          PIC XX.
       01  WS-CHOICE               PIC 9(1).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-INPUT-OK             PIC X(1).

      *> Take-on of new payments.
       01  WS-FROM-DATE            PIC 9(8) VALUE 0.
       01  WS-ISSUED-X             PIC X(8).
       01  WS-ISSUED-DATE REDEFINES WS-ISSUED-X PIC 9(8).
       01  WS-TAKEN-EFT            PIC 9(5).
       01  WS-TAKEN-CHQ            PIC 9(5).
       01  WS-TAKEN-OFF            PIC 9(5).
       01  WS-SKIP-PAYMENT         PIC X(1).

      *> Statement import: the file, the report, the line in hand and
      *> the running counts.
       01  WS-STATEMENT-FILENAME   PIC X(60).
       01  WS-REPORT-FILENAME      PIC X(60).
       01  WS-LINE-COUNT           PIC 9(5).
       01  WS-CREDIT-COUNT         PIC 9(5).
       01  WS-MATCH-COUNT          PIC 9(5).
       01  WS-MATCH-TOTAL          PIC 9(11)V99.
       01  WS-BANK-ONLY-COUNT      PIC 9(5).
       01  WS-BANK-ONLY-TOTAL      PIC 9(11)V99.
       01  WS-PAY-ONLY-COUNT       PIC 9(5).
       01  WS-PAY-ONLY-TOTAL       PIC 9(11)V99.
       01  WS-LAST-STMT-DATE       PIC 9(8).
       01  WS-MATCHED              PIC X(1).
       01  WS-NOMATCH-REASON       PIC X(30).
       01  WS-MATCH-TAG            PIC X(14).
       01  WS-CHQ-NO               PIC 9(6).
       01  WS-WANT-REF             PIC X(10).
       01  WS-REMAINING            PIC 9(7)V99.
       01  WS-BATCH-ITEMS          PIC 9(5).

      *> EFT batches whose payments are all still untouched, with
      *> their totals, for a statement that debits a batch in one.
       01  WS-BT-COUNT             PIC 9(3) VALUE 0.
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 200 TIMES.
               10  WS-BT-TS         PIC X(19).
               10  WS-BT-ITEMS      PIC 9(5).
               10  WS-BT-TOTAL      PIC 9(11)V99.
               10  WS-BT-USABLE     PIC X(1).
       01  WS-BT-IDX               PIC 9(3).
       01  WS-BT-FOUND             PIC 9(3).
       01  WS-BT-WANT-TS           PIC X(19).

      *> Ageing of what is still outstanding, per pay period.
       01  WS-AG-COUNT             PIC 9(3) VALUE 0.
       01  WS-AG-TABLE.
           05  WS-AG-ENTRY OCCURS 120 TIMES.
               10  WS-AG-PERIOD     PIC X(24).
               10  WS-AG-ITEMS      PIC 9(5).
               10  WS-AG-AMT        PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-AG-IDX               PIC 9(3).
       01  WS-AG-FOUND             PIC 9(3).
       01  WS-AG-BUCKET            PIC 9(1).
       01  WS-AG-DAYS              PIC S9(7).
       01  WS-AG-TOTAL             PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-AG-GRAND             PIC 9(11)V99.
       01  WS-AG-ITEM-COUNT        PIC 9(5).
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).

      *> Explaining an item: the open payments shown for the reference.
       01  WS-EX-TYPE              PIC X(1).
       01  WS-EX-COUNT             PIC 9(2).
       01  WS-EX-PICK              PIC 9(2).
       01  WS-EX-NOTE              PIC X(30).
       01  WS-EX-KEYS.
           05  WS-EX-KEY OCCURS 20 TIMES PIC X(37).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP            PIC X(19).
       01  WS-PRINT-AMT            PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-B1             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-B2             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-B3             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-B4             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-NO             PIC Z9.
       01  WS-PRINT-DAYS           PIC -(6)9.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-BANK-RECON.
           OPEN I-O BANK-RECON-FILE
           IF BK-FILE-STATUS = '35'
               OPEN OUTPUT BANK-RECON-FILE
               CLOSE BANK-RECON-FILE
               OPEN I-O BANK-RECON-FILE
           END-IF
           OPEN I-O CHEQUE-STATUS-FILE
           IF CX-FILE-STATUS = '35'
               OPEN OUTPUT CHEQUE-STATUS-FILE
               CLOSE CHEQUE-STATUS-FILE
               OPEN I-O CHEQUE-STATUS-FILE
           END-IF

           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                      WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                      WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                      DELIMITED BY SIZE INTO WS-TIMESTAMP
               COMPUTE WS-TODAY = WS-CURRENT-YEAR * 10000
                                + WS-CURRENT-MONTH * 100
                                + WS-CURRENT-DAY
               DISPLAY " "
               DISPLAY "ByteBank Bank Statement Reconciliation"
               DISPLAY "--------------------------------------"
               DISPLAY "1. Import Bank Statement"
               DISPLAY "2. Outstanding Payments Ageing"
               DISPLAY "3. Explain an Outstanding Payment"
               DISPLAY "4. Take On Newly Issued Payments"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 300-IMPORT-STATEMENT
                   WHEN 2 PERFORM 400-AGEING-REPORT
                   WHEN 3 PERFORM 500-EXPLAIN-PAYMENT
                   WHEN 4 PERFORM 200-TAKE-ON-PAYMENTS
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           CLOSE CHEQUE-STATUS-FILE
           CLOSE BANK-RECON-FILE
           GOBACK.

      *****************************************************************
      * 200-TAKE-ON-PAYMENTS - bring every payment issued since the
      * take-on date onto the register: each cheque drawn, and each
      * payroll record with net pay for an employee paid by EFT
      * (cheque and cash payees are excluded; their money does not
      * leave by EFT). A payment already on the register that has
      * since been voided, or returned unpaid through BANKRETURNS, is
      * explained off rather than left outstanding.
      *****************************************************************
       200-TAKE-ON-PAYMENTS.
           MOVE 0 TO WS-TAKEN-EFT
           MOVE 0 TO WS-TAKEN-CHQ
           MOVE 0 TO WS-TAKEN-OFF
           PERFORM 205-GET-TAKE-ON-DATE
           IF WS-FROM-DATE > 0
               PERFORM 210-TAKE-ON-CHEQUES
               PERFORM 220-TAKE-ON-EFT-PAYMENTS
               DISPLAY "Payments taken on: " WS-TAKEN-EFT " EFT, "
                       WS-TAKEN-CHQ " cheque(s); " WS-TAKEN-OFF
                       " voided or returned payment(s) explained off."
           END-IF.

      *****************************************************************
      * 205-GET-TAKE-ON-DATE - the control row holds the date payments
      * are taken on from, asked for once when the register is new so
      * years of history already reconciled by hand are not loaded as
      * outstanding.
      *****************************************************************
       205-GET-TAKE-ON-DATE.
           MOVE SPACES TO BK-KEY
           MOVE 'H' TO BK-TYPE
           MOVE 0 TO BK-RUN-SEQ
           READ BANK-RECON-FILE
               INVALID KEY
                   DISPLAY "Reconcile payments issued from "
                           "(YYYYMMDD): " WITH NO ADVANCING
                   MOVE 0 TO WS-FROM-DATE
                   ACCEPT WS-FROM-DATE
                   IF WS-FROM-DATE NOT NUMERIC
                           OR WS-FROM-DATE < 19000101
                       DISPLAY "A take-on date is required"
                       MOVE 0 TO WS-FROM-DATE
                   ELSE
                       INITIALIZE BANK-RECON-RECORD
                       MOVE 'H' TO BK-TYPE
                       MOVE WS-FROM-DATE TO BK-ISSUED-DATE
                       MOVE "TAKE-ON DATE" TO BK-NOTE
                       MOVE LS-EMP-ID TO BK-UPDATED-BY
                       MOVE WS-TIMESTAMP TO BK-UPDATED-TS
                       WRITE BANK-RECON-RECORD
                   END-IF
               NOT INVALID KEY
                   MOVE BK-ISSUED-DATE TO WS-FROM-DATE
           END-READ.

       210-TAKE-ON-CHEQUES.
           OPEN INPUT CHEQUE-REG-FILE
           IF CQ-FILE-STATUS = '00'
               PERFORM UNTIL CQ-FILE-STATUS = '10'
                   READ CHEQUE-REG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 215-TAKE-ON-ONE-CHEQUE
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-REG-FILE
           END-IF.

       215-TAKE-ON-ONE-CHEQUE.
           STRING CQ-TIMESTAMP(1:4) CQ-TIMESTAMP(6:2)
                  CQ-TIMESTAMP(9:2)
                  DELIMITED BY SIZE INTO WS-ISSUED-X
           IF WS-ISSUED-X IS NUMERIC
                   AND WS-ISSUED-DATE NOT < WS-FROM-DATE
               MOVE SPACES TO BK-KEY
               MOVE 'C' TO BK-TYPE
               MOVE CQ-NUMBER TO BK-REF
               MOVE CQ-PAY-PERIOD TO BK-PAY-PERIOD
               MOVE 0 TO BK-RUN-SEQ
               READ BANK-RECON-FILE
                   INVALID KEY
                       MOVE CQ-EMP-ID TO BK-EMP-ID
                       MOVE CQ-AMOUNT TO BK-AMOUNT
                       MOVE CQ-TIMESTAMP TO BK-BATCH-TS
                       PERFORM 230-WRITE-NEW-PAYMENT
                       ADD 1 TO WS-TAKEN-CHQ
               END-READ
               IF BK-OPEN
                   PERFORM 217-APPLY-CHEQUE-STATUS
               END-IF
           END-IF.

      *>   A cheque stopped, cancelled, reissued or gone stale in
      *>   CHEQUEMGMT will never clear; it is explained off.
       217-APPLY-CHEQUE-STATUS.
           MOVE CQ-NUMBER TO CX-NUMBER
           READ CHEQUE-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CX-STOPPED OR CX-CANCELLED OR CX-REISSUED
                           OR CX-STALE
                       MOVE SPACES TO BK-NOTE
                       EVALUATE TRUE
                           WHEN CX-STOPPED
                               MOVE "CHEQUE STOPPED" TO BK-NOTE
                           WHEN CX-CANCELLED
                               MOVE "CHEQUE CANCELLED" TO BK-NOTE
                           WHEN CX-REISSUED
                               STRING "REISSUED AS CHEQUE "
                                       CX-REPLACED-BY
                                       DELIMITED BY SIZE INTO BK-NOTE
                           WHEN OTHER
                               MOVE "STALE - UNCLAIMED WAGES"
                                   TO BK-NOTE
                       END-EVALUATE
                       MOVE 'X' TO BK-STATUS
                       MOVE LS-EMP-ID TO BK-UPDATED-BY
                       MOVE WS-TIMESTAMP TO BK-UPDATED-TS
                       REWRITE BANK-RECON-RECORD
                       ADD 1 TO WS-TAKEN-OFF
                   END-IF
           END-READ.

       220-TAKE-ON-EFT-PAYMENTS.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open payroll file"
           ELSE
               OPEN INPUT EMPLOYEE-FILE
               PERFORM UNTIL PAY-FILE-STATUS = '10'
                   READ PAYROLL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 225-TAKE-ON-ONE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               CLOSE PAYROLL-FILE
           END-IF.

       225-TAKE-ON-ONE-PAYMENT.
           STRING PR-TIMESTAMP(1:4) PR-TIMESTAMP(6:2)
                  PR-TIMESTAMP(9:2)
                  DELIMITED BY SIZE INTO WS-ISSUED-X
           IF WS-ISSUED-X IS NUMERIC
                   AND WS-ISSUED-DATE NOT < WS-FROM-DATE
                   AND PR-NET-PAY > 0
               MOVE SPACES TO BK-KEY
               MOVE 'E' TO BK-TYPE
               MOVE PR-EMP-ID TO BK-REF
               MOVE PR-PAY-PERIOD TO BK-PAY-PERIOD
               MOVE PR-RUN-SEQ TO BK-RUN-SEQ
               READ BANK-RECON-FILE
                   INVALID KEY
                       IF PR-RUN-TYPE NOT = 'V'
                               AND NOT PR-PAYMENT-FAILED
                           PERFORM 227-CHECK-PAID-BY-EFT
                           IF WS-SKIP-PAYMENT = 'N'
                               MOVE PR-EMP-ID TO BK-EMP-ID
                               MOVE PR-NET-PAY TO BK-AMOUNT
                               MOVE PR-TIMESTAMP TO BK-BATCH-TS
                               PERFORM 230-WRITE-NEW-PAYMENT
                               ADD 1 TO WS-TAKEN-EFT
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       IF BK-OPEN
                               AND (PR-RUN-TYPE = 'V'
                                    OR PR-PAYMENT-FAILED)
                           MOVE 'X' TO BK-STATUS
                           IF PR-RUN-TYPE = 'V'
                               MOVE "PAYMENT VOIDED" TO BK-NOTE
                           ELSE
                               MOVE "RETURNED UNPAID (BANKRETURNS)"
                                   TO BK-NOTE
                           END-IF
                           MOVE LS-EMP-ID TO BK-UPDATED-BY
                           MOVE WS-TIMESTAMP TO BK-UPDATED-TS
                           REWRITE BANK-RECON-RECORD
                           ADD 1 TO WS-TAKEN-OFF
                       END-IF
               END-READ
           END-IF.

       227-CHECK-PAID-BY-EFT.
           MOVE 'N' TO WS-SKIP-PAYMENT
           MOVE PR-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-PAID-CHEQUE OR EMP-PAID-CASH
                       MOVE 'Y' TO WS-SKIP-PAYMENT
                   END-IF
           END-READ.

       230-WRITE-NEW-PAYMENT.
           MOVE 0 TO BK-CLEARED-AMT
           MOVE WS-ISSUED-DATE TO BK-ISSUED-DATE
           MOVE 'O' TO BK-STATUS
           MOVE 0 TO BK-CLEARED-DATE
           MOVE SPACES TO BK-NOTE
           MOVE LS-EMP-ID TO BK-UPDATED-BY
           MOVE WS-TIMESTAMP TO BK-UPDATED-TS
           WRITE BANK-RECON-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to add payment " BK-REF
                           " " BK-PAY-PERIOD ", status "
                           BK-FILE-STATUS
           END-WRITE.

      *****************************************************************
      * 300-IMPORT-STATEMENT - match every debit on the bank statement
      * to the payment it cleared, to ../data/bank_recon_<today>.txt:
      * the matched items, the debits payroll cannot account for, and
      * the payments issued by the statement's last date that the
      * bank has not yet paid.
      *****************************************************************
       300-IMPORT-STATEMENT.
           DISPLAY "Enter bank statement filename: " WITH NO ADVANCING
           MOVE SPACES TO WS-STATEMENT-FILENAME
           ACCEPT WS-STATEMENT-FILENAME
           OPEN INPUT STATEMENT-FILE
           IF ST-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-STATEMENT-FILENAME
           ELSE
               PERFORM 200-TAKE-ON-PAYMENTS
               PERFORM 310-LOAD-BATCHES
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-CREDIT-COUNT
               MOVE 0 TO WS-MATCH-COUNT
               MOVE 0 TO WS-MATCH-TOTAL
               MOVE 0 TO WS-BANK-ONLY-COUNT
               MOVE 0 TO WS-BANK-ONLY-TOTAL
               MOVE 0 TO WS-PAY-ONLY-COUNT
               MOVE 0 TO WS-PAY-ONLY-TOTAL
               MOVE 0 TO WS-LAST-STMT-DATE
               MOVE SPACES TO WS-REPORT-FILENAME
               STRING "../data/bank_recon_" WS-TODAY ".txt"
                       DELIMITED BY SIZE INTO WS-REPORT-FILENAME
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO REPORT-RECORD
               STRING "BANK STATEMENT RECONCILIATION - "
                       WS-STATEMENT-FILENAME
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "RUN " WS-TIMESTAMP " BY " LS-EMP-ID
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "STATEMENT ITEMS" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM UNTIL ST-FILE-STATUS = '10'
                   READ STATEMENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-LINE-COUNT
                           PERFORM 320-MATCH-STATEMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-FILE
               PERFORM 380-LIST-NOT-ON-BANK
               PERFORM 390-WRITE-IMPORT-SUMMARY
               CLOSE REPORT-FILE
               DISPLAY "Reconciliation written to "
                       WS-REPORT-FILENAME
           END-IF.

      *****************************************************************
      * 310-LOAD-BATCHES - the total of each EFT batch none of whose
      * payments has cleared yet; a statement debit equal to one of
      * these clears the whole batch.
      *****************************************************************
       310-LOAD-BATCHES.
           MOVE 0 TO WS-BT-COUNT
           MOVE SPACES TO BK-KEY
           MOVE 'E' TO BK-TYPE
           MOVE LOW-VALUES TO BK-REF
           MOVE 0 TO BK-RUN-SEQ
           MOVE 'N' TO WS-SCAN-DONE
           START BANK-RECON-FILE KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BANK-RECON-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF NOT BK-EFT
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           PERFORM 315-ADD-TO-BATCH
                       END-IF
               END-READ
           END-PERFORM.

       315-ADD-TO-BATCH.
           IF BK-OPEN
               MOVE BK-BATCH-TS TO WS-BT-WANT-TS
               PERFORM 317-FIND-BATCH
               IF WS-BT-FOUND = 0 AND WS-BT-COUNT < 200
                   ADD 1 TO WS-BT-COUNT
                   MOVE WS-BT-COUNT TO WS-BT-FOUND
                   MOVE BK-BATCH-TS TO WS-BT-TS(WS-BT-FOUND)
                   MOVE 0 TO WS-BT-ITEMS(WS-BT-FOUND)
                   MOVE 0 TO WS-BT-TOTAL(WS-BT-FOUND)
                   MOVE 'Y' TO WS-BT-USABLE(WS-BT-FOUND)
               END-IF
               IF WS-BT-FOUND > 0
                   ADD 1 TO WS-BT-ITEMS(WS-BT-FOUND)
                   ADD BK-AMOUNT TO WS-BT-TOTAL(WS-BT-FOUND)
                   IF BK-PART-CLEARED
                       MOVE 'N' TO WS-BT-USABLE(WS-BT-FOUND)
                   END-IF
               END-IF
           END-IF.

       317-FIND-BATCH.
           MOVE 0 TO WS-BT-FOUND
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               IF WS-BT-TS(WS-BT-IDX) = WS-BT-WANT-TS
                   MOVE WS-BT-IDX TO WS-BT-FOUND
               END-IF
           END-PERFORM.

      *****************************************************************
      * 320-MATCH-STATEMENT-LINE - a cheque clearing matches its cheque
      * by number and amount; any other debit first looks for an open
      * EFT payment for the employee number in its reference, then for
      * an untouched batch of the same total. Credits are not payroll
      * payments (returned items come through BANKRETURNS).
      *****************************************************************
       320-MATCH-STATEMENT-LINE.
           IF ST-DR-CR NOT = 'D' AND ST-DR-CR NOT = 'd'
               ADD 1 TO WS-CREDIT-COUNT
           ELSE
               MOVE 'N' TO WS-MATCHED
               MOVE SPACES TO WS-NOMATCH-REASON
               IF ST-DATE IS NUMERIC
                       AND ST-DATE > WS-LAST-STMT-DATE
                   MOVE ST-DATE TO WS-LAST-STMT-DATE
               END-IF
               IF ST-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-NOMATCH-REASON
               ELSE
                   IF ST-CHEQUE-NO NOT = SPACES
                       PERFORM 330-MATCH-CHEQUE
                   ELSE
                       PERFORM 340-MATCH-EFT-PAYMENT
                       IF WS-MATCHED = 'N'
                           PERFORM 350-MATCH-BATCH
                       END-IF
                   END-IF
               END-IF
               IF WS-MATCHED = 'N'
                   ADD 1 TO WS-BANK-ONLY-COUNT
                   IF ST-AMOUNT IS NUMERIC
                       ADD ST-AMOUNT TO WS-BANK-ONLY-TOTAL
                       MOVE ST-AMOUNT TO WS-PRINT-AMT
                   ELSE
                       MOVE 0 TO WS-PRINT-AMT
                   END-IF
                   IF WS-NOMATCH-REASON = SPACES
                       MOVE "NO PAYMENT FOR THIS REFERENCE"
                           TO WS-NOMATCH-REASON
                   END-IF
                   MOVE SPACES TO REPORT-RECORD
                   STRING "NOT IN PAYROLL " ST-DATE " "
                           ST-CHEQUE-NO " " ST-REFERENCE " "
                           WS-PRINT-AMT "  " WS-NOMATCH-REASON
                           DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

       330-MATCH-CHEQUE.
           IF FUNCTION TEST-NUMVAL(ST-CHEQUE-NO) NOT = 0
               MOVE "CHEQUE NUMBER NOT NUMERIC" TO WS-NOMATCH-REASON
           ELSE
               MOVE FUNCTION NUMVAL(ST-CHEQUE-NO) TO WS-CHQ-NO
               MOVE SPACES TO BK-KEY
               MOVE 'C' TO BK-TYPE
               MOVE WS-CHQ-NO TO BK-REF
               MOVE BK-REF TO WS-WANT-REF
               MOVE LOW-VALUES TO BK-PAY-PERIOD
               MOVE 0 TO BK-RUN-SEQ
               MOVE "CHEQUE NOT ON THE REGISTER" TO WS-NOMATCH-REASON
               START BANK-RECON-FILE KEY IS NOT LESS THAN BK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ BANK-RECON-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF BK-CHEQUE AND BK-REF = WS-WANT-REF
                                   PERFORM 335-CLEAR-CHEQUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       335-CLEAR-CHEQUE.
           EVALUATE TRUE
               WHEN BK-CLEARED
                   MOVE "CHEQUE ALREADY CLEARED" TO WS-NOMATCH-REASON
               WHEN BK-EXPLAINED
                   MOVE "CHEQUE WAS EXPLAINED OFF" TO WS-NOMATCH-REASON
               WHEN BK-AMOUNT NOT = ST-AMOUNT
                   MOVE "AMOUNT DIFFERS FROM THE CHEQUE"
                       TO WS-NOMATCH-REASON
               WHEN OTHER
                   MOVE BK-AMOUNT TO BK-CLEARED-AMT
                   PERFORM 360-MARK-CLEARED
                   PERFORM 337-MARK-CHEQUE-CLEARED
                   MOVE "MATCHED CHQ" TO WS-MATCH-TAG
                   PERFORM 370-WRITE-MATCH-LINE
           END-EVALUATE.

      *>   The cheque's lifecycle status follows the bank.
       337-MARK-CHEQUE-CLEARED.
           MOVE BK-REF(1:6) TO CX-NUMBER
           READ CHEQUE-STATUS-FILE
               INVALID KEY
                   INITIALIZE CHEQUE-STATUS-RECORD
                   MOVE BK-REF(1:6) TO CX-NUMBER
                   PERFORM 338-SET-CHEQUE-CLEARED
                   WRITE CHEQUE-STATUS-RECORD
               NOT INVALID KEY
                   PERFORM 338-SET-CHEQUE-CLEARED
                   REWRITE CHEQUE-STATUS-RECORD
           END-READ.

       338-SET-CHEQUE-CLEARED.
           MOVE 'C' TO CX-STATUS
           MOVE ST-DATE TO CX-STATUS-DATE
           MOVE "CLEARED ON BANK STATEMENT" TO CX-REASON
           MOVE LS-EMP-ID TO CX-UPDATED-BY
           MOVE WS-TIMESTAMP TO CX-UPDATED-TS.

       340-MATCH-EFT-PAYMENT.
           MOVE SPACES TO BK-KEY
           MOVE 'E' TO BK-TYPE
           MOVE ST-REFERENCE(1:10) TO BK-REF
           MOVE BK-REF TO WS-WANT-REF
           MOVE LOW-VALUES TO BK-PAY-PERIOD
           MOVE 0 TO BK-RUN-SEQ
           MOVE 'N' TO WS-SCAN-DONE
           START BANK-RECON-FILE KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BANK-RECON-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF NOT BK-EFT OR BK-REF NOT = WS-WANT-REF
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           PERFORM 345-TRY-EFT-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.

      *>   The oldest open payment the debit fits into takes it; a
      *>   split payment's lines clear it part by part.
       345-TRY-EFT-PAYMENT.
           IF BK-OPEN
               COMPUTE WS-REMAINING = BK-AMOUNT - BK-CLEARED-AMT
               IF ST-AMOUNT NOT > WS-REMAINING
                   ADD ST-AMOUNT TO BK-CLEARED-AMT
                   IF BK-CLEARED-AMT = BK-AMOUNT
                       PERFORM 360-MARK-CLEARED
                   ELSE
                       MOVE 'P' TO BK-STATUS
                       MOVE ST-DATE TO BK-CLEARED-DATE
                       MOVE LS-EMP-ID TO BK-UPDATED-BY
                       MOVE WS-TIMESTAMP TO BK-UPDATED-TS
                       REWRITE BANK-RECON-RECORD
                   END-IF
                   MOVE BK-BATCH-TS TO WS-BT-WANT-TS
                   PERFORM 317-FIND-BATCH
                   IF WS-BT-FOUND > 0
                       MOVE 'N' TO WS-BT-USABLE(WS-BT-FOUND)
                   END-IF
                   MOVE "MATCHED EFT" TO WS-MATCH-TAG
                   PERFORM 370-WRITE-MATCH-LINE
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   MOVE "AMOUNT EXCEEDS THE PAYMENT"
                       TO WS-NOMATCH-REASON
               END-IF
           END-IF.

       350-MATCH-BATCH.
           MOVE 0 TO WS-BT-FOUND
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT OR WS-BT-FOUND > 0
               IF WS-BT-USABLE(WS-BT-IDX) = 'Y'
                       AND WS-BT-TOTAL(WS-BT-IDX) = ST-AMOUNT
                   MOVE WS-BT-IDX TO WS-BT-FOUND
               END-IF
           END-PERFORM
           IF WS-BT-FOUND > 0
               MOVE 'N' TO WS-BT-USABLE(WS-BT-FOUND)
               MOVE WS-BT-TS(WS-BT-FOUND) TO WS-BT-WANT-TS
               PERFORM 355-CLEAR-BATCH
           END-IF.

       355-CLEAR-BATCH.
           MOVE 0 TO WS-BATCH-ITEMS
           MOVE SPACES TO BK-KEY
           MOVE 'E' TO BK-TYPE
           MOVE LOW-VALUES TO BK-REF
           MOVE 0 TO BK-RUN-SEQ
           MOVE 'N' TO WS-SCAN-DONE
           START BANK-RECON-FILE KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BANK-RECON-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF NOT BK-EFT
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           IF BK-OUTSTANDING
                                   AND BK-BATCH-TS = WS-BT-WANT-TS
                               MOVE BK-AMOUNT TO BK-CLEARED-AMT
                               PERFORM 360-MARK-CLEARED
                               ADD 1 TO WS-BATCH-ITEMS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'Y' TO WS-MATCHED
           ADD 1 TO WS-MATCH-COUNT
           ADD ST-AMOUNT TO WS-MATCH-TOTAL
           MOVE ST-AMOUNT TO WS-PRINT-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING "MATCHED BATCH  " ST-DATE " RUN " WS-BT-WANT-TS
                   " " WS-BATCH-ITEMS " PAYMENT(S) " WS-PRINT-AMT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       360-MARK-CLEARED.
           MOVE 'C' TO BK-STATUS
           MOVE ST-DATE TO BK-CLEARED-DATE
           MOVE LS-EMP-ID TO BK-UPDATED-BY
           MOVE WS-TIMESTAMP TO BK-UPDATED-TS
           REWRITE BANK-RECON-RECORD.

       370-WRITE-MATCH-LINE.
           MOVE 'Y' TO WS-MATCHED
           ADD 1 TO WS-MATCH-COUNT
           ADD ST-AMOUNT TO WS-MATCH-TOTAL
           MOVE ST-AMOUNT TO WS-PRINT-AMT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-MATCH-TAG " " ST-DATE " " BK-REF " "
                   BK-PAY-PERIOD " " WS-PRINT-AMT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *****************************************************************
      * 380-LIST-NOT-ON-BANK - payments issued on or before the
      * statement's last date that are still open: payroll says they
      * went out, the bank has not paid them.
      *****************************************************************
       380-LIST-NOT-ON-BANK.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ISSUED BUT NOT YET PAID BY THE BANK" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE LOW-VALUES TO BK-KEY
           MOVE 'N' TO WS-SCAN-DONE
           START BANK-RECON-FILE KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BANK-RECON-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF BK-OPEN
                               AND BK-ISSUED-DATE
                                   NOT > WS-LAST-STMT-DATE
                           COMPUTE WS-REMAINING =
                                   BK-AMOUNT - BK-CLEARED-AMT
                           ADD 1 TO WS-PAY-ONLY-COUNT
                           ADD WS-REMAINING TO WS-PAY-ONLY-TOTAL
                           MOVE WS-REMAINING TO WS-PRINT-AMT
                           MOVE SPACES TO REPORT-RECORD
                           STRING "NOT ON BANK    " BK-ISSUED-DATE
                                   " " BK-TYPE " " BK-REF " "
                                   BK-PAY-PERIOD " " WS-PRINT-AMT
                                   DELIMITED BY SIZE INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       390-WRITE-IMPORT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "STATEMENT LINES READ:     " WS-LINE-COUNT
                   "  (CREDITS NOT MATCHED: " WS-CREDIT-COUNT ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY REPORT-RECORD
           MOVE WS-MATCH-TOTAL TO WS-PRINT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "MATCHED:                  " WS-MATCH-COUNT
                   "  R " WS-PRINT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY REPORT-RECORD
           MOVE WS-BANK-ONLY-TOTAL TO WS-PRINT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "UNMATCHED IN BANK:        " WS-BANK-ONLY-COUNT
                   "  R " WS-PRINT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY REPORT-RECORD
           MOVE WS-PAY-ONLY-TOTAL TO WS-PRINT-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING "UNMATCHED IN PAYROLL:     " WS-PAY-ONLY-COUNT
                   "  R " WS-PRINT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY REPORT-RECORD.

      *****************************************************************
      * 400-AGEING-REPORT - every payment still open, per pay period,
      * aged from its issue date into 0-30, 31-60, 61-90 and over 90
      * days, to ../data/bank_outstanding_<today>.txt. A period drops
      * off once all its payments have cleared or been explained.
      *****************************************************************
       400-AGEING-REPORT.
           PERFORM 200-TAKE-ON-PAYMENTS
           MOVE 0 TO WS-AG-COUNT
           MOVE 0 TO WS-AG-ITEM-COUNT
           MOVE 0 TO WS-AG-GRAND
           PERFORM VARYING WS-AG-BUCKET FROM 1 BY 1
                   UNTIL WS-AG-BUCKET > 4
               MOVE 0 TO WS-AG-TOTAL(WS-AG-BUCKET)
           END-PERFORM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "../data/bank_outstanding_" WS-TODAY ".txt"
                   DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "OUTSTANDING SALARY PAYMENTS AT " WS-TODAY
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ISSUED   T REFERENCE  PAY PERIOD" TO REPORT-RECORD
           MOVE " OUTSTANDING    DAYS" TO REPORT-RECORD(48:20)
           WRITE REPORT-RECORD
           MOVE LOW-VALUES TO BK-KEY
           MOVE 'N' TO WS-SCAN-DONE
           START BANK-RECON-FILE KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BANK-RECON-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF BK-OPEN
                           PERFORM 410-AGE-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 420-WRITE-AGEING-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Ageing written to " WS-REPORT-FILENAME.

       410-AGE-ONE-PAYMENT.
           COMPUTE WS-REMAINING = BK-AMOUNT - BK-CLEARED-AMT
           IF BK-ISSUED-DATE < 19000101
               MOVE 0 TO WS-AG-DAYS
           ELSE
               COMPUTE WS-AG-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(BK-ISSUED-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-AG-DAYS > 90
                   MOVE 4 TO WS-AG-BUCKET
               WHEN WS-AG-DAYS > 60
                   MOVE 3 TO WS-AG-BUCKET
               WHEN WS-AG-DAYS > 30
                   MOVE 2 TO WS-AG-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-AG-BUCKET
           END-EVALUATE
           MOVE 0 TO WS-AG-FOUND
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               IF WS-AG-PERIOD(WS-AG-IDX) = BK-PAY-PERIOD
                   MOVE WS-AG-IDX TO WS-AG-FOUND
               END-IF
           END-PERFORM
           IF WS-AG-FOUND = 0 AND WS-AG-COUNT < 120
               ADD 1 TO WS-AG-COUNT
               MOVE WS-AG-COUNT TO WS-AG-FOUND
               MOVE BK-PAY-PERIOD TO WS-AG-PERIOD(WS-AG-FOUND)
               MOVE 0 TO WS-AG-ITEMS(WS-AG-FOUND)
               MOVE 0 TO WS-AG-AMT(WS-AG-FOUND, 1)
               MOVE 0 TO WS-AG-AMT(WS-AG-FOUND, 2)
               MOVE 0 TO WS-AG-AMT(WS-AG-FOUND, 3)
               MOVE 0 TO WS-AG-AMT(WS-AG-FOUND, 4)
           END-IF
           IF WS-AG-FOUND > 0
               ADD 1 TO WS-AG-ITEMS(WS-AG-FOUND)
               ADD WS-REMAINING
                   TO WS-AG-AMT(WS-AG-FOUND, WS-AG-BUCKET)
           END-IF
           ADD 1 TO WS-AG-ITEM-COUNT
           ADD WS-REMAINING TO WS-AG-TOTAL(WS-AG-BUCKET)
           ADD WS-REMAINING TO WS-AG-GRAND
           MOVE WS-REMAINING TO WS-PRINT-AMT
           MOVE WS-AG-DAYS TO WS-PRINT-DAYS
           MOVE SPACES TO REPORT-RECORD
           STRING BK-ISSUED-DATE " " BK-TYPE " " BK-REF " "
                   BK-PAY-PERIOD " " WS-PRINT-AMT " " WS-PRINT-DAYS
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       420-WRITE-AGEING-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "PAY PERIOD                ITEMS       0-30 DAYS"
                   "      31-60 DAYS      61-90 DAYS       OVER 90"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY " "
           DISPLAY REPORT-RECORD
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               MOVE WS-AG-AMT(WS-AG-IDX, 1) TO WS-PRINT-B1
               MOVE WS-AG-AMT(WS-AG-IDX, 2) TO WS-PRINT-B2
               MOVE WS-AG-AMT(WS-AG-IDX, 3) TO WS-PRINT-B3
               MOVE WS-AG-AMT(WS-AG-IDX, 4) TO WS-PRINT-B4
               MOVE SPACES TO REPORT-RECORD
               STRING WS-AG-PERIOD(WS-AG-IDX) " "
                       WS-AG-ITEMS(WS-AG-IDX) " " WS-PRINT-B1 "  "
                       WS-PRINT-B2 "  " WS-PRINT-B3 "  " WS-PRINT-B4
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY REPORT-RECORD
           END-PERFORM
           MOVE WS-AG-TOTAL(1) TO WS-PRINT-B1
           MOVE WS-AG-TOTAL(2) TO WS-PRINT-B2
           MOVE WS-AG-TOTAL(3) TO WS-PRINT-B3
           MOVE WS-AG-TOTAL(4) TO WS-PRINT-B4
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL                     " WS-AG-ITEM-COUNT " "
                   WS-PRINT-B1 "  " WS-PRINT-B2 "  " WS-PRINT-B3
                   "  " WS-PRINT-B4
                   DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY REPORT-RECORD
           MOVE WS-AG-GRAND TO WS-PRINT-TOTAL
           DISPLAY "TOTAL OUTSTANDING: R " WS-PRINT-TOTAL
           IF WS-AG-ITEM-COUNT = 0
               DISPLAY "Every payment on the register has cleared or "
                       "been explained."
           END-IF.

      *****************************************************************
      * 500-EXPLAIN-PAYMENT - close an open payment the bank will never
      * pay (a cheque cancelled or gone stale, a payment settled some
      * other way) with the reason, so it leaves the ageing.
      *****************************************************************
       500-EXPLAIN-PAYMENT.
           MOVE 'Y' TO WS-INPUT-OK
           DISPLAY "Payment type (E = EFT, C = cheque): "
                   WITH NO ADVANCING
           MOVE SPACE TO WS-EX-TYPE
           ACCEPT WS-EX-TYPE
           MOVE FUNCTION UPPER-CASE(WS-EX-TYPE) TO WS-EX-TYPE
           IF WS-EX-TYPE NOT = 'E' AND WS-EX-TYPE NOT = 'C'
               DISPLAY "Type must be E or C"
               MOVE 'N' TO WS-INPUT-OK
           ELSE
               IF WS-EX-TYPE = 'C'
                   DISPLAY "Cheque number: " WITH NO ADVANCING
                   MOVE 0 TO WS-CHQ-NO
                   ACCEPT WS-CHQ-NO
                   MOVE WS-CHQ-NO TO WS-WANT-REF
               ELSE
                   DISPLAY "Employee ID: " WITH NO ADVANCING
                   MOVE SPACES TO WS-WANT-REF
                   ACCEPT WS-WANT-REF
               END-IF
               PERFORM 510-LIST-OPEN-FOR-REF
               IF WS-EX-COUNT = 0
                   DISPLAY "No open payments for that reference."
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Payment to explain (number): "
                       WITH NO ADVANCING
               MOVE 0 TO WS-EX-PICK
               ACCEPT WS-EX-PICK
               IF WS-EX-PICK = 0 OR WS-EX-PICK > WS-EX-COUNT
                   DISPLAY "Invalid choice"
               ELSE
                   DISPLAY "Explanation: " WITH NO ADVANCING
                   MOVE SPACES TO WS-EX-NOTE
                   ACCEPT WS-EX-NOTE
                   IF WS-EX-NOTE = SPACES
                       DISPLAY "An explanation is required"
                   ELSE
                       MOVE WS-EX-KEY(WS-EX-PICK) TO BK-KEY
                       READ BANK-RECON-FILE
                           INVALID KEY
                               DISPLAY "Payment no longer on file"
                           NOT INVALID KEY
                               MOVE 'X' TO BK-STATUS
                               MOVE WS-EX-NOTE TO BK-NOTE
                               MOVE LS-EMP-ID TO BK-UPDATED-BY
                               MOVE WS-TIMESTAMP TO BK-UPDATED-TS
                               REWRITE BANK-RECON-RECORD
                               DISPLAY "Payment explained off."
                       END-READ
                   END-IF
               END-IF
           END-IF.

       510-LIST-OPEN-FOR-REF.
           MOVE 0 TO WS-EX-COUNT
           MOVE SPACES TO BK-KEY
           MOVE WS-EX-TYPE TO BK-TYPE
           MOVE WS-WANT-REF TO BK-REF
           MOVE LOW-VALUES TO BK-PAY-PERIOD
           MOVE 0 TO BK-RUN-SEQ
           MOVE 'N' TO WS-SCAN-DONE
           START BANK-RECON-FILE KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BANK-RECON-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF BK-TYPE NOT = WS-EX-TYPE
                               OR BK-REF NOT = WS-WANT-REF
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           IF BK-OPEN AND WS-EX-COUNT < 20
                               ADD 1 TO WS-EX-COUNT
                               MOVE BK-KEY TO WS-EX-KEY(WS-EX-COUNT)
                               COMPUTE WS-REMAINING =
                                       BK-AMOUNT - BK-CLEARED-AMT
                               MOVE WS-REMAINING TO WS-PRINT-AMT
                               MOVE WS-EX-COUNT TO WS-PRINT-NO
                               DISPLAY WS-PRINT-NO ". "
                                       BK-PAY-PERIOD " ISSUED "
                                       BK-ISSUED-DATE " OPEN R "
                                       WS-PRINT-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       END PROGRAM BANKRECON.
