       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLAIM.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - employee expense claims. Travel,
      *                   cellphone and subsistence claims were paper
      *                   forms paid through accounts payable. A claim
      *                   is now captured here with its category,
      *                   amount and reference, routed to the
      *                   claimant's EMP-MANAGER-ID for approval the
      *                   same way LEAVE-MGMT routes leave (Admin/HR
      *                   see every claim), and an approved claim is
      *                   reimbursed by the next PAYROLL run - tax-free
      *                   up to the SARS prescribed rate, any excess
      *                   taxed with the pay.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-CLAIM-FILE
               ASSIGN TO "../data/expense_claims.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-KEY
               FILE STATUS IS XC-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-CLAIM-FILE.
           COPY expense_claim.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       WORKING-STORAGE SECTION.
       01  XC-FILE-STATUS          PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  CONFIG-FILE-STATUS      PIC XX.
       01  WS-EMP-AVAILABLE        PIC X(1).
       01  WS-MINE                 PIC X(1).
       01  WS-CAN-REVIEW           PIC X(1).
       01  WS-CHOICE               PIC 9(1).
       01  WS-CLAIM-EMP-ID         PIC X(10).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-NEXT-SEQ             PIC 9(3).
       01  WS-DUPLICATE            PIC X(1).
       01  WS-PENDING-COUNT        PIC 9(4).
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-DECIDE-EMP-ID        PIC X(10).
       01  WS-DECIDE-SEQ           PIC 9(3).
       01  WS-DECISION             PIC X(1).
       01  WS-INPUT-OK             PIC X(1).

      *> The new claim as captured, before it is written.
       01  WS-NEW-CLAIM.
           05  WS-NC-CATEGORY      PIC X(4).
           05  WS-NC-DATE          PIC 9(8).
           05  WS-NC-REFERENCE     PIC X(15).
           05  WS-NC-DESC          PIC X(30).
           05  WS-NC-QUANTITY      PIC 9(5)V99.
           05  WS-NC-AMOUNT        PIC 9(7)V99.

      *> SARS prescribed rates, off CONFIG's settings (defaults: the
      *> 2025/26 reimbursive travel rate per km and the daily
      *> allowance for meals and incidentals away from home).
       01  WS-CLAIM-KM-RATE        PIC 9(2)V99 VALUE 4.76.
       01  WS-CLAIM-DAY-RATE       PIC 9(4)V99 VALUE 548.00.
       01  WS-TAX-FREE-LIMIT       PIC 9(9)V99.
       01  WS-EXCESS               PIC 9(7)V99.

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
       01  WS-PRINT-QTY            PIC ZZ,ZZ9.99.

       01  WS-ACCESS-PARAMS.
           05  WS-AC-FUNCTION      PIC X(8).
           05  WS-AC-USER-ROLE     PIC X(1).
           05  WS-AC-USER-ID       PIC X(10).
           05  WS-AC-RESULT        PIC X(1).

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-EXPENSE-CLAIMS.
           MOVE "CLAIMAPR" TO WS-AC-FUNCTION
           MOVE LS-USER-ROLE TO WS-AC-USER-ROLE
           MOVE LS-EMP-ID TO WS-AC-USER-ID
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
           MOVE WS-AC-RESULT TO WS-CAN-REVIEW
           PERFORM 150-READ-PRESCRIBED-RATES
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                      WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                      WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                      DELIMITED BY SIZE INTO WS-TIMESTAMP
               MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY
               DISPLAY " "
               DISPLAY "ByteBank Expense Claims"
               DISPLAY "-----------------------"
               DISPLAY "1. Submit Expense Claim"
               DISPLAY "2. View My Claims"
               IF WS-CAN-REVIEW = 'Y'
                   DISPLAY "3. Review Pending Claims"
               END-IF
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-SUBMIT-CLAIM
                   WHEN 2 PERFORM 400-VIEW-CLAIMS
                   WHEN 3
                       IF WS-CAN-REVIEW = 'Y'
                           PERFORM 300-REVIEW-PENDING-CLAIMS
                       ELSE
                           DISPLAY "Invalid choice"
                       END-IF
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *****************************************************************
      * 150-READ-PRESCRIBED-RATES - the SARS prescribed rates CONFIG
      * keeps; a settings file written before CONFIG carried them
      * holds zeros there, and the defaults above stand.
      *****************************************************************
       150-READ-PRESCRIBED-RATES.
           OPEN INPUT SYSCONFIG-FILE
           IF CONFIG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-CLAIM-KM-RATE NUMERIC
                               AND SC-CLAIM-KM-RATE > 0
                           MOVE SC-CLAIM-KM-RATE TO WS-CLAIM-KM-RATE
                           MOVE SC-CLAIM-DAY-RATE
                               TO WS-CLAIM-DAY-RATE
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

      *****************************************************************
      * 200-SUBMIT-CLAIM - capture a claim as XC-PENDING. Staff claim
      * for themselves; Admin/HR may capture a paper claim on an
      * employee's behalf. The same reference cannot be claimed twice
      * in a category unless the earlier claim was rejected.
      *****************************************************************
       200-SUBMIT-CLAIM.
           IF LS-USER-ROLE = 'A' OR LS-USER-ROLE = 'H'
               DISPLAY "Enter employee ID (blank = yourself): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-CLAIM-EMP-ID
               ACCEPT WS-CLAIM-EMP-ID
               IF WS-CLAIM-EMP-ID = SPACES
                   MOVE LS-EMP-ID TO WS-CLAIM-EMP-ID
               END-IF
           ELSE
               MOVE LS-EMP-ID TO WS-CLAIM-EMP-ID
           END-IF

           MOVE 'Y' TO WS-INPUT-OK
           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-CLAIM-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee not found: " WS-CLAIM-EMP-ID
                   MOVE 'N' TO WS-INPUT-OK
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       DISPLAY "Employee " WS-CLAIM-EMP-ID
                               " is terminated - claim through "
                               "accounts payable"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
           END-READ
           CLOSE EMPLOYEE-FILE

           IF WS-INPUT-OK = 'Y'
               PERFORM 210-CAPTURE-CLAIM
           END-IF
           IF WS-INPUT-OK = 'Y'
               OPEN I-O EXPENSE-CLAIM-FILE
               IF XC-FILE-STATUS = '35'
                   OPEN OUTPUT EXPENSE-CLAIM-FILE
                   CLOSE EXPENSE-CLAIM-FILE
                   OPEN I-O EXPENSE-CLAIM-FILE
               END-IF
               PERFORM 250-NEXT-CLAIM-SEQ
               IF WS-DUPLICATE = 'Y'
                   DISPLAY "Reference " WS-NC-REFERENCE " has already "
                           "been claimed under " WS-NC-CATEGORY
                           " - claim refused"
               ELSE
                   IF WS-NEXT-SEQ > 999
                       DISPLAY "No free claim number for "
                               WS-CLAIM-EMP-ID
                   ELSE
                       PERFORM 260-WRITE-CLAIM
                   END-IF
               END-IF
               CLOSE EXPENSE-CLAIM-FILE
           END-IF.

       210-CAPTURE-CLAIM.
           DISPLAY "Category (TRAV=travel, SUBS=subsistence, "
                   "CELL=cellphone, OTHR=other): " WITH NO ADVANCING
           ACCEPT WS-NC-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-NC-CATEGORY) TO WS-NC-CATEGORY
           MOVE WS-NC-CATEGORY TO XC-CATEGORY
           IF NOT XC-CAT-VALID
               DISPLAY "Unknown category: " WS-NC-CATEGORY
               MOVE 'N' TO WS-INPUT-OK
           ELSE
               DISPLAY "Date of the expense YYYYMMDD: "
                       WITH NO ADVANCING
               ACCEPT WS-NC-DATE
               IF WS-NC-DATE = 0 OR WS-NC-DATE > WS-TODAY
                   DISPLAY "Expense date must be today or earlier"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE 0 TO WS-NC-QUANTITY
               EVALUATE WS-NC-CATEGORY
                   WHEN "TRAV"
                       DISPLAY "Business kilometres travelled: "
                               WITH NO ADVANCING
                       ACCEPT WS-NC-QUANTITY
                   WHEN "SUBS"
                       DISPLAY "Days away from home on business: "
                               WITH NO ADVANCING
                       ACCEPT WS-NC-QUANTITY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               DISPLAY "Amount claimed: " WITH NO ADVANCING
               ACCEPT WS-NC-AMOUNT
               IF WS-NC-AMOUNT = 0
                   DISPLAY "Amount must be greater than zero"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Receipt / logbook reference: "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-NC-REFERENCE
               ACCEPT WS-NC-REFERENCE
               IF WS-NC-REFERENCE = SPACES
                   DISPLAY "A supporting reference is required"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Description: " WITH NO ADVANCING
               MOVE SPACES TO WS-NC-DESC
               ACCEPT WS-NC-DESC
           END-IF.

      *****************************************************************
      * 250-NEXT-CLAIM-SEQ - walk the employee's claims for the
      * highest sequence in use, noting a duplicate reference on the
      * way.
      *****************************************************************
       250-NEXT-CLAIM-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-DUPLICATE
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-CLAIM-EMP-ID TO XC-EMP-ID
           MOVE 0 TO XC-CLAIM-SEQ
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN XC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF XC-EMP-ID NOT = WS-CLAIM-EMP-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE XC-CLAIM-SEQ TO WS-NEXT-SEQ
                           IF XC-REFERENCE = WS-NC-REFERENCE
                                   AND XC-CATEGORY = WS-NC-CATEGORY
                                   AND NOT XC-REJECTED
                               MOVE 'Y' TO WS-DUPLICATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO XC-FILE-STATUS
           ADD 1 TO WS-NEXT-SEQ.

       260-WRITE-CLAIM.
           INITIALIZE EXPENSE-CLAIM-RECORD
           MOVE WS-CLAIM-EMP-ID  TO XC-EMP-ID
           MOVE WS-NEXT-SEQ      TO XC-CLAIM-SEQ
           MOVE WS-NC-CATEGORY   TO XC-CATEGORY
           MOVE WS-NC-DATE       TO XC-EXPENSE-DATE
           MOVE WS-NC-REFERENCE  TO XC-REFERENCE
           MOVE WS-NC-DESC       TO XC-DESC
           MOVE WS-NC-QUANTITY   TO XC-QUANTITY
           MOVE WS-NC-AMOUNT     TO XC-AMOUNT
           SET XC-PENDING TO TRUE
           MOVE LS-EMP-ID        TO XC-SUBMITTED-BY
           MOVE WS-TIMESTAMP     TO XC-SUBMITTED-TS
           WRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to record claim, status "
                           XC-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Claim " XC-EMP-ID "/" XC-CLAIM-SEQ
                           " submitted for approval."
                   PERFORM 350-SHOW-PRESCRIBED-SPLIT
           END-WRITE.

      *****************************************************************
      * 300-REVIEW-PENDING-CLAIMS - list every pending claim the
      * reviewer may decide and let them approve or reject one.
      *****************************************************************
       300-REVIEW-PENDING-CLAIMS.
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM 320-OPEN-EMPLOYEE-MASTER
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF XC-FILE-STATUS NOT = '00'
               DISPLAY "No expense claims on file."
           ELSE
               DISPLAY " "
               DISPLAY "=========== PENDING EXPENSE CLAIMS =========="
               PERFORM UNTIL XC-FILE-STATUS = '10'
                   READ EXPENSE-CLAIM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF XC-PENDING
                               PERFORM 330-CHECK-REPORTING-LINE
                               IF WS-MINE = 'Y'
                                   ADD 1 TO WS-PENDING-COUNT
                                   PERFORM 340-SHOW-CLAIM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
               IF WS-PENDING-COUNT = 0
                   DISPLAY "No pending claims for your reports."
               ELSE
                   PERFORM 360-DECIDE-CLAIM
               END-IF
           END-IF
           IF WS-EMP-AVAILABLE = 'Y'
               CLOSE EMPLOYEE-FILE
           END-IF.

       320-OPEN-EMPLOYEE-MASTER.
           MOVE 'N' TO WS-EMP-AVAILABLE
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-EMP-AVAILABLE
           END-IF.

      *****************************************************************
      * 330-CHECK-REPORTING-LINE - Admin/HR see every claim; a
      * Manager-role reviewer only sees claims from employees whose
      * EMP-MANAGER-ID is the reviewer's own EMP-ID. Nobody decides
      * their own claim.
      *****************************************************************
       330-CHECK-REPORTING-LINE.
           MOVE 'Y' TO WS-MINE
           IF XC-EMP-ID = LS-EMP-ID
               MOVE 'N' TO WS-MINE
           ELSE
               IF LS-USER-ROLE = 'M' AND WS-EMP-AVAILABLE = 'Y'
                   MOVE XC-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-MINE
                       NOT INVALID KEY
                           IF EMP-MANAGER-ID NOT = LS-EMP-ID
                               MOVE 'N' TO WS-MINE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       340-SHOW-CLAIM.
           MOVE XC-AMOUNT TO WS-PRINT-AMT
           DISPLAY "CLAIM: " XC-EMP-ID "/" XC-CLAIM-SEQ "  "
                   XC-CATEGORY "  " XC-EXPENSE-DATE "  R "
                   WS-PRINT-AMT
           DISPLAY "   REF: " XC-REFERENCE "  " XC-DESC
           IF XC-QUANTITY > 0
               MOVE XC-QUANTITY TO WS-PRINT-QTY
               IF XC-CAT-TRAVEL
                   DISPLAY "   BUSINESS KM: " WS-PRINT-QTY
               ELSE
                   DISPLAY "   DAYS AWAY:   " WS-PRINT-QTY
               END-IF
           END-IF
           PERFORM 350-SHOW-PRESCRIBED-SPLIT.

      *****************************************************************
      * 350-SHOW-PRESCRIBED-SPLIT - what part of the claim in the
      * record area is over the SARS prescribed rate and will be
      * taxed with the pay (PAYROLL applies the same rule when it
      * reimburses the claim).
      *****************************************************************
       350-SHOW-PRESCRIBED-SPLIT.
           MOVE 0 TO WS-EXCESS
           EVALUATE TRUE
               WHEN XC-CAT-TRAVEL
                   COMPUTE WS-TAX-FREE-LIMIT ROUNDED =
                           XC-QUANTITY * WS-CLAIM-KM-RATE
               WHEN XC-CAT-SUBSIST
                   COMPUTE WS-TAX-FREE-LIMIT ROUNDED =
                           XC-QUANTITY * WS-CLAIM-DAY-RATE
               WHEN OTHER
                   MOVE XC-AMOUNT TO WS-TAX-FREE-LIMIT
           END-EVALUATE
           IF XC-AMOUNT > WS-TAX-FREE-LIMIT
               COMPUTE WS-EXCESS = XC-AMOUNT - WS-TAX-FREE-LIMIT
               MOVE WS-EXCESS TO WS-PRINT-AMT
               DISPLAY "   OVER SARS PRESCRIBED RATE - R "
                       WS-PRINT-AMT " WILL BE TAXED"
           END-IF.

      *****************************************************************
      * 360-DECIDE-CLAIM - approve or reject one pending claim by
      * employee and claim number.
      *****************************************************************
       360-DECIDE-CLAIM.
           DISPLAY "Employee ID of claim to decide (blank to skip): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DECIDE-EMP-ID
           ACCEPT WS-DECIDE-EMP-ID
           IF WS-DECIDE-EMP-ID NOT = SPACES
               DISPLAY "Claim number: " WITH NO ADVANCING
               ACCEPT WS-DECIDE-SEQ
               OPEN I-O EXPENSE-CLAIM-FILE
               MOVE WS-DECIDE-EMP-ID TO XC-EMP-ID
               MOVE WS-DECIDE-SEQ TO XC-CLAIM-SEQ
               READ EXPENSE-CLAIM-FILE
                   INVALID KEY
                       DISPLAY "Claim not found."
                   NOT INVALID KEY
                       IF NOT XC-PENDING
                           DISPLAY "Claim already decided."
                       ELSE
                           PERFORM 330-CHECK-REPORTING-LINE
                           IF WS-MINE NOT = 'Y'
                               DISPLAY "NOT ONE OF YOUR REPORTS "
                                       "- DECISION REFUSED"
                           ELSE
                               PERFORM 370-RECORD-DECISION
                           END-IF
                       END-IF
               END-READ
               CLOSE EXPENSE-CLAIM-FILE
           END-IF.

       370-RECORD-DECISION.
           DISPLAY "Approve or Reject (A/R): " WITH NO ADVANCING
           ACCEPT WS-DECISION
           IF WS-DECISION = 'A' OR WS-DECISION = 'a'
               SET XC-APPROVED TO TRUE
           ELSE
               SET XC-REJECTED TO TRUE
           END-IF
           DISPLAY "Note (optional): " WITH NO ADVANCING
           MOVE SPACES TO XC-DECISION-NOTE
           ACCEPT XC-DECISION-NOTE
           MOVE LS-EMP-ID TO XC-DECIDED-BY
           MOVE WS-TIMESTAMP TO XC-DECIDED-TS
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update claim, status "
                           XC-FILE-STATUS
               NOT INVALID KEY
                   IF XC-APPROVED
                       DISPLAY "Claim " XC-EMP-ID "/" XC-CLAIM-SEQ
                               " approved - pays with the next "
                               "payroll run."
                   ELSE
                       DISPLAY "Claim " XC-EMP-ID "/" XC-CLAIM-SEQ
                               " rejected."
                   END-IF
           END-REWRITE.

      *****************************************************************
      * 400-VIEW-CLAIMS - the claimant's own claims with where each
      * one stands; Admin/HR may look up anyone's.
      *****************************************************************
       400-VIEW-CLAIMS.
           IF LS-USER-ROLE = 'A' OR LS-USER-ROLE = 'H'
               DISPLAY "Enter employee ID (blank = yourself): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-CLAIM-EMP-ID
               ACCEPT WS-CLAIM-EMP-ID
               IF WS-CLAIM-EMP-ID = SPACES
                   MOVE LS-EMP-ID TO WS-CLAIM-EMP-ID
               END-IF
           ELSE
               MOVE LS-EMP-ID TO WS-CLAIM-EMP-ID
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF XC-FILE-STATUS = '00'
               MOVE 'N' TO WS-SCAN-DONE
               MOVE WS-CLAIM-EMP-ID TO XC-EMP-ID
               MOVE 0 TO XC-CLAIM-SEQ
               START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN XC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY
                       CONTINUE
               END-START
               DISPLAY " "
               DISPLAY "=========== EXPENSE CLAIMS FOR "
                       WS-CLAIM-EMP-ID " ==========="
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ EXPENSE-CLAIM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           IF XC-EMP-ID NOT = WS-CLAIM-EMP-ID
                               MOVE 'Y' TO WS-SCAN-DONE
                           ELSE
                               ADD 1 TO WS-LIST-COUNT
                               PERFORM 410-SHOW-CLAIM-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
           END-IF
           IF WS-LIST-COUNT = 0
               DISPLAY "No expense claims on file for "
                       WS-CLAIM-EMP-ID
           END-IF.

       410-SHOW-CLAIM-STATUS.
           MOVE XC-AMOUNT TO WS-PRINT-AMT
           DISPLAY XC-CLAIM-SEQ "  " XC-CATEGORY "  " XC-EXPENSE-DATE
                   "  R " WS-PRINT-AMT "  " XC-REFERENCE
           EVALUATE TRUE
               WHEN XC-PENDING
                   DISPLAY "     AWAITING APPROVAL"
               WHEN XC-APPROVED
                   DISPLAY "     APPROVED BY " XC-DECIDED-BY
                           " - PAYS WITH THE NEXT RUN"
               WHEN XC-REJECTED
                   DISPLAY "     REJECTED BY " XC-DECIDED-BY " "
                           XC-DECISION-NOTE
               WHEN XC-PAID
                   MOVE XC-TAXABLE-AMT TO WS-PRINT-AMT
                   DISPLAY "     PAID " XC-PAID-PERIOD
                           "  TAXABLE PART R " WS-PRINT-AMT
           END-EVALUATE.
