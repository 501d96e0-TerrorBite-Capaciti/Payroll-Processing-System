       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETMGMT.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - company asset register.
      *                   Laptops, phones, access cards, tools and PPE
      *                   issued to staff had no record in the system
      *                   and the settlement run paid final pay without
      *                   checking anything had come back. HR records
      *                   each asset (tag, description, value), issues
      *                   it to an employee, records its return, or
      *                   writes off an item that will not come back -
      *                   with the employee's signed consent for its
      *                   value to be deducted from final pay. PAYROLL
      *                   refuses to finalise a settlement while any
      *                   item is still issued to the leaver.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE
               ASSIGN TO "../data/assets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-TAG
               FILE STATUS IS AS-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
           COPY asset.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       WORKING-STORAGE SECTION.
       01  AS-FILE-STATUS          PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  WS-CHOICE               PIC 9(1).
       01  WS-INPUT-OK             PIC X(1).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-IS-NEW               PIC X(1).
       01  WS-CONFIRM              PIC X(1).
       01  WS-FILTER               PIC X(1).

      *> Asset capture.
       01  WS-AS-INPUT.
           05  WS-IN-TAG           PIC X(12).
           05  WS-IN-DESCRIPTION   PIC X(40).
           05  WS-IN-CATEGORY      PIC X(1).
           05  WS-IN-SERIAL        PIC X(20).
           05  WS-IN-VALUE         PIC 9(7)V99.
       01  WS-IN-EMP-ID            PIC X(10).
       01  WS-IN-DATE              PIC 9(8).
       01  WS-IN-REASON            PIC X(30).
       01  WS-IN-AMOUNT            PIC 9(7)V99.

       01  WS-TODAY                PIC 9(8).
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP            PIC X(19).
       01  WS-PRINT-VALUE          PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-TOTAL          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-VALUE          PIC 9(9)V99.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-ASSETS.
           OPEN I-O ASSET-FILE
           IF AS-FILE-STATUS = '35'
               OPEN OUTPUT ASSET-FILE
               CLOSE ASSET-FILE
               OPEN I-O ASSET-FILE
           END-IF
           OPEN INPUT EMPLOYEE-FILE

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
               DISPLAY "ByteBank Asset Register"
               DISPLAY "-----------------------"
               DISPLAY "1. List Asset Register"
               DISPLAY "2. Add / Change Asset"
               DISPLAY "3. Issue Asset to Employee"
               DISPLAY "4. Record Asset Returned"
               DISPLAY "5. Write Off Unreturned Asset"
               DISPLAY "6. Employee's Assets"
               DISPLAY "7. Leavers with Outstanding Assets"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-LIST-ASSETS
                   WHEN 2 PERFORM 300-MAINTAIN-ASSET
                   WHEN 3 PERFORM 400-ISSUE-ASSET
                   WHEN 4 PERFORM 450-RETURN-ASSET
                   WHEN 5 PERFORM 500-WRITE-OFF-ASSET
                   WHEN 6 PERFORM 600-EMPLOYEE-ASSETS
                   WHEN 7 PERFORM 700-LEAVER-CLEARANCE
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           CLOSE ASSET-FILE
           CLOSE EMPLOYEE-FILE
           GOBACK.

      *****************************************************************
      * 200-LIST-ASSETS - the register, optionally only one status.
      *****************************************************************
       200-LIST-ASSETS.
           DISPLAY "Status (S in store, I issued, W written off, "
                   "blank = all): " WITH NO ADVANCING
           MOVE SPACE TO WS-FILTER
           ACCEPT WS-FILTER
           MOVE FUNCTION UPPER-CASE(WS-FILTER) TO WS-FILTER
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-TOTAL-VALUE
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO AS-TAG
           START ASSET-FILE KEY IS NOT LESS THAN AS-TAG
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ ASSET-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-FILTER = SPACE OR WS-FILTER = AS-STATUS
                           ADD 1 TO WS-LIST-COUNT
                           ADD AS-VALUE TO WS-TOTAL-VALUE
                           PERFORM 210-SHOW-ASSET
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No assets on the register."
           ELSE
               MOVE WS-TOTAL-VALUE TO WS-PRINT-TOTAL
               DISPLAY WS-LIST-COUNT " asset(s), value R"
                       WS-PRINT-TOTAL
               DISPLAY "(Category L laptop, P phone, C access card, "
                       "T tool, E PPE, O other)"
           END-IF
           MOVE '00' TO AS-FILE-STATUS.

       210-SHOW-ASSET.
           MOVE AS-VALUE TO WS-PRINT-VALUE
           DISPLAY AS-TAG "  " AS-DESCRIPTION "  " AS-CATEGORY
                   "  R" WS-PRINT-VALUE "  " AS-STATUS
           EVALUATE TRUE
               WHEN AS-ISSUED
                   DISPLAY "    ISSUED TO " AS-ISSUED-TO " ON "
                           AS-ISSUE-DATE
               WHEN AS-WRITTEN-OFF
                   DISPLAY "    WRITTEN OFF " AS-WO-DATE " BY "
                           AS-WO-BY " (" AS-ISSUED-TO "): "
                           AS-WO-REASON
                   IF AS-RECOVER-CONSENTED
                       MOVE AS-RECOVER-AMT TO WS-PRINT-VALUE
                       IF AS-RECOVERED-PERIOD = SPACES
                           DISPLAY "    RECOVERY OF R" WS-PRINT-VALUE
                                   " CONSENTED " AS-CONSENT-DATE
                                   " - PENDING SETTLEMENT"
                       ELSE
                           MOVE AS-RECOVERED-AMT TO WS-PRINT-VALUE
                           DISPLAY "    R" WS-PRINT-VALUE
                                   " RECOVERED IN "
                                   AS-RECOVERED-PERIOD
                       END-IF
                   END-IF
               WHEN OTHER
                   IF AS-ISSUED-TO NOT = SPACES
                       DISPLAY "    LAST ISSUED TO " AS-ISSUED-TO
                               " " AS-ISSUE-DATE " - RETURNED "
                               AS-RETURN-DATE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * 300-MAINTAIN-ASSET - add an asset to the register or correct
      * its description, category, serial number or value. Issue
      * state changes only through the issue / return / write-off
      * options.
      *****************************************************************
       300-MAINTAIN-ASSET.
           DISPLAY "Asset tag: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TAG
           ACCEPT WS-IN-TAG
           MOVE FUNCTION UPPER-CASE(WS-IN-TAG) TO WS-IN-TAG
           IF WS-IN-TAG = SPACES
               DISPLAY "Asset tag is required"
           ELSE
               MOVE WS-IN-TAG TO AS-TAG
               MOVE 'N' TO WS-IS-NEW
               READ ASSET-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-IS-NEW
                       INITIALIZE ASSET-RECORD
                       MOVE WS-IN-TAG TO AS-TAG
                       SET AS-IN-STORE TO TRUE
                   NOT INVALID KEY
                       PERFORM 210-SHOW-ASSET
               END-READ
               PERFORM 310-CAPTURE-ASSET
               IF WS-INPUT-OK = 'Y'
                   MOVE WS-IN-DESCRIPTION TO AS-DESCRIPTION
                   MOVE WS-IN-CATEGORY    TO AS-CATEGORY
                   MOVE WS-IN-SERIAL      TO AS-SERIAL-NO
                   MOVE WS-IN-VALUE       TO AS-VALUE
                   MOVE LS-EMP-ID         TO AS-UPDATED-BY
                   MOVE WS-TIMESTAMP      TO AS-UPDATED-TS
                   IF WS-IS-NEW = 'Y'
                       WRITE ASSET-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Unable to add asset,"
                                       " status " AS-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Asset " AS-TAG " added."
                       END-WRITE
                   ELSE
                       REWRITE ASSET-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Unable to update "
                                       "asset, status "
                                       AS-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Asset " AS-TAG " updated."
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       310-CAPTURE-ASSET.
           MOVE 'Y' TO WS-INPUT-OK
           MOVE AS-DESCRIPTION TO WS-IN-DESCRIPTION
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-IN-DESCRIPTION
           IF WS-IN-DESCRIPTION = SPACES
               MOVE AS-DESCRIPTION TO WS-IN-DESCRIPTION
           END-IF
           MOVE AS-CATEGORY TO WS-IN-CATEGORY
           DISPLAY "Category - (L)aptop, (P)hone, access (C)ard, "
                   "(T)ool, PP(E), (O)ther: " WITH NO ADVANCING
           ACCEPT WS-IN-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-IN-CATEGORY) TO WS-IN-CATEGORY
           IF WS-IN-CATEGORY = SPACE
               MOVE AS-CATEGORY TO WS-IN-CATEGORY
           END-IF
           MOVE AS-SERIAL-NO TO WS-IN-SERIAL
           DISPLAY "Serial number: " WITH NO ADVANCING
           ACCEPT WS-IN-SERIAL
           IF WS-IN-SERIAL = SPACES
               MOVE AS-SERIAL-NO TO WS-IN-SERIAL
           END-IF
           DISPLAY "Value: " WITH NO ADVANCING
           MOVE 0 TO WS-IN-VALUE
           ACCEPT WS-IN-VALUE
           IF WS-IN-VALUE = 0
               MOVE AS-VALUE TO WS-IN-VALUE
           END-IF
           IF WS-IN-DESCRIPTION = SPACES
               DISPLAY "Description is required"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           MOVE WS-IN-CATEGORY TO AS-CATEGORY
           IF NOT AS-CATEGORY-VALID
               DISPLAY "Category must be L, P, C, T, E or O"
               MOVE 'N' TO WS-INPUT-OK
           END-IF.

      *****************************************************************
      * 400-ISSUE-ASSET - hand an asset in store to a current employee.
      *****************************************************************
       400-ISSUE-ASSET.
           PERFORM 410-READ-ASSET
           IF WS-INPUT-OK = 'Y' AND NOT AS-IN-STORE
               DISPLAY "Asset " AS-TAG " is not in store"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Issue to employee ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-IN-EMP-ID
               ACCEPT WS-IN-EMP-ID
               MOVE WS-IN-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee not found"
                       MOVE 'N' TO WS-INPUT-OK
                   NOT INVALID KEY
                       IF EMP-TERMINATED
                           DISPLAY "Employee " EMP-ID
                                   " is terminated"
                           MOVE 'N' TO WS-INPUT-OK
                       END-IF
               END-READ
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM 420-CAPTURE-DATE
               MOVE WS-IN-EMP-ID TO AS-ISSUED-TO
               MOVE WS-IN-DATE   TO AS-ISSUE-DATE
               MOVE 0            TO AS-RETURN-DATE
               SET AS-ISSUED     TO TRUE
               MOVE LS-EMP-ID    TO AS-UPDATED-BY
               MOVE WS-TIMESTAMP TO AS-UPDATED-TS
               REWRITE ASSET-RECORD
               DISPLAY "Asset " AS-TAG " issued to " AS-ISSUED-TO
           END-IF.

       410-READ-ASSET.
           MOVE 'Y' TO WS-INPUT-OK
           DISPLAY "Asset tag: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TAG
           ACCEPT WS-IN-TAG
           MOVE FUNCTION UPPER-CASE(WS-IN-TAG) TO AS-TAG
           READ ASSET-FILE
               INVALID KEY
                   DISPLAY "No such asset on the register."
                   MOVE 'N' TO WS-INPUT-OK
               NOT INVALID KEY
                   PERFORM 210-SHOW-ASSET
           END-READ.

       420-CAPTURE-DATE.
           DISPLAY "Date (YYYYMMDD, 0 = today): " WITH NO ADVANCING
           MOVE 0 TO WS-IN-DATE
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = 0
               MOVE WS-TODAY TO WS-IN-DATE
           END-IF.

       450-RETURN-ASSET.
           PERFORM 410-READ-ASSET
           IF WS-INPUT-OK = 'Y' AND NOT AS-ISSUED
               DISPLAY "Asset " AS-TAG " is not out on issue"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM 420-CAPTURE-DATE
               IF WS-IN-DATE < AS-ISSUE-DATE
                   DISPLAY "Return date is before the issue date"
               ELSE
                   MOVE WS-IN-DATE   TO AS-RETURN-DATE
                   SET AS-IN-STORE   TO TRUE
                   MOVE LS-EMP-ID    TO AS-UPDATED-BY
                   MOVE WS-TIMESTAMP TO AS-UPDATED-TS
                   REWRITE ASSET-RECORD
                   DISPLAY "Asset " AS-TAG " returned by "
                           AS-ISSUED-TO
               END-IF
           END-IF.

      *****************************************************************
      * 500-WRITE-OFF-ASSET - an issued item that will not come back.
      * With the employee's signed consent on file, the value agreed
      * is recovered from their final pay by the settlement run.
      *****************************************************************
       500-WRITE-OFF-ASSET.
           PERFORM 410-READ-ASSET
           IF WS-INPUT-OK = 'Y' AND NOT AS-ISSUED
               DISPLAY "Only an asset out on issue can be written off"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Reason (lost, stolen, damaged...): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-IN-REASON
               ACCEPT WS-IN-REASON
               IF WS-IN-REASON = SPACES
                   DISPLAY "A reason is required"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE 'N' TO AS-RECOVER
               MOVE 0 TO AS-CONSENT-DATE
               MOVE 0 TO AS-RECOVER-AMT
               MOVE 0 TO AS-RECOVERED-AMT
               MOVE SPACES TO AS-RECOVERED-PERIOD
               DISPLAY "Has " AS-ISSUED-TO " signed consent to "
                       "deduct from final pay (Y/N)? "
                       WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM 510-CAPTURE-CONSENT
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE WS-TODAY     TO AS-WO-DATE
               MOVE LS-EMP-ID    TO AS-WO-BY
               MOVE WS-IN-REASON TO AS-WO-REASON
               SET AS-WRITTEN-OFF TO TRUE
               MOVE LS-EMP-ID    TO AS-UPDATED-BY
               MOVE WS-TIMESTAMP TO AS-UPDATED-TS
               REWRITE ASSET-RECORD
               DISPLAY "Asset " AS-TAG " written off."
               IF AS-RECOVER-CONSENTED
                   DISPLAY "Recovery will be taken by the "
                           "employee's settlement run."
               END-IF
           END-IF.

       510-CAPTURE-CONSENT.
           DISPLAY "Date consent signed (YYYYMMDD, 0 = today): "
                   WITH NO ADVANCING
           MOVE 0 TO WS-IN-DATE
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = 0
               MOVE WS-TODAY TO WS-IN-DATE
           END-IF
           MOVE AS-VALUE TO WS-PRINT-VALUE
           DISPLAY "Amount to recover (0 = value R" WS-PRINT-VALUE
                   "): " WITH NO ADVANCING
           MOVE 0 TO WS-IN-AMOUNT
           ACCEPT WS-IN-AMOUNT
           IF WS-IN-AMOUNT = 0
               MOVE AS-VALUE TO WS-IN-AMOUNT
           END-IF
           IF WS-IN-AMOUNT > AS-VALUE
               DISPLAY "Cannot recover more than the asset's value"
               MOVE 'N' TO WS-INPUT-OK
           ELSE
               MOVE 'Y'          TO AS-RECOVER
               MOVE WS-IN-DATE   TO AS-CONSENT-DATE
               MOVE WS-IN-AMOUNT TO AS-RECOVER-AMT
           END-IF.

      *****************************************************************
      * 600-EMPLOYEE-ASSETS - everything issued to one employee, now
      * or before.
      *****************************************************************
       600-EMPLOYEE-ASSETS.
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-EMP-ID
           ACCEPT WS-IN-EMP-ID
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-TOTAL-VALUE
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO AS-TAG
           START ASSET-FILE KEY IS NOT LESS THAN AS-TAG
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ ASSET-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF AS-ISSUED-TO = WS-IN-EMP-ID
                           ADD 1 TO WS-LIST-COUNT
                           IF AS-ISSUED
                               ADD AS-VALUE TO WS-TOTAL-VALUE
                           END-IF
                           PERFORM 210-SHOW-ASSET
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No assets issued to " WS-IN-EMP-ID
           ELSE
               MOVE WS-TOTAL-VALUE TO WS-PRINT-TOTAL
               DISPLAY "Value still out on issue: R" WS-PRINT-TOTAL
           END-IF
           MOVE '00' TO AS-FILE-STATUS.

      *****************************************************************
      * 700-LEAVER-CLEARANCE - items still issued to terminated
      * employees: each blocks that employee's settlement until it
      * is returned or written off.
      *****************************************************************
       700-LEAVER-CLEARANCE.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO AS-TAG
           START ASSET-FILE KEY IS NOT LESS THAN AS-TAG
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ ASSET-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF AS-ISSUED
                           MOVE AS-ISSUED-TO TO EMP-ID
                           READ EMPLOYEE-FILE
                               INVALID KEY
                                   ADD 1 TO WS-LIST-COUNT
                                   PERFORM 210-SHOW-ASSET
                               NOT INVALID KEY
                                   IF EMP-TERMINATED
                                       ADD 1 TO WS-LIST-COUNT
                                       DISPLAY EMP-ID " " EMP-NAME
                                               " TERMINATED "
                                               EMP-TERM-DATE
                                       PERFORM 210-SHOW-ASSET
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No leaver has an asset outstanding."
           END-IF
           MOVE '00' TO AS-FILE-STATUS.
       END PROGRAM ASSETMGMT.
