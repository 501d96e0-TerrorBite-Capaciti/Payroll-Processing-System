       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDIMP.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - third-party vendor deduction
      *                   import. The canteen, staff shop and the
      *                   cellphone contract provider each send a
      *                   monthly list of amounts to recover, which
      *                   payroll keyed by hand as once-offs or loans.
      *                   Each vendor's file layout (delimited or
      *                   fixed-width, which field holds the employee,
      *                   the amount and the vendor's reference) is
      *                   defined once on ../data/vendors.dat and
      *                   every month's file imports against it. Rows
      *                   for unknown, terminated or non-payable
      *                   employees are rejected to a reject report;
      *                   accepted rows wait on ../data/vendor_ded.dat
      *                   for the next final or settlement run, which
      *                   deducts them as deduction type V.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE
               ASSIGN TO "../data/vendors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-CODE
               FILE STATUS IS VN-FILE-STATUS.

           SELECT VENDOR-DED-FILE
               ASSIGN TO "../data/vendor_ded.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-KEY
               FILE STATUS IS VX-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT IMPORT-FILE ASSIGN TO WS-IMPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
           COPY vendor.

       FD  VENDOR-DED-FILE.
           COPY vendor_ded.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  IMPORT-FILE.
       01  IMPORT-RECORD            PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  VN-FILE-STATUS          PIC XX.
       01  VX-FILE-STATUS          PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  IM-FILE-STATUS          PIC XX.
       01  RP-FILE-STATUS          PIC XX.
       01  WS-CHOICE               PIC 9(1).
       01  WS-INPUT-OK             PIC X(1).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-CONFIRM              PIC X(1).
       01  WS-LIST-COUNT           PIC 9(5).

      *> Vendor layout capture.
       01  WS-IN-VENDOR            PIC X(6).
       01  WS-IN-NAME              PIC X(24).
       01  WS-IN-STATUS            PIC X(1).
       01  WS-IN-FORMAT            PIC X(1).
       01  WS-IN-DELIM             PIC X(1).
       01  WS-IN-SKIP              PIC 9(2).
       01  WS-IN-EMP-FLD           PIC 9(3).
       01  WS-IN-EMP-LEN           PIC 9(2).
       01  WS-IN-AMT-FLD           PIC 9(3).
       01  WS-IN-AMT-LEN           PIC 9(2).
       01  WS-IN-CENTS             PIC X(1).
       01  WS-IN-REF-FLD           PIC 9(3).
       01  WS-IN-REF-LEN           PIC 9(2).
       01  WS-IN-EMP-ID            PIC X(10).
       01  WS-IN-MONTH             PIC 9(6).
       01  WS-IN-SEQ               PIC 9(5).

      *> Import: the file and its reject report, the running counts
      *> and the fields lifted out of the row in hand.
       01  WS-IMPORT-FILENAME      PIC X(60).
       01  WS-REPORT-FILENAME      PIC X(60).
       01  WS-ROW-NO               PIC 9(5).
       01  WS-SKIPPED              PIC 9(5).
       01  WS-ACCEPTED             PIC 9(5).
       01  WS-REJECTED             PIC 9(5).
       01  WS-ACCEPTED-TOTAL       PIC 9(9)V99.
       01  WS-ROW-OK               PIC X(1).
       01  WS-REASON               PIC X(40).
       01  WS-ROW-EMP-ID           PIC X(10).
       01  WS-ROW-AMT-X            PIC X(40).
       01  WS-ROW-REF              PIC X(20).
       01  WS-ROW-AMOUNT           PIC 9(7)V99.
       01  WS-NEXT-SEQ             PIC 9(5).
       01  WS-DUP-FOUND            PIC X(1).
       01  WS-MONTH-ROWS           PIC 9(5).

      *> One field of the import row: its position (field number for
      *> a delimited file, start column for a fixed-width one) and
      *> length in, its trimmed value out.
       01  WS-FLD-NO               PIC 9(3).
       01  WS-FLD-LEN              PIC 9(2).
       01  WS-FLD-IDX              PIC 9(3).
       01  WS-FLD-PTR              PIC 9(3).
       01  WS-FLD-VALUE            PIC X(40).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP            PIC X(19).
       01  WS-THIS-MONTH           PIC 9(6).
       01  WS-PRINT-AMT            PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-VENDOR.
           OPEN I-O VENDOR-FILE
           IF VN-FILE-STATUS = '35'
               OPEN OUTPUT VENDOR-FILE
               CLOSE VENDOR-FILE
               OPEN I-O VENDOR-FILE
           END-IF
           OPEN I-O VENDOR-DED-FILE
           IF VX-FILE-STATUS = '35'
               OPEN OUTPUT VENDOR-DED-FILE
               CLOSE VENDOR-DED-FILE
               OPEN I-O VENDOR-DED-FILE
           END-IF
           OPEN INPUT EMPLOYEE-FILE

           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                      WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                      WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                      DELIMITED BY SIZE INTO WS-TIMESTAMP
               COMPUTE WS-THIS-MONTH = WS-CURRENT-YEAR * 100
                                     + WS-CURRENT-MONTH
               DISPLAY " "
               DISPLAY "ByteBank Vendor Deduction Import"
               DISPLAY "--------------------------------"
               DISPLAY "1. List Vendors"
               DISPLAY "2. Add / Update Vendor Layout"
               DISPLAY "3. Import Vendor File"
               DISPLAY "4. Pending Deductions for a Vendor"
               DISPLAY "5. Withdraw Pending Deductions"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-LIST-VENDORS
                   WHEN 2 PERFORM 250-MAINTAIN-VENDOR
                   WHEN 3 PERFORM 300-IMPORT-VENDOR-FILE
                   WHEN 4 PERFORM 400-LIST-PENDING
                   WHEN 5 PERFORM 500-WITHDRAW-PENDING
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           CLOSE VENDOR-FILE
           CLOSE VENDOR-DED-FILE
           CLOSE EMPLOYEE-FILE
           GOBACK.

      *****************************************************************
      * 200-LIST-VENDORS - every vendor on file with its layout.
      *****************************************************************
       200-LIST-VENDORS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO VN-CODE
           START VENDOR-FILE KEY IS NOT LESS THAN VN-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ VENDOR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 210-SHOW-VENDOR
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No vendors on file."
           END-IF
           MOVE '00' TO VN-FILE-STATUS.

       210-SHOW-VENDOR.
           DISPLAY VN-CODE " " VN-NAME " STATUS " VN-STATUS
           IF VN-DELIMITED
               DISPLAY "       DELIMITED BY '" VN-DELIM "' SKIP "
                       VN-SKIP-LINES " - EMPLOYEE FIELD " VN-EMP-FLD
                       " AMOUNT FIELD " VN-AMT-FLD
                       " REF FIELD " VN-REF-FLD
           ELSE
               DISPLAY "       FIXED WIDTH SKIP " VN-SKIP-LINES
                       " - EMPLOYEE COL " VN-EMP-FLD "/" VN-EMP-LEN
                       " AMOUNT COL " VN-AMT-FLD "/" VN-AMT-LEN
                       " REF COL " VN-REF-FLD "/" VN-REF-LEN
           END-IF
           IF VN-AMT-CENTS = 'Y'
               DISPLAY "       AMOUNTS SENT IN CENTS"
           END-IF.

      *****************************************************************
      * 250-MAINTAIN-VENDOR - add a vendor or change its layout. The
      * layout is checked for the fields an import cannot do without
      * (employee and amount) before it is saved.
      *****************************************************************
       250-MAINTAIN-VENDOR.
           MOVE 'Y' TO WS-INPUT-OK
           DISPLAY "Vendor code: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-VENDOR
           ACCEPT WS-IN-VENDOR
           MOVE FUNCTION UPPER-CASE(WS-IN-VENDOR) TO WS-IN-VENDOR
           IF WS-IN-VENDOR = SPACES
               DISPLAY "Vendor code is required"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE WS-IN-VENDOR TO VN-CODE
               READ VENDOR-FILE
                   INVALID KEY
                       DISPLAY "New vendor " WS-IN-VENDOR
                       INITIALIZE VENDOR-RECORD
                       MOVE WS-IN-VENDOR TO VN-CODE
                       MOVE 'A' TO VN-STATUS
                       MOVE 'D' TO VN-FORMAT
                       MOVE ',' TO VN-DELIM
                       MOVE 'N' TO VN-AMT-CENTS
                   NOT INVALID KEY
                       PERFORM 210-SHOW-VENDOR
               END-READ
               DISPLAY "Vendor name: " WITH NO ADVANCING
               MOVE VN-NAME TO WS-IN-NAME
               ACCEPT WS-IN-NAME
               DISPLAY "Status (A=active, I=inactive): "
                       WITH NO ADVANCING
               MOVE VN-STATUS TO WS-IN-STATUS
               ACCEPT WS-IN-STATUS
               MOVE FUNCTION UPPER-CASE(WS-IN-STATUS) TO WS-IN-STATUS
               DISPLAY "File format (D=delimited, F=fixed width): "
                       WITH NO ADVANCING
               MOVE VN-FORMAT TO WS-IN-FORMAT
               ACCEPT WS-IN-FORMAT
               MOVE FUNCTION UPPER-CASE(WS-IN-FORMAT) TO WS-IN-FORMAT
               MOVE VN-DELIM TO WS-IN-DELIM
               IF WS-IN-FORMAT = 'D'
                   DISPLAY "Field delimiter: " WITH NO ADVANCING
                   ACCEPT WS-IN-DELIM
               END-IF
               DISPLAY "Header lines to skip: " WITH NO ADVANCING
               MOVE VN-SKIP-LINES TO WS-IN-SKIP
               ACCEPT WS-IN-SKIP
               MOVE 0 TO WS-IN-EMP-LEN
               MOVE 0 TO WS-IN-AMT-LEN
               MOVE 0 TO WS-IN-REF-LEN
               IF WS-IN-FORMAT = 'D'
                   DISPLAY "Employee number field no: "
                           WITH NO ADVANCING
                   MOVE VN-EMP-FLD TO WS-IN-EMP-FLD
                   ACCEPT WS-IN-EMP-FLD
                   DISPLAY "Amount field no: " WITH NO ADVANCING
                   MOVE VN-AMT-FLD TO WS-IN-AMT-FLD
                   ACCEPT WS-IN-AMT-FLD
                   DISPLAY "Vendor reference field no (0 = none): "
                           WITH NO ADVANCING
                   MOVE VN-REF-FLD TO WS-IN-REF-FLD
                   ACCEPT WS-IN-REF-FLD
               ELSE
                   DISPLAY "Employee number start column: "
                           WITH NO ADVANCING
                   MOVE VN-EMP-FLD TO WS-IN-EMP-FLD
                   ACCEPT WS-IN-EMP-FLD
                   DISPLAY "Employee number length: " WITH NO ADVANCING
                   MOVE VN-EMP-LEN TO WS-IN-EMP-LEN
                   ACCEPT WS-IN-EMP-LEN
                   DISPLAY "Amount start column: " WITH NO ADVANCING
                   MOVE VN-AMT-FLD TO WS-IN-AMT-FLD
                   ACCEPT WS-IN-AMT-FLD
                   DISPLAY "Amount length: " WITH NO ADVANCING
                   MOVE VN-AMT-LEN TO WS-IN-AMT-LEN
                   ACCEPT WS-IN-AMT-LEN
                   DISPLAY "Vendor reference start column (0 = none): "
                           WITH NO ADVANCING
                   MOVE VN-REF-FLD TO WS-IN-REF-FLD
                   ACCEPT WS-IN-REF-FLD
                   IF WS-IN-REF-FLD > 0
                       DISPLAY "Vendor reference length: "
                               WITH NO ADVANCING
                       MOVE VN-REF-LEN TO WS-IN-REF-LEN
                       ACCEPT WS-IN-REF-LEN
                   END-IF
               END-IF
               DISPLAY "Amounts sent in cents, no decimal point (Y/N): "
                       WITH NO ADVANCING
               MOVE VN-AMT-CENTS TO WS-IN-CENTS
               ACCEPT WS-IN-CENTS
               MOVE FUNCTION UPPER-CASE(WS-IN-CENTS) TO WS-IN-CENTS
               PERFORM 260-CHECK-LAYOUT
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE WS-IN-NAME    TO VN-NAME
               MOVE WS-IN-STATUS  TO VN-STATUS
               MOVE WS-IN-FORMAT  TO VN-FORMAT
               MOVE WS-IN-DELIM   TO VN-DELIM
               MOVE WS-IN-SKIP    TO VN-SKIP-LINES
               MOVE WS-IN-EMP-FLD TO VN-EMP-FLD
               MOVE WS-IN-EMP-LEN TO VN-EMP-LEN
               MOVE WS-IN-AMT-FLD TO VN-AMT-FLD
               MOVE WS-IN-AMT-LEN TO VN-AMT-LEN
               MOVE WS-IN-CENTS   TO VN-AMT-CENTS
               MOVE WS-IN-REF-FLD TO VN-REF-FLD
               MOVE WS-IN-REF-LEN TO VN-REF-LEN
               MOVE LS-EMP-ID     TO VN-UPDATED-BY
               MOVE WS-TIMESTAMP  TO VN-UPDATED-TS
               WRITE VENDOR-RECORD
                   INVALID KEY
                       REWRITE VENDOR-RECORD
               END-WRITE
               IF VN-FILE-STATUS = '00'
                   DISPLAY "Vendor " VN-CODE " saved."
               ELSE
                   DISPLAY "ERROR: Unable to save vendor, status "
                           VN-FILE-STATUS
               END-IF
           END-IF.

       260-CHECK-LAYOUT.
           IF WS-IN-NAME = SPACES
               DISPLAY "Vendor name is required"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-IN-STATUS NOT = 'A' AND WS-IN-STATUS NOT = 'I'
               DISPLAY "Status must be A or I"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-IN-CENTS NOT = 'Y'
               MOVE 'N' TO WS-IN-CENTS
           END-IF
           IF WS-IN-EMP-FLD = 0 OR WS-IN-AMT-FLD = 0
               DISPLAY "The employee number and amount must both be "
                       "located"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           EVALUATE WS-IN-FORMAT
               WHEN 'D'
                   IF WS-IN-DELIM = SPACE
                       DISPLAY "A delimited file needs a delimiter"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
                   IF WS-IN-EMP-FLD = WS-IN-AMT-FLD
                       DISPLAY "Employee number and amount cannot be "
                               "the same field"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
               WHEN 'F'
                   IF WS-IN-EMP-LEN = 0 OR WS-IN-EMP-LEN > 10
                       DISPLAY "Employee number length runs 1 to 10"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
                   IF WS-IN-AMT-LEN = 0 OR WS-IN-AMT-LEN > 15
                       DISPLAY "Amount length runs 1 to 15"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
                   IF WS-IN-REF-FLD > 0 AND
                           (WS-IN-REF-LEN = 0 OR WS-IN-REF-LEN > 20)
                       DISPLAY "Reference length runs 1 to 20"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
                   IF WS-IN-EMP-FLD + WS-IN-EMP-LEN > 201
                           OR WS-IN-AMT-FLD + WS-IN-AMT-LEN > 201
                           OR WS-IN-REF-FLD + WS-IN-REF-LEN > 201
                       DISPLAY "Fields must lie within 200 columns"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "File format must be D or F"
                   MOVE 'N' TO WS-INPUT-OK
           END-EVALUATE.

      *****************************************************************
      * 300-IMPORT-VENDOR-FILE - one vendor's list for one billing
      * month, read with the vendor's own layout. Every row is
      * validated against the employee master; accepted rows are
      * stored pending for payroll, rejected rows go to the reject
      * report ../data/vendor_rejects_<vendor>_<yyyymm>.txt with the
      * reason, for the vendor to correct and resend.
      *****************************************************************
       300-IMPORT-VENDOR-FILE.
           MOVE 'Y' TO WS-INPUT-OK
           DISPLAY "Vendor code: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-VENDOR
           ACCEPT WS-IN-VENDOR
           MOVE FUNCTION UPPER-CASE(WS-IN-VENDOR) TO WS-IN-VENDOR
           MOVE WS-IN-VENDOR TO VN-CODE
           READ VENDOR-FILE
               INVALID KEY
                   DISPLAY "Vendor not on file - set up its layout "
                           "first"
                   MOVE 'N' TO WS-INPUT-OK
               NOT INVALID KEY
                   IF NOT VN-ACTIVE
                       DISPLAY "Vendor " VN-CODE " is inactive"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
           END-READ
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Billing month (YYYYMM, 0 = this month): "
                       WITH NO ADVANCING
               MOVE 0 TO WS-IN-MONTH
               ACCEPT WS-IN-MONTH
               IF WS-IN-MONTH = 0
                   MOVE WS-THIS-MONTH TO WS-IN-MONTH
               END-IF
               IF WS-IN-MONTH(5:2) < "01" OR WS-IN-MONTH(5:2) > "12"
                   DISPLAY "Invalid billing month"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               PERFORM 310-CHECK-MONTH-LOADED
               IF WS-MONTH-ROWS > 0
                   DISPLAY WS-MONTH-ROWS " row(s) are already on file "
                           "for " VN-CODE " " WS-IN-MONTH
                   DISPLAY "Import this file as well? (Y/N): "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE SPACES TO WS-IMPORT-FILENAME
               STRING "../data/vendor_" DELIMITED BY SIZE
                      VN-CODE DELIMITED BY SPACE
                      "_" WS-IN-MONTH ".txt" DELIMITED BY SIZE
                      INTO WS-IMPORT-FILENAME
               DISPLAY "Vendor file (blank for " WS-IMPORT-FILENAME
                       "): " WITH NO ADVANCING
               MOVE SPACES TO WS-REPORT-FILENAME
               ACCEPT WS-REPORT-FILENAME
               IF WS-REPORT-FILENAME NOT = SPACES
                   MOVE WS-REPORT-FILENAME TO WS-IMPORT-FILENAME
               END-IF
               MOVE SPACES TO WS-REPORT-FILENAME
               STRING "../data/vendor_rejects_" DELIMITED BY SIZE
                      VN-CODE DELIMITED BY SPACE
                      "_" WS-IN-MONTH ".txt" DELIMITED BY SIZE
                      INTO WS-REPORT-FILENAME
               OPEN INPUT IMPORT-FILE
               IF IM-FILE-STATUS NOT = '00'
                   DISPLAY "ERROR: Unable to open " WS-IMPORT-FILENAME
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE 0 TO WS-ROW-NO
               MOVE 0 TO WS-SKIPPED
               MOVE 0 TO WS-ACCEPTED
               MOVE 0 TO WS-REJECTED
               MOVE 0 TO WS-ACCEPTED-TOTAL
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO REPORT-RECORD
               STRING "VENDOR DEDUCTION REJECTS - " VN-CODE " "
                      VN-NAME " BILLING MONTH " WS-IN-MONTH
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "FILE " WS-IMPORT-FILENAME
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM UNTIL IM-FILE-STATUS = '10'
                   READ IMPORT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-ROW-NO
                           IF WS-ROW-NO NOT > VN-SKIP-LINES
                                   OR IMPORT-RECORD = SPACES
                               ADD 1 TO WS-SKIPPED
                           ELSE
                               PERFORM 320-IMPORT-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-ACCEPTED-TOTAL TO WS-PRINT-TOTAL
               MOVE SPACES TO REPORT-RECORD
               STRING WS-ACCEPTED " ROW(S) ACCEPTED FOR R"
                      WS-PRINT-TOTAL ", " WS-REJECTED
                      " REJECTED"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE IMPORT-FILE
               CLOSE REPORT-FILE
               DISPLAY WS-ACCEPTED " ROW(S) ACCEPTED FOR R"
                       WS-PRINT-TOTAL
               DISPLAY WS-REJECTED " ROW(S) REJECTED - SEE "
                       WS-REPORT-FILENAME
           END-IF.

      *> Rows already imported (and not withdrawn) for the vendor and
      *> billing month, so a file is not loaded twice by accident.
       310-CHECK-MONTH-LOADED.
           MOVE 0 TO WS-MONTH-ROWS
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO VX-KEY
           START VENDOR-DED-FILE KEY IS NOT LESS THAN VX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ VENDOR-DED-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF VX-VENDOR = WS-IN-VENDOR
                               AND VX-BILL-MONTH = WS-IN-MONTH
                               AND NOT VX-WITHDRAWN
                           ADD 1 TO WS-MONTH-ROWS
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO VX-FILE-STATUS.

       320-IMPORT-ONE-ROW.
           MOVE 'Y' TO WS-ROW-OK
           MOVE SPACES TO WS-REASON
           MOVE VN-EMP-FLD TO WS-FLD-NO
           MOVE VN-EMP-LEN TO WS-FLD-LEN
           PERFORM 360-GET-FIELD
           MOVE WS-FLD-VALUE TO WS-ROW-EMP-ID
           MOVE VN-AMT-FLD TO WS-FLD-NO
           MOVE VN-AMT-LEN TO WS-FLD-LEN
           PERFORM 360-GET-FIELD
           MOVE WS-FLD-VALUE TO WS-ROW-AMT-X
           MOVE VN-REF-FLD TO WS-FLD-NO
           MOVE VN-REF-LEN TO WS-FLD-LEN
           PERFORM 360-GET-FIELD
           MOVE WS-FLD-VALUE TO WS-ROW-REF

           PERFORM 330-VALIDATE-EMPLOYEE
           IF WS-ROW-OK = 'Y'
               PERFORM 340-VALIDATE-AMOUNT
           END-IF
           IF WS-ROW-OK = 'Y'
               PERFORM 380-SCAN-EMP-VENDOR
               IF WS-DUP-FOUND = 'Y'
                   MOVE 'N' TO WS-ROW-OK
                   MOVE "REFERENCE ALREADY IMPORTED THIS MONTH"
                       TO WS-REASON
               END-IF
           END-IF

           IF WS-ROW-OK = 'Y'
               INITIALIZE VENDOR-DED-RECORD
               MOVE WS-ROW-EMP-ID      TO VX-EMP-ID
               MOVE VN-CODE            TO VX-VENDOR
               MOVE WS-NEXT-SEQ        TO VX-SEQ
               MOVE WS-ROW-REF         TO VX-REF
               MOVE WS-ROW-AMOUNT      TO VX-AMOUNT
               MOVE WS-IN-MONTH        TO VX-BILL-MONTH
               SET VX-PENDING          TO TRUE
               MOVE WS-IMPORT-FILENAME TO VX-IMPORT-FILE
               MOVE LS-EMP-ID          TO VX-IMPORT-BY
               MOVE WS-TIMESTAMP       TO VX-IMPORT-TS
               WRITE VENDOR-DED-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-OK
                       MOVE "UNABLE TO STORE THE ROW" TO WS-REASON
               END-WRITE
           END-IF

           IF WS-ROW-OK = 'Y'
               ADD 1 TO WS-ACCEPTED
               ADD WS-ROW-AMOUNT TO WS-ACCEPTED-TOTAL
           ELSE
               ADD 1 TO WS-REJECTED
               MOVE SPACES TO REPORT-RECORD
               STRING "ROW " WS-ROW-NO " " WS-ROW-EMP-ID " "
                      WS-ROW-REF " " WS-ROW-AMT-X(1:15) " - "
                      WS-REASON
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *> Only an employee payroll can deduct from this month: on the
      *> master, not terminated, in a paid status, and on the SA
      *> employee deduction path (contractors and the US payroll
      *> carry no voluntary deductions).
       330-VALIDATE-EMPLOYEE.
           IF WS-ROW-EMP-ID = SPACES
               MOVE 'N' TO WS-ROW-OK
               MOVE "NO EMPLOYEE NUMBER" TO WS-REASON
           ELSE
               MOVE WS-ROW-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-OK
                       MOVE "EMPLOYEE NOT ON THE MASTER" TO WS-REASON
               END-READ
           END-IF
           IF WS-ROW-OK = 'Y'
               EVALUATE TRUE
                   WHEN EMP-TERMINATED
                       MOVE 'N' TO WS-ROW-OK
                       MOVE "EMPLOYEE TERMINATED" TO WS-REASON
                   WHEN NOT EMP-ACTIVE AND NOT EMP-SUSP-PAID
                       MOVE 'N' TO WS-ROW-OK
                       MOVE "EMPLOYEE NOT IN A PAID STATUS"
                           TO WS-REASON
                   WHEN EMP-TAX-CODE = 'IND'
                       MOVE 'N' TO WS-ROW-OK
                       MOVE "CONTRACTOR - NO PAYROLL DEDUCTIONS"
                           TO WS-REASON
                   WHEN EMP-COUNTRY-US
                       MOVE 'N' TO WS-ROW-OK
                       MOVE "US PAYROLL - NO VENDOR DEDUCTIONS"
                           TO WS-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       340-VALIDATE-AMOUNT.
           IF WS-ROW-AMT-X = SPACES
               MOVE 'N' TO WS-ROW-OK
               MOVE "NO AMOUNT" TO WS-REASON
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ROW-AMT-X) NOT = 0
                   MOVE 'N' TO WS-ROW-OK
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REASON
               END-IF
           END-IF
           IF WS-ROW-OK = 'Y'
               IF FUNCTION NUMVAL(WS-ROW-AMT-X) NOT > 0
                   MOVE 'N' TO WS-ROW-OK
                   MOVE "AMOUNT NOT ABOVE ZERO" TO WS-REASON
               ELSE
                   IF VN-AMT-CENTS = 'Y'
                       COMPUTE WS-ROW-AMOUNT =
                               FUNCTION NUMVAL(WS-ROW-AMT-X) / 100
                   ELSE
                       COMPUTE WS-ROW-AMOUNT =
                               FUNCTION NUMVAL(WS-ROW-AMT-X)
                   END-IF
                   IF WS-ROW-AMOUNT = 0
                       MOVE 'N' TO WS-ROW-OK
                       MOVE "AMOUNT NOT ABOVE ZERO" TO WS-REASON
                   END-IF
               END-IF
           END-IF.

      *> Lift one field out of IMPORT-RECORD by the vendor's layout:
      *> the WS-FLD-NO'th delimited field, or WS-FLD-LEN columns from
      *> column WS-FLD-NO. Quotes round a delimited value are dropped.
       360-GET-FIELD.
           MOVE SPACES TO WS-FLD-VALUE
           IF WS-FLD-NO > 0
               IF VN-DELIMITED
                   MOVE 1 TO WS-FLD-PTR
                   PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                           UNTIL WS-FLD-IDX > WS-FLD-NO
                       MOVE SPACES TO WS-FLD-VALUE
                       UNSTRING IMPORT-RECORD DELIMITED BY VN-DELIM
                           INTO WS-FLD-VALUE
                           WITH POINTER WS-FLD-PTR
                       END-UNSTRING
                   END-PERFORM
                   INSPECT WS-FLD-VALUE REPLACING ALL '"' BY SPACE
               ELSE
                   MOVE IMPORT-RECORD(WS-FLD-NO:WS-FLD-LEN)
                       TO WS-FLD-VALUE
               END-IF
               MOVE FUNCTION TRIM(WS-FLD-VALUE) TO WS-FLD-VALUE
           END-IF.

      *> The employee's rows for this vendor: the next free sequence
      *> number, and whether this reference is already on file for
      *> the billing month.
       380-SCAN-EMP-VENDOR.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-ROW-EMP-ID TO VX-EMP-ID
           MOVE VN-CODE TO VX-VENDOR
           MOVE 0 TO VX-SEQ
           START VENDOR-DED-FILE KEY IS NOT LESS THAN VX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ VENDOR-DED-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF VX-EMP-ID NOT = WS-ROW-EMP-ID
                               OR VX-VENDOR NOT = VN-CODE
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           MOVE VX-SEQ TO WS-NEXT-SEQ
                           IF WS-ROW-REF NOT = SPACES
                                   AND VX-REF = WS-ROW-REF
                                   AND VX-BILL-MONTH = WS-IN-MONTH
                                   AND NOT VX-WITHDRAWN
                               MOVE 'Y' TO WS-DUP-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ
           MOVE '00' TO VX-FILE-STATUS.

      *****************************************************************
      * 400-LIST-PENDING - a vendor's rows still waiting for a pay
      * run, with the total to be recovered.
      *****************************************************************
       400-LIST-PENDING.
           DISPLAY "Vendor code: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-VENDOR
           ACCEPT WS-IN-VENDOR
           MOVE FUNCTION UPPER-CASE(WS-IN-VENDOR) TO WS-IN-VENDOR
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-ACCEPTED-TOTAL
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO VX-KEY
           START VENDOR-DED-FILE KEY IS NOT LESS THAN VX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ VENDOR-DED-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF VX-VENDOR = WS-IN-VENDOR AND VX-PENDING
                           ADD 1 TO WS-LIST-COUNT
                           ADD VX-AMOUNT TO WS-ACCEPTED-TOTAL
                           MOVE VX-AMOUNT TO WS-PRINT-AMT
                           DISPLAY VX-EMP-ID " " VX-SEQ " "
                                   VX-BILL-MONTH " " VX-REF " R"
                                   WS-PRINT-AMT
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO VX-FILE-STATUS
           MOVE WS-ACCEPTED-TOTAL TO WS-PRINT-TOTAL
           DISPLAY WS-LIST-COUNT " pending row(s), R" WS-PRINT-TOTAL.

      *****************************************************************
      * 500-WITHDRAW-PENDING - take back rows not yet deducted: the
      * vendor cancelled a charge, or sent a bad file that is to be
      * re-imported. One employee's rows, or the whole billing month
      * for the vendor. Rows a pay run has already dealt with stay.
      *****************************************************************
       500-WITHDRAW-PENDING.
           DISPLAY "Vendor code: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-VENDOR
           ACCEPT WS-IN-VENDOR
           MOVE FUNCTION UPPER-CASE(WS-IN-VENDOR) TO WS-IN-VENDOR
           DISPLAY "Billing month (YYYYMM): " WITH NO ADVANCING
           MOVE 0 TO WS-IN-MONTH
           ACCEPT WS-IN-MONTH
           DISPLAY "Employee ID (blank for all): " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-EMP-ID
           ACCEPT WS-IN-EMP-ID
           DISPLAY "Withdraw the pending rows? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 0 TO WS-LIST-COUNT
               MOVE 'N' TO WS-SCAN-DONE
               MOVE LOW-VALUES TO VX-KEY
               IF WS-IN-EMP-ID NOT = SPACES
                   MOVE WS-IN-EMP-ID TO VX-EMP-ID
               END-IF
               START VENDOR-DED-FILE KEY IS NOT LESS THAN VX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ VENDOR-DED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                           IF WS-IN-EMP-ID NOT = SPACES
                                   AND VX-EMP-ID NOT = WS-IN-EMP-ID
                               MOVE 'Y' TO WS-SCAN-DONE
                           ELSE
                               IF VX-VENDOR = WS-IN-VENDOR
                                       AND VX-BILL-MONTH = WS-IN-MONTH
                                       AND VX-PENDING
                                   SET VX-WITHDRAWN TO TRUE
                                   REWRITE VENDOR-DED-RECORD
                                   ADD 1 TO WS-LIST-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO VX-FILE-STATUS
               DISPLAY WS-LIST-COUNT " row(s) withdrawn."
           END-IF.
       END PROGRAM VENDIMP.
