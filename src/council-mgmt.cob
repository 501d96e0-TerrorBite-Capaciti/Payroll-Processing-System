       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNCILMGMT.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - bargaining council definitions
      *                   and coverage. Part of the workforce falls
      *                   under a bargaining council that levies both
      *                   employee and employer monthly; EMP-UNION-FEE
      *                   only ever handled union subscriptions. HR
      *                   captures each council's employee and
      *                   employer levy (rate on gross plus a fixed
      *                   amount, each with a monthly cap) and assigns
      *                   coverage by department, by position type or
      *                   per employee. PAYROLL deducts and costs the
      *                   levies; THIRDPARTY pays the council and
      *                   produces its monthly return.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNCIL-FILE
               ASSIGN TO "../data/councils.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CODE
               FILE STATUS IS BC-FILE-STATUS.

           SELECT COUNCIL-COVER-FILE
               ASSIGN TO "../data/council_cover.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-KEY
               FILE STATUS IS CV-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNCIL-FILE.
           COPY council.

       FD  COUNCIL-COVER-FILE.
           COPY council_cover.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       WORKING-STORAGE SECTION.
       01  BC-FILE-STATUS          PIC XX.
       01  CV-FILE-STATUS          PIC XX.
       01  EMP-FILE-STATUS         PIC XX.
       01  WS-CHOICE               PIC 9(1).
       01  WS-INPUT-OK             PIC X(1).
       01  WS-SCAN-DONE            PIC X(1).
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-CONFIRM              PIC X(1).
       01  WS-IS-NEW               PIC X(1).

      *> Council capture.
       01  WS-BC-INPUT.
           05  WS-IN-CODE          PIC X(6).
           05  WS-IN-NAME          PIC X(24).
           05  WS-IN-REG-NO        PIC X(15).
           05  WS-IN-EE-RATE       PIC 9V9999.
           05  WS-IN-EE-FIXED      PIC 9(5)V99.
           05  WS-IN-EE-CAP        PIC 9(5)V99.
           05  WS-IN-ER-RATE       PIC 9V9999.
           05  WS-IN-ER-FIXED      PIC 9(5)V99.
           05  WS-IN-ER-CAP        PIC 9(5)V99.

      *> Coverage capture.
       01  WS-IN-SCOPE             PIC X(1).
       01  WS-IN-SCOPE-VALUE       PIC X(20).
       01  WS-IN-COUNCIL           PIC X(6).

      *> Coverage resolution for one employee - the same order
      *> PAYROLL and THIRDPARTY resolve it in.
       01  WS-RS-EMP-ID            PIC X(10).
       01  WS-RS-COUNCIL           PIC X(6).
       01  WS-RS-RULE              PIC X(1).

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-YEAR     PIC 9(4).
           05  WS-CURRENT-MONTH    PIC 9(2).
           05  WS-CURRENT-DAY      PIC 9(2).
           05  WS-CURRENT-HOUR     PIC 9(2).
           05  WS-CURRENT-MINUTE   PIC 9(2).
           05  WS-CURRENT-SECOND   PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TIMESTAMP            PIC X(19).
       01  WS-PRINT-RATE           PIC 9.9999.
       01  WS-PRINT-AMT            PIC ZZ,ZZ9.99.
       01  WS-PRINT-CAP            PIC ZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-COUNCILS.
           OPEN I-O COUNCIL-FILE
           IF BC-FILE-STATUS = '35'
               OPEN OUTPUT COUNCIL-FILE
               CLOSE COUNCIL-FILE
               OPEN I-O COUNCIL-FILE
           END-IF
           OPEN I-O COUNCIL-COVER-FILE
           IF CV-FILE-STATUS = '35'
               OPEN OUTPUT COUNCIL-COVER-FILE
               CLOSE COUNCIL-COVER-FILE
               OPEN I-O COUNCIL-COVER-FILE
           END-IF
           OPEN INPUT EMPLOYEE-FILE

           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                      WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                      WS-CURRENT-MINUTE ":" WS-CURRENT-SECOND
                      DELIMITED BY SIZE INTO WS-TIMESTAMP
               DISPLAY " "
               DISPLAY "ByteBank Bargaining Councils"
               DISPLAY "----------------------------"
               DISPLAY "1. List Councils and Levy Rates"
               DISPLAY "2. Add / Change Council"
               DISPLAY "3. Deactivate / Reactivate Council"
               DISPLAY "4. List Coverage Rules"
               DISPLAY "5. Assign Coverage"
               DISPLAY "6. Remove Coverage Rule"
               DISPLAY "7. Show an Employee's Council"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-LIST-COUNCILS
                   WHEN 2 PERFORM 300-MAINTAIN-COUNCIL
                   WHEN 3 PERFORM 350-TOGGLE-COUNCIL
                   WHEN 4 PERFORM 400-LIST-COVERAGE
                   WHEN 5 PERFORM 500-ASSIGN-COVERAGE
                   WHEN 6 PERFORM 550-REMOVE-COVERAGE
                   WHEN 7 PERFORM 600-SHOW-EMPLOYEE-COUNCIL
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           CLOSE COUNCIL-FILE
           CLOSE COUNCIL-COVER-FILE
           CLOSE EMPLOYEE-FILE
           GOBACK.

      *****************************************************************
      * 200-LIST-COUNCILS - every council on file with both levy
      * shares.
      *****************************************************************
       200-LIST-COUNCILS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO BC-CODE
           START COUNCIL-FILE KEY IS NOT LESS THAN BC-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ COUNCIL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 210-SHOW-COUNCIL
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No bargaining councils on file."
           END-IF
           MOVE '00' TO BC-FILE-STATUS.

       210-SHOW-COUNCIL.
           DISPLAY " "
           DISPLAY BC-CODE "  " BC-NAME "  REG: " BC-REG-NO
                   "  STATUS: " BC-STATUS
           MOVE BC-EE-RATE  TO WS-PRINT-RATE
           MOVE BC-EE-FIXED TO WS-PRINT-AMT
           MOVE BC-EE-CAP   TO WS-PRINT-CAP
           DISPLAY "  EMPLOYEE: RATE " WS-PRINT-RATE
                   " + R " WS-PRINT-AMT "  CAP R " WS-PRINT-CAP
           MOVE BC-ER-RATE  TO WS-PRINT-RATE
           MOVE BC-ER-FIXED TO WS-PRINT-AMT
           MOVE BC-ER-CAP   TO WS-PRINT-CAP
           DISPLAY "  EMPLOYER: RATE " WS-PRINT-RATE
                   " + R " WS-PRINT-AMT "  CAP R " WS-PRINT-CAP.

      *****************************************************************
      * 300-MAINTAIN-COUNCIL - add a council, or re-capture the levy
      * terms of one already on file (a new collective agreement).
      *****************************************************************
       300-MAINTAIN-COUNCIL.
           DISPLAY "Council code: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-CODE
           ACCEPT WS-IN-CODE
           MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE
           IF WS-IN-CODE = SPACES OR WS-IN-CODE = "NONE"
               DISPLAY "Council code is required (NONE is reserved)"
           ELSE
               MOVE WS-IN-CODE TO BC-CODE
               MOVE 'N' TO WS-IS-NEW
               READ COUNCIL-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-IS-NEW
                       INITIALIZE COUNCIL-RECORD
                       MOVE WS-IN-CODE TO BC-CODE
                       SET BC-ACTIVE TO TRUE
                   NOT INVALID KEY
                       PERFORM 210-SHOW-COUNCIL
               END-READ
               PERFORM 310-CAPTURE-LEVY-TERMS
               IF WS-INPUT-OK = 'Y'
                   MOVE WS-IN-NAME     TO BC-NAME
                   MOVE WS-IN-REG-NO   TO BC-REG-NO
                   MOVE WS-IN-EE-RATE  TO BC-EE-RATE
                   MOVE WS-IN-EE-FIXED TO BC-EE-FIXED
                   MOVE WS-IN-EE-CAP   TO BC-EE-CAP
                   MOVE WS-IN-ER-RATE  TO BC-ER-RATE
                   MOVE WS-IN-ER-FIXED TO BC-ER-FIXED
                   MOVE WS-IN-ER-CAP   TO BC-ER-CAP
                   MOVE LS-EMP-ID      TO BC-UPDATED-BY
                   MOVE WS-TIMESTAMP   TO BC-UPDATED-TS
                   IF WS-IS-NEW = 'Y'
                       WRITE COUNCIL-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Unable to add council,"
                                       " status " BC-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Council " BC-CODE " added."
                       END-WRITE
                   ELSE
                       REWRITE COUNCIL-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: Unable to update "
                                       "council, status "
                                       BC-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Council " BC-CODE
                                       " updated."
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       310-CAPTURE-LEVY-TERMS.
           MOVE 'Y' TO WS-INPUT-OK
           MOVE BC-NAME TO WS-IN-NAME
           DISPLAY "Council name: " WITH NO ADVANCING
           ACCEPT WS-IN-NAME
           IF WS-IN-NAME = SPACES
               MOVE BC-NAME TO WS-IN-NAME
           END-IF
           MOVE BC-REG-NO TO WS-IN-REG-NO
           DISPLAY "Levy registration number: " WITH NO ADVANCING
           ACCEPT WS-IN-REG-NO
           IF WS-IN-REG-NO = SPACES
               MOVE BC-REG-NO TO WS-IN-REG-NO
           END-IF
           DISPLAY "Employee levy rate on gross (e.g. 0.0050): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-EE-RATE
           DISPLAY "Employee fixed monthly levy: " WITH NO ADVANCING
           ACCEPT WS-IN-EE-FIXED
           DISPLAY "Employee monthly cap (0 = none): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-EE-CAP
           DISPLAY "Employer levy rate on gross (e.g. 0.0050): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-ER-RATE
           DISPLAY "Employer fixed monthly levy: " WITH NO ADVANCING
           ACCEPT WS-IN-ER-FIXED
           DISPLAY "Employer monthly cap (0 = none): "
                   WITH NO ADVANCING
           ACCEPT WS-IN-ER-CAP
           IF WS-IN-NAME = SPACES
               DISPLAY "Council name is required"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-IN-EE-RATE > 0.1000 OR WS-IN-ER-RATE > 0.1000
               DISPLAY "A levy rate above 10% of gross is not "
                       "plausible - nothing saved"
               MOVE 'N' TO WS-INPUT-OK
           END-IF
           IF WS-IN-EE-RATE = 0 AND WS-IN-EE-FIXED = 0
                   AND WS-IN-ER-RATE = 0 AND WS-IN-ER-FIXED = 0
               DISPLAY "Council levies nothing - nothing saved"
               MOVE 'N' TO WS-INPUT-OK
           END-IF.

      *****************************************************************
      * 350-TOGGLE-COUNCIL - an inactive council levies nobody; its
      * coverage rules stay on file for when it is reactivated.
      *****************************************************************
       350-TOGGLE-COUNCIL.
           DISPLAY "Council code: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-CODE
           ACCEPT WS-IN-CODE
           MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO BC-CODE
           READ COUNCIL-FILE
               INVALID KEY
                   DISPLAY "No such council on file."
               NOT INVALID KEY
                   IF BC-ACTIVE
                       SET BC-INACTIVE TO TRUE
                   ELSE
                       SET BC-ACTIVE TO TRUE
                   END-IF
                   MOVE LS-EMP-ID    TO BC-UPDATED-BY
                   MOVE WS-TIMESTAMP TO BC-UPDATED-TS
                   REWRITE COUNCIL-RECORD
                   DISPLAY "Council " BC-CODE " status now "
                           BC-STATUS
           END-READ.

      *****************************************************************
      * 400-LIST-COVERAGE - every coverage rule, employee rows first,
      * then department and position-type rows (key order).
      *****************************************************************
       400-LIST-COVERAGE.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO CV-KEY
           START COUNCIL-COVER-FILE KEY IS NOT LESS THAN CV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           DISPLAY "SCOPE  VALUE                 COUNCIL  SET BY"
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ COUNCIL-COVER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY "  " CV-SCOPE "    " CV-SCOPE-VALUE
                               "  " CV-COUNCIL-CODE "   "
                               CV-UPDATED-BY
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No coverage rules on file."
           END-IF
           DISPLAY "(E = employee, D = department, P = position type)"
           MOVE '00' TO CV-FILE-STATUS.

      *****************************************************************
      * 500-ASSIGN-COVERAGE - add or replace one rule. An employee
      * row may name NONE to exclude the employee from a department
      * or position-type rule.
      *****************************************************************
       500-ASSIGN-COVERAGE.
           PERFORM 510-CAPTURE-SCOPE
           IF WS-INPUT-OK = 'Y'
               DISPLAY "Council code (NONE to exclude an employee): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-IN-COUNCIL
               ACCEPT WS-IN-COUNCIL
               MOVE FUNCTION UPPER-CASE(WS-IN-COUNCIL)
                   TO WS-IN-COUNCIL
               IF WS-IN-COUNCIL = "NONE"
                   IF WS-IN-SCOPE NOT = 'E'
                       DISPLAY "NONE applies to an employee row only"
                       MOVE 'N' TO WS-INPUT-OK
                   END-IF
               ELSE
                   MOVE WS-IN-COUNCIL TO BC-CODE
                   READ COUNCIL-FILE
                       INVALID KEY
                           DISPLAY "No such council on file."
                           MOVE 'N' TO WS-INPUT-OK
                   END-READ
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y'
               MOVE WS-IN-SCOPE       TO CV-SCOPE
               MOVE WS-IN-SCOPE-VALUE TO CV-SCOPE-VALUE
               READ COUNCIL-COVER-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-IS-NEW
                   NOT INVALID KEY
                       MOVE 'N' TO WS-IS-NEW
               END-READ
               MOVE WS-IN-SCOPE       TO CV-SCOPE
               MOVE WS-IN-SCOPE-VALUE TO CV-SCOPE-VALUE
               MOVE WS-IN-COUNCIL     TO CV-COUNCIL-CODE
               MOVE LS-EMP-ID         TO CV-UPDATED-BY
               MOVE WS-TIMESTAMP      TO CV-UPDATED-TS
               IF WS-IS-NEW = 'Y'
                   WRITE COUNCIL-COVER-RECORD
               ELSE
                   REWRITE COUNCIL-COVER-RECORD
               END-IF
               IF CV-FILE-STATUS = '00'
                   DISPLAY "Coverage " CV-SCOPE " "
                           CV-SCOPE-VALUE " -> " CV-COUNCIL-CODE
               ELSE
                   DISPLAY "ERROR: Unable to save coverage, status "
                           CV-FILE-STATUS
               END-IF
           END-IF.

       510-CAPTURE-SCOPE.
           MOVE 'Y' TO WS-INPUT-OK
           DISPLAY "Scope - (E)mployee, (D)epartment, (P)osition "
                   "type: " WITH NO ADVANCING
           MOVE SPACE TO WS-IN-SCOPE
           ACCEPT WS-IN-SCOPE
           MOVE FUNCTION UPPER-CASE(WS-IN-SCOPE) TO WS-IN-SCOPE
           MOVE WS-IN-SCOPE TO CV-SCOPE
           IF NOT CV-SCOPE-VALID
               DISPLAY "Scope must be E, D or P"
               MOVE 'N' TO WS-INPUT-OK
           ELSE
               EVALUATE WS-IN-SCOPE
                   WHEN 'E'
                       DISPLAY "Employee ID: " WITH NO ADVANCING
                   WHEN 'D'
                       DISPLAY "Department (as on the employee "
                               "master): " WITH NO ADVANCING
                   WHEN OTHER
                       DISPLAY "Position type (as on the employee "
                               "master): " WITH NO ADVANCING
               END-EVALUATE
               MOVE SPACES TO WS-IN-SCOPE-VALUE
               ACCEPT WS-IN-SCOPE-VALUE
               IF WS-IN-SCOPE-VALUE = SPACES
                   DISPLAY "A value is required"
                   MOVE 'N' TO WS-INPUT-OK
               END-IF
           END-IF
           IF WS-INPUT-OK = 'Y' AND WS-IN-SCOPE = 'E'
               MOVE WS-IN-SCOPE-VALUE TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       DISPLAY "Employee not found"
                       MOVE 'N' TO WS-INPUT-OK
               END-READ
           END-IF.

       550-REMOVE-COVERAGE.
           PERFORM 510-CAPTURE-SCOPE
           IF WS-INPUT-OK = 'Y'
               MOVE WS-IN-SCOPE       TO CV-SCOPE
               MOVE WS-IN-SCOPE-VALUE TO CV-SCOPE-VALUE
               READ COUNCIL-COVER-FILE
                   INVALID KEY
                       DISPLAY "No such coverage rule on file."
                   NOT INVALID KEY
                       DELETE COUNCIL-COVER-FILE RECORD
                       DISPLAY "Coverage rule removed."
               END-READ
           END-IF.

      *****************************************************************
      * 600-SHOW-EMPLOYEE-COUNCIL - which rule puts an employee under
      * which council, as the next pay run will see it.
      *****************************************************************
       600-SHOW-EMPLOYEE-COUNCIL.
           DISPLAY "Employee ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-RS-EMP-ID
           ACCEPT WS-RS-EMP-ID
           MOVE WS-RS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee not found"
               NOT INVALID KEY
                   PERFORM 610-RESOLVE-COUNCIL
                   IF WS-RS-COUNCIL = SPACES
                       DISPLAY EMP-ID " is not covered by a "
                               "bargaining council"
                   ELSE
                       DISPLAY EMP-ID " is covered by council "
                               WS-RS-COUNCIL " (rule "
                               WS-RS-RULE ")"
                       MOVE WS-RS-COUNCIL TO BC-CODE
                       READ COUNCIL-FILE
                           INVALID KEY
                               DISPLAY "  WARNING: council not on "
                                       "file - no levy is taken"
                           NOT INVALID KEY
                               PERFORM 210-SHOW-COUNCIL
                       END-READ
                   END-IF
           END-READ.

      *****************************************************************
      * 610-RESOLVE-COUNCIL - the employee in EMPLOYEE-RECORD's
      * council: their own row, else their position type's, else
      * their department's. Spaces when none applies (or their own
      * row says NONE).
      *****************************************************************
       610-RESOLVE-COUNCIL.
           MOVE SPACES TO WS-RS-COUNCIL
           MOVE SPACE  TO WS-RS-RULE
           MOVE 'E'    TO CV-SCOPE
           MOVE EMP-ID TO CV-SCOPE-VALUE
           READ COUNCIL-COVER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO WS-RS-RULE
                   IF NOT CV-NOT-COVERED
                       MOVE CV-COUNCIL-CODE TO WS-RS-COUNCIL
                   END-IF
           END-READ
           IF WS-RS-RULE = SPACE AND EMP-POSITION-TYPE NOT = SPACES
               MOVE 'P' TO CV-SCOPE
               MOVE EMP-POSITION-TYPE TO CV-SCOPE-VALUE
               READ COUNCIL-COVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'P' TO WS-RS-RULE
                       MOVE CV-COUNCIL-CODE TO WS-RS-COUNCIL
               END-READ
           END-IF
           IF WS-RS-RULE = SPACE AND EMP-DEPT NOT = SPACES
               MOVE 'D' TO CV-SCOPE
               MOVE EMP-DEPT TO CV-SCOPE-VALUE
               READ COUNCIL-COVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'D' TO WS-RS-RULE
                       MOVE CV-COUNCIL-CODE TO WS-RS-COUNCIL
               END-READ
           END-IF.
       END PROGRAM COUNCILMGMT.
