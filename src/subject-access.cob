       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJACCESS.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - POPIA section 23 subject access
      *                   requests. An employee may ask for all the
      *                   personal information we hold on them. This
      *                   gathers every record keyed to the EMP-ID
      *                   across the employee master, the field change
      *                   log, pending contact changes, benefits, leave
      *                   balances and requests, attendance,
      *                   garnishments, loans, payroll and component
      *                   history, the personal data access log and the
      *                   audit log into one readable document
      *                   (../data/dsar_<employee>_<request>.txt). The
      *                   document lists the files searched with the
      *                   rows found in each, and the anonymization and
      *                   destruction events on the destruction
      *                   register for the employee. Each request is
      *                   logged on ../data/dsar_log.dat with the
      *                   requester and the date received; a second
      *                   user releases the document to the requester
      *                   and the log keeps who released it and when.
      * 2026-10-15  BDEV  The report lists the dated benefit election
      *                   history (effective date, elections,
      *                   dependants and the reason for each change)
      *                   after the benefits in force.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT CHANGE-LOG-FILE
               ASSIGN TO "../data/employee_changes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CL-FILE-STATUS.

           SELECT CONTACT-PENDING-FILE
               ASSIGN TO "../data/contact_pending.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CP-FILE-STATUS.

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
               FILE STATUS IS BE-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "../data/leave_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS LB-FILE-STATUS.

           SELECT LEAVE-REQUEST-FILE
               ASSIGN TO "../data/leave_requests.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "../data/attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS AT-FILE-STATUS.

           SELECT GARNISHMENT-FILE
               ASSIGN TO "../data/garnishments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-KEY
               FILE STATUS IS GN-FILE-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "../data/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-EMP-ID
               FILE STATUS IS LN-FILE-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO "../data/payroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT COMPONENT-FILE
               ASSIGN TO "../data/pay_components.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS PC-FILE-STATUS.

           SELECT PDA-LOG-FILE
               ASSIGN TO "../data/pda_access_log.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PA-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.

           SELECT DESTRUCTION-REG-FILE
               ASSIGN TO "../data/destruction_register.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DR-FILE-STATUS.

           SELECT DSAR-LOG-FILE
               ASSIGN TO "../data/dsar_log.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  CHANGE-LOG-FILE.
           COPY emp_change_log.

       FD  CONTACT-PENDING-FILE.
           COPY contact_pending.

       FD  BENEFITS-FILE.
           COPY benefits.

       FD  BENEFIT-ELECTION-FILE.
           COPY benefit_election.

       FD  LEAVE-BALANCE-FILE.
           COPY leave_balance.

       FD  LEAVE-REQUEST-FILE.
           COPY leave_request.

       FD  ATTENDANCE-FILE.
           COPY attendance.

       FD  GARNISHMENT-FILE.
           COPY garnishment.

       FD  LOAN-FILE.
           COPY loan.

       FD  PAYROLL-FILE.
           COPY payroll_record.

       FD  COMPONENT-FILE.
           COPY pay_component.

       FD  PDA-LOG-FILE.
           COPY pda_log.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AL-TIMESTAMP         PIC 9(14).
           05  AL-USER-ID           PIC X(08).
           05  AL-ACTION            PIC X(10).
           05  AL-DETAILS           PIC X(50).
           05  AL-STATUS            PIC X(01).
           05  AL-IP-ADDRESS        PIC X(15).
           05  AL-CHAIN-HASH        PIC 9(16).
           05  FILLER               PIC X(04).

       FD  DESTRUCTION-REG-FILE.
           COPY destruction_reg.

       FD  DSAR-LOG-FILE.
           COPY dsar_log.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS          PIC XX.
       01  CL-FILE-STATUS           PIC XX.
       01  CP-FILE-STATUS           PIC XX.
       01  BN-FILE-STATUS           PIC XX.
       01  BE-FILE-STATUS           PIC XX.
       01  LB-FILE-STATUS           PIC XX.
       01  LR-FILE-STATUS           PIC XX.
       01  AT-FILE-STATUS           PIC XX.
       01  GN-FILE-STATUS           PIC XX.
       01  LN-FILE-STATUS           PIC XX.
       01  PAY-FILE-STATUS          PIC XX.
       01  PC-FILE-STATUS           PIC XX.
       01  PA-FILE-STATUS           PIC XX.
       01  AL-FILE-STATUS           PIC XX.
       01  DR-FILE-STATUS           PIC XX.
       01  DL-FILE-STATUS           PIC XX.
       01  RPT-FILE-STATUS          PIC XX.
       01  WS-CHOICE                PIC 9(1).
       01  WS-TODAY                 PIC 9(8).
       01  WS-TIMESTAMP             PIC X(19).
       01  WS-REPORT-FILENAME       PIC X(60).
       01  WS-OK                    PIC X(1).
       01  WS-DONE                  PIC X(1).
       01  WS-DECISION              PIC X(1).
       01  WS-LINE                  PIC X(132).

      *> The request being prepared or released.
       01  WS-SUBJECT-ID            PIC X(10).
       01  WS-SUBJECT-LEN           PIC 9(2).
       01  WS-SUBJECT-ON-MASTER     PIC X(1).
       01  WS-REQUESTER             PIC X(40).
       01  WS-REQUEST-DATE          PIC 9(8).
       01  WS-REQUEST-ID            PIC 9(6).
       01  WS-TOTAL-ROWS            PIC 9(7).
       01  WS-HITS                  PIC 9(3).

      *> One entry per file searched: its name and the rows found for
      *> the subject, or the reason it could not be searched.
       01  WS-SRCH-COUNT            PIC 9(2).
       01  WS-SRCH-IDX              PIC 9(2).
       01  WS-SRCH-TABLE.
           05  WS-SRCH-ENTRY OCCURS 20 TIMES.
               10  WS-SRCH-FILE     PIC X(32).
               10  WS-SRCH-ROWS     PIC 9(7).
               10  WS-SRCH-NOTE     PIC X(20).
       01  WS-SECTION-ROWS          PIC 9(7).
       01  WS-SCAN-DONE             PIC X(1).
       01  WS-BE-REASON             PIC X(17).

      *> Label/value line for the field-by-field sections.
       01  WS-FIELD-LABEL           PIC X(24).
       01  WS-FIELD-VALUE           PIC X(100).
       01  WS-PRINT-AMT             PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-AMT-2           PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-AMT-3           PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-BIG             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-SAMT            PIC -,---,--9.99.
       01  WS-PRINT-DAYS            PIC -ZZ9.99.
       01  WS-PRINT-DAYS-2          PIC -ZZ9.99.
       01  WS-PRINT-DAYS-3          PIC -ZZ9.99.
       01  WS-PRINT-HOURS           PIC ZZ9.99.
       01  WS-PRINT-HOURS-2         PIC ZZ9.99.
       01  WS-PRINT-RATE            PIC Z9.999.
       01  WS-PRINT-COUNT           PIC Z,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-SUBJECT-ACCESS.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               PERFORM 160-SET-TIMESTAMP
               DISPLAY " "
               DISPLAY "ByteBank POPIA Subject Access Requests"
               DISPLAY "--------------------------------------"
               DISPLAY "1. Prepare a Subject Access Report"
               DISPLAY "2. Release a Prepared Report"
               DISPLAY "3. Subject Access Request Log"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-PREPARE-REPORT
                   WHEN 2 PERFORM 600-RELEASE-REPORT
                   WHEN 3 PERFORM 700-REQUEST-LOG
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       160-SET-TIMESTAMP.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
           DELIMITED BY SIZE INTO WS-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *****************************************************************
      * 200-PREPARE-REPORT - take the request (subject, requester, date
      * received), gather every record keyed to the subject into the
      * document, and log the request as prepared. The document goes
      * to the requester only once a second user has released it.
      *****************************************************************
       200-PREPARE-REPORT.
           DISPLAY "Employee ID of the data subject: "
                   WITH NO ADVANCING
           ACCEPT WS-SUBJECT-ID
           IF WS-SUBJECT-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUBJECT-ID))
               TO WS-SUBJECT-LEN
           DISPLAY "Requester (the employee or who acts for them): "
                   WITH NO ADVANCING
           ACCEPT WS-REQUESTER
           IF WS-REQUESTER = SPACES
               DISPLAY "The requester is required - nothing prepared"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date the request was received YYYYMMDD "
                   "(0 = today): " WITH NO ADVANCING
           ACCEPT WS-REQUEST-DATE
           IF WS-REQUEST-DATE = 0
               MOVE WS-TODAY TO WS-REQUEST-DATE
           END-IF

           PERFORM 750-NEXT-REQUEST-ID
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "../data/dsar_" FUNCTION TRIM(WS-SUBJECT-ID) "_"
                  WS-REQUEST-ID ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open "
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SRCH-COUNT
           MOVE 0 TO WS-TOTAL-ROWS
           INITIALIZE WS-SRCH-TABLE
           PERFORM 210-WRITE-HEADING
           PERFORM 300-EMPLOYEE-MASTER
           PERFORM 310-CHANGE-LOG
           PERFORM 320-CONTACT-PENDING
           PERFORM 330-BENEFITS
           PERFORM 335-BENEFIT-ELECTIONS
           PERFORM 340-LEAVE-BALANCE
           PERFORM 350-LEAVE-REQUESTS
           PERFORM 360-ATTENDANCE
           PERFORM 370-GARNISHMENTS
           PERFORM 380-LOANS
           PERFORM 390-PAYROLL-HISTORY
           PERFORM 400-COMPONENT-HISTORY
           PERFORM 410-PDA-ACCESS-LOG
           PERFORM 420-AUDIT-LOG
           PERFORM 430-DESTRUCTION-EVENTS
           PERFORM 500-FILES-SEARCHED
           CLOSE REPORT-FILE

           PERFORM 760-LOG-REQUEST
           DISPLAY "Subject access request " WS-REQUEST-ID
                   " prepared - " WS-TOTAL-ROWS " record(s)"
           DISPLAY "Report written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           DISPLAY "It must be released by another user before it "
                   "goes to the requester".

       210-WRITE-HEADING.
           MOVE SPACES TO WS-LINE
           STRING "PERSONAL INFORMATION HELD - POPIA SECTION 23 "
                  "SUBJECT ACCESS REQUEST"
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           STRING "Request " WS-REQUEST-ID "  Data subject: "
                  WS-SUBJECT-ID
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           STRING "Requested by: " WS-REQUESTER "  received "
                  WS-REQUEST-DATE
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           STRING "Prepared " WS-TIMESTAMP " by " LS-EMP-ID
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE.

      *****************************************************************
      * 300-EMPLOYEE-MASTER - the employee master row, field by field.
      *****************************************************************
       300-EMPLOYEE-MASTER.
           MOVE "EMPLOYEE MASTER (employees.dat)" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           MOVE 'N' TO WS-SUBJECT-ON-MASTER
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               MOVE "employees.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUBJECT-ON-MASTER
                   MOVE 1 TO WS-SECTION-ROWS
                   PERFORM 305-WRITE-EMPLOYEE-FIELDS
           END-READ
           CLOSE EMPLOYEE-FILE
           IF WS-SUBJECT-ON-MASTER NOT = 'Y'
               DISPLAY "Note: " WS-SUBJECT-ID
                       " is not on the employee master"
           END-IF
           MOVE "employees.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

       305-WRITE-EMPLOYEE-FIELDS.
           MOVE "Name" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING FUNCTION TRIM(EMP-NAME) " "
                  FUNCTION TRIM(EMP-SURNAME)
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "ID number" TO WS-FIELD-LABEL
           MOVE EMP-ID-NUMBER TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Passport / country" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING EMP-PASSPORT-NO " " EMP-PASSPORT-COUNTRY
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Tax reference / SSN" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING EMP-TAX-REF-NO " " EMP-SSN
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Birth date" TO WS-FIELD-LABEL
           MOVE EMP-BIRTH TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Marital status / deps" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING EMP-MARITAL-STATUS " / " EMP-DEPENDENTS
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Race / gender" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING EMP-EE-RACE " / " EMP-EE-GENDER
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Department / position" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING FUNCTION TRIM(EMP-DEPT) " / "
                  FUNCTION TRIM(EMP-POSITION)
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Branch / grade" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING EMP-COMPANY-BRANCH " / " EMP-GRADE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Manager" TO WS-FIELD-LABEL
           MOVE EMP-MANAGER-ID TO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Status" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING EMP-STATUS " from " EMP-STATUS-START " to "
                  EMP-STATUS-END
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Hired / terminated" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING EMP-HIRE-DATE " / " EMP-TERM-DATE " reason "
                  EMP-TERM-REASON
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Base salary" TO WS-FIELD-LABEL
           MOVE EMP-BASE-SALARY TO WS-PRINT-AMT
           MOVE SPACES TO WS-FIELD-VALUE
           STRING WS-PRINT-AMT " " EMP-CURRENCY-CODE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Bank account" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING FUNCTION TRIM(EMP-BANK-NAME) " "
                  EMP-BRANCH-CODE " " EMP-ACCOUNT-NUMBER " type "
                  EMP-ACCOUNT-TYPE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Residential address" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING FUNCTION TRIM(EMP-RES-ADDR-1) ", "
                  FUNCTION TRIM(EMP-RES-ADDR-2) ", "
                  FUNCTION TRIM(EMP-RES-CITY) " "
                  EMP-RES-POSTCODE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Postal address" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING FUNCTION TRIM(EMP-POSTAL-ADDR-1) ", "
                  FUNCTION TRIM(EMP-POSTAL-ADDR-2) ", "
                  FUNCTION TRIM(EMP-POSTAL-CITY) " "
                  EMP-POSTAL-CODE
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Phone / email" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING FUNCTION TRIM(EMP-PHONE) " / "
                  FUNCTION TRIM(EMP-EMAIL)
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD
           MOVE "Emergency contact" TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING FUNCTION TRIM(EMP-EMERG-NAME) " "
                  FUNCTION TRIM(EMP-EMERG-PHONE)
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           PERFORM 940-WRITE-FIELD.

      *****************************************************************
      * 310-CHANGE-LOG - every field-level change to the subject's
      * master row, with its before and after values.
      *****************************************************************
       310-CHANGE-LOG.
           MOVE "FIELD CHANGE HISTORY (employee_changes.dat)"
               TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT CHANGE-LOG-FILE
           IF CL-FILE-STATUS NOT = '00'
               MOVE "employee_changes.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CL-FILE-STATUS = '10'
               READ CHANGE-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EC-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SECTION-ROWS
                           MOVE SPACES TO WS-LINE
                           STRING "  " EC-TIMESTAMP " " EC-FIELD-NAME
                                  " " EC-OLD-VALUE " -> "
                                  EC-NEW-VALUE " by " EC-USER-ID
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-LOG-FILE
           MOVE "employee_changes.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

       320-CONTACT-PENDING.
           MOVE "CONTACT DETAIL CHANGES SUBMITTED (contact_pending.dat)"
               TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT CONTACT-PENDING-FILE
           IF CP-FILE-STATUS NOT = '00'
               MOVE "contact_pending.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CP-FILE-STATUS = '10'
               READ CONTACT-PENDING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SECTION-ROWS
                           PERFORM 325-WRITE-CONTACT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-PENDING-FILE
           MOVE "contact_pending.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

       325-WRITE-CONTACT-ROW.
           MOVE SPACES TO WS-LINE
           STRING "  submitted " CP-SUBMIT-TIME " by " CP-SUBMIT-USER
                  " status " CP-STATUS " decided " CP-DECIDE-TIME
                  " by " CP-DECIDE-USER
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           STRING "    " FUNCTION TRIM(CP-RES-ADDR-1) ", "
                  FUNCTION TRIM(CP-RES-ADDR-2) ", "
                  FUNCTION TRIM(CP-RES-CITY) " " CP-RES-POSTCODE
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           STRING "    " FUNCTION TRIM(CP-POSTAL-ADDR-1) ", "
                  FUNCTION TRIM(CP-POSTAL-ADDR-2) ", "
                  FUNCTION TRIM(CP-POSTAL-CITY) " " CP-POSTAL-CODE
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           STRING "    " FUNCTION TRIM(CP-PHONE) " / "
                  FUNCTION TRIM(CP-EMAIL) " / emergency "
                  FUNCTION TRIM(CP-EMERG-NAME) " "
                  FUNCTION TRIM(CP-EMERG-PHONE)
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE.

       330-BENEFITS.
           MOVE "BENEFIT ELECTIONS (benefits.dat)" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT BENEFITS-FILE
           IF BN-FILE-STATUS NOT = '00'
               MOVE "benefits.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT-ID TO BN-EMP-ID
           READ BENEFITS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-SECTION-ROWS
                   MOVE BN-401K-PCT TO WS-PRINT-RATE
                   MOVE SPACES TO WS-LINE
                   STRING "  health " BN-HEALTH-INS "  life "
                          BN-LIFE-INS "  dental " BN-DENTAL-INS
                          "  vision " BN-VISION-INS
                          "  dependants " BN-DEPENDANTS
                          "  401(k) rate " WS-PRINT-RATE
                       DELIMITED BY SIZE INTO WS-LINE
                   PERFORM 900-WRITE-LINE
           END-READ
           CLOSE BENEFITS-FILE
           MOVE "benefits.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

      *****************************************************************
      * 335-BENEFIT-ELECTIONS - every dated election behind the
      * benefits in force, oldest first, with the reason it was made
      * and who captured it.
      *****************************************************************
       335-BENEFIT-ELECTIONS.
           MOVE "BENEFIT ELECTION HISTORY (benefit_elections.dat)"
               TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT BENEFIT-ELECTION-FILE
           IF BE-FILE-STATUS NOT = '00'
               MOVE "benefit_elections.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-DONE
           MOVE WS-SUBJECT-ID TO BE-EMP-ID
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
                       IF BE-EMP-ID NOT = WS-SUBJECT-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           PERFORM 336-ELECTION-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFIT-ELECTION-FILE
           MOVE "benefit_elections.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

       336-ELECTION-LINES.
           ADD 1 TO WS-SECTION-ROWS
           EVALUATE TRUE
               WHEN BE-CARRIED-OVER
                   MOVE "CARRIED OVER" TO WS-BE-REASON
               WHEN BE-OPEN-ENROLMENT
                   MOVE "OPEN ENROLMENT" TO WS-BE-REASON
               WHEN BE-LIFE-EVENT
                   MOVE "LIFE EVENT" TO WS-BE-REASON
               WHEN BE-CORRECTION
                   MOVE "SCHEME CORRECTION" TO WS-BE-REASON
               WHEN OTHER
                   MOVE BE-SOURCE TO WS-BE-REASON
           END-EVALUATE
           MOVE BE-401K-PCT TO WS-PRINT-RATE
           MOVE SPACES TO WS-LINE
           STRING "  effective " BE-EFF-DATE
                  "  health " BE-HEALTH-INS "  life " BE-LIFE-INS
                  "  dental " BE-DENTAL-INS "  vision " BE-VISION-INS
                  "  dependants " BE-DEPENDANTS
                  "  401(k) rate " WS-PRINT-RATE
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           IF BE-LIFE-EVENT
               STRING "    reason " WS-BE-REASON
                      "  event " BE-EVENT-CODE " on " BE-EVENT-DATE
                      "  captured by " BE-CAPTURED-BY
                      " on " BE-CAPTURED-DATE
                   DELIMITED BY SIZE INTO WS-LINE
           ELSE
               STRING "    reason " WS-BE-REASON
                      "  captured by " BE-CAPTURED-BY
                      " on " BE-CAPTURED-DATE
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
           PERFORM 900-WRITE-LINE.

       340-LEAVE-BALANCE.
           MOVE "LEAVE BALANCES (leave_balances.dat)" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT LEAVE-BALANCE-FILE
           IF LB-FILE-STATUS NOT = '00'
               MOVE "leave_balances.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT-ID TO LB-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-SECTION-ROWS
                   MOVE LB-ANNUAL-BAL TO WS-PRINT-DAYS
                   MOVE LB-SICK-BAL TO WS-PRINT-DAYS-2
                   MOVE LB-FAMILY-BAL TO WS-PRINT-DAYS-3
                   MOVE SPACES TO WS-LINE
                   STRING "  annual " WS-PRINT-DAYS
                          "  sick " WS-PRINT-DAYS-2
                          " (cycle from " LB-SICK-CYCLE-START ")"
                          "  family " WS-PRINT-DAYS-3
                          " (" LB-FAMILY-YEAR ")"
                       DELIMITED BY SIZE INTO WS-LINE
                   PERFORM 900-WRITE-LINE
           END-READ
           CLOSE LEAVE-BALANCE-FILE
           MOVE "leave_balances.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

       350-LEAVE-REQUESTS.
           MOVE "LEAVE REQUESTS (leave_requests.dat)" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LR-FILE-STATUS NOT = '00'
               MOVE "leave_requests.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LR-FILE-STATUS = '10'
               READ LEAVE-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LR-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SECTION-ROWS
                           MOVE SPACES TO WS-LINE
                           STRING "  " LR-REQUEST-ID " "
                                  LR-LEAVE-TYPE " " LR-START-DATE
                                  "-" LR-END-DATE " status "
                                  LR-STATUS " " LR-REASON
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-WRITE-LINE
                           IF LR-CERT-ON-FILE
                                   OR LR-CHANGE-TYPE NOT = SPACES
                               MOVE SPACES TO WS-LINE
                               STRING "         certificate "
                                      LR-CERT-PRODUCED " "
                                      LR-CERT-DATE "  change "
                                      LR-CHANGE-TYPE " "
                                      LR-CHANGE-REASON " by "
                                      LR-CHANGED-BY
                                   DELIMITED BY SIZE INTO WS-LINE
                               PERFORM 900-WRITE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE
           MOVE "leave_requests.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

       360-ATTENDANCE.
           MOVE "ATTENDANCE (attendance.dat)" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT ATTENDANCE-FILE
           IF AT-FILE-STATUS NOT = '00'
               MOVE "attendance.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AT-KEY
           MOVE WS-SUBJECT-ID TO AT-EMP-ID
           MOVE 'N' TO WS-DONE
           START ATTENDANCE-FILE KEY IS NOT LESS THAN AT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DONE
           END-START
           PERFORM UNTIL WS-DONE = 'Y'
               READ ATTENDANCE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DONE
                   NOT AT END
                       IF AT-EMP-ID NOT = WS-SUBJECT-ID
                           MOVE 'Y' TO WS-DONE
                       ELSE
                           ADD 1 TO WS-SECTION-ROWS
                           MOVE AT-HOURS-WORKED TO WS-PRINT-HOURS
                           MOVE AT-OVERTIME-HOURS
                               TO WS-PRINT-HOURS-2
                           MOVE SPACES TO WS-LINE
                           STRING "  " AT-DATE " hours "
                                  WS-PRINT-HOURS " overtime "
                                  WS-PRINT-HOURS-2
                                  " shift " AT-SHIFT-CODE
                                  " project " AT-PROJECT-CODE
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE
           MOVE "attendance.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

       370-GARNISHMENTS.
           MOVE "GARNISHEE AND COURT ORDERS (garnishments.dat)"
               TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT GARNISHMENT-FILE
           IF GN-FILE-STATUS NOT = '00'
               MOVE "garnishments.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO GN-KEY
           MOVE WS-SUBJECT-ID TO GN-EMP-ID
           MOVE 'N' TO WS-DONE
           START GARNISHMENT-FILE KEY IS NOT LESS THAN GN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DONE
           END-START
           PERFORM UNTIL WS-DONE = 'Y'
               READ GARNISHMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DONE
                   NOT AT END
                       IF GN-EMP-ID NOT = WS-SUBJECT-ID
                           MOVE 'Y' TO WS-DONE
                       ELSE
                           ADD 1 TO WS-SECTION-ROWS
                           MOVE SPACES TO WS-LINE
                           MOVE GN-MONTHLY-AMOUNT TO WS-PRINT-AMT
                           MOVE GN-TOTAL-OWED TO WS-PRINT-BIG
                           STRING "  case " GN-CASE-SEQ " "
                                  GN-CASE-REF " type " GN-CASE-TYPE
                                  " monthly " WS-PRINT-AMT
                                  " owed " WS-PRINT-BIG
                                  " status " GN-STATUS
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GARNISHMENT-FILE
           MOVE "garnishments.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

       380-LOANS.
           MOVE "STAFF LOANS (loans.dat)" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT LOAN-FILE
           IF LN-FILE-STATUS NOT = '00'
               MOVE "loans.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT-ID TO LN-EMP-ID
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-SECTION-ROWS
                   MOVE LN-PRINCIPAL TO WS-PRINT-AMT
                   MOVE LN-INSTALLMENT TO WS-PRINT-AMT-2
                   MOVE LN-BALANCE TO WS-PRINT-BIG
                   MOVE SPACES TO WS-LINE
                   STRING "  " LN-LOAN-REF " principal " WS-PRINT-AMT
                          " installment " WS-PRINT-AMT-2
                          " balance " WS-PRINT-BIG
                          " status " LN-STATUS
                       DELIMITED BY SIZE INTO WS-LINE
                   PERFORM 900-WRITE-LINE
           END-READ
           CLOSE LOAN-FILE
           MOVE "loans.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

      *****************************************************************
      * 390-PAYROLL-HISTORY - every payroll record for the subject,
      * voided ones included, with the main statutory amounts.
      *****************************************************************
       390-PAYROLL-HISTORY.
           MOVE "PAYROLL HISTORY (payroll.dat)" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               MOVE "payroll.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PR-KEY
           MOVE WS-SUBJECT-ID TO PR-EMP-ID
           MOVE 'N' TO WS-DONE
           START PAYROLL-FILE KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DONE
           END-START
           PERFORM UNTIL WS-DONE = 'Y'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DONE
                   NOT AT END
                       IF PR-EMP-ID NOT = WS-SUBJECT-ID
                           MOVE 'Y' TO WS-DONE
                       ELSE
                           ADD 1 TO WS-SECTION-ROWS
                           PERFORM 395-WRITE-PAYROLL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           MOVE "payroll.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

       395-WRITE-PAYROLL-ROW.
           MOVE PR-GROSS-PAY TO WS-PRINT-AMT
           MOVE PR-NET-PAY TO WS-PRINT-AMT-2
           MOVE SPACES TO WS-LINE
           STRING "  " PR-PAY-PERIOD " run " PR-RUN-SEQ " type "
                  PR-RUN-TYPE " gross " WS-PRINT-AMT
                  " net " WS-PRINT-AMT-2 " " PR-CURRENCY
                  " paid " PR-TIMESTAMP
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE
           MOVE PR-PAYE-TAX TO WS-PRINT-AMT
           MOVE PR-UIF TO WS-PRINT-AMT-2
           MOVE PR-GARNISH-DED TO WS-PRINT-AMT-3
           MOVE SPACES TO WS-LINE
           STRING "       PAYE " WS-PRINT-AMT " UIF " WS-PRINT-AMT-2
                  " garnishee " WS-PRINT-AMT-3
                  " status " PR-PAY-STATUS
                  " directive " PR-DIRECTIVE-NO
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE.

       400-COMPONENT-HISTORY.
           MOVE "PAY COMPONENT DETAIL (pay_components.dat)"
               TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT COMPONENT-FILE
           IF PC-FILE-STATUS NOT = '00'
               MOVE "pay_components.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PC-KEY
           MOVE WS-SUBJECT-ID TO PC-EMP-ID
           MOVE 'N' TO WS-DONE
           START COMPONENT-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DONE
           END-START
           PERFORM UNTIL WS-DONE = 'Y'
               READ COMPONENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DONE
                   NOT AT END
                       IF PC-EMP-ID NOT = WS-SUBJECT-ID
                           MOVE 'Y' TO WS-DONE
                       ELSE
                           ADD 1 TO WS-SECTION-ROWS
                           MOVE PC-AMOUNT TO WS-PRINT-SAMT
                           MOVE SPACES TO WS-LINE
                           STRING "  " PC-PAY-PERIOD " run "
                                  PC-RUN-SEQ " " PC-COMP-CODE " "
                                  PC-TYPE " " WS-PRINT-SAMT
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPONENT-FILE
           MOVE "pay_components.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

      *****************************************************************
      * 410-PDA-ACCESS-LOG - who viewed or downloaded the subject's
      * payslips, compensation or bank details.
      *****************************************************************
       410-PDA-ACCESS-LOG.
           MOVE "ACCESS TO YOUR PERSONAL DATA (pda_access_log.dat)"
               TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT PDA-LOG-FILE
           IF PA-FILE-STATUS NOT = '00'
               MOVE "pda_access_log.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PA-FILE-STATUS = '10'
               READ PDA-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PA-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SECTION-ROWS
                           MOVE SPACES TO WS-LINE
                           STRING "  " PA-TIMESTAMP " by " PA-USER
                                  " through " PA-FUNCTION
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PDA-LOG-FILE
           MOVE "pda_access_log.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

      *****************************************************************
      * 420-AUDIT-LOG - audit rows the subject made as a user, or
      * whose details name their employee number.
      *****************************************************************
       420-AUDIT-LOG.
           MOVE "AUDIT LOG (AUDITLOG)" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT AUDIT-LOG-FILE
           IF AL-FILE-STATUS NOT = '00'
               MOVE "AUDITLOG" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AL-FILE-STATUS = '10'
               READ AUDIT-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 0 TO WS-HITS
                       INSPECT AL-DETAILS TALLYING WS-HITS
                           FOR ALL WS-SUBJECT-ID(1:WS-SUBJECT-LEN)
                       IF AL-USER-ID = WS-SUBJECT-ID OR WS-HITS > 0
                           ADD 1 TO WS-SECTION-ROWS
                           MOVE SPACES TO WS-LINE
                           STRING "  " AL-TIMESTAMP " " AL-USER-ID
                                  " " AL-ACTION " " AL-DETAILS " "
                                  AL-STATUS " " AL-IP-ADDRESS
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           MOVE "AUDITLOG" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

      *****************************************************************
      * 430-DESTRUCTION-EVENTS - the anonymization and destruction
      * actions the retention utility has taken on the subject's data.
      *****************************************************************
       430-DESTRUCTION-EVENTS.
           MOVE SPACES TO WS-LINE
           STRING "ANONYMIZATION AND DESTRUCTION EVENTS "
                  "(destruction_register.dat)"
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 910-SECTION-HEADING
           MOVE 0 TO WS-SECTION-ROWS
           OPEN INPUT DESTRUCTION-REG-FILE
           IF DR-FILE-STATUS NOT = '00'
               MOVE "destruction_register.dat" TO WS-FIELD-VALUE
               PERFORM 930-NOT-SEARCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DR-FILE-STATUS = '10'
               READ DESTRUCTION-REG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DR-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SECTION-ROWS
                           MOVE SPACES TO WS-LINE
                           STRING "  " DR-TIMESTAMP " " DR-SCOPE " "
                                  DR-DETAIL " by " DR-USER
                               DELIMITED BY SIZE INTO WS-LINE
                           PERFORM 900-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DESTRUCTION-REG-FILE
           IF WS-SECTION-ROWS = 0
               MOVE SPACES TO WS-LINE
               STRING "  None - no data on this employee has been "
                      "anonymized or destroyed"
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 900-WRITE-LINE
           END-IF
           MOVE "destruction_register.dat" TO WS-FIELD-VALUE
           PERFORM 920-SECTION-DONE.

       500-FILES-SEARCHED.
           MOVE "FILES SEARCHED" TO WS-LINE
           PERFORM 910-SECTION-HEADING
           PERFORM VARYING WS-SRCH-IDX FROM 1 BY 1
                   UNTIL WS-SRCH-IDX > WS-SRCH-COUNT
               MOVE WS-SRCH-ROWS(WS-SRCH-IDX) TO WS-PRINT-COUNT
               MOVE SPACES TO WS-LINE
               STRING "  " WS-SRCH-FILE(WS-SRCH-IDX) " "
                      WS-PRINT-COUNT " row(s) "
                      WS-SRCH-NOTE(WS-SRCH-IDX)
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 900-WRITE-LINE
           END-PERFORM
           MOVE WS-TOTAL-ROWS TO WS-PRINT-COUNT
           MOVE SPACES TO WS-LINE
           STRING "  Total records held: " WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE.

      *****************************************************************
      * 600-RELEASE-REPORT - a second user releases a prepared document
      * to the requester; the log keeps who released it and when.
      *****************************************************************
       600-RELEASE-REPORT.
           DISPLAY "Subject access request number: "
                   WITH NO ADVANCING
           ACCEPT WS-REQUEST-ID
           MOVE 'N' TO WS-OK
           MOVE 'N' TO WS-DONE
           OPEN I-O DSAR-LOG-FILE
           IF DL-FILE-STATUS NOT = '00'
               DISPLAY "No subject access requests on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DONE = 'Y'
               READ DSAR-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-DONE
                       DISPLAY "No subject access request "
                               WS-REQUEST-ID
                   NOT AT END
                       IF DL-REQUEST-ID = WS-REQUEST-ID
                           MOVE 'Y' TO WS-DONE
                           PERFORM 610-CHECK-AND-RELEASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DSAR-LOG-FILE
           IF WS-OK = 'Y'
               DISPLAY "Request " WS-REQUEST-ID " released to "
                       FUNCTION TRIM(DL-REQUESTER)
           END-IF.

       610-CHECK-AND-RELEASE.
           IF NOT DL-PREPARED
               DISPLAY "Request " WS-REQUEST-ID
                       " was released on " DL-RELEASED-DATE
                       " by " DL-RELEASED-BY
               EXIT PARAGRAPH
           END-IF
           IF DL-PREPARED-BY = LS-EMP-ID
               DISPLAY "Refused - the document must be released by "
                       "a different user than the one who prepared it"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Subject " DL-EMP-ID "  requester "
                   FUNCTION TRIM(DL-REQUESTER)
           DISPLAY "Document " FUNCTION TRIM(DL-REPORT-FILE) " ("
                   DL-RECORD-COUNT " records)"
           DISPLAY "Release it to the requester? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-DECISION
           IF WS-DECISION NOT = 'Y' AND WS-DECISION NOT = 'y'
               DISPLAY "Not released"
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO DL-STATUS
           MOVE LS-EMP-ID TO DL-RELEASED-BY
           MOVE WS-TODAY TO DL-RELEASED-DATE
           REWRITE DSAR-LOG-RECORD
           IF DL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-OK
           ELSE
               DISPLAY "ERROR: Request log not updated, status "
                       DL-FILE-STATUS
           END-IF.

       700-REQUEST-LOG.
           OPEN INPUT DSAR-LOG-FILE
           IF DL-FILE-STATUS NOT = '00'
               DISPLAY "No subject access requests on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "REQ#   SUBJECT    RECEIVED REQUESTER"
                   "                                PREPARED BY/AT"
           PERFORM UNTIL DL-FILE-STATUS = '10'
               READ DSAR-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY DL-REQUEST-ID " " DL-EMP-ID " "
                               DL-REQUEST-DATE " " DL-REQUESTER " "
                               DL-PREPARED-BY " " DL-PREPARED-AT
                       IF DL-RELEASED
                           DISPLAY "       released "
                                   DL-RELEASED-DATE " by "
                                   DL-RELEASED-BY
                       ELSE
                           DISPLAY "       prepared - not yet "
                                   "released"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DSAR-LOG-FILE.

       750-NEXT-REQUEST-ID.
           MOVE 0 TO WS-REQUEST-ID
           OPEN INPUT DSAR-LOG-FILE
           IF DL-FILE-STATUS = '00'
               PERFORM UNTIL DL-FILE-STATUS = '10'
                   READ DSAR-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DL-REQUEST-ID > WS-REQUEST-ID
                               MOVE DL-REQUEST-ID TO WS-REQUEST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DSAR-LOG-FILE
           END-IF
           ADD 1 TO WS-REQUEST-ID.

       760-LOG-REQUEST.
           INITIALIZE DSAR-LOG-RECORD
           MOVE WS-REQUEST-ID TO DL-REQUEST-ID
           MOVE WS-SUBJECT-ID TO DL-EMP-ID
           MOVE WS-REQUESTER TO DL-REQUESTER
           MOVE WS-REQUEST-DATE TO DL-REQUEST-DATE
           MOVE LS-EMP-ID TO DL-PREPARED-BY
           MOVE WS-TIMESTAMP TO DL-PREPARED-AT
           MOVE WS-REPORT-FILENAME TO DL-REPORT-FILE
           MOVE WS-TOTAL-ROWS TO DL-RECORD-COUNT
           MOVE 'P' TO DL-STATUS
           OPEN EXTEND DSAR-LOG-FILE
           IF DL-FILE-STATUS = '35'
               OPEN OUTPUT DSAR-LOG-FILE
           END-IF
           IF DL-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open the request log"
               EXIT PARAGRAPH
           END-IF
           WRITE DSAR-LOG-RECORD
           CLOSE DSAR-LOG-FILE.

       900-WRITE-LINE.
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *> WS-LINE holds the section title on entry.
       910-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-LINE
           MOVE ALL "-" TO WS-LINE(1:60)
           PERFORM 900-WRITE-LINE.

      *> WS-FIELD-VALUE holds the file name on entry for these two.
       920-SECTION-DONE.
           IF WS-SECTION-ROWS = 0
               MOVE "  No records held" TO WS-LINE
               PERFORM 900-WRITE-LINE
           END-IF
           ADD 1 TO WS-SRCH-COUNT
           MOVE WS-FIELD-VALUE TO WS-SRCH-FILE(WS-SRCH-COUNT)
           MOVE WS-SECTION-ROWS TO WS-SRCH-ROWS(WS-SRCH-COUNT)
           MOVE SPACES TO WS-SRCH-NOTE(WS-SRCH-COUNT)
           ADD WS-SECTION-ROWS TO WS-TOTAL-ROWS.

       930-NOT-SEARCHED.
           MOVE "  File not present - nothing held" TO WS-LINE
           PERFORM 900-WRITE-LINE
           ADD 1 TO WS-SRCH-COUNT
           MOVE WS-FIELD-VALUE TO WS-SRCH-FILE(WS-SRCH-COUNT)
           MOVE 0 TO WS-SRCH-ROWS(WS-SRCH-COUNT)
           MOVE "(file not present)" TO WS-SRCH-NOTE(WS-SRCH-COUNT).

       940-WRITE-FIELD.
           MOVE SPACES TO WS-LINE
           STRING "  " WS-FIELD-LABEL ": " WS-FIELD-VALUE
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 900-WRITE-LINE.
       END PROGRAM SUBJACCESS.
