       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINREFRESH.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program. Refreshes the training and test
      *                   environment (../training/data) from the live
      *                   ../data files with the personal data masked,
      *                   so courses and user testing stop running on
      *                   real employees' details:
      *                   - names and the address / contact block are
      *                     replaced with generated TRAINEE values;
      *                   - bank account numbers (master and pay split
      *                     accounts), ID numbers, passport numbers,
      *                     tax reference numbers and SSNs are replaced
      *                     with generated numbers that still pass
      *                     BANKVALIDATE / IDVALIDATE;
      *                   - salaries are optionally scaled by a random
      *                     factor per employee, applied alike to the
      *                     master, salary history and payroll history
      *                     so the figures still agree with each other.
      *                   EMP-IDs are never changed, so every link
      *                   between the files holds. The reference
      *                   tables are copied as they are, and the user
      *                   file goes to ../training/run, the directory
      *                   the training system is run from. A
      *                   training_env.dat marker is left in the
      *                   training data directory - PAYROLL-MAIN shows
      *                   the not-production banner when it finds one -
      *                   and a refresh is refused from a directory
      *                   carrying it. Administrator only.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Production side
           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-SRC-STATUS.

           SELECT BENEFITS-FILE ASSIGN TO "../data/benefits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-EMP-ID
               FILE STATUS IS WS-SRC-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "../data/leave_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-SRC-STATUS.

           SELECT GARNISHMENT-FILE
               ASSIGN TO "../data/garnishments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-KEY
               FILE STATUS IS WS-SRC-STATUS.

           SELECT LOAN-FILE ASSIGN TO "../data/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-EMP-ID
               FILE STATUS IS WS-SRC-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "../data/attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               FILE STATUS IS WS-SRC-STATUS.

           SELECT LEAVE-REQUEST-FILE
               ASSIGN TO "../data/leave_requests.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT PAY-SPLIT-FILE ASSIGN TO "../data/pay_splits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-KEY
               FILE STATUS IS WS-SRC-STATUS.

           SELECT PAY-COMPONENT-FILE
               ASSIGN TO "../data/pay_components.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-SRC-STATUS.

           SELECT SALARY-HISTORY-FILE
               ASSIGN TO "../data/salary_history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO "../data/payroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-SRC-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT USER-FILE ASSIGN TO 'USERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-SRC-STATUS.

           SELECT PROD-ENV-FILE ASSIGN TO "../data/training_env.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT REF-SOURCE-FILE ASSIGN TO WS-REF-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

      *> Training side
           SELECT TR-EMPLOYEE-FILE
               ASSIGN TO "../training/data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRE-ID
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-BENEFITS-FILE
               ASSIGN TO "../training/data/benefits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRBN-EMP-ID
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-LEAVE-BALANCE-FILE
               ASSIGN TO "../training/data/leave_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRLB-EMP-ID
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-GARNISHMENT-FILE
               ASSIGN TO "../training/data/garnishments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRGN-KEY
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-LOAN-FILE
               ASSIGN TO "../training/data/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRLN-EMP-ID
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-ATTENDANCE-FILE
               ASSIGN TO "../training/data/attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAT-KEY
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-LEAVE-REQUEST-FILE
               ASSIGN TO "../training/data/leave_requests.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-PAY-SPLIT-FILE
               ASSIGN TO "../training/data/pay_splits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRSPL-KEY
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-PAY-COMPONENT-FILE
               ASSIGN TO "../training/data/pay_components.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRPC-KEY
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-SALARY-HISTORY-FILE
               ASSIGN TO "../training/data/salary_history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-PAYROLL-FILE
               ASSIGN TO "../training/data/payroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRPR-KEY
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-SYSCONFIG-FILE
               ASSIGN TO "../training/data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TR-USER-FILE ASSIGN TO "../training/run/USERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-USER-ID
               FILE STATUS IS WS-TRG-STATUS.

           SELECT TRAINING-ENV-FILE
               ASSIGN TO "../training/data/training_env.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRG-STATUS.

           SELECT REF-TARGET-FILE ASSIGN TO WS-REF-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  BENEFITS-FILE.
           COPY benefits.

       FD  LEAVE-BALANCE-FILE.
           COPY leave_balance.

       FD  GARNISHMENT-FILE.
           COPY garnishment.

       FD  LOAN-FILE.
           COPY loan.

       FD  ATTENDANCE-FILE.
           COPY attendance.

       FD  LEAVE-REQUEST-FILE.
           COPY leave_request.

       FD  PAY-SPLIT-FILE.
           COPY pay_split.

       FD  PAY-COMPONENT-FILE.
           COPY pay_component.

       FD  SALARY-HISTORY-FILE.
           COPY salary_history.

       FD  PAYROLL-FILE.
           COPY payroll_record.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       FD  USER-FILE.
      *> Mirrors USERMANAGEMENT's 118-byte USER-RECORD; only the key
      *> matters here, the rest is carried opaquely.
       01  USER-RECORD.
           05  USER-ID               PIC X(08).
           05  FILLER                PIC X(110).

       FD  PROD-ENV-FILE.
       01  PROD-ENV-RECORD           PIC X(38).

       FD  REF-SOURCE-FILE.
       01  REF-SOURCE-RECORD         PIC X(1000).

      *> The training copies carry the same layouts under a TR
      *> prefix, so a change to a copybook changes both sides.
       FD  TR-EMPLOYEE-FILE.
           COPY employee_record
               REPLACING ==EMPLOYEE-RECORD== BY ==TR-EMPLOYEE-RECORD==
                         LEADING ==EMP-== BY ==TRE-==.

       FD  TR-BENEFITS-FILE.
           COPY benefits
               REPLACING ==BENEFITS-RECORD== BY ==TR-BENEFITS-RECORD==
                         LEADING ==BN-== BY ==TRBN-==.

       FD  TR-LEAVE-BALANCE-FILE.
           COPY leave_balance
               REPLACING ==LEAVE-BALANCE-RECORD==
                      BY ==TR-LEAVE-BALANCE-RECORD==
                         LEADING ==LB-== BY ==TRLB-==.

       FD  TR-GARNISHMENT-FILE.
           COPY garnishment
               REPLACING ==GARNISHMENT-RECORD==
                      BY ==TR-GARNISHMENT-RECORD==
                         LEADING ==GN-== BY ==TRGN-==.

       FD  TR-LOAN-FILE.
           COPY loan
               REPLACING ==LOAN-RECORD== BY ==TR-LOAN-RECORD==
                         LEADING ==LN-== BY ==TRLN-==.

       FD  TR-ATTENDANCE-FILE.
           COPY attendance
               REPLACING ==ATTENDANCE-RECORD==
                      BY ==TR-ATTENDANCE-RECORD==
                         LEADING ==AT-== BY ==TRAT-==.

       FD  TR-LEAVE-REQUEST-FILE.
           COPY leave_request
               REPLACING ==LEAVE-REQUEST-RECORD==
                      BY ==TR-LEAVE-REQUEST-RECORD==
                         LEADING ==LR-== BY ==TRLR-==.

       FD  TR-PAY-SPLIT-FILE.
           COPY pay_split
               REPLACING ==PAY-SPLIT-RECORD== BY ==TR-PAY-SPLIT-RECORD==
                         LEADING ==SPL-== BY ==TRSPL-==.

       FD  TR-PAY-COMPONENT-FILE.
           COPY pay_component
               REPLACING ==PAY-COMPONENT-RECORD==
                      BY ==TR-PAY-COMPONENT-RECORD==
                         LEADING ==PC-== BY ==TRPC-==.

       FD  TR-SALARY-HISTORY-FILE.
           COPY salary_history
               REPLACING ==SALARY-HISTORY-RECORD==
                      BY ==TR-SALARY-HISTORY-RECORD==
                         LEADING ==SH-== BY ==TRSH-==.

       FD  TR-PAYROLL-FILE.
           COPY payroll_record
               REPLACING ==PAYROLL-RECORD== BY ==TR-PAYROLL-RECORD==
                         LEADING ==PR-== BY ==TRPR-==.

       FD  TR-SYSCONFIG-FILE.
           COPY sysconfig
               REPLACING ==SYSCONFIG-RECORD== BY ==TR-SYSCONFIG-RECORD==
                         LEADING ==SC-== BY ==TRSC-==.

       FD  TR-USER-FILE.
       01  TR-USER-RECORD.
           05  TR-USER-ID            PIC X(08).
           05  FILLER                PIC X(110).

       FD  TRAINING-ENV-FILE.
           COPY training_env.

       FD  REF-TARGET-FILE.
       01  REF-TARGET-RECORD         PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-SRC-STATUS             PIC XX.
       01  WS-TRG-STATUS             PIC XX.
       01  WS-CONFIRM                PIC X(1).
       01  WS-SCALE-ANSWER           PIC X(1).
       01  WS-SCALE-INPUT            PIC X(2).
       01  WS-SCALE-PCT              PIC 9(2) VALUE 0.
       01  WS-FILE-TAG               PIC X(20).
       01  WS-RECORD-COUNT           PIC 9(7).
       01  WS-TIMESTAMP              PIC X(19).
       01  WS-REFRESH-OK             PIC X(1).

      *> Reference tables carried over unchanged, line for line.
       01  WS-REF-TABLE-NAMES.
           05  FILLER PIC X(20) VALUE "paye_tables".
           05  FILLER PIC X(20) VALUE "public_holidays".
           05  FILLER PIC X(20) VALUE "pay_periods".
           05  FILLER PIC X(20) VALUE "gl_mapping".
           05  FILLER PIC X(20) VALUE "acct_periods".
           05  FILLER PIC X(20) VALUE "fx_rates".
           05  FILLER PIC X(20) VALUE "legal_entities".
           05  FILLER PIC X(20) VALUE "us_unemployment".
           05  FILLER PIC X(20) VALUE "piece_rates".
           05  FILLER PIC X(20) VALUE "min_wages".
           05  FILLER PIC X(20) VALUE "min_wage_sectors".
           05  FILLER PIC X(20) VALUE "pay_grades".
           05  FILLER PIC X(20) VALUE "dept_budgets".
           05  FILLER PIC X(20) VALUE "establishment".
           05  FILLER PIC X(20) VALUE "permissions".
           05  FILLER PIC X(20) VALUE "sod_conflicts".
           05  FILLER PIC X(20) VALUE "slip_messages".
           05  FILLER PIC X(20) VALUE "bank_branches".
           05  FILLER PIC X(20) VALUE "projects".
           05  FILLER PIC X(20) VALUE "comm_plans".
           05  FILLER PIC X(20) VALUE "onboard_doc_reqs".
           05  FILLER PIC X(20) VALUE "monthend_steps".
       01  WS-REF-TABLE-LIST REDEFINES WS-REF-TABLE-NAMES.
           05  WS-REF-TABLE-NAME OCCURS 22 TIMES PIC X(20).
       01  WS-REF-TABLE-COUNT        PIC 9(2) VALUE 22.
       01  WS-REF-IDX                PIC 9(2).
       01  WS-REF-SOURCE-NAME        PIC X(60).
       01  WS-REF-TARGET-NAME        PIC X(60).

      *> Masking: one running number per employee drives every
      *> generated value, so the training data is repeatable for a
      *> given production file and no two employees collide.
       01  WS-MASK-SEQ               PIC 9(6) VALUE 0.
       01  WS-SPLIT-SEQ              PIC 9(6) VALUE 0.
       01  WS-MASK-WORK.
           05  WS-MK-SEQ-TEXT        PIC Z(5)9.
           05  WS-MK-SEQ-TRIM        PIC X(6).
           05  WS-MK-PHONE-SEQ       PIC 9(8).
           05  WS-MK-SSS             PIC 9(3).
           05  WS-MK-SERIAL          PIC 9(4).
           05  WS-MK-YYMMDD          PIC X(6).
           05  WS-MK-DIGIT           PIC 9(1).
           05  WS-MK-TRY             PIC 9(2).
           05  WS-MK-BRANCH          PIC X(6).
           05  WS-MK-ACCOUNT         PIC X(11).
           05  WS-MK-ACCT-SEQ        PIC 9(9).
           05  WS-MK-FOUND           PIC X(1).

       01  WS-ID-VALIDATE-PARAMS.
           05  WS-IDV-FIELDS.
               10  WS-IDV-ID-NUMBER  PIC X(13).
               10  WS-IDV-PASSPORT   PIC X(15).
               10  WS-IDV-PASS-CTRY  PIC X(3).
               10  WS-IDV-TAX-REF    PIC X(10).
               10  WS-IDV-SSN        PIC X(9).
           05  WS-IDV-BIRTH          PIC 9(8).
           05  WS-IDV-GENDER         PIC X(1).
           05  WS-IDV-COUNTRY        PIC X(2).
           05  WS-IDV-RESULT         PIC X(1).
           05  WS-IDV-MESSAGE        PIC X(50).

       01  WS-BANK-VALIDATE-PARAMS.
           05  WS-BV-BRANCH-CODE     PIC X(6).
           05  WS-BV-ACCOUNT-NUMBER  PIC X(11).
           05  WS-BV-RESULT          PIC X(1).
           05  WS-BV-BANK-NAME       PIC X(20).
           05  WS-BV-MESSAGE         PIC X(50).

      *> Salary scaling: each employee's factor is kept so the
      *> history files are scaled by the same factor as the master.
       01  WS-SEED                   PIC 9(8).
       01  WS-RANDOM                 PIC 9V9(8).
       01  WS-FACTOR                 PIC 9V999.
       01  WS-FACTOR-COUNT           PIC 9(4) VALUE 0.
       01  WS-FACTOR-ENTRY OCCURS 5000 TIMES.
           05  WS-FC-EMP-ID          PIC X(10).
           05  WS-FC-FACTOR          PIC 9V999.
       01  WS-FC-IDX                 PIC 9(4).
       01  WS-FC-LOOKUP-ID         PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-USER-ROLE              PIC X(1).
       01  LS-EMP-ID                 PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-TRAIN-REFRESH.
           IF LS-USER-ROLE NOT = 'A'
               DISPLAY "Access denied. Administrator only."
               GOBACK
           END-IF

           OPEN INPUT PROD-ENV-FILE
           IF WS-SRC-STATUS = '00'
               CLOSE PROD-ENV-FILE
               DISPLAY "THIS SYSTEM IS RUNNING ON TRAINING DATA."
               DISPLAY "A TRAINING REFRESH MUST BE RUN FROM PRODUCTION."
               GOBACK
           END-IF

           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
           INTO WS-TIMESTAMP

           DISPLAY " "
           DISPLAY "ByteBank Training Data Refresh"
           DISPLAY "------------------------------"
           DISPLAY "Copies the live data files to ../training/data with"
           DISPLAY "names, contact details, bank accounts and identity"
           DISPLAY "numbers masked. EVERYTHING IN THE TRAINING DATA"
           DISPLAY "DIRECTORY IS REPLACED."
           DISPLAY "Continue (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY "Training refresh cancelled."
               GOBACK
           END-IF

           PERFORM 150-ASK-SALARY-SCALING

           MOVE SPACES TO TRAINING-ENV-RECORD
           MOVE WS-TIMESTAMP TO TE-REFRESHED
           MOVE LS-EMP-ID TO TE-REFRESHED-BY
           SET TE-IN-PROGRESS TO TRUE
           MOVE WS-SCALE-PCT TO TE-SALARY-SCALE-PCT
           PERFORM 500-WRITE-MARKER
           IF WS-REFRESH-OK NOT = 'Y'
               DISPLAY "TRAINING DATA DIRECTORY ../training/data IS "
                       "MISSING OR NOT WRITABLE (STATUS "
                       WS-TRG-STATUS ")"
               DISPLAY "Training refresh not run."
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)

           DISPLAY "REFRESHING TRAINING DATA"
           MOVE "employees"      TO WS-FILE-TAG
           PERFORM 200-COPY-EMPLOYEES
           MOVE "benefits"       TO WS-FILE-TAG
           PERFORM 250-COPY-BENEFITS
           MOVE "leave_balances" TO WS-FILE-TAG
           PERFORM 255-COPY-LEAVE-BALANCES
           MOVE "garnishments"   TO WS-FILE-TAG
           PERFORM 260-COPY-GARNISHMENTS
           MOVE "loans"          TO WS-FILE-TAG
           PERFORM 265-COPY-LOANS
           MOVE "attendance"     TO WS-FILE-TAG
           PERFORM 270-COPY-ATTENDANCE
           MOVE "leave_requests" TO WS-FILE-TAG
           PERFORM 275-COPY-LEAVE-REQUESTS
           MOVE "pay_splits"     TO WS-FILE-TAG
           PERFORM 280-COPY-PAY-SPLITS
           MOVE "pay_components" TO WS-FILE-TAG
           PERFORM 282-COPY-PAY-COMPONENTS
           MOVE "salary_history" TO WS-FILE-TAG
           PERFORM 285-COPY-SALARY-HISTORY
           MOVE "payroll"        TO WS-FILE-TAG
           PERFORM 290-COPY-PAYROLL
           MOVE "sysconfig"      TO WS-FILE-TAG
           PERFORM 295-COPY-SYSCONFIG
           MOVE "users"          TO WS-FILE-TAG
           PERFORM 297-COPY-USERS
           PERFORM 300-COPY-REFERENCE-TABLES

           SET TE-COMPLETE TO TRUE
           PERFORM 500-WRITE-MARKER
           DISPLAY "TRAINING DATA REFRESH COMPLETE - "
                   WS-MASK-SEQ " EMPLOYEE(S) MASKED"
           IF WS-SCALE-PCT > 0
               DISPLAY "SALARIES SCALED BY UP TO " WS-SCALE-PCT
                       "% EITHER WAY"
           END-IF
           DISPLAY "Run the system from ../training/run to use it."
           GOBACK.

      *****************************************************************
      * 150-ASK-SALARY-SCALING - whether to scale salaries, and by how
      * much at most (1-50%, default 20%). 0 leaves them as they are.
      *****************************************************************
       150-ASK-SALARY-SCALING.
           MOVE 0 TO WS-SCALE-PCT
           DISPLAY "Scale salaries by a random factor (Y/N)? "
                   WITH NO ADVANCING
           ACCEPT WS-SCALE-ANSWER
           IF FUNCTION UPPER-CASE(WS-SCALE-ANSWER) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Largest variation in % (1-50, blank = 20): "
                   WITH NO ADVANCING
           ACCEPT WS-SCALE-INPUT
           IF WS-SCALE-INPUT = SPACES
               MOVE 20 TO WS-SCALE-PCT
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-SCALE-INPUT) = 0
                   COMPUTE WS-SCALE-PCT =
                           FUNCTION NUMVAL(WS-SCALE-INPUT)
               END-IF
               IF WS-SCALE-PCT < 1 OR WS-SCALE-PCT > 50
                   DISPLAY "Not a percentage from 1 to 50 - using 20."
                   MOVE 20 TO WS-SCALE-PCT
               END-IF
           END-IF.

      *****************************************************************
      * 200-COPY-EMPLOYEES - the master, masked record by record. The
      * file is read in EMP-ID order, which fixes each employee's
      * running number and salary factor.
      *****************************************************************
       200-COPY-EMPLOYEES.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-EMPLOYEE-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 210-MASK-EMPLOYEE
                           WRITE TR-EMPLOYEE-RECORD
                               FROM EMPLOYEE-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-EMPLOYEE-FILE
               CLOSE EMPLOYEE-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

      *****************************************************************
      * 210-MASK-EMPLOYEE - replace the personal data in the record
      * just read. Identifiers the employee does not have stay blank.
      *****************************************************************
       210-MASK-EMPLOYEE.
           ADD 1 TO WS-MASK-SEQ
           MOVE WS-MASK-SEQ TO WS-MK-SEQ-TEXT
           MOVE FUNCTION TRIM(WS-MK-SEQ-TEXT) TO WS-MK-SEQ-TRIM
           MOVE WS-MASK-SEQ TO WS-MK-PHONE-SEQ

           MOVE SPACES TO EMP-NAME
           STRING "TRAINEE " WS-MK-SEQ-TRIM DELIMITED BY SPACE
                  INTO EMP-NAME
           MOVE SPACES TO EMP-SURNAME
           STRING "SURNAME" WS-MK-SEQ-TRIM DELIMITED BY SPACE
                  INTO EMP-SURNAME

           IF EMP-CONTACT-DETAILS NOT = SPACES
               MOVE SPACES TO EMP-CONTACT-DETAILS
               STRING WS-MK-SEQ-TRIM DELIMITED BY SPACE
                      " TRAINING STREET" DELIMITED BY SIZE
                      INTO EMP-RES-ADDR-1
               MOVE "TRAINVILLE" TO EMP-RES-CITY
               MOVE "0001" TO EMP-RES-POSTCODE
               MOVE EMP-RES-ADDR-1 TO EMP-POSTAL-ADDR-1
               MOVE EMP-RES-CITY TO EMP-POSTAL-CITY
               MOVE EMP-RES-POSTCODE TO EMP-POSTAL-CODE
               STRING "01" WS-MK-PHONE-SEQ DELIMITED BY SIZE
                      INTO EMP-PHONE
               STRING "trainee" WS-MK-SEQ-TRIM "@example.invalid"
                      DELIMITED BY SPACE INTO EMP-EMAIL
               MOVE "EMERGENCY CONTACT" TO EMP-EMERG-NAME
               MOVE EMP-PHONE TO EMP-EMERG-PHONE
           END-IF

           IF EMP-ACCOUNT-NUMBER NOT = SPACES
               MOVE EMP-BRANCH-CODE TO WS-MK-BRANCH
               MOVE WS-MASK-SEQ TO WS-MK-ACCT-SEQ
               PERFORM 220-MASK-BANK-ACCOUNT
               MOVE WS-MK-ACCOUNT TO EMP-ACCOUNT-NUMBER
           END-IF

           IF EMP-ID-NUMBER NOT = SPACES
               PERFORM 230-MASK-ID-NUMBER
           END-IF
           IF EMP-PASSPORT-NO NOT = SPACES
               MOVE SPACES TO EMP-PASSPORT-NO
               STRING "TRN" WS-MK-PHONE-SEQ DELIMITED BY SIZE
                      INTO EMP-PASSPORT-NO
           END-IF
           IF EMP-TAX-REF-NO NOT = SPACES
               PERFORM 235-MASK-TAX-REF
           END-IF
           IF EMP-SSN NOT = SPACES
               COMPUTE WS-MK-SERIAL =
                       FUNCTION MOD(WS-MASK-SEQ, 10000)
               IF WS-MK-SERIAL = 0
                   MOVE 1 TO WS-MK-SERIAL
               END-IF
               STRING "89911" WS-MK-SERIAL DELIMITED BY SIZE
                      INTO EMP-SSN
           END-IF

           PERFORM 240-SCALE-EMPLOYEE-PAY.

      *****************************************************************
      * 220-MASK-BANK-ACCOUNT - "9" and the nine-digit WS-MK-ACCT-SEQ,
      * with the last digit chosen so BANKVALIDATE accepts it for the
      * same branch (the bank and branch are left as they were).
      *****************************************************************
       220-MASK-BANK-ACCOUNT.
           MOVE 'N' TO WS-MK-FOUND
           PERFORM VARYING WS-MK-TRY FROM 0 BY 1
                   UNTIL WS-MK-TRY > 9 OR WS-MK-FOUND = 'Y'
               MOVE WS-MK-TRY TO WS-MK-DIGIT
               MOVE SPACES TO WS-MK-ACCOUNT
               STRING "9" WS-MK-ACCT-SEQ WS-MK-DIGIT
                      DELIMITED BY SIZE INTO WS-MK-ACCOUNT
               MOVE WS-MK-BRANCH TO WS-BV-BRANCH-CODE
               MOVE WS-MK-ACCOUNT TO WS-BV-ACCOUNT-NUMBER
               CALL "BANKVALIDATE" USING WS-BANK-VALIDATE-PARAMS
               IF WS-BV-RESULT = 'V'
                   MOVE 'Y' TO WS-MK-FOUND
               END-IF
           END-PERFORM.

      *****************************************************************
      * 230-MASK-ID-NUMBER - YYMMDD from the birth date, the gender
      * digit (0 female, 5 male), the running number as the sequence,
      * citizen, and a check digit IDVALIDATE accepts.
      *****************************************************************
       230-MASK-ID-NUMBER.
           IF EMP-BIRTH NUMERIC AND EMP-BIRTH-YEAR > 0
               MOVE EMP-BIRTH(3:6) TO WS-MK-YYMMDD
           ELSE
               MOVE "900101" TO WS-MK-YYMMDD
           END-IF
           COMPUTE WS-MK-SSS = FUNCTION MOD(WS-MASK-SEQ, 1000)

           MOVE 'N' TO WS-MK-FOUND
           PERFORM VARYING WS-MK-TRY FROM 0 BY 1
                   UNTIL WS-MK-TRY > 9 OR WS-MK-FOUND = 'Y'
               MOVE WS-MK-TRY TO WS-MK-DIGIT
               MOVE SPACES TO WS-ID-VALIDATE-PARAMS
               MOVE 0 TO WS-IDV-BIRTH
               IF EMP-EE-GENDER = 'F'
                   STRING WS-MK-YYMMDD "0" WS-MK-SSS "08" WS-MK-DIGIT
                          DELIMITED BY SIZE INTO WS-IDV-ID-NUMBER
               ELSE
                   STRING WS-MK-YYMMDD "5" WS-MK-SSS "08" WS-MK-DIGIT
                          DELIMITED BY SIZE INTO WS-IDV-ID-NUMBER
               END-IF
               CALL "IDVALIDATE" USING WS-ID-VALIDATE-PARAMS
               IF WS-IDV-RESULT = 'V'
                   MOVE 'Y' TO WS-MK-FOUND
               END-IF
           END-PERFORM
           MOVE WS-IDV-ID-NUMBER TO EMP-ID-NUMBER.

      *****************************************************************
      * 235-MASK-TAX-REF - "9", the running number, and a check digit
      * IDVALIDATE accepts.
      *****************************************************************
       235-MASK-TAX-REF.
           MOVE 'N' TO WS-MK-FOUND
           PERFORM VARYING WS-MK-TRY FROM 0 BY 1
                   UNTIL WS-MK-TRY > 9 OR WS-MK-FOUND = 'Y'
               MOVE WS-MK-TRY TO WS-MK-DIGIT
               MOVE SPACES TO WS-ID-VALIDATE-PARAMS
               MOVE 0 TO WS-IDV-BIRTH
               STRING "9" WS-MK-PHONE-SEQ WS-MK-DIGIT
                      DELIMITED BY SIZE INTO WS-IDV-TAX-REF
               CALL "IDVALIDATE" USING WS-ID-VALIDATE-PARAMS
               IF WS-IDV-RESULT = 'V'
                   MOVE 'Y' TO WS-MK-FOUND
               END-IF
           END-PERFORM
           MOVE WS-IDV-TAX-REF TO EMP-TAX-REF-NO.

      *****************************************************************
      * 240-SCALE-EMPLOYEE-PAY - pick the employee's factor (1 when
      * scaling is off), keep it for the history files and apply it
      * to the salary, rate and cost-to-company figures.
      *****************************************************************
       240-SCALE-EMPLOYEE-PAY.
           IF WS-SCALE-PCT = 0
               MOVE 1 TO WS-FACTOR
           ELSE
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               COMPUTE WS-FACTOR ROUNDED =
                       1 + (WS-RANDOM * 2 - 1) * WS-SCALE-PCT / 100
           END-IF
           IF WS-FACTOR-COUNT < 5000
               ADD 1 TO WS-FACTOR-COUNT
               MOVE EMP-ID TO WS-FC-EMP-ID(WS-FACTOR-COUNT)
               MOVE WS-FACTOR TO WS-FC-FACTOR(WS-FACTOR-COUNT)
           END-IF
           IF WS-FACTOR NOT = 1
               COMPUTE EMP-BASE-SALARY ROUNDED =
                       EMP-BASE-SALARY * WS-FACTOR
               COMPUTE EMP-PAY-RATE ROUNDED =
                       EMP-PAY-RATE * WS-FACTOR
               COMPUTE EMP-CTC-AMOUNT ROUNDED =
                       EMP-CTC-AMOUNT * WS-FACTOR
           END-IF.

       250-COPY-BENEFITS.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT BENEFITS-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-BENEFITS-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ BENEFITS-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE TR-BENEFITS-RECORD
                               FROM BENEFITS-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-BENEFITS-FILE
               CLOSE BENEFITS-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

       255-COPY-LEAVE-BALANCES.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-LEAVE-BALANCE-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ LEAVE-BALANCE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE TR-LEAVE-BALANCE-RECORD
                               FROM LEAVE-BALANCE-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-LEAVE-BALANCE-FILE
               CLOSE LEAVE-BALANCE-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

       260-COPY-GARNISHMENTS.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT GARNISHMENT-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-GARNISHMENT-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ GARNISHMENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE TR-GARNISHMENT-RECORD
                               FROM GARNISHMENT-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-GARNISHMENT-FILE
               CLOSE GARNISHMENT-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

       265-COPY-LOANS.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT LOAN-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-LOAN-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE TR-LOAN-RECORD FROM LOAN-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-LOAN-FILE
               CLOSE LOAN-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

       270-COPY-ATTENDANCE.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT ATTENDANCE-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-ATTENDANCE-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ ATTENDANCE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE TR-ATTENDANCE-RECORD
                               FROM ATTENDANCE-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-ATTENDANCE-FILE
               CLOSE ATTENDANCE-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

       275-COPY-LEAVE-REQUESTS.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT LEAVE-REQUEST-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-LEAVE-REQUEST-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ LEAVE-REQUEST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE TR-LEAVE-REQUEST-RECORD
                               FROM LEAVE-REQUEST-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-LEAVE-REQUEST-FILE
               CLOSE LEAVE-REQUEST-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

      *****************************************************************
      * 280-COPY-PAY-SPLITS - each split account gets its own masked
      * number off a second running sequence ("8" series inside the
      * nine digits, so it never repeats a master account).
      *****************************************************************
       280-COPY-PAY-SPLITS.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT PAY-SPLIT-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-PAY-SPLIT-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ PAY-SPLIT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SPL-ACCOUNT-NUMBER NOT = SPACES
                               ADD 1 TO WS-SPLIT-SEQ
                               MOVE SPL-BRANCH-CODE TO WS-MK-BRANCH
                               COMPUTE WS-MK-ACCT-SEQ =
                                       800000000 + WS-SPLIT-SEQ
                               PERFORM 220-MASK-BANK-ACCOUNT
                               MOVE WS-MK-ACCOUNT
                                   TO SPL-ACCOUNT-NUMBER
                           END-IF
                           WRITE TR-PAY-SPLIT-RECORD
                               FROM PAY-SPLIT-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-PAY-SPLIT-FILE
               CLOSE PAY-SPLIT-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

       282-COPY-PAY-COMPONENTS.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT PAY-COMPONENT-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-PAY-COMPONENT-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ PAY-COMPONENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE TR-PAY-COMPONENT-RECORD
                               FROM PAY-COMPONENT-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-PAY-COMPONENT-FILE
               CLOSE PAY-COMPONENT-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

       285-COPY-SALARY-HISTORY.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-SALARY-HISTORY-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ SALARY-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SH-EMP-ID TO WS-FC-LOOKUP-ID
                           PERFORM 400-FIND-FACTOR
                           IF WS-FACTOR NOT = 1
                               COMPUTE SH-SALARY ROUNDED =
                                       SH-SALARY * WS-FACTOR
                           END-IF
                           WRITE TR-SALARY-HISTORY-RECORD
                               FROM SALARY-HISTORY-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-SALARY-HISTORY-FILE
               CLOSE SALARY-HISTORY-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

      *****************************************************************
      * 290-COPY-PAYROLL - payroll history with each earnings, tax and
      * statutory figure scaled by the employee's factor. Garnishments
      * and reimbursements are amounts fixed outside the salary and
      * are carried as they are.
      *****************************************************************
       290-COPY-PAYROLL.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT PAYROLL-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-PAYROLL-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ PAYROLL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PR-EMP-ID TO WS-FC-LOOKUP-ID
                           PERFORM 400-FIND-FACTOR
                           IF WS-FACTOR NOT = 1
                               PERFORM 292-SCALE-PAYROLL-RECORD
                           END-IF
                           WRITE TR-PAYROLL-RECORD
                               FROM PAYROLL-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-PAYROLL-FILE
               CLOSE PAYROLL-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

       292-SCALE-PAYROLL-RECORD.
           COMPUTE PR-GROSS-PAY ROUNDED = PR-GROSS-PAY * WS-FACTOR
           COMPUTE PR-NET-PAY ROUNDED = PR-NET-PAY * WS-FACTOR
           COMPUTE PR-PAYE-TAX ROUNDED = PR-PAYE-TAX * WS-FACTOR
           COMPUTE PR-UIF ROUNDED = PR-UIF * WS-FACTOR
           COMPUTE PR-SDL ROUNDED = PR-SDL * WS-FACTOR
           COMPUTE PR-STATE-TAX ROUNDED = PR-STATE-TAX * WS-FACTOR
           COMPUTE PR-TRAVEL-ALLOW ROUNDED =
                   PR-TRAVEL-ALLOW * WS-FACTOR
           COMPUTE PR-OTHER-ALLOW ROUNDED = PR-OTHER-ALLOW * WS-FACTOR
           COMPUTE PR-FRINGE-VALUE ROUNDED =
                   PR-FRINGE-VALUE * WS-FACTOR
           COMPUTE PR-RETIRE-DEDUCT ROUNDED =
                   PR-RETIRE-DEDUCT * WS-FACTOR
           COMPUTE PR-FOREIGN-EXEMPT ROUNDED =
                   PR-FOREIGN-EXEMPT * WS-FACTOR
           COMPUTE PR-US-FUTA ROUNDED = PR-US-FUTA * WS-FACTOR
           COMPUTE PR-US-SUI ROUNDED = PR-US-SUI * WS-FACTOR
           COMPUTE PR-US-401K-DEFER ROUNDED =
                   PR-US-401K-DEFER * WS-FACTOR
           COMPUTE PR-US-401K-MATCH ROUNDED =
                   PR-US-401K-MATCH * WS-FACTOR.

       295-COPY-SYSCONFIG.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT SYSCONFIG-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-SYSCONFIG-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ SYSCONFIG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE TR-SYSCONFIG-RECORD
                               FROM SYSCONFIG-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-SYSCONFIG-FILE
               CLOSE SYSCONFIG-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

      *****************************************************************
      * 297-COPY-USERS - the user file goes beside the programs in
      * ../training/run, so trainers sign on with their own user IDs.
      *****************************************************************
       297-COPY-USERS.
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT USER-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT TR-USER-FILE
               IF WS-TRG-STATUS NOT = '00'
                   DISPLAY "  SKIPPED " WS-FILE-TAG
                           " (../training/run NOT WRITABLE, STATUS "
                           WS-TRG-STATUS ")"
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ USER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE TR-USER-RECORD FROM USER-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE TR-USER-FILE
               CLOSE USER-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

      *****************************************************************
      * 300-COPY-REFERENCE-TABLES - the line sequential reference
      * and configuration tables, copied line for line.
      *****************************************************************
       300-COPY-REFERENCE-TABLES.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-TABLE-COUNT
               MOVE WS-REF-TABLE-NAME(WS-REF-IDX) TO WS-FILE-TAG
               PERFORM 310-COPY-ONE-TABLE
           END-PERFORM.

       310-COPY-ONE-TABLE.
           MOVE SPACES TO WS-REF-SOURCE-NAME
           STRING "../data/" WS-FILE-TAG ".dat"
                  DELIMITED BY SPACE INTO WS-REF-SOURCE-NAME
           MOVE SPACES TO WS-REF-TARGET-NAME
           STRING "../training/data/" WS-FILE-TAG ".dat"
                  DELIMITED BY SPACE INTO WS-REF-TARGET-NAME
           MOVE 0 TO WS-RECORD-COUNT
           OPEN INPUT REF-SOURCE-FILE
           IF WS-SRC-STATUS NOT = '00'
               DISPLAY "  SKIPPED " WS-FILE-TAG " (STATUS "
                       WS-SRC-STATUS ")"
           ELSE
               OPEN OUTPUT REF-TARGET-FILE
               PERFORM UNTIL WS-SRC-STATUS = '10'
                   READ REF-SOURCE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE REF-TARGET-RECORD
                               FROM REF-SOURCE-RECORD
                           ADD 1 TO WS-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE REF-TARGET-FILE
               CLOSE REF-SOURCE-FILE
               DISPLAY "  " WS-FILE-TAG ": " WS-RECORD-COUNT
                       " RECORD(S)"
           END-IF.

      *****************************************************************
      * 400-FIND-FACTOR - the salary factor kept for the employee in
      * WS-FC-LOOKUP-ID; 1 for an employee not on the master.
      *****************************************************************
       400-FIND-FACTOR.
           MOVE 1 TO WS-FACTOR
           IF WS-SCALE-PCT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MK-FOUND
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FACTOR-COUNT
                      OR WS-MK-FOUND = 'Y'
               IF WS-FC-EMP-ID(WS-FC-IDX) = WS-FC-LOOKUP-ID
                   MOVE WS-FC-FACTOR(WS-FC-IDX) TO WS-FACTOR
                   MOVE 'Y' TO WS-MK-FOUND
               END-IF
           END-PERFORM.

      *****************************************************************
      * 500-WRITE-MARKER - (re)write training_env.dat in the training
      * data directory from TRAINING-ENV-RECORD. WS-REFRESH-OK says
      * whether the directory could be written at all.
      *****************************************************************
       500-WRITE-MARKER.
           MOVE 'N' TO WS-REFRESH-OK
           OPEN OUTPUT TRAINING-ENV-FILE
           IF WS-TRG-STATUS = '00'
               WRITE TRAINING-ENV-RECORD
               CLOSE TRAINING-ENV-FILE
               MOVE 'Y' TO WS-REFRESH-OK
           END-IF.
