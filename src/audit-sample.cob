       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITSMP.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - external auditor sample
      *                   selection and evidence packs. A sample is
      *                   drawn from the employees paid in one pay
      *                   period: simple random, or the same count per
      *                   company branch or per pay grade band, plus
      *                   every employee whose gross for the period is
      *                   over a chosen amount. The seed is recorded
      *                   with the sample on ../data/audit_samples.dat
      *                   so the draw can be repeated and proved. Each
      *                   employee drawn gets an evidence pack: master
      *                   snapshot, change log rows, activation maker
      *                   and checker, the period's payroll and
      *                   component records, bank verification status
      *                   and the matching EFT and GL journal lines.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

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

           SELECT CHANGE-LOG-FILE
               ASSIGN TO "../data/employee_changes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHG-FILE-STATUS.

           SELECT BANK-VERIFY-FILE
               ASSIGN TO "../data/bank_verify.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BVF-FILE-STATUS.

           SELECT EFT-FILE ASSIGN TO WS-EFT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EFT-FILE-STATUS.

           SELECT EFT-CONTROL-FILE ASSIGN TO WS-EB-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EB-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "../data/gl_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

           SELECT SAMPLE-FILE ASSIGN TO "../data/audit_samples.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AS-FILE-STATUS.

           SELECT PACK-FILE ASSIGN TO WS-PACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  PAYROLL-FILE.
           COPY payroll_record.

       FD  COMPONENT-FILE.
           COPY pay_component.

       FD  CHANGE-LOG-FILE.
           COPY emp_change_log.

       FD  BANK-VERIFY-FILE.
           COPY bank_verify.

       FD  EFT-FILE.
       01  EFT-RECORD                PIC X(80).

       FD  EFT-CONTROL-FILE.
       01  EFT-CONTROL-RECORD.
           05  EB-TIMESTAMP        PIC X(19).
           05  EB-PAY-PERIOD       PIC X(24).
           05  EB-RECORD-COUNT     PIC 9(05).
           05  EB-TOTAL-AMOUNT     PIC 9(9)V99.
           05  EB-RUN-OPERATOR     PIC X(10).
           05  EB-STATUS           PIC X(1).
           05  EB-RELEASE-USER     PIC X(08).
           05  EB-RELEASE-TIME     PIC X(19).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD         PIC X(80).

       FD  SAMPLE-FILE.
           COPY audit_sample.

       FD  PACK-FILE.
       01  PACK-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS         PIC XX.
       01  PAY-FILE-STATUS         PIC XX.
       01  PC-FILE-STATUS          PIC XX.
       01  CHG-FILE-STATUS         PIC XX.
       01  BVF-FILE-STATUS         PIC XX.
       01  EFT-FILE-STATUS         PIC XX.
       01  EB-FILE-STATUS          PIC XX.
       01  GL-FILE-STATUS          PIC XX.
       01  AS-FILE-STATUS          PIC XX.
       01  PK-FILE-STATUS          PIC XX.
       01  WS-CHOICE               PIC 9(1).
       01  WS-EOF                  PIC X(1).

      *> The sample being drawn or re-run.
       01  WS-SAMPLE-ID            PIC 9(14).
       01  WS-PERIOD               PIC X(24).
       01  WS-METHOD               PIC X(1).
           88  WS-RANDOM                   VALUE 'R'.
           88  WS-BY-BRANCH                VALUE 'B'.
           88  WS-BY-BAND                  VALUE 'G'.
       01  WS-SAMPLE-SIZE          PIC 9(4).
       01  WS-SEED                 PIC 9(10).
       01  WS-KEY-AMOUNT           PIC 9(7)V99.
       01  WS-SEL-COUNT            PIC 9(5).
       01  WS-KEY-COUNT            PIC 9(5).

      *> The population: every employee paid in the period (voided
      *> records left out), with the period's gross summed over all
      *> the employee's runs, in employee number order.
       01  WS-POP-COUNT            PIC 9(4) VALUE 0.
       01  WS-POP-TABLE.
           05  WS-POP OCCURS 3000 TIMES.
               10  WS-POP-EMP-ID   PIC X(10).
               10  WS-POP-BRANCH   PIC X(10).
               10  WS-POP-GROSS    PIC 9(9)V99.
               10  WS-POP-STRATUM  PIC X(10).
               10  WS-POP-PICK     PIC X(1).
       01  WS-POP-IDX              PIC 9(4).
       01  WS-POP-FULL             PIC X(1).

      *> Strata in order of first appearance, and the pool of one
      *> stratum's (or the whole population's) undrawn employees.
       01  WS-STR-COUNT            PIC 9(3).
       01  WS-STR-TABLE.
           05  WS-STR-NAME OCCURS 300 TIMES PIC X(10).
       01  WS-STR-IDX              PIC 9(3).
       01  WS-STR-FOUND            PIC 9(3).
       01  WS-POOL-SIZE            PIC 9(4).
       01  WS-POOL-TABLE.
           05  WS-POOL OCCURS 3000 TIMES PIC 9(4).
       01  WS-POOL-HOLD            PIC 9(4).
       01  WS-DRAW-WANT            PIC 9(4).
       01  WS-DK                   PIC 9(4).
       01  WS-DJ                   PIC 9(4).
       01  WS-DSPAN                PIC 9(4).
       01  WS-DOFF                 PIC 9(4).

      *> Park-Miller minimal standard generator: the same seed draws
      *> the same sample on any machine, which is the point.
       01  WS-RN-STATE             PIC 9(10).
       01  WS-RN-PRODUCT           PIC 9(15).
       01  WS-RN-QUOT              PIC 9(15).

      *> The sample of record: the employees drawn, or those on the
      *> register when a sample is re-run.
       01  WS-REC-COUNT            PIC 9(4) VALUE 0.
       01  WS-REC-TABLE.
           05  WS-REC OCCURS 3000 TIMES.
               10  WS-REC-EMP-ID   PIC X(10).
               10  WS-REC-STRATUM  PIC X(10).
               10  WS-REC-REASON   PIC X(1).
               10  WS-REC-GROSS    PIC 9(9)V99.
       01  WS-REC-IDX              PIC 9(4).
       01  WS-REC-FOUND            PIC X(1).
       01  WS-HDR-FOUND            PIC X(1).
       01  WS-DIFF-COUNT           PIC 9(5).
       01  WS-LIST-COUNT           PIC 9(5).

      *> The evidence pack in hand.
       01  WS-PACK-FILENAME        PIC X(60).
       01  WS-PACK-LINE            PIC X(132).
       01  WS-PACK-COUNT           PIC 9(5).
       01  WS-PK-EMP-ID            PIC X(10).
       01  WS-PK-ON-MASTER         PIC X(1).
       01  WS-PK-MAKER             PIC X(10).
       01  WS-PK-BRANCH            PIC X(10).
       01  WS-PK-BR-LEN            PIC 9(2).
       01  WS-PK-ROWS              PIC 9(5).
       01  WS-PK-HITS              PIC 9(3).
       01  WS-PK-CHECKER           PIC X(10).
       01  WS-PK-CHECKED-TS        PIC 9(14).
       01  WS-PK-BANK-CHG          PIC 9(14).
       01  WS-PK-VERIFIED-THRU     PIC 9(14).
       01  WS-PK-VERIFIED-BY       PIC X(10).
       01  WS-PK-VERIFY-TIME       PIC 9(14).
       01  WS-PK-DATE-COUNT        PIC 9(1).
       01  WS-PK-RUN-DATES.
           05  WS-PK-RUN-DATE OCCURS 9 TIMES PIC X(10).
       01  WS-PK-DATE-IDX          PIC 9(1).
       01  WS-PK-DATE-HIT          PIC X(1).
       01  WS-EFT-FILENAME         PIC X(60).
       01  WS-EB-FILENAME          PIC X(60).
       01  WS-EFT-SCOPE            PIC X(10).

       01  WS-TIMESTAMP            PIC X(19).
       01  WS-PRINT-AMT            PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-AMT-2          PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-AMT-3          PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-SIGNED         PIC -Z,ZZZ,ZZ9.99.
       01  WS-PRINT-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-COUNT          PIC ZZZZ9.

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-AUDIT-SAMPLE.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               DISPLAY " "
               DISPLAY "ByteBank Auditor Sample"
               DISPLAY "-----------------------"
               DISPLAY "1. Draw a New Sample"
               DISPLAY "2. List Recorded Samples"
               DISPLAY "3. Re-run a Recorded Sample"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-DRAW-NEW-SAMPLE
                   WHEN 2 PERFORM 230-LIST-SAMPLES
                   WHEN 3 PERFORM 250-RERUN-SAMPLE
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       190-SET-TIMESTAMP.
           MOVE SPACES TO WS-TIMESTAMP
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP.

      *****************************************************************
      * 200-DRAW-NEW-SAMPLE - the auditor's parameters, the draw, the
      * sample recorded on the register with its seed, then the list
      * and one evidence pack per employee drawn. A seed of zero takes
      * one off the clock; either way it is recorded and shown.
      *****************************************************************
       200-DRAW-NEW-SAMPLE.
           DISPLAY "Pay period to sample (e.g. 2025-04-01 to "
                   "2025-04-30): " WITH NO ADVANCING
           ACCEPT WS-PERIOD
           DISPLAY "Method - R = random, B = per branch, G = per pay "
                   "grade band: " WITH NO ADVANCING
           ACCEPT WS-METHOD
           IF NOT WS-RANDOM AND NOT WS-BY-BRANCH AND NOT WS-BY-BAND
               DISPLAY "Invalid method - R, B or G"
               EXIT PARAGRAPH
           END-IF
           IF WS-RANDOM
               DISPLAY "Number of employees to draw: "
                       WITH NO ADVANCING
           ELSE
               DISPLAY "Number of employees to draw per stratum: "
                       WITH NO ADVANCING
           END-IF
           ACCEPT WS-SAMPLE-SIZE
           DISPLAY "Take every employee with period gross over "
                   "(0 for none): " WITH NO ADVANCING
           ACCEPT WS-KEY-AMOUNT
           DISPLAY "Seed (0 to take one from the clock): "
                   WITH NO ADVANCING
           ACCEPT WS-SEED
           IF WS-SEED = 0
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
               ADD 1 TO WS-SEED
           END-IF
           IF WS-SEED > 2147483646
               DIVIDE WS-SEED BY 2147483646 GIVING WS-RN-QUOT
                   REMAINDER WS-RN-STATE
               COMPUTE WS-SEED = WS-RN-STATE + 1
           END-IF

           PERFORM 300-BUILD-POPULATION
           IF WS-POP-COUNT = 0
               DISPLAY "No employees were paid in period "
                       FUNCTION TRIM(WS-PERIOD)
               EXIT PARAGRAPH
           END-IF
           PERFORM 500-DRAW-SAMPLE
           IF WS-SEL-COUNT = 0
               DISPLAY "Nothing drawn - check the sample size"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SAMPLE-ID
           PERFORM 210-KEEP-DRAWN-ITEMS
           PERFORM 400-RECORD-SAMPLE
           PERFORM 450-WRITE-SAMPLE-LIST
           PERFORM 600-WRITE-ALL-PACKS
           DISPLAY " "
           DISPLAY "Sample " WS-SAMPLE-ID " recorded - seed " WS-SEED
           DISPLAY "Population: " WS-POP-COUNT "  drawn: " WS-SEL-COUNT
                   "  (key items: " WS-KEY-COUNT ")"
           DISPLAY "Evidence packs written: " WS-PACK-COUNT.

      *>   The employees drawn become the sample of record.
       210-KEEP-DRAWN-ITEMS.
           MOVE 0 TO WS-REC-COUNT
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-COUNT
               IF WS-POP-PICK(WS-POP-IDX) NOT = SPACE
                   ADD 1 TO WS-REC-COUNT
                   MOVE WS-POP-EMP-ID(WS-POP-IDX)
                       TO WS-REC-EMP-ID(WS-REC-COUNT)
                   MOVE WS-POP-STRATUM(WS-POP-IDX)
                       TO WS-REC-STRATUM(WS-REC-COUNT)
                   MOVE WS-POP-PICK(WS-POP-IDX)
                       TO WS-REC-REASON(WS-REC-COUNT)
                   MOVE WS-POP-GROSS(WS-POP-IDX)
                       TO WS-REC-GROSS(WS-REC-COUNT)
               END-IF
           END-PERFORM.

      *****************************************************************
      * 230-LIST-SAMPLES - the samples on the register, newest last.
      *****************************************************************
       230-LIST-SAMPLES.
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT SAMPLE-FILE
           IF AS-FILE-STATUS NOT = '00'
               DISPLAY "No auditor samples on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "SAMPLE ID       PERIOD                   M SIZE "
                   "      SEED  DRAWN BY"
           PERFORM UNTIL AS-FILE-STATUS = '10'
               READ SAMPLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AS-HEADER
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY AS-SAMPLE-ID "  " AS-PAY-PERIOD " "
                                   AS-METHOD " " AS-SAMPLE-SIZE " "
                                   AS-SEED " " AS-SELECTED " "
                                   AS-CREATED-BY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAMPLE-FILE
           DISPLAY WS-LIST-COUNT " SAMPLE(S)".

      *****************************************************************
      * 250-RERUN-SAMPLE - a recorded sample drawn again off its own
      * seed and parameters and compared with the employees recorded
      * for it. Any difference (an employee since removed from or
      * added to the period's payroll) is listed. The packs are then
      * produced again for the employees on record, so the evidence
      * always follows the sample the auditors were given.
      *****************************************************************
       250-RERUN-SAMPLE.
           DISPLAY "Sample ID to re-run: " WITH NO ADVANCING
           ACCEPT WS-SAMPLE-ID
           PERFORM 260-LOAD-RECORDED-SAMPLE
           IF WS-HDR-FOUND = 'N'
               DISPLAY "Sample " WS-SAMPLE-ID " is not on the register"
               EXIT PARAGRAPH
           END-IF
           PERFORM 300-BUILD-POPULATION
           PERFORM 500-DRAW-SAMPLE
           MOVE 0 TO WS-DIFF-COUNT
           PERFORM 270-COMPARE-DRAW
           DISPLAY " "
           IF WS-DIFF-COUNT = 0
               DISPLAY "Sample " WS-SAMPLE-ID " reproduced exactly "
                       "from seed " WS-SEED
           ELSE
               DISPLAY "** " WS-DIFF-COUNT " DIFFERENCE(S) BETWEEN "
                       "THE RECORDED SAMPLE AND THE RE-DRAW **"
           END-IF
           PERFORM 450-WRITE-SAMPLE-LIST
           PERFORM 600-WRITE-ALL-PACKS
           DISPLAY "Evidence packs written: " WS-PACK-COUNT.

      *>   Header and items of WS-SAMPLE-ID off the register.
       260-LOAD-RECORDED-SAMPLE.
           MOVE 'N' TO WS-HDR-FOUND
           MOVE 0 TO WS-REC-COUNT
           OPEN INPUT SAMPLE-FILE
           IF AS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AS-FILE-STATUS = '10'
               READ SAMPLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AS-HEADER AND AS-SAMPLE-ID = WS-SAMPLE-ID
                           MOVE 'Y' TO WS-HDR-FOUND
                           MOVE AS-PAY-PERIOD TO WS-PERIOD
                           MOVE AS-METHOD TO WS-METHOD
                           MOVE AS-SAMPLE-SIZE TO WS-SAMPLE-SIZE
                           MOVE AS-SEED TO WS-SEED
                           MOVE AS-KEY-AMOUNT TO WS-KEY-AMOUNT
                       END-IF
                       IF AS-ITEM AND AS-I-SAMPLE-ID = WS-SAMPLE-ID
                               AND WS-REC-COUNT < 3000
                           ADD 1 TO WS-REC-COUNT
                           MOVE AS-I-EMP-ID
                               TO WS-REC-EMP-ID(WS-REC-COUNT)
                           MOVE AS-I-STRATUM
                               TO WS-REC-STRATUM(WS-REC-COUNT)
                           MOVE AS-I-REASON
                               TO WS-REC-REASON(WS-REC-COUNT)
                           MOVE AS-I-GROSS
                               TO WS-REC-GROSS(WS-REC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAMPLE-FILE.

      *>   Recorded employees the re-draw missed, and employees the
      *>   re-draw took that were not recorded.
       270-COMPARE-DRAW.
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               MOVE 'N' TO WS-REC-FOUND
               PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                       UNTIL WS-POP-IDX > WS-POP-COUNT
                   IF WS-POP-EMP-ID(WS-POP-IDX)
                           = WS-REC-EMP-ID(WS-REC-IDX)
                           AND WS-POP-PICK(WS-POP-IDX) NOT = SPACE
                       MOVE 'Y' TO WS-REC-FOUND
                   END-IF
               END-PERFORM
               IF WS-REC-FOUND = 'N'
                   ADD 1 TO WS-DIFF-COUNT
                   DISPLAY "  RECORDED, NOT RE-DRAWN: "
                           WS-REC-EMP-ID(WS-REC-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-COUNT
               IF WS-POP-PICK(WS-POP-IDX) NOT = SPACE
                   MOVE 'N' TO WS-REC-FOUND
                   PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                           UNTIL WS-REC-IDX > WS-REC-COUNT
                       IF WS-REC-EMP-ID(WS-REC-IDX)
                               = WS-POP-EMP-ID(WS-POP-IDX)
                           MOVE 'Y' TO WS-REC-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-REC-FOUND = 'N'
                       ADD 1 TO WS-DIFF-COUNT
                       DISPLAY "  RE-DRAWN, NOT RECORDED: "
                               WS-POP-EMP-ID(WS-POP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * 300-BUILD-POPULATION - one entry per employee with a payroll
      * record for WS-PERIOD that was not voided, the gross summed over
      * the employee's runs. payroll.dat is keyed on employee first,
      * so an employee's records arrive together. The stratum is the
      * branch paid under or the employee's pay grade.
      *****************************************************************
       300-BUILD-POPULATION.
           MOVE 0 TO WS-POP-COUNT
           MOVE 'N' TO WS-POP-FULL
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open payroll.dat - status "
                       PAY-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PR-KEY
           START PAYROLL-FILE KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   MOVE '10' TO PAY-FILE-STATUS
           END-START
           PERFORM UNTIL PAY-FILE-STATUS NOT = '00'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO PAY-FILE-STATUS
                   NOT AT END
                       IF PR-PAY-PERIOD = WS-PERIOD
                               AND PR-RUN-TYPE NOT = 'V'
                           PERFORM 310-ADD-TO-POPULATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-FILE
           IF WS-POP-FULL = 'Y'
               DISPLAY "** Population over 3000 employees - the rest "
                       "are not in the sample frame **"
           END-IF
           PERFORM 320-SET-STRATA.

       310-ADD-TO-POPULATION.
           IF WS-POP-COUNT > 0
                   AND WS-POP-EMP-ID(WS-POP-COUNT) = PR-EMP-ID
               ADD PR-GROSS-PAY TO WS-POP-GROSS(WS-POP-COUNT)
           ELSE
               IF WS-POP-COUNT < 3000
                   ADD 1 TO WS-POP-COUNT
                   MOVE PR-EMP-ID TO WS-POP-EMP-ID(WS-POP-COUNT)
                   MOVE PR-BRANCH TO WS-POP-BRANCH(WS-POP-COUNT)
                   MOVE PR-GROSS-PAY TO WS-POP-GROSS(WS-POP-COUNT)
                   MOVE SPACE TO WS-POP-PICK(WS-POP-COUNT)
               ELSE
                   MOVE 'Y' TO WS-POP-FULL
               END-IF
           END-IF.

       320-SET-STRATA.
           IF WS-BY-BAND
               OPEN INPUT EMPLOYEE-FILE
           END-IF
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-COUNT
               EVALUATE TRUE
                   WHEN WS-BY-BRANCH
                       MOVE WS-POP-BRANCH(WS-POP-IDX)
                           TO WS-POP-STRATUM(WS-POP-IDX)
                   WHEN WS-BY-BAND
                       MOVE "NONE" TO WS-POP-STRATUM(WS-POP-IDX)
                       MOVE WS-POP-EMP-ID(WS-POP-IDX) TO EMP-ID
                       READ EMPLOYEE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF EMP-GRADE NOT = SPACES
                                   MOVE EMP-GRADE
                                     TO WS-POP-STRATUM(WS-POP-IDX)
                               END-IF
                       END-READ
                   WHEN OTHER
                       MOVE "ALL" TO WS-POP-STRATUM(WS-POP-IDX)
               END-EVALUATE
           END-PERFORM
           IF WS-BY-BAND
               CLOSE EMPLOYEE-FILE
           END-IF.

      *****************************************************************
      * 400-RECORD-SAMPLE - the header and its items appended to the
      * register.
      *****************************************************************
       400-RECORD-SAMPLE.
           OPEN EXTEND SAMPLE-FILE
           IF AS-FILE-STATUS = '35'
               OPEN OUTPUT SAMPLE-FILE
           END-IF
           IF AS-FILE-STATUS NOT = '00'
               DISPLAY "Cannot record the sample - status "
                       AS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-SAMPLE-HEADER
           MOVE 'H' TO AS-REC-TYPE
           MOVE WS-SAMPLE-ID TO AS-SAMPLE-ID
           MOVE WS-PERIOD TO AS-PAY-PERIOD
           MOVE WS-METHOD TO AS-METHOD
           MOVE WS-SAMPLE-SIZE TO AS-SAMPLE-SIZE
           MOVE WS-SEED TO AS-SEED
           MOVE WS-KEY-AMOUNT TO AS-KEY-AMOUNT
           MOVE WS-POP-COUNT TO AS-POPULATION
           MOVE WS-SEL-COUNT TO AS-SELECTED
           MOVE LS-EMP-ID TO AS-CREATED-BY
           WRITE AUDIT-SAMPLE-HEADER
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               MOVE SPACES TO AUDIT-SAMPLE-ITEM
               MOVE 'I' TO AS-I-REC-TYPE
               MOVE WS-SAMPLE-ID TO AS-I-SAMPLE-ID
               MOVE WS-REC-EMP-ID(WS-REC-IDX) TO AS-I-EMP-ID
               MOVE WS-REC-STRATUM(WS-REC-IDX) TO AS-I-STRATUM
               MOVE WS-REC-REASON(WS-REC-IDX) TO AS-I-REASON
               MOVE WS-REC-GROSS(WS-REC-IDX) TO AS-I-GROSS
               WRITE AUDIT-SAMPLE-ITEM
           END-PERFORM
           CLOSE SAMPLE-FILE.

      *****************************************************************
      * 450-WRITE-SAMPLE-LIST - the sample as handed to the auditors,
      * ../data/audit_sample_<id>.txt: the parameters and seed that
      * reproduce it, then each employee, stratum and why drawn.
      *****************************************************************
       450-WRITE-SAMPLE-LIST.
           MOVE SPACES TO WS-PACK-FILENAME
           STRING "../data/audit_sample_" WS-SAMPLE-ID ".txt"
               DELIMITED BY SIZE INTO WS-PACK-FILENAME
           OPEN OUTPUT PACK-FILE
           IF PK-FILE-STATUS NOT = '00'
               DISPLAY "Cannot create "
                       FUNCTION TRIM(WS-PACK-FILENAME)
               EXIT PARAGRAPH
           END-IF
           STRING "AUDITOR SAMPLE " WS-SAMPLE-ID
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           STRING "PAY PERIOD:  " WS-PERIOD
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           EVALUATE TRUE
               WHEN WS-RANDOM
                   MOVE "METHOD:      SIMPLE RANDOM" TO WS-PACK-LINE
               WHEN WS-BY-BRANCH
                   MOVE "METHOD:      STRATIFIED BY COMPANY BRANCH"
                       TO WS-PACK-LINE
               WHEN OTHER
                   MOVE "METHOD:      STRATIFIED BY PAY GRADE BAND"
                       TO WS-PACK-LINE
           END-EVALUATE
           PERFORM 690-WRITE-PACK-LINE
           STRING "SAMPLE SIZE: " WS-SAMPLE-SIZE "   SEED: " WS-SEED
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           MOVE WS-KEY-AMOUNT TO WS-PRINT-AMT
           STRING "KEY ITEMS:   EVERY GROSS OVER " WS-PRINT-AMT
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           MOVE "EMPLOYEE    STRATUM     WHY         PERIOD GROSS"
               TO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               MOVE WS-REC-GROSS(WS-REC-IDX) TO WS-PRINT-GROSS
               IF WS-REC-REASON(WS-REC-IDX) = 'K'
                   STRING WS-REC-EMP-ID(WS-REC-IDX) "  "
                          WS-REC-STRATUM(WS-REC-IDX) "  KEY ITEM "
                          WS-PRINT-GROSS
                       DELIMITED BY SIZE INTO WS-PACK-LINE
               ELSE
                   STRING WS-REC-EMP-ID(WS-REC-IDX) "  "
                          WS-REC-STRATUM(WS-REC-IDX) "  DRAWN    "
                          WS-PRINT-GROSS
                       DELIMITED BY SIZE INTO WS-PACK-LINE
               END-IF
               PERFORM 690-WRITE-PACK-LINE
           END-PERFORM
           MOVE WS-REC-COUNT TO WS-PRINT-COUNT
           STRING "EMPLOYEES: " WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           CLOSE PACK-FILE
           DISPLAY "Sample list: " FUNCTION TRIM(WS-PACK-FILENAME).

      *****************************************************************
      * 500-DRAW-SAMPLE - key items first (every gross over the key
      * amount), then the draw proper from what is left: the whole
      * population for a random sample, each stratum in turn for a
      * stratified one. The generator is seeded once per draw, so the
      * same seed over the same population draws the same employees.
      *****************************************************************
       500-DRAW-SAMPLE.
           MOVE WS-SEED TO WS-RN-STATE
           MOVE 0 TO WS-SEL-COUNT
           MOVE 0 TO WS-KEY-COUNT
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-COUNT
               MOVE SPACE TO WS-POP-PICK(WS-POP-IDX)
               IF WS-KEY-AMOUNT > 0
                       AND WS-POP-GROSS(WS-POP-IDX) > WS-KEY-AMOUNT
                   MOVE 'K' TO WS-POP-PICK(WS-POP-IDX)
                   ADD 1 TO WS-SEL-COUNT
                   ADD 1 TO WS-KEY-COUNT
               END-IF
           END-PERFORM
           IF WS-RANDOM
               MOVE 0 TO WS-POOL-SIZE
               PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                       UNTIL WS-POP-IDX > WS-POP-COUNT
                   IF WS-POP-PICK(WS-POP-IDX) = SPACE
                       ADD 1 TO WS-POOL-SIZE
                       MOVE WS-POP-IDX TO WS-POOL(WS-POOL-SIZE)
                   END-IF
               END-PERFORM
               PERFORM 510-DRAW-FROM-POOL
           ELSE
               PERFORM 505-LIST-STRATA
               PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                       UNTIL WS-STR-IDX > WS-STR-COUNT
                   MOVE 0 TO WS-POOL-SIZE
                   PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                           UNTIL WS-POP-IDX > WS-POP-COUNT
                       IF WS-POP-PICK(WS-POP-IDX) = SPACE
                               AND WS-POP-STRATUM(WS-POP-IDX)
                                   = WS-STR-NAME(WS-STR-IDX)
                           ADD 1 TO WS-POOL-SIZE
                           MOVE WS-POP-IDX TO WS-POOL(WS-POOL-SIZE)
                       END-IF
                   END-PERFORM
                   PERFORM 510-DRAW-FROM-POOL
               END-PERFORM
           END-IF.

      *>   The distinct strata, in the order the population meets them.
       505-LIST-STRATA.
           MOVE 0 TO WS-STR-COUNT
           PERFORM VARYING WS-POP-IDX FROM 1 BY 1
                   UNTIL WS-POP-IDX > WS-POP-COUNT
               MOVE 0 TO WS-STR-FOUND
               PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                       UNTIL WS-STR-IDX > WS-STR-COUNT
                          OR WS-STR-FOUND > 0
                   IF WS-STR-NAME(WS-STR-IDX)
                           = WS-POP-STRATUM(WS-POP-IDX)
                       MOVE WS-STR-IDX TO WS-STR-FOUND
                   END-IF
               END-PERFORM
               IF WS-STR-FOUND = 0 AND WS-STR-COUNT < 300
                   ADD 1 TO WS-STR-COUNT
                   MOVE WS-POP-STRATUM(WS-POP-IDX)
                       TO WS-STR-NAME(WS-STR-COUNT)
               END-IF
           END-PERFORM.

      *****************************************************************
      * 510-DRAW-FROM-POOL - WS-SAMPLE-SIZE employees (or the whole
      * pool when it is smaller) out of WS-POOL, by partial shuffle:
      * each draw swaps a random undrawn entry into the next place.
      *****************************************************************
       510-DRAW-FROM-POOL.
           MOVE WS-SAMPLE-SIZE TO WS-DRAW-WANT
           IF WS-DRAW-WANT > WS-POOL-SIZE
               MOVE WS-POOL-SIZE TO WS-DRAW-WANT
           END-IF
           PERFORM VARYING WS-DK FROM 1 BY 1
                   UNTIL WS-DK > WS-DRAW-WANT
               PERFORM 520-NEXT-RANDOM
               COMPUTE WS-DSPAN = WS-POOL-SIZE - WS-DK + 1
               DIVIDE WS-RN-STATE BY WS-DSPAN GIVING WS-RN-QUOT
                   REMAINDER WS-DOFF
               COMPUTE WS-DJ = WS-DK + WS-DOFF
               MOVE WS-POOL(WS-DK) TO WS-POOL-HOLD
               MOVE WS-POOL(WS-DJ) TO WS-POOL(WS-DK)
               MOVE WS-POOL-HOLD TO WS-POOL(WS-DJ)
               MOVE 'S' TO WS-POP-PICK(WS-POOL(WS-DK))
               ADD 1 TO WS-SEL-COUNT
           END-PERFORM.

       520-NEXT-RANDOM.
           COMPUTE WS-RN-PRODUCT = WS-RN-STATE * 16807
           DIVIDE WS-RN-PRODUCT BY 2147483647 GIVING WS-RN-QUOT
               REMAINDER WS-RN-STATE.

      *****************************************************************
      * 600-WRITE-ALL-PACKS - one evidence pack per employee of the
      * sample of record, ../data/audit_pack_<sample>_<employee>.txt.
      *****************************************************************
       600-WRITE-ALL-PACKS.
           MOVE 0 TO WS-PACK-COUNT
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               MOVE WS-REC-EMP-ID(WS-REC-IDX) TO WS-PK-EMP-ID
               PERFORM 605-WRITE-EVIDENCE-PACK
           END-PERFORM.

       605-WRITE-EVIDENCE-PACK.
           MOVE SPACES TO WS-PACK-FILENAME
           STRING "../data/audit_pack_" WS-SAMPLE-ID "_"
                  WS-PK-EMP-ID DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
               INTO WS-PACK-FILENAME
           OPEN OUTPUT PACK-FILE
           IF PK-FILE-STATUS NOT = '00'
               DISPLAY "Cannot create "
                       FUNCTION TRIM(WS-PACK-FILENAME)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PACK-COUNT
           PERFORM 190-SET-TIMESTAMP
           STRING "AUDIT EVIDENCE PACK - EMPLOYEE " WS-PK-EMP-ID
                  "  SAMPLE " WS-SAMPLE-ID
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           STRING "PAY PERIOD " WS-PERIOD "  PRODUCED " WS-TIMESTAMP
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           PERFORM 610-PACK-MASTER
           PERFORM 620-PACK-CHANGE-LOG
           PERFORM 630-PACK-ACTIVATION
           PERFORM 640-PACK-PAYROLL
           PERFORM 650-PACK-BANK-VERIFY
           PERFORM 660-PACK-EFT-LINES
           PERFORM 670-PACK-GL-LINES
           MOVE "*** END OF PACK ***" TO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           CLOSE PACK-FILE.

      *>   1. The master record as it stands today.
       610-PACK-MASTER.
           MOVE "1. MASTER SNAPSHOT" TO WS-PACK-LINE
           PERFORM 695-WRITE-SECTION-HEAD
           MOVE 'N' TO WS-PK-ON-MASTER
           MOVE SPACES TO WS-PK-BRANCH
           MOVE SPACES TO WS-PK-MAKER
           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-PK-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "   NOT ON THE EMPLOYEE MASTER" TO WS-PACK-LINE
                   PERFORM 690-WRITE-PACK-LINE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PK-ON-MASTER
                   MOVE EMP-COMPANY-BRANCH TO WS-PK-BRANCH
                   MOVE EMP-ADDED-BY TO WS-PK-MAKER
                   PERFORM 612-WRITE-MASTER-LINES
           END-READ
           CLOSE EMPLOYEE-FILE.

       612-WRITE-MASTER-LINES.
           STRING "   NAME:            " EMP-NAME(1:30) " "
                  EMP-SURNAME(1:30)
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           STRING "   ID NUMBER:       " EMP-ID-NUMBER
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           STRING "   DEPARTMENT:      " EMP-DEPT
                  "  POSITION: " EMP-POSITION
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           STRING "   GRADE:           " EMP-GRADE
                  "  BRANCH: " EMP-COMPANY-BRANCH
                  "  MANAGER: " EMP-MANAGER-ID
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           STRING "   STATUS:          " EMP-STATUS
                  "  TYPE: " EMP-TYPE "  TAX CODE: " EMP-TAX-CODE
                  "  HIRED: " EMP-HIRE-DATE
                  "  TERMINATED: " EMP-TERM-DATE
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           MOVE EMP-BASE-SALARY TO WS-PRINT-AMT
           STRING "   BASE SALARY:     " WS-PRINT-AMT
                  "  CURRENCY: " EMP-CURRENCY-CODE
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           MOVE EMP-PAY-RATE TO WS-PRINT-AMT
           STRING "   PAY RATE:        " WS-PRINT-AMT
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           STRING "   BANK:            " EMP-BANK-NAME
                  "  BRANCH CODE: " EMP-BRANCH-CODE
                  "  ACCOUNT: " EMP-ACCOUNT-NUMBER
                  "  TYPE: " EMP-ACCOUNT-TYPE
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           STRING "   CAPTURED BY:     " EMP-ADDED-BY
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE.

      *****************************************************************
      * 620-PACK-CHANGE-LOG - every employee_changes.dat row for the
      * employee. The same pass finds the activation (the STATUS
      * change from pending to active, made by the checker) and the
      * latest bank detail change for the verification section.
      *****************************************************************
       620-PACK-CHANGE-LOG.
           MOVE "2. EMPLOYEE CHANGE LOG" TO WS-PACK-LINE
           PERFORM 695-WRITE-SECTION-HEAD
           MOVE 0 TO WS-PK-ROWS
           MOVE SPACES TO WS-PK-CHECKER
           MOVE 0 TO WS-PK-CHECKED-TS
           MOVE 0 TO WS-PK-BANK-CHG
           OPEN INPUT CHANGE-LOG-FILE
           IF CHG-FILE-STATUS = '00'
               PERFORM UNTIL CHG-FILE-STATUS = '10'
                   READ CHANGE-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EC-EMP-ID = WS-PK-EMP-ID
                               PERFORM 622-PACK-CHANGE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF
           MOVE WS-PK-ROWS TO WS-PRINT-COUNT
           STRING "   ROWS: " WS-PRINT-COUNT
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE.

       622-PACK-CHANGE-ROW.
           ADD 1 TO WS-PK-ROWS
           STRING "   " EC-TIMESTAMP " " EC-USER-ID " " EC-FIELD-NAME
                  " " EC-OLD-VALUE " -> " EC-NEW-VALUE
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           IF EC-FIELD-NAME = "STATUS"
                   AND EC-OLD-VALUE(1:1) = 'P'
                   AND EC-NEW-VALUE(1:1) = 'A'
               MOVE EC-USER-ID TO WS-PK-CHECKER
               MOVE EC-TIMESTAMP TO WS-PK-CHECKED-TS
           END-IF
           IF EC-FIELD-NAME(1:5) = "BANK-"
               MOVE EC-TIMESTAMP TO WS-PK-BANK-CHG
           END-IF.

      *>   3. Maker (the capturing user on the record) and checker
      *>   (the user whose STATUS change activated it).
       630-PACK-ACTIVATION.
           MOVE "3. ACTIVATION MAKER AND CHECKER" TO WS-PACK-LINE
           PERFORM 695-WRITE-SECTION-HEAD
           IF WS-PK-ON-MASTER = 'Y'
               STRING "   MAKER (CAPTURED BY):   " WS-PK-MAKER
                   DELIMITED BY SIZE INTO WS-PACK-LINE
           ELSE
               MOVE "   MAKER (CAPTURED BY):   NOT ON THE MASTER"
                   TO WS-PACK-LINE
           END-IF
           PERFORM 690-WRITE-PACK-LINE
           IF WS-PK-CHECKER = SPACES
               MOVE "   CHECKER (ACTIVATED BY): NOT ON THE CHANGE LOG"
                   TO WS-PACK-LINE
               PERFORM 690-WRITE-PACK-LINE
               MOVE "   (activated before activations were logged)"
                   TO WS-PACK-LINE
           ELSE
               STRING "   CHECKER (ACTIVATED BY): " WS-PK-CHECKER
                      " AT " WS-PK-CHECKED-TS
                   DELIMITED BY SIZE INTO WS-PACK-LINE
           END-IF
           PERFORM 690-WRITE-PACK-LINE
           IF WS-PK-ON-MASTER = 'Y' AND WS-PK-CHECKER NOT = SPACES
                   AND WS-PK-CHECKER = WS-PK-MAKER
               MOVE "   ** MAKER AND CHECKER ARE THE SAME USER **"
                   TO WS-PACK-LINE
               PERFORM 690-WRITE-PACK-LINE
           END-IF.

      *****************************************************************
      * 640-PACK-PAYROLL - the employee's payroll records for the
      * period, each followed by its component rows. The run dates
      * found here pick the GL journal lines in 670.
      *****************************************************************
       640-PACK-PAYROLL.
           MOVE "4. PAYROLL AND COMPONENT RECORDS" TO WS-PACK-LINE
           PERFORM 695-WRITE-SECTION-HEAD
           MOVE 0 TO WS-PK-DATE-COUNT
           MOVE 0 TO WS-PK-ROWS
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               MOVE "   PAYROLL.DAT NOT ON FILE" TO WS-PACK-LINE
               PERFORM 690-WRITE-PACK-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMPONENT-FILE
           MOVE WS-PK-EMP-ID TO PR-EMP-ID
           MOVE WS-PERIOD TO PR-PAY-PERIOD
           MOVE 0 TO PR-RUN-SEQ
           START PAYROLL-FILE KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   MOVE '10' TO PAY-FILE-STATUS
           END-START
           PERFORM UNTIL PAY-FILE-STATUS NOT = '00'
               READ PAYROLL-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO PAY-FILE-STATUS
                   NOT AT END
                       IF PR-EMP-ID NOT = WS-PK-EMP-ID
                               OR PR-PAY-PERIOD NOT = WS-PERIOD
                           MOVE '10' TO PAY-FILE-STATUS
                       ELSE
                           PERFORM 642-PACK-PAYROLL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPONENT-FILE
           CLOSE PAYROLL-FILE
           IF WS-PK-ROWS = 0
               MOVE "   NO PAYROLL RECORD FOR THE PERIOD"
                   TO WS-PACK-LINE
               PERFORM 690-WRITE-PACK-LINE
           END-IF.

       642-PACK-PAYROLL-RECORD.
           ADD 1 TO WS-PK-ROWS
           IF WS-PK-BRANCH = SPACES
               MOVE PR-BRANCH TO WS-PK-BRANCH
           END-IF
           MOVE 'N' TO WS-PK-DATE-HIT
           PERFORM VARYING WS-PK-DATE-IDX FROM 1 BY 1
                   UNTIL WS-PK-DATE-IDX > WS-PK-DATE-COUNT
               IF WS-PK-RUN-DATE(WS-PK-DATE-IDX) = PR-TIMESTAMP(1:10)
                   MOVE 'Y' TO WS-PK-DATE-HIT
               END-IF
           END-PERFORM
           IF WS-PK-DATE-HIT = 'N' AND WS-PK-DATE-COUNT < 9
               ADD 1 TO WS-PK-DATE-COUNT
               MOVE PR-TIMESTAMP(1:10)
                   TO WS-PK-RUN-DATE(WS-PK-DATE-COUNT)
           END-IF
           STRING "   RUN " PR-RUN-SEQ "  TYPE " PR-RUN-TYPE
                  "  AT " PR-TIMESTAMP "  BRANCH " PR-BRANCH
                  "  CURRENCY " PR-CURRENCY
                  "  PAY STATUS '" PR-PAY-STATUS "'"
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           MOVE PR-GROSS-PAY TO WS-PRINT-AMT
           MOVE PR-NET-PAY TO WS-PRINT-AMT-2
           STRING "     GROSS " WS-PRINT-AMT "  NET  " WS-PRINT-AMT-2
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           MOVE PR-PAYE-TAX TO WS-PRINT-AMT
           MOVE PR-UIF TO WS-PRINT-AMT-2
           MOVE PR-SDL TO WS-PRINT-AMT-3
           STRING "     PAYE  " WS-PRINT-AMT "  UIF  " WS-PRINT-AMT-2
                  "  SDL  " WS-PRINT-AMT-3
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           MOVE PR-EMP-ID TO PC-EMP-ID
           MOVE PR-PAY-PERIOD TO PC-PAY-PERIOD
           MOVE PR-RUN-SEQ TO PC-RUN-SEQ
           MOVE LOW-VALUES TO PC-COMP-CODE
           MOVE 0 TO PC-COMP-SEQ
           START COMPONENT-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY
                   MOVE '10' TO PC-FILE-STATUS
           END-START
           PERFORM UNTIL PC-FILE-STATUS NOT = '00'
               READ COMPONENT-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO PC-FILE-STATUS
                   NOT AT END
                       IF PC-EMP-ID NOT = PR-EMP-ID
                               OR PC-PAY-PERIOD NOT = PR-PAY-PERIOD
                               OR PC-RUN-SEQ NOT = PR-RUN-SEQ
                           MOVE '10' TO PC-FILE-STATUS
                       ELSE
                           MOVE PC-AMOUNT TO WS-PRINT-SIGNED
                           STRING "       " PC-COMP-CODE " "
                                  PC-COMP-SEQ "  " PC-TYPE "  "
                                  WS-PRINT-SIGNED
                               DELIMITED BY SIZE INTO WS-PACK-LINE
                           PERFORM 690-WRITE-PACK-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO PC-FILE-STATUS.

      *****************************************************************
      * 650-PACK-BANK-VERIFY - the latest bank detail change on the
      * log against the latest second-user verification of it on
      * bank_verify.dat, as PAYROLL judges it before paying.
      *****************************************************************
       650-PACK-BANK-VERIFY.
           MOVE "5. BANK DETAIL VERIFICATION" TO WS-PACK-LINE
           PERFORM 695-WRITE-SECTION-HEAD
           MOVE 0 TO WS-PK-VERIFIED-THRU
           MOVE SPACES TO WS-PK-VERIFIED-BY
           MOVE 0 TO WS-PK-VERIFY-TIME
           OPEN INPUT BANK-VERIFY-FILE
           IF BVF-FILE-STATUS = '00'
               PERFORM UNTIL BVF-FILE-STATUS = '10'
                   READ BANK-VERIFY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BV-EMP-ID = WS-PK-EMP-ID
                                   AND BV-VERIFIED-THRU
                                       > WS-PK-VERIFIED-THRU
                               MOVE BV-VERIFIED-THRU
                                   TO WS-PK-VERIFIED-THRU
                               MOVE BV-VERIFIED-BY
                                   TO WS-PK-VERIFIED-BY
                               MOVE BV-VERIFY-TIME
                                   TO WS-PK-VERIFY-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-VERIFY-FILE
           END-IF
           IF WS-PK-BANK-CHG = 0
               MOVE "   NO BANK DETAIL CHANGE ON THE CHANGE LOG"
                   TO WS-PACK-LINE
           ELSE
               IF WS-PK-BANK-CHG NOT > WS-PK-VERIFIED-THRU
                   STRING "   VERIFIED - LATEST CHANGE "
                          WS-PK-BANK-CHG " VERIFIED BY "
                          WS-PK-VERIFIED-BY " AT " WS-PK-VERIFY-TIME
                       DELIMITED BY SIZE INTO WS-PACK-LINE
               ELSE
                   STRING "   ** UNVERIFIED - CHANGED "
                          WS-PK-BANK-CHG
                          " AND NOT VERIFIED SINCE **"
                       DELIMITED BY SIZE INTO WS-PACK-LINE
               END-IF
           END-IF
           PERFORM 690-WRITE-PACK-LINE.

      *****************************************************************
      * 660-PACK-EFT-LINES - the employee's lines on the EFT batch for
      * the whole company and on the batch for their branch. A batch
      * file holds only the latest run for its scope, so its lines
      * are evidence only when its control record is for the period.
      *****************************************************************
       660-PACK-EFT-LINES.
           MOVE "6. EFT BATCH LINES" TO WS-PACK-LINE
           PERFORM 695-WRITE-SECTION-HEAD
           MOVE "ALL" TO WS-EFT-SCOPE
           MOVE "../data/eft_batch.dat" TO WS-EFT-FILENAME
           MOVE "../data/eft_batch_control.dat" TO WS-EB-FILENAME
           PERFORM 662-SCAN-EFT-BATCH
           IF WS-PK-BRANCH NOT = SPACES
               MOVE WS-PK-BRANCH TO WS-EFT-SCOPE
               MOVE SPACES TO WS-EFT-FILENAME
               STRING "../data/eft_batch_" DELIMITED BY SIZE
                      WS-PK-BRANCH DELIMITED BY SPACE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-EFT-FILENAME
               MOVE SPACES TO WS-EB-FILENAME
               STRING "../data/eft_batch_control_" DELIMITED BY SIZE
                      WS-PK-BRANCH DELIMITED BY SPACE
                      ".dat" DELIMITED BY SIZE
                   INTO WS-EB-FILENAME
               PERFORM 662-SCAN-EFT-BATCH
           END-IF.

       662-SCAN-EFT-BATCH.
           OPEN INPUT EFT-CONTROL-FILE
           IF EB-FILE-STATUS NOT = '00'
               STRING "   BATCH " WS-EFT-SCOPE ": NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM 690-WRITE-PACK-LINE
               EXIT PARAGRAPH
           END-IF
           READ EFT-CONTROL-FILE
               AT END
                   MOVE SPACES TO EB-PAY-PERIOD
           END-READ
           CLOSE EFT-CONTROL-FILE
           IF EB-PAY-PERIOD NOT = WS-PERIOD
               STRING "   BATCH " WS-EFT-SCOPE ": ON FILE FOR "
                      EB-PAY-PERIOD " - NOT THE SAMPLED PERIOD"
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM 690-WRITE-PACK-LINE
               EXIT PARAGRAPH
           END-IF
           STRING "   BATCH " WS-EFT-SCOPE ": RUN " EB-TIMESTAMP
                  "  STATUS " EB-STATUS "  RELEASED BY "
                  EB-RELEASE-USER
               DELIMITED BY SIZE INTO WS-PACK-LINE
           PERFORM 690-WRITE-PACK-LINE
           MOVE 0 TO WS-PK-HITS
           OPEN INPUT EFT-FILE
           IF EFT-FILE-STATUS = '00'
               PERFORM UNTIL EFT-FILE-STATUS = '10'
                   READ EFT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EFT-RECORD(1:10) = WS-PK-EMP-ID
                               ADD 1 TO WS-PK-HITS
                               STRING "     " EFT-RECORD
                                   DELIMITED BY SIZE
                                   INTO WS-PACK-LINE
                               PERFORM 690-WRITE-PACK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EFT-FILE
           END-IF
           IF WS-PK-HITS = 0
               MOVE "     NO LINE FOR THE EMPLOYEE ON THIS BATCH"
                   TO WS-PACK-LINE
               PERFORM 690-WRITE-PACK-LINE
           END-IF.

      *****************************************************************
      * 670-PACK-GL-LINES - the journal is posted in totals, not per
      * employee, so the matching lines are those the period's runs
      * posted on their run dates; lines that name the employee's
      * branch are marked '*'.
      *****************************************************************
       670-PACK-GL-LINES.
           MOVE "7. GL JOURNAL LINES POSTED BY THE PERIOD'S RUNS"
               TO WS-PACK-LINE
           PERFORM 695-WRITE-SECTION-HEAD
           MOVE 0 TO WS-PK-ROWS
           MOVE 0 TO WS-PK-BR-LEN
           IF WS-PK-BRANCH NOT = SPACES
               INSPECT FUNCTION REVERSE(WS-PK-BRANCH)
                   TALLYING WS-PK-BR-LEN FOR LEADING SPACES
               COMPUTE WS-PK-BR-LEN = 10 - WS-PK-BR-LEN
           END-IF
           IF WS-PK-DATE-COUNT > 0
               OPEN INPUT GL-JOURNAL-FILE
               IF GL-FILE-STATUS = '00'
                   PERFORM UNTIL GL-FILE-STATUS = '10'
                       READ GL-JOURNAL-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 672-CHECK-GL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE GL-JOURNAL-FILE
               END-IF
           END-IF
           IF WS-PK-ROWS = 0
               MOVE "   NO GL JOURNAL LINES FOR THE PERIOD'S RUN DATES"
                   TO WS-PACK-LINE
               PERFORM 690-WRITE-PACK-LINE
           END-IF.

       672-CHECK-GL-LINE.
           MOVE 'N' TO WS-PK-DATE-HIT
           PERFORM VARYING WS-PK-DATE-IDX FROM 1 BY 1
                   UNTIL WS-PK-DATE-IDX > WS-PK-DATE-COUNT
               IF GL-JOURNAL-RECORD(1:10)
                       = WS-PK-RUN-DATE(WS-PK-DATE-IDX)
                   MOVE 'Y' TO WS-PK-DATE-HIT
               END-IF
           END-PERFORM
           IF WS-PK-DATE-HIT = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PK-ROWS
           MOVE 0 TO WS-PK-HITS
           IF WS-PK-BR-LEN > 0
               INSPECT GL-JOURNAL-RECORD TALLYING WS-PK-HITS
                   FOR ALL WS-PK-BRANCH(1:WS-PK-BR-LEN)
           END-IF
           IF WS-PK-HITS > 0
               STRING " * " GL-JOURNAL-RECORD
                   DELIMITED BY SIZE INTO WS-PACK-LINE
           ELSE
               STRING "   " GL-JOURNAL-RECORD
                   DELIMITED BY SIZE INTO WS-PACK-LINE
           END-IF
           PERFORM 690-WRITE-PACK-LINE.

      *>   Write WS-PACK-LINE and clear it for the next.
       690-WRITE-PACK-LINE.
           WRITE PACK-RECORD FROM WS-PACK-LINE
           MOVE SPACES TO WS-PACK-LINE.

      *>   A blank line, then the section title in WS-PACK-LINE.
       695-WRITE-SECTION-HEAD.
           MOVE SPACES TO PACK-RECORD
           WRITE PACK-RECORD
           PERFORM 690-WRITE-PACK-LINE.
