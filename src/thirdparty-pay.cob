      *                   remitted more than was withheld. Garnishee
      *                   amounts still come off every record's own
      *                   recorded deduction.
      * 2026-10-15  BDEV  Bargaining councils are paid as beneficiary
      *                   type 'B': the employee and employer levies
      *                   PAYROLL recorded (BCLEVY/BCER component
      *                   rows, every run type) are paid to the
      *                   council the employee's coverage resolves to,
      *                   and each council's monthly return
      *                   (council_return_<code>_<period>.txt) lists
      *                   every levied employee with their wages and
      *                   both levy shares.
      * 2026-10-15  BDEV  Vendors are paid as beneficiary type 'V' (ref
      *                   VENDOR-<code>): what PAYROLL recovered in the
      *                   period off VENDIMP's vendor_ded.dat rows is
      *                   paid to each vendor, and each vendor gets a
      *                   recovery return (vendor_return_<code>_
      *                   <period>.txt) listing every row billed with
      *                   what was recovered and what was not.
      * 2026-10-15  BDEV  Medical and pension remittances use the
      *                   dated benefit election in force at the start
      *                   of the record's period, as PAYROLL deducted
      *                   it, not BENEFITS-FILE as last refreshed. US
      *                   staff are left out of the union, medical and
      *                   pension remittances: PAYROLL withholds none of
      *                   them, and their capped 401(k) deferrals go to
      *                   the recordkeeper file.
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

           SELECT GARNISHMENT-FILE
               ASSIGN TO "../data/garnishments.dat"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-FILE-STATUS.

           SELECT COMPONENT-FILE
               ASSIGN TO "../data/pay_components.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS PC-FILE-STATUS.

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

           SELECT INTERFACE-REG-FILE
               ASSIGN TO "../data/interface_register.dat"
               ORGANIZATION IS SEQUENTIAL
       FD  BENEFITS-FILE.
           COPY benefits.

       FD  BENEFIT-ELECTION-FILE.
           COPY benefit_election.

       FD  GARNISHMENT-FILE.
           COPY garnishment.

       FD  REMIT-FILE.
       01  REMIT-RECORD              PIC X(80).

       FD  COMPONENT-FILE.
           COPY pay_component.

       FD  COUNCIL-FILE.
           COPY council.

       FD  COUNCIL-COVER-FILE.
           COPY council_cover.

       FD  VENDOR-FILE.
           COPY vendor.

       FD  VENDOR-DED-FILE.
           COPY vendor_ded.

       FD  INTERFACE-REG-FILE.
           COPY interface_register.

           05  EMP-FILE-STATUS     PIC XX.
           05  PAY-FILE-STATUS     PIC XX.
           05  BN-FILE-STATUS      PIC XX.
           05  BE-FILE-STATUS      PIC XX.
           05  GN-FILE-STATUS      PIC XX.
           05  CONFIG-FILE-STATUS  PIC XX.
           05  TP-FILE-STATUS      PIC XX.
           05  RM-FILE-STATUS      PIC XX.
           05  IR-FILE-STATUS      PIC XX.
           05  PC-FILE-STATUS      PIC XX.
           05  BC-FILE-STATUS      PIC XX.
           05  CV-FILE-STATUS      PIC XX.
           05  VN-FILE-STATUS      PIC XX.
           05  VX-FILE-STATUS      PIC XX.

       01  WS-TP-EFT-FILENAME     PIC X(60).
       01  WS-REMIT-FILENAME      PIC X(60).

      *> Beneficiary table: one row per payee the batch will pay -
      *> each garnishee case (by GN-CASE-REF), the union, the medical
      *> scheme, the pension fund administrator, each bargaining
      *> council (ref COUNCIL-<code>) and each vendor (ref
      *> VENDOR-<code>).
       01  WS-BF-COUNT            PIC 9(2) VALUE 0.
       01  WS-BF-ENTRY OCCURS 50 TIMES INDEXED BY WS-BF-IDX.
           05  WS-BF-TYPE          PIC X(1).
      *>      'G' garnishee case, 'U' union, 'M' medical scheme,
      *>      'P' pension fund, 'B' bargaining council, 'V' vendor
           05  WS-BF-REF           PIC X(15).
           05  WS-BF-NAME          PIC X(24).
           05  WS-BF-AMOUNT        PIC 9(9)V99.
       01  WS-BF-WANT-REF         PIC X(15).
       01  WS-BF-WANT-NAME        PIC X(24).
       01  WS-BF-THIS-AMT         PIC 9(7)V99.
       01  WS-BF-EMP-ID           PIC X(10).

      *> Remittance detail: which employee contributed how much to
      *> which beneficiary, so each advice can list its make-up.
               10  WS-GN-AMOUNT    PIC 9(7)V99.
               10  WS-GN-PRIORITY  PIC 9(1).

      *> Bargaining council levies: the record's recorded levy
      *> components, the council its employee resolves to, and the
      *> per-employee rows the council's monthly return is built
      *> from (wages and both levy shares).
       01  WS-COMPONENTS-AVAILABLE PIC X(1) VALUE 'N'.
       01  WS-COUNCILS-AVAILABLE  PIC X(1) VALUE 'N'.
       01  WS-PC-SCAN-DONE        PIC X(1).
       01  WS-BC-EE-AMT           PIC 9(7)V99.
       01  WS-BC-ER-AMT           PIC 9(7)V99.
       01  WS-BC-COUNCIL          PIC X(6).
       01  WS-BC-RULE             PIC X(1).
       01  WS-CR-COUNT            PIC 9(4) VALUE 0.
       01  WS-CR-FOUND            PIC 9(4).
       01  WS-CR-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CR-IDX.
           05  WS-CR-BF            PIC 9(2).
           05  WS-CR-EMP-ID        PIC X(10).
           05  WS-CR-NAME          PIC X(24).
           05  WS-CR-GROSS         PIC 9(7)V99.
           05  WS-CR-EE            PIC 9(7)V99.
           05  WS-CR-ER            PIC 9(7)V99.
       01  WS-CR-HEADS            PIC 9(4).
       01  WS-CR-TOT-GROSS        PIC 9(9)V99.
       01  WS-CR-TOT-EE           PIC 9(9)V99.
       01  WS-CR-TOT-ER           PIC 9(9)V99.
       01  WS-PRINT-WAGE          PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-EE            PIC ZZ,ZZ9.99.
       01  WS-PRINT-ER            PIC ZZ,ZZ9.99.

      *> Vendor deductions: the vendors with rows dealt with in the
      *> period, and each row's billed and recovered amounts for the
      *> vendor's recovery return.
       01  WS-VENDORS-AVAILABLE   PIC X(1) VALUE 'N'.
       01  WS-VV-COUNT            PIC 9(2) VALUE 0.
       01  WS-VV-IDX              PIC 9(2).
       01  WS-VV-FOUND            PIC 9(2).
       01  WS-VV-ENTRY OCCURS 20 TIMES.
           05  WS-VV-CODE          PIC X(6).
           05  WS-VV-NAME          PIC X(24).
       01  WS-VR-COUNT            PIC 9(4) VALUE 0.
       01  WS-VR-IDX              PIC 9(4).
       01  WS-VR-ENTRY OCCURS 2000 TIMES.
           05  WS-VR-VV            PIC 9(2).
           05  WS-VR-EMP-ID        PIC X(10).
           05  WS-VR-REF           PIC X(20).
           05  WS-VR-BILLED        PIC 9(7)V99.
           05  WS-VR-RECOVERED     PIC 9(7)V99.
           05  WS-VR-STATUS        PIC X(1).
       01  WS-VR-STATUS-TEXT      PIC X(11).
       01  WS-VR-TOT-BILLED       PIC 9(9)V99.
       01  WS-VR-TOT-RECOVERED    PIC 9(9)V99.
       01  WS-VR-TOT-SHORT        PIC 9(9)V99.
       01  WS-PRINT-BILLED        PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-RECOVERED     PIC Z,ZZZ,ZZ9.99.

       01  WS-MEDICAL-SETTINGS.
           05  WS-MED-PREM-MAIN   PIC 9(5)V99 VALUE 350.00.
           05  WS-MED-PREM-DEP    PIC 9(5)V99 VALUE 250.00.
       01  WS-BN-HEALTH-INS       PIC X(1).
       01  WS-BN-DEPENDANTS       PIC 9(2).
       01  WS-BENEFITS-AVAILABLE  PIC X(1) VALUE 'N'.
      *> Dated elections: the row in force on the record's period
      *> start, as PAYROLL's 436-LOOKUP-BENEFIT-ELECTION deducted.
       01  WS-BE-AVAILABLE        PIC X(1) VALUE 'N'.
       01  WS-BE-ANY              PIC X(1).
       01  WS-BE-SCAN-DONE        PIC X(1).
       01  WS-BN-AS-AT-GROUP.
           05  WS-BN-AS-AT-YYYY   PIC 9(4).
           05  WS-BN-AS-AT-MM     PIC 9(2).
           05  WS-BN-AS-AT-DD     PIC 9(2).
       01  WS-BN-AS-AT REDEFINES WS-BN-AS-AT-GROUP PIC 9(8).

       01  WS-SCAN-DONE           PIC X(1).
       01  WS-RECORD-COUNT        PIC 9(5) VALUE 0.
           ACCEPT WS-PAY-PERIOD

           PERFORM 200-SWEEP-PAYROLL-HISTORY
           PERFORM 250-SWEEP-VENDOR-DEDUCTIONS

           IF WS-BF-COUNT = 0
               DISPLAY "NO THIRD-PARTY MONIES WITHHELD FOR "
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM 500-WRITE-EFT-BATCH
                   PERFORM 600-WRITE-REMITTANCES
                   PERFORM 650-WRITE-COUNCIL-RETURNS
                   PERFORM 680-WRITE-VENDOR-RETURNS
                   PERFORM 700-REGISTER-BATCH
               ELSE
                   DISPLAY "RUN ABANDONED - NOTHING WRITTEN"
           IF BN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-BENEFITS-AVAILABLE
           END-IF
           MOVE 'N' TO WS-BE-AVAILABLE
           OPEN INPUT BENEFIT-ELECTION-FILE
           IF BE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-BE-AVAILABLE
           END-IF
           MOVE 0 TO WS-CR-COUNT
           MOVE 'N' TO WS-COMPONENTS-AVAILABLE
           OPEN INPUT COMPONENT-FILE
           IF PC-FILE-STATUS = '00'
               MOVE 'Y' TO WS-COMPONENTS-AVAILABLE
           END-IF
           MOVE 'N' TO WS-COUNCILS-AVAILABLE
           OPEN INPUT COUNCIL-FILE
           IF BC-FILE-STATUS = '00'
               OPEN INPUT COUNCIL-COVER-FILE
               IF CV-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-COUNCILS-AVAILABLE
               ELSE
                   CLOSE COUNCIL-FILE
               END-IF
           END-IF
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: UNABLE TO READ PAYROLL HISTORY, "
           CLOSE GARNISHMENT-FILE
           IF WS-BENEFITS-AVAILABLE = 'Y'
               CLOSE BENEFITS-FILE
           END-IF
           IF WS-BE-AVAILABLE = 'Y'
               CLOSE BENEFIT-ELECTION-FILE
           END-IF
           IF WS-COMPONENTS-AVAILABLE = 'Y'
               CLOSE COMPONENT-FILE
           END-IF
           IF WS-COUNCILS-AVAILABLE = 'Y'
               CLOSE COUNCIL-FILE
               CLOSE COUNCIL-COVER-FILE
           END-IF.

       220-TAKE-ONE-RECORD.
           MOVE PR-EMP-ID TO EMP-ID
           MOVE PR-EMP-ID TO WS-BF-EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMPLOYEE-RECORD
               PERFORM 260-ALLOCATE-GARNISH-CASES
           END-IF

      *>   Council levies come off the record's own component rows,
      *>   so whatever run type levied them is remitted.
           IF WS-COMPONENTS-AVAILABLE = 'Y'
               PERFORM 270-TAKE-COUNCIL-LEVY
           END-IF

      *>   Union dues, the medical premium and the pension
      *>   percentage are only withheld by the full run's deduction
      *>   pass - the late-adjustment 'L' and off-cycle 'O' records
      *>   carry none of them, so reconstructing them for those
      *>   records would remit more than was actually withheld. The
      *>   garnishee split above is exempt: it reads the record's
      *>   own recorded PR-GARNISH-DED. US staff have none of them
      *>   withheld either: their 401(k) deferrals, capped at the
      *>   annual limit, go to the recordkeeper in PAYROLL's own
      *>   remittance file.
           IF PR-RUN-TYPE = 'F' AND NOT EMP-COUNTRY-US
               PERFORM 230-TAKE-MASTER-DEDUCTIONS
           END-IF.

               PERFORM 300-ADD-BENEFICIARY-AMOUNT
           END-IF.

      *****************************************************************
      * 240-LOOKUP-BENEFIT-ELECTION - the elections PAYROLL deducted
      * from: the latest BENEFIT-ELECTION-FILE row dated on or before
      * the start of the record's pay period, falling back to
      * BENEFITS-FILE only for an employee with no dated elections.
      *****************************************************************
       240-LOOKUP-BENEFIT-ELECTION.
           MOVE 'N' TO WS-BN-HEALTH-INS
           MOVE 0   TO WS-BN-401K-PCT
           MOVE 0   TO WS-BN-DEPENDANTS
           MOVE 0   TO WS-BN-AS-AT
           UNSTRING PR-PAY-PERIOD(1:10) DELIMITED BY "-"
               INTO WS-BN-AS-AT-YYYY WS-BN-AS-AT-MM WS-BN-AS-AT-DD
           END-UNSTRING
           IF WS-BN-AS-AT NOT NUMERIC OR WS-BN-AS-AT = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BN-AS-AT
           END-IF
           MOVE 'N' TO WS-BE-ANY
           IF WS-BE-AVAILABLE = 'Y'
               MOVE 'N' TO WS-BE-SCAN-DONE
               MOVE PR-EMP-ID TO BE-EMP-ID
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
                           IF BE-EMP-ID NOT = PR-EMP-ID
                               MOVE 'Y' TO WS-BE-SCAN-DONE
                           ELSE
                               MOVE 'Y' TO WS-BE-ANY
                               IF BE-EFF-DATE > WS-BN-AS-AT
                                   MOVE 'Y' TO WS-BE-SCAN-DONE
                               ELSE
                                   MOVE BE-HEALTH-INS
                                       TO WS-BN-HEALTH-INS
                                   MOVE BE-401K-PCT TO WS-BN-401K-PCT
                                   MOVE BE-DEPENDANTS
                                       TO WS-BN-DEPENDANTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-BE-ANY = 'N' AND WS-BENEFITS-AVAILABLE = 'Y'
               MOVE PR-EMP-ID TO BN-EMP-ID
               READ BENEFITS-FILE
                   INVALID KEY
               END-READ
           END-IF.

      *****************************************************************
      * 250-SWEEP-VENDOR-DEDUCTIONS - the VENDIMP rows PAYROLL dealt
      * with in the period: what each recovered is paid to its vendor
      * (ref VENDOR-<code>), and every row - recovered, short or not
      * recovered at all - is kept for the vendor's recovery return.
      *****************************************************************
       250-SWEEP-VENDOR-DEDUCTIONS.
           MOVE 0 TO WS-VV-COUNT
           MOVE 0 TO WS-VR-COUNT
           OPEN INPUT VENDOR-DED-FILE
           IF VX-FILE-STATUS = '00'
               MOVE 'N' TO WS-VENDORS-AVAILABLE
               OPEN INPUT VENDOR-FILE
               IF VN-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-VENDORS-AVAILABLE
               END-IF
               PERFORM UNTIL VX-FILE-STATUS = '10'
                   READ VENDOR-DED-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VX-RECOVERED-PERIOD = WS-PAY-PERIOD
                                   AND (VX-RECOVERED OR VX-SHORT
                                        OR VX-UNRECOVERED)
                               PERFORM 255-TAKE-VENDOR-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-DED-FILE
               IF WS-VENDORS-AVAILABLE = 'Y'
                   CLOSE VENDOR-FILE
               END-IF
           END-IF.

       255-TAKE-VENDOR-ROW.
           PERFORM 257-FIND-VENDOR
           IF WS-VV-FOUND > 0
               IF WS-VR-COUNT < 2000
                   ADD 1 TO WS-VR-COUNT
                   MOVE WS-VV-FOUND TO WS-VR-VV(WS-VR-COUNT)
                   MOVE VX-EMP-ID TO WS-VR-EMP-ID(WS-VR-COUNT)
                   MOVE VX-REF TO WS-VR-REF(WS-VR-COUNT)
                   MOVE VX-AMOUNT TO WS-VR-BILLED(WS-VR-COUNT)
                   MOVE VX-RECOVERED-AMT
                       TO WS-VR-RECOVERED(WS-VR-COUNT)
                   MOVE VX-STATUS TO WS-VR-STATUS(WS-VR-COUNT)
               END-IF
               IF VX-RECOVERED-AMT > 0
                   MOVE 'V' TO WS-BF-WANT-TYPE
                   MOVE SPACES TO WS-BF-WANT-REF
                   STRING "VENDOR-" VX-VENDOR
                          DELIMITED BY SIZE INTO WS-BF-WANT-REF
                   MOVE WS-VV-NAME(WS-VV-FOUND) TO WS-BF-WANT-NAME
                   MOVE VX-RECOVERED-AMT TO WS-BF-THIS-AMT
                   MOVE VX-EMP-ID TO WS-BF-EMP-ID
                   PERFORM 300-ADD-BENEFICIARY-AMOUNT
               END-IF
           END-IF.

      *> The row's vendor in the vendor table, added with its name
      *> off the vendor file on first sight.
       257-FIND-VENDOR.
           MOVE 0 TO WS-VV-FOUND
           PERFORM VARYING WS-VV-IDX FROM 1 BY 1
                   UNTIL WS-VV-IDX > WS-VV-COUNT
               IF WS-VV-CODE(WS-VV-IDX) = VX-VENDOR
                   MOVE WS-VV-IDX TO WS-VV-FOUND
               END-IF
           END-PERFORM
           IF WS-VV-FOUND = 0 AND WS-VV-COUNT < 20
               ADD 1 TO WS-VV-COUNT
               MOVE WS-VV-COUNT TO WS-VV-FOUND
               MOVE VX-VENDOR TO WS-VV-CODE(WS-VV-FOUND)
               MOVE VX-VENDOR TO WS-VV-NAME(WS-VV-FOUND)
               IF WS-VENDORS-AVAILABLE = 'Y'
                   MOVE VX-VENDOR TO VN-CODE
                   READ VENDOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VN-NAME TO WS-VV-NAME(WS-VV-FOUND)
                   END-READ
               END-IF
           END-IF.

      *****************************************************************
      * 260-ALLOCATE-GARNISH-CASES - spread the record's garnishee
      * deduction back over the employee's cases in statutory priority
               PERFORM 300-ADD-BENEFICIARY-AMOUNT
           END-IF.

      *****************************************************************
      * 270-TAKE-COUNCIL-LEVY - total the record's BCLEVY (employee)
      * and BCER (employer) component rows and pay both to the
      * council the employee's coverage resolves to. A levy whose
      * council can no longer be resolved is still listed, under
      * COUNCIL-UNKNWN, so it is fixed rather than dropped.
      *****************************************************************
       270-TAKE-COUNCIL-LEVY.
           MOVE 0 TO WS-BC-EE-AMT
           MOVE 0 TO WS-BC-ER-AMT
           MOVE 'N' TO WS-PC-SCAN-DONE
           MOVE PR-EMP-ID     TO PC-EMP-ID
           MOVE PR-PAY-PERIOD TO PC-PAY-PERIOD
           MOVE PR-RUN-SEQ    TO PC-RUN-SEQ
           MOVE LOW-VALUES    TO PC-COMP-CODE
           MOVE 0             TO PC-COMP-SEQ
           START COMPONENT-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PC-SCAN-DONE
           END-START
           PERFORM UNTIL WS-PC-SCAN-DONE = 'Y'
               READ COMPONENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PC-SCAN-DONE
                   NOT AT END
                       IF PC-EMP-ID NOT = PR-EMP-ID
                               OR PC-PAY-PERIOD NOT = PR-PAY-PERIOD
                               OR PC-RUN-SEQ NOT = PR-RUN-SEQ
                           MOVE 'Y' TO WS-PC-SCAN-DONE
                       ELSE
                           IF PC-COMP-CODE = "BCLEVY"
                               ADD PC-AMOUNT TO WS-BC-EE-AMT
                           END-IF
                           IF PC-COMP-CODE = "BCER"
                               ADD PC-AMOUNT TO WS-BC-ER-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO PC-FILE-STATUS

           IF WS-BC-EE-AMT > 0 OR WS-BC-ER-AMT > 0
               MOVE SPACES TO WS-BC-COUNCIL
               IF WS-COUNCILS-AVAILABLE = 'Y'
                   PERFORM 280-RESOLVE-COUNCIL
               END-IF
               MOVE 'B' TO WS-BF-WANT-TYPE
               MOVE SPACES TO WS-BF-WANT-REF
               IF WS-BC-COUNCIL = SPACES
                   DISPLAY "WARNING: COUNCIL LEVY FOR " PR-EMP-ID
                           " HAS NO COUNCIL ON THE COVERAGE RULES"
                   MOVE "COUNCIL-UNKNWN" TO WS-BF-WANT-REF
                   MOVE "COUNCIL NOT RESOLVED" TO WS-BF-WANT-NAME
               ELSE
                   STRING "COUNCIL-" WS-BC-COUNCIL
                           DELIMITED BY SIZE INTO WS-BF-WANT-REF
                   MOVE BC-NAME TO WS-BF-WANT-NAME
               END-IF
               COMPUTE WS-BF-THIS-AMT = WS-BC-EE-AMT + WS-BC-ER-AMT
               PERFORM 300-ADD-BENEFICIARY-AMOUNT
               IF WS-BF-FOUND-IDX > 0
                   PERFORM 290-ADD-COUNCIL-RETURN-ROW
               END-IF
           END-IF.

      *****************************************************************
      * 280-RESOLVE-COUNCIL - the employee's council off the coverage
      * rules exactly as PAYROLL's 484-RESOLVE-COUNCIL does it: their
      * own row (which may say NONE), then their position type, then
      * their department. Leaves the council record read.
      *****************************************************************
       280-RESOLVE-COUNCIL.
           MOVE SPACES TO WS-BC-COUNCIL
           MOVE SPACE  TO WS-BC-RULE
           MOVE 'E'    TO CV-SCOPE
           MOVE PR-EMP-ID TO CV-SCOPE-VALUE
           READ COUNCIL-COVER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO WS-BC-RULE
                   IF NOT CV-NOT-COVERED
                       MOVE CV-COUNCIL-CODE TO WS-BC-COUNCIL
                   END-IF
           END-READ
           IF WS-BC-RULE = SPACE AND EMP-POSITION-TYPE NOT = SPACES
               MOVE 'P' TO CV-SCOPE
               MOVE EMP-POSITION-TYPE TO CV-SCOPE-VALUE
               READ COUNCIL-COVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'P' TO WS-BC-RULE
                       MOVE CV-COUNCIL-CODE TO WS-BC-COUNCIL
               END-READ
           END-IF
           IF WS-BC-RULE = SPACE AND EMP-DEPT NOT = SPACES
               MOVE 'D' TO CV-SCOPE
               MOVE EMP-DEPT TO CV-SCOPE-VALUE
               READ COUNCIL-COVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'D' TO WS-BC-RULE
                       MOVE CV-COUNCIL-CODE TO WS-BC-COUNCIL
               END-READ
           END-IF
           IF WS-BC-COUNCIL NOT = SPACES
               MOVE WS-BC-COUNCIL TO BC-CODE
               READ COUNCIL-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-BC-COUNCIL
               END-READ
           END-IF.

      *****************************************************************
      * 290-ADD-COUNCIL-RETURN-ROW - the employee's wages and levy
      * shares on the council's return, one row per employee however
      * many records they had in the period.
      *****************************************************************
       290-ADD-COUNCIL-RETURN-ROW.
           MOVE 0 TO WS-CR-FOUND
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > WS-CR-COUNT
               IF WS-CR-BF(WS-CR-IDX) = WS-BF-FOUND-IDX
                       AND WS-CR-EMP-ID(WS-CR-IDX) = PR-EMP-ID
                   SET WS-CR-FOUND TO WS-CR-IDX
               END-IF
           END-PERFORM
           IF WS-CR-FOUND = 0 AND WS-CR-COUNT < 2000
               ADD 1 TO WS-CR-COUNT
               MOVE WS-CR-COUNT TO WS-CR-FOUND
               MOVE WS-BF-FOUND-IDX TO WS-CR-BF(WS-CR-FOUND)
               MOVE PR-EMP-ID TO WS-CR-EMP-ID(WS-CR-FOUND)
               MOVE SPACES TO WS-CR-NAME(WS-CR-FOUND)
               STRING EMP-SURNAME DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       EMP-NAME DELIMITED BY "  "
                       INTO WS-CR-NAME(WS-CR-FOUND)
               MOVE 0 TO WS-CR-GROSS(WS-CR-FOUND)
               MOVE 0 TO WS-CR-EE(WS-CR-FOUND)
               MOVE 0 TO WS-CR-ER(WS-CR-FOUND)
           END-IF
           IF WS-CR-FOUND > 0
               ADD PR-GROSS-PAY TO WS-CR-GROSS(WS-CR-FOUND)
               ADD WS-BC-EE-AMT TO WS-CR-EE(WS-CR-FOUND)
               ADD WS-BC-ER-AMT TO WS-CR-ER(WS-CR-FOUND)
           END-IF.

      *****************************************************************
      * 300-ADD-BENEFICIARY-AMOUNT - roll WS-BF-THIS-AMT into the
      * beneficiary's running total (creating the beneficiary on first
               IF WS-DT-COUNT < 2000
                   ADD 1 TO WS-DT-COUNT
                   MOVE WS-BF-FOUND-IDX TO WS-DT-BF(WS-DT-COUNT)
                   MOVE WS-BF-EMP-ID TO WS-DT-EMP-ID(WS-DT-COUNT)
                   MOVE WS-BF-THIS-AMT TO WS-DT-AMOUNT(WS-DT-COUNT)
               END-IF
           END-IF.
               CLOSE REMIT-FILE
           END-IF.

      *****************************************************************
      * 650-WRITE-COUNCIL-RETURNS - each council paid in the batch
      * gets its monthly return: our levy registration number, every
      * levied employee with their wages for the month and both levy
      * shares, and the totals the payment is made up of.
      *****************************************************************
       650-WRITE-COUNCIL-RETURNS.
           MOVE 'N' TO WS-COUNCILS-AVAILABLE
           OPEN INPUT COUNCIL-FILE
           IF BC-FILE-STATUS = '00'
               MOVE 'Y' TO WS-COUNCILS-AVAILABLE
           END-IF
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-BF-COUNT
               IF WS-BF-TYPE(WS-BF-IDX) = 'B'
                   PERFORM 660-WRITE-ONE-COUNCIL-RETURN
               END-IF
           END-PERFORM
           IF WS-COUNCILS-AVAILABLE = 'Y'
               CLOSE COUNCIL-FILE
           END-IF.

       660-WRITE-ONE-COUNCIL-RETURN.
           MOVE SPACES TO BC-REG-NO
           IF WS-COUNCILS-AVAILABLE = 'Y'
               MOVE WS-BF-REF(WS-BF-IDX)(9:6) TO BC-CODE
               READ COUNCIL-FILE
                   INVALID KEY
                       MOVE SPACES TO BC-REG-NO
               END-READ
           END-IF
           MOVE SPACES TO WS-REMIT-FILENAME
           STRING "../data/council_return_" DELIMITED BY SIZE
                   WS-BF-REF(WS-BF-IDX)(9:7) DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD(1:10) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-REMIT-FILENAME
           OPEN OUTPUT REMIT-FILE
           IF RM-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: UNABLE TO WRITE COUNCIL RETURN FOR "
                       WS-BF-REF(WS-BF-IDX) ", STATUS " RM-FILE-STATUS
           ELSE
               MOVE "===== BARGAINING COUNCIL MONTHLY RETURN ====="
                   TO REMIT-RECORD
               WRITE REMIT-RECORD
               STRING "Council:     " WS-BF-REF(WS-BF-IDX)(9:7) " "
                       WS-BF-NAME(WS-BF-IDX)
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               STRING "Levy reg no: " BC-REG-NO
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               STRING "Pay period:  " WS-PAY-PERIOD
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               STRING "Generated:   " WS-TIMESTAMP
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE SPACES TO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE SPACES TO REMIT-RECORD
               MOVE "EMP ID     NAME" TO REMIT-RECORD(1:15)
               MOVE "WAGES"           TO REMIT-RECORD(44:5)
               MOVE "EE LEVY"         TO REMIT-RECORD(52:7)
               MOVE "ER LEVY"         TO REMIT-RECORD(62:7)
               WRITE REMIT-RECORD
               MOVE 0 TO WS-CR-HEADS
               MOVE 0 TO WS-CR-TOT-GROSS
               MOVE 0 TO WS-CR-TOT-EE
               MOVE 0 TO WS-CR-TOT-ER
               PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                       UNTIL WS-CR-IDX > WS-CR-COUNT
                   IF WS-CR-BF(WS-CR-IDX) = WS-BF-IDX
                       PERFORM 670-WRITE-COUNCIL-RETURN-LINE
                   END-IF
               END-PERFORM
               MOVE "-------------------------------------"
                   TO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE WS-CR-TOT-GROSS TO WS-PRINT-WAGE
               STRING "EMPLOYEES: " WS-CR-HEADS
                       "   TOTAL WAGES:  R " WS-PRINT-WAGE
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE WS-CR-TOT-EE TO WS-PRINT-AMT
               STRING "EMPLOYEE LEVIES:  R " WS-PRINT-AMT
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE WS-CR-TOT-ER TO WS-PRINT-AMT
               STRING "EMPLOYER LEVIES:  R " WS-PRINT-AMT
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE WS-BF-AMOUNT(WS-BF-IDX) TO WS-PRINT-AMT
               STRING "TOTAL PAYABLE:    R " WS-PRINT-AMT
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               CLOSE REMIT-FILE
               DISPLAY "COUNCIL RETURN WRITTEN TO "
                       WS-REMIT-FILENAME(9:50)
           END-IF.

       670-WRITE-COUNCIL-RETURN-LINE.
           ADD 1 TO WS-CR-HEADS
           ADD WS-CR-GROSS(WS-CR-IDX) TO WS-CR-TOT-GROSS
           ADD WS-CR-EE(WS-CR-IDX)    TO WS-CR-TOT-EE
           ADD WS-CR-ER(WS-CR-IDX)    TO WS-CR-TOT-ER
           MOVE WS-CR-GROSS(WS-CR-IDX) TO WS-PRINT-WAGE
           MOVE WS-CR-EE(WS-CR-IDX)    TO WS-PRINT-EE
           MOVE WS-CR-ER(WS-CR-IDX)    TO WS-PRINT-ER
           STRING WS-CR-EMP-ID(WS-CR-IDX) " "
                   WS-CR-NAME(WS-CR-IDX) " "
                   WS-PRINT-WAGE " " WS-PRINT-EE " " WS-PRINT-ER
                   DELIMITED BY SIZE INTO REMIT-RECORD
           WRITE REMIT-RECORD.

      *****************************************************************
      * 680-WRITE-VENDOR-RETURNS - each vendor with rows dealt with in
      * the period gets its recovery return: every row it billed, what
      * payroll recovered against it and what it did not (employee
      * short of pay), so the vendor collects the balance itself.
      *****************************************************************
       680-WRITE-VENDOR-RETURNS.
           PERFORM VARYING WS-VV-IDX FROM 1 BY 1
                   UNTIL WS-VV-IDX > WS-VV-COUNT
               PERFORM 685-WRITE-ONE-VENDOR-RETURN
           END-PERFORM.

       685-WRITE-ONE-VENDOR-RETURN.
           MOVE SPACES TO WS-REMIT-FILENAME
           STRING "../data/vendor_return_" DELIMITED BY SIZE
                   WS-VV-CODE(WS-VV-IDX) DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD(1:10) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-REMIT-FILENAME
           OPEN OUTPUT REMIT-FILE
           IF RM-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: UNABLE TO SPOOL VENDOR RETURN FOR "
                       WS-VV-CODE(WS-VV-IDX) ", STATUS "
                       RM-FILE-STATUS
           ELSE
               MOVE "======== VENDOR RECOVERY RETURN ========"
                   TO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE SPACES TO REMIT-RECORD
               STRING "Vendor:      " WS-VV-CODE(WS-VV-IDX) "  "
                       WS-VV-NAME(WS-VV-IDX)
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE SPACES TO REMIT-RECORD
               STRING "Pay period:  " WS-PAY-PERIOD
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE SPACES TO REMIT-RECORD
               STRING "Generated:   " WS-TIMESTAMP
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE "EMPLOYEE   REFERENCE                  BILLED"
                   & "    RECOVERED  STATUS" TO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE 0 TO WS-VR-TOT-BILLED
               MOVE 0 TO WS-VR-TOT-RECOVERED
               PERFORM VARYING WS-VR-IDX FROM 1 BY 1
                       UNTIL WS-VR-IDX > WS-VR-COUNT
                   IF WS-VR-VV(WS-VR-IDX) = WS-VV-IDX
                       PERFORM 687-WRITE-VENDOR-RETURN-LINE
                   END-IF
               END-PERFORM
               MOVE "-------------------------------------"
                   TO REMIT-RECORD
               WRITE REMIT-RECORD
               COMPUTE WS-VR-TOT-SHORT =
                       WS-VR-TOT-BILLED - WS-VR-TOT-RECOVERED
               MOVE WS-VR-TOT-BILLED TO WS-PRINT-AMT
               MOVE SPACES TO REMIT-RECORD
               STRING "TOTAL BILLED:       R " WS-PRINT-AMT
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE WS-VR-TOT-RECOVERED TO WS-PRINT-AMT
               MOVE SPACES TO REMIT-RECORD
               STRING "RECOVERED AND PAID: R " WS-PRINT-AMT
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               MOVE WS-VR-TOT-SHORT TO WS-PRINT-AMT
               MOVE SPACES TO REMIT-RECORD
               STRING "NOT RECOVERED:      R " WS-PRINT-AMT
                       DELIMITED BY SIZE INTO REMIT-RECORD
               WRITE REMIT-RECORD
               CLOSE REMIT-FILE
           END-IF.

       687-WRITE-VENDOR-RETURN-LINE.
           ADD WS-VR-BILLED(WS-VR-IDX) TO WS-VR-TOT-BILLED
           ADD WS-VR-RECOVERED(WS-VR-IDX) TO WS-VR-TOT-RECOVERED
           EVALUATE WS-VR-STATUS(WS-VR-IDX)
               WHEN 'R'
                   MOVE "RECOVERED" TO WS-VR-STATUS-TEXT
               WHEN 'S'
                   MOVE "SHORT" TO WS-VR-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNRECOVERED" TO WS-VR-STATUS-TEXT
           END-EVALUATE
           MOVE WS-VR-BILLED(WS-VR-IDX) TO WS-PRINT-BILLED
           MOVE WS-VR-RECOVERED(WS-VR-IDX) TO WS-PRINT-RECOVERED
           MOVE SPACES TO REMIT-RECORD
           STRING WS-VR-EMP-ID(WS-VR-IDX) " "
                   WS-VR-REF(WS-VR-IDX) " "
                   WS-PRINT-BILLED " " WS-PRINT-RECOVERED " "
                   WS-VR-STATUS-TEXT
                   DELIMITED BY SIZE INTO REMIT-RECORD
           WRITE REMIT-RECORD.

      *****************************************************************
      * 700-REGISTER-BATCH - the batch earns its interface register
      * entry with count and control total, exactly as the salary EFT
