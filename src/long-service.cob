       IDENTIFICATION DIVISION.
       PROGRAM-ID. LONGSVC.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - long-service milestones and
      *                   normal retirement dates. Continuous service
      *                   runs from EMP-HIRE-DATE back through earlier
      *                   spells on employment_spells.dat for as long
      *                   as each break between spells is within the
      *                   configured bridge (the break itself does not
      *                   count); retirement falls on the birthday the
      *                   employee reaches the configured retirement
      *                   age. The forecast lists the milestones and
      *                   retirements due in the next 12 months, and
      *                   raises each configured long-service award
      *                   reached as a once-off earning on
      *                   earnings.dat, pending HR approval in
      *                   EARNMGMT, recorded on ../data/ls_awards.dat
      *                   so no milestone is raised twice.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT SPELL-FILE
               ASSIGN TO "../data/employment_spells.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.

           SELECT SYSCONFIG-FILE ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.

           SELECT EARNING-FILE
               ASSIGN TO "../data/earnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-KEY
               FILE STATUS IS EA-FILE-STATUS.

           SELECT LS-AWARD-FILE
               ASSIGN TO "../data/ls_awards.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LA-FILE-STATUS.

           SELECT FORECAST-FILE ASSIGN TO WS-FORECAST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  SPELL-FILE.
           COPY emp_spell.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       FD  EARNING-FILE.
           COPY earning.

       FD  LS-AWARD-FILE.
           COPY ls_award.

       FD  FORECAST-FILE.
       01  FORECAST-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  EMP-FILE-STATUS          PIC XX.
       01  SP-FILE-STATUS           PIC XX.
       01  CONFIG-FILE-STATUS       PIC XX.
       01  EA-FILE-STATUS           PIC XX.
       01  LA-FILE-STATUS           PIC XX.
       01  FC-FILE-STATUS           PIC XX.
       01  WS-CHOICE                PIC 9(1).
       01  WS-TIMESTAMP             PIC X(19).
       01  WS-FORECAST-FILENAME     PIC X(60).
       01  WS-EMP-EOF               PIC X(1).
       01  WS-SCAN-DONE             PIC X(1).

      *> Settings off SYSCONFIG-FILE, defaults as CONFIG's.
       01  WS-RETIRE-AGE            PIC 9(2) VALUE 65.
       01  WS-SERVICE-BRIDGE-DAYS   PIC 9(4) VALUE 365.
       01  WS-LS-AWARD-VALUES.
           05  FILLER PIC 9(2) VALUE 5.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(2) VALUE 10.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(2) VALUE 20.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(2) VALUE 25.
           05  FILLER PIC 9(7)V99 VALUE 0.
           05  FILLER PIC 9(2) VALUE 0.
           05  FILLER PIC 9(7)V99 VALUE 0.
       01  WS-LS-AWARDS REDEFINES WS-LS-AWARD-VALUES.
           05  WS-LS-AWARD OCCURS 5 TIMES.
               10  WS-LSA-YEARS     PIC 9(2).
               10  WS-LSA-AMOUNT    PIC 9(7)V99.
       01  WS-LSA-IDX               PIC 9(1).

      *> The forecast window: today to a year out. Awards are raised
      *> for milestones reached in the year up to today, so switching
      *> an award on does not pay out every milestone ever reached.
       01  WS-TODAY                 PIC 9(8).
       01  WS-HORIZON               PIC 9(8).
       01  WS-LOOKBACK              PIC 9(8).

      *> Completed spells off employment_spells.dat, loaded once.
       01  WS-SP-COUNT              PIC 9(4).
       01  WS-SP-IDX                PIC 9(4).
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 2000 TIMES.
               10  WS-SP-EMP        PIC X(10).
               10  WS-SP-HIRE       PIC 9(8).
               10  WS-SP-TERM       PIC 9(8).

      *> Continuous service of the employee in EMPLOYEE-RECORD.
       01  WS-SERVICE-DATE          PIC 9(8).
       01  WS-CHAIN-START           PIC 9(8).
       01  WS-PRIOR-DAYS            PIC 9(6).
       01  WS-BEST-IDX              PIC 9(4).
       01  WS-BEST-TERM             PIC 9(8).
       01  WS-GAP-DAYS              PIC S9(7).
       01  WS-CHAIN-DONE            PIC X(1).
       01  WS-BRIDGED               PIC 9(2).

      *> Date arithmetic: WS-AY-FROM plus WS-AY-YEARS whole years into
      *> WS-AY-RESULT (29 February falls back to the 28th).
       01  WS-AY-FROM               PIC 9(8).
       01  WS-AY-FROM-R REDEFINES WS-AY-FROM.
           05  WS-AY-FROM-YYYY      PIC 9(4).
           05  WS-AY-FROM-MM        PIC 9(2).
           05  WS-AY-FROM-DD        PIC 9(2).
       01  WS-AY-YEARS              PIC 9(3).
       01  WS-AY-RESULT             PIC 9(8).
       01  WS-AY-RESULT-R REDEFINES WS-AY-RESULT.
           05  WS-AY-RES-YYYY       PIC 9(4).
           05  WS-AY-RES-MM         PIC 9(2).
           05  WS-AY-RES-DD         PIC 9(2).
       01  WS-AY-REM-4              PIC 9(3).
       01  WS-AY-REM-100            PIC 9(3).
       01  WS-AY-REM-400            PIC 9(3).
       01  WS-AY-QUOT               PIC 9(4).

       01  WS-MILESTONE-DATE        PIC 9(8).
       01  WS-RETIRE-DATE           PIC 9(8).
       01  WS-BIRTH-DATE            PIC 9(8).
       01  WS-FULL-NAME             PIC X(40).

      *> Awards already raised, off the register.
       01  WS-RG-COUNT              PIC 9(4).
       01  WS-RG-IDX                PIC 9(4).
       01  WS-RG-TABLE.
           05  WS-RG-ENTRY OCCURS 3000 TIMES.
               10  WS-RG-EMP        PIC X(10).
               10  WS-RG-YEARS      PIC 9(2).
               10  WS-RG-DATE       PIC 9(8).
       01  WS-RG-FOUND              PIC X(1).
       01  WS-NEXT-SEQ              PIC 9(2).
       01  WS-SEQ-FULL              PIC X(1).

       01  WS-COUNTS.
           05  WS-CT-MILESTONES     PIC 9(5).
           05  WS-CT-RETIREMENTS    PIC 9(5).
           05  WS-CT-OVERDUE        PIC 9(5).
           05  WS-CT-NO-HIRE        PIC 9(5).
           05  WS-CT-NO-BIRTH       PIC 9(5).
           05  WS-CT-RAISED         PIC 9(5).
           05  WS-CT-LINES          PIC 9(5).

       01  WS-PRINT-AMT             PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-YEARS           PIC Z9.
       01  WS-LINE                  PIC X(132).

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-LONG-SERVICE.
           PERFORM 150-READ-CONFIG
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               DISPLAY " "
               DISPLAY "ByteBank Long Service and Retirement"
               DISPLAY "------------------------------------"
               DISPLAY "1. Milestone and Retirement Forecast"
               DISPLAY "2. Long-Service Award Register"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-FORECAST
                   WHEN 2 PERFORM 400-LIST-AWARDS
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       150-READ-CONFIG.
           OPEN INPUT SYSCONFIG-FILE
           IF CONFIG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-RETIRE-AGE NUMERIC
                               AND SC-RETIRE-AGE > 0
                           MOVE SC-RETIRE-AGE TO WS-RETIRE-AGE
                       END-IF
                       IF SC-SERVICE-BRIDGE-DAYS NUMERIC
                           MOVE SC-SERVICE-BRIDGE-DAYS
                               TO WS-SERVICE-BRIDGE-DAYS
                       END-IF
                       IF SC-LS-AWARDS NUMERIC
                           MOVE SC-LS-AWARDS TO WS-LS-AWARDS
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

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
      * 200-FORECAST - the milestones and normal retirement dates
      * falling in the next 12 months for everyone in service, to
      * ../data/longservice_forecast_<date>.txt, then the awards for
      * milestones already reached raised for approval.
      *****************************************************************
       200-FORECAST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-AY-FROM
           MOVE 1 TO WS-AY-YEARS
           PERFORM 180-ADD-YEARS
           MOVE WS-AY-RESULT TO WS-HORIZON
           COMPUTE WS-LOOKBACK = WS-TODAY - 10000
           INITIALIZE WS-COUNTS
           PERFORM 160-LOAD-SPELLS

           MOVE SPACES TO WS-FORECAST-FILENAME
           STRING "../data/longservice_forecast_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-FORECAST-FILENAME
           OPEN OUTPUT FORECAST-FILE
           IF FC-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open "
                       FUNCTION TRIM(WS-FORECAST-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "LONG SERVICE AND RETIREMENT FORECAST  "
                  WS-TODAY " TO " WS-HORIZON
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 290-PUT-LINE
           MOVE SPACES TO WS-LINE
           STRING "NORMAL RETIREMENT AGE " WS-RETIRE-AGE
                  "   BREAKS UP TO " WS-SERVICE-BRIDGE-DAYS
                  " DAYS KEEP SERVICE CONTINUOUS"
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 290-PUT-LINE

           PERFORM 210-MILESTONE-SECTION
           PERFORM 220-RETIREMENT-SECTION

           MOVE SPACES TO WS-LINE
           PERFORM 290-PUT-LINE
           MOVE SPACES TO WS-LINE
           STRING "MILESTONES " WS-CT-MILESTONES
                  "  RETIREMENTS " WS-CT-RETIREMENTS
                  "  PAST RETIREMENT DATE " WS-CT-OVERDUE
                  "  NO HIRE DATE " WS-CT-NO-HIRE
                  "  NO BIRTH DATE " WS-CT-NO-BIRTH
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 290-PUT-LINE
           CLOSE FORECAST-FILE
           DISPLAY "Forecast written to "
                   FUNCTION TRIM(WS-FORECAST-FILENAME)
                   " (" WS-CT-LINES " lines)"

           PERFORM 300-RAISE-DUE-AWARDS.

      *>   Milestones: each configured award milestone, counted from
      *>   the continuous service date, that falls in the window.
       210-MILESTONE-SECTION.
           MOVE SPACES TO WS-LINE
           PERFORM 290-PUT-LINE
           MOVE "LONG-SERVICE MILESTONES IN THE NEXT 12 MONTHS"
               TO WS-LINE
           PERFORM 290-PUT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "EMP-ID" TO WS-LINE(1:6)
           MOVE "NAME" TO WS-LINE(12:4)
           MOVE "DEPARTMENT" TO WS-LINE(53:10)
           MOVE "SERVICE FROM" TO WS-LINE(71:12)
           MOVE "YEARS" TO WS-LINE(85:5)
           MOVE "REACHED" TO WS-LINE(92:7)
           MOVE "AWARD" TO WS-LINE(106:5)
           PERFORM 290-PUT-LINE
           MOVE 'N' TO WS-EMP-EOF
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open employee file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EMP-EOF = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF
                   NOT AT END
                       IF NOT EMP-TERMINATED AND NOT EMP-PENDING
                           PERFORM 215-EMPLOYEE-MILESTONES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       215-EMPLOYEE-MILESTONES.
           PERFORM 170-CONTINUOUS-SERVICE
           IF WS-SERVICE-DATE = 0
               ADD 1 TO WS-CT-NO-HIRE
               MOVE SPACES TO WS-LINE
               STRING EMP-ID " " FUNCTION TRIM(EMP-NAME) " "
                      FUNCTION TRIM(EMP-SURNAME)
                      " - NO HIRE DATE, SERVICE NOT KNOWN"
                   DELIMITED BY SIZE INTO WS-LINE
               PERFORM 290-PUT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LSA-IDX FROM 1 BY 1 UNTIL WS-LSA-IDX > 5
               IF WS-LSA-YEARS(WS-LSA-IDX) > 0
                   MOVE WS-SERVICE-DATE TO WS-AY-FROM
                   MOVE WS-LSA-YEARS(WS-LSA-IDX) TO WS-AY-YEARS
                   PERFORM 180-ADD-YEARS
                   IF WS-AY-RESULT NOT < WS-TODAY
                           AND WS-AY-RESULT NOT > WS-HORIZON
                       MOVE WS-AY-RESULT TO WS-MILESTONE-DATE
                       PERFORM 217-PRINT-MILESTONE
                   END-IF
               END-IF
           END-PERFORM.

       217-PRINT-MILESTONE.
           ADD 1 TO WS-CT-MILESTONES
           PERFORM 285-BUILD-NAME
           MOVE WS-LSA-YEARS(WS-LSA-IDX) TO WS-PRINT-YEARS
           MOVE SPACES TO WS-LINE
           MOVE EMP-ID TO WS-LINE(1:10)
           MOVE WS-FULL-NAME TO WS-LINE(12:40)
           MOVE EMP-DEPT TO WS-LINE(53:20)
           MOVE WS-SERVICE-DATE TO WS-LINE(71:8)
           MOVE WS-PRINT-YEARS TO WS-LINE(86:2)
           MOVE WS-MILESTONE-DATE TO WS-LINE(92:8)
           IF WS-LSA-AMOUNT(WS-LSA-IDX) > 0
               MOVE WS-LSA-AMOUNT(WS-LSA-IDX) TO WS-PRINT-AMT
               MOVE WS-PRINT-AMT TO WS-LINE(106:12)
           ELSE
               MOVE "NO AWARD" TO WS-LINE(106:8)
           END-IF
           PERFORM 290-PUT-LINE.

      *>   Retirements: the birthday the employee reaches the normal
      *>   retirement age, if it falls by the end of the window. Staff
      *>   still in service past it are listed as overdue.
       220-RETIREMENT-SECTION.
           MOVE SPACES TO WS-LINE
           PERFORM 290-PUT-LINE
           MOVE "NORMAL RETIREMENT DATES IN THE NEXT 12 MONTHS"
               TO WS-LINE
           PERFORM 290-PUT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "EMP-ID" TO WS-LINE(1:6)
           MOVE "NAME" TO WS-LINE(12:4)
           MOVE "DEPARTMENT" TO WS-LINE(53:10)
           MOVE "BORN" TO WS-LINE(71:4)
           MOVE "RETIRES" TO WS-LINE(85:7)
           PERFORM 290-PUT-LINE
           MOVE 'N' TO WS-EMP-EOF
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EMP-EOF = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF
                   NOT AT END
                       IF NOT EMP-TERMINATED AND NOT EMP-PENDING
                           PERFORM 225-EMPLOYEE-RETIREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       225-EMPLOYEE-RETIREMENT.
           PERFORM 285-BUILD-NAME
           IF EMP-BIRTH NOT NUMERIC OR EMP-BIRTH-YEAR = 0
                   OR EMP-BIRTH-MONTH = 0 OR EMP-BIRTH-MONTH > 12
                   OR EMP-BIRTH-DATE = 0
               ADD 1 TO WS-CT-NO-BIRTH
               MOVE SPACES TO WS-LINE
               MOVE EMP-ID TO WS-LINE(1:10)
               MOVE WS-FULL-NAME TO WS-LINE(12:40)
               MOVE "NO BIRTH DATE - RETIREMENT NOT KNOWN"
                   TO WS-LINE(53:36)
               PERFORM 290-PUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-BIRTH TO WS-BIRTH-DATE
           MOVE WS-BIRTH-DATE TO WS-AY-FROM
           MOVE WS-RETIRE-AGE TO WS-AY-YEARS
           PERFORM 180-ADD-YEARS
           MOVE WS-AY-RESULT TO WS-RETIRE-DATE
           IF WS-RETIRE-DATE > WS-HORIZON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE
           MOVE EMP-ID TO WS-LINE(1:10)
           MOVE WS-FULL-NAME TO WS-LINE(12:40)
           MOVE EMP-DEPT TO WS-LINE(53:20)
           MOVE WS-BIRTH-DATE TO WS-LINE(71:8)
           MOVE WS-RETIRE-DATE TO WS-LINE(85:8)
           IF WS-RETIRE-DATE < WS-TODAY
               ADD 1 TO WS-CT-OVERDUE
               MOVE "** PAST RETIREMENT DATE" TO WS-LINE(95:23)
           ELSE
               ADD 1 TO WS-CT-RETIREMENTS
           END-IF
           PERFORM 290-PUT-LINE.

      *****************************************************************
      * 160-LOAD-SPELLS - the completed employment spells, all
      * employees, off employment_spells.dat.
      *****************************************************************
       160-LOAD-SPELLS.
           MOVE 0 TO WS-SP-COUNT
           OPEN INPUT SPELL-FILE
           IF SP-FILE-STATUS = '00'
               PERFORM UNTIL SP-FILE-STATUS NOT = '00'
                   READ SPELL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SP-COUNT < 2000
                               ADD 1 TO WS-SP-COUNT
                               MOVE SP-EMP-ID TO WS-SP-EMP(WS-SP-COUNT)
                               MOVE SP-HIRE-DATE
                                   TO WS-SP-HIRE(WS-SP-COUNT)
                               MOVE SP-TERM-DATE
                                   TO WS-SP-TERM(WS-SP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPELL-FILE
           END-IF.

      *****************************************************************
      * 170-CONTINUOUS-SERVICE - the date the employee's continuous
      * service counts from. Starting at the current EMP-HIRE-DATE,
      * each earlier spell that ended within WS-SERVICE-BRIDGE-DAYS of
      * the next one starting is taken in: its days count, the break
      * does not, so the service date is the current hire date less
      * the days served in the bridged spells. The first break longer
      * than the bridge (any break at all when the bridge is 0) ends
      * the chain. No hire date gives a service date of 0.
      *****************************************************************
       170-CONTINUOUS-SERVICE.
           MOVE 0 TO WS-SERVICE-DATE
           MOVE 0 TO WS-PRIOR-DAYS
           MOVE 0 TO WS-BRIDGED
           IF EMP-HIRE-DATE NOT NUMERIC OR EMP-HIRE-DATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-HIRE-DATE TO WS-CHAIN-START
           MOVE 'N' TO WS-CHAIN-DONE
           PERFORM UNTIL WS-CHAIN-DONE = 'Y'
               PERFORM 175-PREVIOUS-SPELL
           END-PERFORM
           COMPUTE WS-SERVICE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
                   - WS-PRIOR-DAYS).

      *>   The latest spell that ended before WS-CHAIN-START; bridged
      *>   into the chain if the break after it is short enough.
       175-PREVIOUS-SPELL.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-TERM
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-EMP(WS-SP-IDX) = EMP-ID
                       AND WS-SP-HIRE(WS-SP-IDX) > 0
                       AND WS-SP-TERM(WS-SP-IDX) < WS-CHAIN-START
                       AND WS-SP-TERM(WS-SP-IDX) > WS-BEST-TERM
                   MOVE WS-SP-IDX TO WS-BEST-IDX
                   MOVE WS-SP-TERM(WS-SP-IDX) TO WS-BEST-TERM
               END-IF
           END-PERFORM
           IF WS-BEST-IDX = 0 OR WS-BRIDGED > 20
               MOVE 'Y' TO WS-CHAIN-DONE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GAP-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CHAIN-START)
             - FUNCTION INTEGER-OF-DATE(WS-BEST-TERM) - 1
           IF WS-GAP-DAYS > WS-SERVICE-BRIDGE-DAYS
               MOVE 'Y' TO WS-CHAIN-DONE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRIOR-DAYS = WS-PRIOR-DAYS
               + FUNCTION INTEGER-OF-DATE(WS-BEST-TERM)
               - FUNCTION INTEGER-OF-DATE(WS-SP-HIRE(WS-BEST-IDX)) + 1
           MOVE WS-SP-HIRE(WS-BEST-IDX) TO WS-CHAIN-START
           ADD 1 TO WS-BRIDGED.

      *****************************************************************
      * 180-ADD-YEARS - WS-AY-FROM plus WS-AY-YEARS years. An
      * anniversary of 29 February falls on the 28th in a common year.
      *****************************************************************
       180-ADD-YEARS.
           MOVE WS-AY-FROM TO WS-AY-RESULT
           COMPUTE WS-AY-RES-YYYY = WS-AY-FROM-YYYY + WS-AY-YEARS
           IF WS-AY-RES-MM = 2 AND WS-AY-RES-DD = 29
               DIVIDE WS-AY-RES-YYYY BY 4 GIVING WS-AY-QUOT
                   REMAINDER WS-AY-REM-4
               DIVIDE WS-AY-RES-YYYY BY 100 GIVING WS-AY-QUOT
                   REMAINDER WS-AY-REM-100
               DIVIDE WS-AY-RES-YYYY BY 400 GIVING WS-AY-QUOT
                   REMAINDER WS-AY-REM-400
               IF WS-AY-REM-4 NOT = 0
                   OR (WS-AY-REM-100 = 0 AND WS-AY-REM-400 NOT = 0)
                   MOVE 28 TO WS-AY-RES-DD
               END-IF
           END-IF.

       285-BUILD-NAME.
           MOVE SPACES TO WS-FULL-NAME
           STRING FUNCTION TRIM(EMP-NAME) " "
                  FUNCTION TRIM(EMP-SURNAME)
               DELIMITED BY SIZE INTO WS-FULL-NAME.

       290-PUT-LINE.
           MOVE WS-LINE TO FORECAST-LINE
           WRITE FORECAST-LINE
           ADD 1 TO WS-CT-LINES.

      *****************************************************************
      * 300-RAISE-DUE-AWARDS - every configured award (milestone with
      * an amount) reached in the year up to today and not yet on the
      * register is raised as a once-off, fully taxable LSAW earning
      * on earnings.dat, status pending: PAYROLL will not pay it until
      * HR approves it in EARNMGMT. Each award raised is recorded on
      * ../data/ls_awards.dat.
      *****************************************************************
       300-RAISE-DUE-AWARDS.
           PERFORM 310-LOAD-REGISTER
           PERFORM 190-SET-TIMESTAMP
           MOVE 0 TO WS-CT-RAISED
           OPEN I-O EARNING-FILE
           IF EA-FILE-STATUS = '35'
               OPEN OUTPUT EARNING-FILE
               CLOSE EARNING-FILE
               OPEN I-O EARNING-FILE
           END-IF
           IF EA-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open earnings file - no "
                       "awards raised"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LS-AWARD-FILE
           IF LA-FILE-STATUS = '35'
               OPEN OUTPUT LS-AWARD-FILE
           END-IF
           IF LA-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open award register - no "
                       "awards raised"
               CLOSE EARNING-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EMP-EOF
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS = '00'
               PERFORM UNTIL WS-EMP-EOF = 'Y'
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EMP-EOF
                       NOT AT END
                           IF NOT EMP-TERMINATED AND NOT EMP-PENDING
                               PERFORM 320-EMPLOYEE-AWARDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE LS-AWARD-FILE
           CLOSE EARNING-FILE
           IF WS-CT-RAISED = 0
               DISPLAY "No long-service awards due."
           ELSE
               DISPLAY WS-CT-RAISED " long-service award(s) raised - "
                       "approve them in Earnings and Allowances."
           END-IF.

       310-LOAD-REGISTER.
           MOVE 0 TO WS-RG-COUNT
           OPEN INPUT LS-AWARD-FILE
           IF LA-FILE-STATUS = '00'
               PERFORM UNTIL LA-FILE-STATUS NOT = '00'
                   READ LS-AWARD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-RG-COUNT < 3000
                               ADD 1 TO WS-RG-COUNT
                               MOVE LA-EMP-ID TO WS-RG-EMP(WS-RG-COUNT)
                               MOVE LA-YEARS
                                   TO WS-RG-YEARS(WS-RG-COUNT)
                               MOVE LA-MILESTONE-DATE
                                   TO WS-RG-DATE(WS-RG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LS-AWARD-FILE
           END-IF.

       320-EMPLOYEE-AWARDS.
           PERFORM 170-CONTINUOUS-SERVICE
           IF WS-SERVICE-DATE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LSA-IDX FROM 1 BY 1 UNTIL WS-LSA-IDX > 5
               IF WS-LSA-YEARS(WS-LSA-IDX) > 0
                       AND WS-LSA-AMOUNT(WS-LSA-IDX) > 0
                   MOVE WS-SERVICE-DATE TO WS-AY-FROM
                   MOVE WS-LSA-YEARS(WS-LSA-IDX) TO WS-AY-YEARS
                   PERFORM 180-ADD-YEARS
                   IF WS-AY-RESULT NOT > WS-TODAY
                           AND WS-AY-RESULT > WS-LOOKBACK
                       MOVE WS-AY-RESULT TO WS-MILESTONE-DATE
                       PERFORM 330-RAISE-AWARD
                   END-IF
               END-IF
           END-PERFORM.

      *>   A milestone already on the register (same employee, years
      *>   and date reached) is not raised again.
       330-RAISE-AWARD.
           MOVE 'N' TO WS-RG-FOUND
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-COUNT
               IF WS-RG-EMP(WS-RG-IDX) = EMP-ID
                       AND WS-RG-YEARS(WS-RG-IDX)
                           = WS-LSA-YEARS(WS-LSA-IDX)
                       AND WS-RG-DATE(WS-RG-IDX) = WS-MILESTONE-DATE
                   MOVE 'Y' TO WS-RG-FOUND
               END-IF
           END-PERFORM
           IF WS-RG-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM 340-FIND-NEXT-SEQ
           IF WS-SEQ-FULL = 'Y'
               DISPLAY "ERROR: No free earning sequence for "
                       EMP-ID " - award not raised"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LSA-YEARS(WS-LSA-IDX) TO WS-PRINT-YEARS
           MOVE EMP-ID         TO EA-EMP-ID
           MOVE WS-NEXT-SEQ    TO EA-SEQ
           MOVE "LSAW"         TO EA-CODE
           MOVE SPACES         TO EA-DESC
           STRING "LONG SERVICE " FUNCTION TRIM(WS-PRINT-YEARS)
                  " YRS" DELIMITED BY SIZE INTO EA-DESC
           MOVE WS-LSA-AMOUNT(WS-LSA-IDX) TO EA-AMOUNT
           MOVE 100            TO EA-TAXABLE-PCT
           MOVE 'O'            TO EA-RECURRING
           MOVE 'P'            TO EA-STATUS
           WRITE EARNING-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to write award earning for "
                           EMP-ID ", status " EA-FILE-STATUS
                   EXIT PARAGRAPH
           END-WRITE
           MOVE EMP-ID                    TO LA-EMP-ID
           MOVE WS-LSA-YEARS(WS-LSA-IDX)  TO LA-YEARS
           MOVE WS-MILESTONE-DATE         TO LA-MILESTONE-DATE
           MOVE WS-SERVICE-DATE           TO LA-SERVICE-DATE
           MOVE WS-LSA-AMOUNT(WS-LSA-IDX) TO LA-AMOUNT
           MOVE WS-NEXT-SEQ               TO LA-EA-SEQ
           MOVE WS-TIMESTAMP              TO LA-RAISED-TS
           MOVE LS-EMP-ID                 TO LA-RAISED-BY
           WRITE LS-AWARD-RECORD
           IF WS-RG-COUNT < 3000
               ADD 1 TO WS-RG-COUNT
               MOVE EMP-ID TO WS-RG-EMP(WS-RG-COUNT)
               MOVE WS-LSA-YEARS(WS-LSA-IDX) TO WS-RG-YEARS(WS-RG-COUNT)
               MOVE WS-MILESTONE-DATE TO WS-RG-DATE(WS-RG-COUNT)
           END-IF
           ADD 1 TO WS-CT-RAISED
           MOVE WS-LSA-AMOUNT(WS-LSA-IDX) TO WS-PRINT-AMT
           DISPLAY "Raised: " EMP-ID " " EA-DESC " R" WS-PRINT-AMT
                   " (earning " WS-NEXT-SEQ ", pending approval)".

      *>   Next free sequence on the employee's earning lines, as
      *>   EARNMGMT numbers them.
       340-FIND-NEXT-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SCAN-DONE
           MOVE EMP-ID TO EA-EMP-ID
           MOVE 0 TO EA-SEQ
           START EARNING-FILE KEY IS NOT LESS THAN EA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ EARNING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF EA-EMP-ID NOT = EMP-ID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           IF EA-SEQ > WS-NEXT-SEQ
                               MOVE EA-SEQ TO WS-NEXT-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NEXT-SEQ = 99
               MOVE 'Y' TO WS-SEQ-FULL
           ELSE
               MOVE 'N' TO WS-SEQ-FULL
               ADD 1 TO WS-NEXT-SEQ
           END-IF
           MOVE '00' TO EA-FILE-STATUS.

      *****************************************************************
      * 400-LIST-AWARDS - the award register, each award with where
      * its earning line stands now.
      *****************************************************************
       400-LIST-AWARDS.
           MOVE 0 TO WS-RG-COUNT
           OPEN INPUT LS-AWARD-FILE
           IF LA-FILE-STATUS NOT = '00'
               DISPLAY "No long-service awards raised yet."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EARNING-FILE
           DISPLAY " "
           DISPLAY "EMP-ID     YRS REACHED  SERVICE FROM       AMOUNT"
                   " EARN RAISED              STATUS"
           PERFORM UNTIL LA-FILE-STATUS NOT = '00'
               READ LS-AWARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 410-SHOW-AWARD
               END-READ
           END-PERFORM
           CLOSE LS-AWARD-FILE
           CLOSE EARNING-FILE
           DISPLAY WS-RG-COUNT " award(s) on the register.".

       410-SHOW-AWARD.
           ADD 1 TO WS-RG-COUNT
           MOVE LA-AMOUNT TO WS-PRINT-AMT
           MOVE LA-EMP-ID TO EA-EMP-ID
           MOVE LA-EA-SEQ TO EA-SEQ
           MOVE SPACES TO WS-LINE
           READ EARNING-FILE
               INVALID KEY
                   MOVE "EARNING LINE NOT ON FILE" TO WS-LINE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EA-PENDING
                           MOVE "PENDING APPROVAL" TO WS-LINE
                       WHEN EA-ACTIVE
                           MOVE "APPROVED, AWAITING PAYROLL"
                               TO WS-LINE
                       WHEN OTHER
                           MOVE "PAID OR REJECTED" TO WS-LINE
                   END-EVALUATE
           END-READ
           DISPLAY LA-EMP-ID " " LA-YEARS "  " LA-MILESTONE-DATE " "
                   LA-SERVICE-DATE " " WS-PRINT-AMT " " LA-EA-SEQ
                   "   " LA-RAISED-TS " " FUNCTION TRIM(WS-LINE).
       END PROGRAM LONGSVC.
