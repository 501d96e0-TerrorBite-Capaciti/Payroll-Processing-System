       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINWAGE.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program. The minimum wage that applies
      *                   to one employee on one date, shared by
      *                   EMPLOYEE-MGMT's salary capture, PAYROLL's
      *                   net pay and piecework floors and REPORTS'
      *                   below-minimum list, the way IDVALIDATE is
      *                   shared for identifiers:
      *                   - the sector is the employee's own
      *                     assignment, else their position type's,
      *                     else their department's, else NATL;
      *                   - the rate is that sector's approved row
      *                     with the latest effective date on or
      *                     before the date asked about (a sector with
      *                     no rate in force falls back to NATL);
      *                   - with no NATL rate either, the single
      *                     SC-MIN-WAGE figure applies (monthly only).
      *                   Both tables are read once per run unit;
      *                   MWP-RELOAD 'Y' re-reads them after CONFIG
      *                   has changed them.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIN-WAGE-FILE
               ASSIGN TO "../data/min_wages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MW-FILE-STATUS.

           SELECT MW-SECTOR-FILE
               ASSIGN TO "../data/min_wage_sectors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-FILE-STATUS.

           SELECT SYSCONFIG-FILE
               ASSIGN TO "../data/sysconfig.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MIN-WAGE-FILE.
           COPY min_wage.

       FD  MW-SECTOR-FILE.
           COPY mw_sector.

       FD  SYSCONFIG-FILE.
           COPY sysconfig.

       WORKING-STORAGE SECTION.
       01  MW-FILE-STATUS          PIC XX.
       01  MS-FILE-STATUS          PIC XX.
       01  SC-FILE-STATUS          PIC XX.
       01  WS-MW-LOADED            PIC X(1) VALUE 'N'.
       01  WS-NATIONAL-MIN         PIC 9(5)V99 VALUE 3500.00.

       01  WS-RATE-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-RATE-ENTRY OCCURS 300 TIMES INDEXED BY WS-RATE-IDX.
           05  WS-RT-SECTOR        PIC X(4).
           05  WS-RT-EFF-DATE      PIC 9(8).
           05  WS-RT-MONTHLY       PIC 9(5)V99.
           05  WS-RT-HOURLY        PIC 9(3)V99.
       01  WS-MAP-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-MAP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-MAP-IDX.
           05  WS-MP-TYPE          PIC X(1).
           05  WS-MP-KEY           PIC X(20).
           05  WS-MP-SECTOR        PIC X(4).

       01  WS-BY-EMPLOYEE          PIC X(4).
       01  WS-BY-POSITION          PIC X(4).
       01  WS-BY-DEPARTMENT        PIC X(4).
       01  WS-FIND-SECTOR          PIC X(4).
       01  WS-BEST-DATE            PIC 9(8).
       01  WS-BEST-IDX             PIC 9(3) COMP.

       LINKAGE SECTION.
       01  LS-MIN-WAGE-PARAMS.
           05  MWP-EMP-ID          PIC X(10).
           05  MWP-DEPT            PIC X(20).
           05  MWP-POSITION-TYPE   PIC X(20).
           05  MWP-AS-AT           PIC 9(8).
           05  MWP-RELOAD          PIC X(1).
           05  MWP-SECTOR          PIC X(4).
      *>      the sector applied - blank when SC-MIN-WAGE applied
           05  MWP-MONTHLY         PIC 9(5)V99.
           05  MWP-HOURLY          PIC 9(3)V99.
      *>      0 = no hourly minimum to check against
           05  MWP-SOURCE          PIC X(1).
               88  MWP-FROM-SECTOR          VALUE 'S'.
               88  MWP-FROM-NATL            VALUE 'N'.
               88  MWP-FROM-SYSCONFIG       VALUE 'C'.

       PROCEDURE DIVISION USING LS-MIN-WAGE-PARAMS.
       100-MAIN-MIN-WAGE.
           IF WS-MW-LOADED NOT = 'Y' OR MWP-RELOAD = 'Y'
               PERFORM 200-LOAD-TABLES
               MOVE 'N' TO MWP-RELOAD
           END-IF

           PERFORM 300-ASSIGN-SECTOR
           MOVE WS-FIND-SECTOR TO MWP-SECTOR
           PERFORM 400-FIND-RATE
           IF WS-BEST-IDX > 0
               IF WS-FIND-SECTOR = "NATL"
                   SET MWP-FROM-NATL TO TRUE
               ELSE
                   SET MWP-FROM-SECTOR TO TRUE
               END-IF
           ELSE
               IF WS-FIND-SECTOR NOT = "NATL"
                   MOVE "NATL" TO WS-FIND-SECTOR
                   PERFORM 400-FIND-RATE
               END-IF
               IF WS-BEST-IDX > 0
                   SET MWP-FROM-NATL TO TRUE
                   MOVE "NATL" TO MWP-SECTOR
               END-IF
           END-IF

           IF WS-BEST-IDX > 0
               MOVE WS-RT-MONTHLY(WS-BEST-IDX) TO MWP-MONTHLY
               MOVE WS-RT-HOURLY(WS-BEST-IDX)  TO MWP-HOURLY
           ELSE
               SET MWP-FROM-SYSCONFIG TO TRUE
               MOVE SPACES TO MWP-SECTOR
               MOVE WS-NATIONAL-MIN TO MWP-MONTHLY
               MOVE 0 TO MWP-HOURLY
           END-IF
           GOBACK.

      *****************************************************************
      * 200-LOAD-TABLES - the approved rate rows, the sector
      * assignments and the SC-MIN-WAGE fallback, into memory.
      *****************************************************************
       200-LOAD-TABLES.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT MIN-WAGE-FILE
           IF MW-FILE-STATUS = '00'
               PERFORM UNTIL MW-FILE-STATUS = '10'
                   READ MIN-WAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MW-IS-APPROVED AND WS-RATE-COUNT < 300
                               ADD 1 TO WS-RATE-COUNT
                               MOVE MW-SECTOR
                                   TO WS-RT-SECTOR(WS-RATE-COUNT)
                               MOVE MW-EFF-DATE
                                   TO WS-RT-EFF-DATE(WS-RATE-COUNT)
                               MOVE MW-MONTHLY
                                   TO WS-RT-MONTHLY(WS-RATE-COUNT)
                               MOVE MW-HOURLY
                                   TO WS-RT-HOURLY(WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MIN-WAGE-FILE
           END-IF

           MOVE 0 TO WS-MAP-COUNT
           OPEN INPUT MW-SECTOR-FILE
           IF MS-FILE-STATUS = '00'
               PERFORM UNTIL MS-FILE-STATUS = '10'
                   READ MW-SECTOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-MAP-COUNT < 2000
                               ADD 1 TO WS-MAP-COUNT
                               MOVE MS-TYPE
                                   TO WS-MP-TYPE(WS-MAP-COUNT)
                               MOVE MS-KEY
                                   TO WS-MP-KEY(WS-MAP-COUNT)
                               MOVE MS-SECTOR
                                   TO WS-MP-SECTOR(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MW-SECTOR-FILE
           END-IF

           OPEN INPUT SYSCONFIG-FILE
           IF SC-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-MIN-WAGE NUMERIC
                           MOVE SC-MIN-WAGE TO WS-NATIONAL-MIN
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF
           MOVE 'Y' TO WS-MW-LOADED.

      *****************************************************************
      * 300-ASSIGN-SECTOR - employee row, then position type, then
      * department; NATL when none matches.
      *****************************************************************
       300-ASSIGN-SECTOR.
           MOVE SPACES TO WS-BY-EMPLOYEE
           MOVE SPACES TO WS-BY-POSITION
           MOVE SPACES TO WS-BY-DEPARTMENT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               EVALUATE WS-MP-TYPE(WS-MAP-IDX)
                   WHEN 'E'
                       IF MWP-EMP-ID NOT = SPACES
                               AND WS-MP-KEY(WS-MAP-IDX) = MWP-EMP-ID
                           MOVE WS-MP-SECTOR(WS-MAP-IDX)
                               TO WS-BY-EMPLOYEE
                       END-IF
                   WHEN 'P'
                       IF MWP-POSITION-TYPE NOT = SPACES
                               AND WS-MP-KEY(WS-MAP-IDX)
                                   = MWP-POSITION-TYPE
                           MOVE WS-MP-SECTOR(WS-MAP-IDX)
                               TO WS-BY-POSITION
                       END-IF
                   WHEN 'D'
                       IF MWP-DEPT NOT = SPACES
                               AND WS-MP-KEY(WS-MAP-IDX) = MWP-DEPT
                           MOVE WS-MP-SECTOR(WS-MAP-IDX)
                               TO WS-BY-DEPARTMENT
                       END-IF
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-BY-EMPLOYEE NOT = SPACES
                   MOVE WS-BY-EMPLOYEE TO WS-FIND-SECTOR
               WHEN WS-BY-POSITION NOT = SPACES
                   MOVE WS-BY-POSITION TO WS-FIND-SECTOR
               WHEN WS-BY-DEPARTMENT NOT = SPACES
                   MOVE WS-BY-DEPARTMENT TO WS-FIND-SECTOR
               WHEN OTHER
                   MOVE "NATL" TO WS-FIND-SECTOR
           END-EVALUATE.

      *****************************************************************
      * 400-FIND-RATE - WS-FIND-SECTOR's approved rate in force on
      * MWP-AS-AT; WS-BEST-IDX 0 = none.
      *****************************************************************
       400-FIND-RATE.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-DATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-SECTOR(WS-RATE-IDX) = WS-FIND-SECTOR
                       AND WS-RT-EFF-DATE(WS-RATE-IDX) NOT > MWP-AS-AT
                       AND WS-RT-EFF-DATE(WS-RATE-IDX)
                           NOT < WS-BEST-DATE
                   MOVE WS-RT-EFF-DATE(WS-RATE-IDX) TO WS-BEST-DATE
                   SET WS-BEST-IDX TO WS-RATE-IDX
               END-IF
           END-PERFORM.
