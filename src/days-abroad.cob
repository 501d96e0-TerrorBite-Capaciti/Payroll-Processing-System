       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYSABROAD.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program. One employee's full days abroad
      *                   off the days abroad register, shared by
      *                   PAYROLL's foreign service exemption,
      *                   EMPLOYEE-MGMT's register screen and REPORTS'
      *                   threshold monitor the way MINWAGE is shared
      *                   for the minimum wage:
      *                   - full days abroad in the 12 months ending
      *                     on the date asked about, and the longest
      *                     continuous stretch inside those 12 months;
      *                   - whether that passes the section
      *                     10(1)(o)(ii) test (more than 183 days,
      *                     more than 60 of them continuous);
      *                   - full days abroad inside a pay period.
      *                   The days of departure and return are not
      *                   full days abroad; a stretch with no return
      *                   date runs to the date asked about. The
      *                   register is read once per run unit;
      *                   DAP-RELOAD 'Y' re-reads it after a change.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAYS-ABROAD-FILE
               ASSIGN TO "../data/days_abroad.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-KEY
               FILE STATUS IS FA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAYS-ABROAD-FILE.
           COPY days_abroad.

       WORKING-STORAGE SECTION.
       01  FA-FILE-STATUS          PIC XX.
       01  WS-FA-LOADED            PIC X(1) VALUE 'N'.

       01  WS-TRIP-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-TRIP-ENTRY OCCURS 3000 TIMES INDEXED BY WS-TRIP-IDX.
           05  WS-TR-EMP-ID        PIC X(10).
           05  WS-TR-DEPART        PIC 9(8).
           05  WS-TR-RETURN        PIC 9(8).
           05  WS-TR-COUNTRY       PIC X(20).

       01  WS-AS-AT-INT            PIC 9(7).
       01  WS-WINDOW-FROM-INT      PIC 9(7).
       01  WS-PERIOD-FROM-INT      PIC 9(7).
       01  WS-PERIOD-TO-INT        PIC 9(7).
       01  WS-FIRST-FULL-INT       PIC 9(7).
       01  WS-LAST-FULL-INT        PIC 9(7).
       01  WS-CLIP-FROM-INT        PIC 9(7).
       01  WS-CLIP-TO-INT          PIC 9(7).
       01  WS-STRETCH-DAYS         PIC 9(5).

       LINKAGE SECTION.
       01  LS-DAYS-ABROAD-PARAMS.
           05  DAP-EMP-ID          PIC X(10).
           05  DAP-AS-AT           PIC 9(8).
           05  DAP-PERIOD-FROM     PIC 9(8).
           05  DAP-PERIOD-TO       PIC 9(8).
      *>      0/0 = no pay period to count
           05  DAP-RELOAD          PIC X(1).
           05  DAP-WINDOW-DAYS     PIC 9(3).
           05  DAP-LONGEST         PIC 9(3).
           05  DAP-PERIOD-DAYS     PIC 9(3).
           05  DAP-QUALIFIES       PIC X(1).
               88  DAP-QUALIFIED            VALUE 'Y'.
           05  DAP-ABROAD-NOW      PIC X(1).
           05  DAP-COUNTRY         PIC X(20).
      *>      the country of the latest stretch on the register

       PROCEDURE DIVISION USING LS-DAYS-ABROAD-PARAMS.
       100-MAIN-DAYS-ABROAD.
           IF WS-FA-LOADED NOT = 'Y' OR DAP-RELOAD = 'Y'
               PERFORM 200-LOAD-REGISTER
               MOVE 'N' TO DAP-RELOAD
           END-IF

           MOVE 0 TO DAP-WINDOW-DAYS
           MOVE 0 TO DAP-LONGEST
           MOVE 0 TO DAP-PERIOD-DAYS
           MOVE 'N' TO DAP-QUALIFIES
           MOVE 'N' TO DAP-ABROAD-NOW
           MOVE SPACES TO DAP-COUNTRY
           IF DAP-AS-AT NOT NUMERIC OR DAP-AS-AT = 0
               GOBACK
           END-IF
           COMPUTE WS-AS-AT-INT = FUNCTION INTEGER-OF-DATE(DAP-AS-AT)
           COMPUTE WS-WINDOW-FROM-INT = WS-AS-AT-INT - 364
           IF DAP-PERIOD-FROM NUMERIC AND DAP-PERIOD-FROM > 0
                   AND DAP-PERIOD-TO NUMERIC
                   AND DAP-PERIOD-TO NOT < DAP-PERIOD-FROM
               COMPUTE WS-PERIOD-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(DAP-PERIOD-FROM)
               COMPUTE WS-PERIOD-TO-INT =
                       FUNCTION INTEGER-OF-DATE(DAP-PERIOD-TO)
           ELSE
               MOVE 0 TO WS-PERIOD-FROM-INT
               MOVE 0 TO WS-PERIOD-TO-INT
           END-IF

           PERFORM VARYING WS-TRIP-IDX FROM 1 BY 1
                   UNTIL WS-TRIP-IDX > WS-TRIP-COUNT
               IF WS-TR-EMP-ID(WS-TRIP-IDX) = DAP-EMP-ID
                       AND WS-TR-DEPART(WS-TRIP-IDX) NOT > DAP-AS-AT
                   PERFORM 300-COUNT-STRETCH
               END-IF
           END-PERFORM

           IF DAP-WINDOW-DAYS > 183 AND DAP-LONGEST > 60
               MOVE 'Y' TO DAP-QUALIFIES
           END-IF
           GOBACK.

      *****************************************************************
      * 200-LOAD-REGISTER - every stretch on the register into memory,
      * in key order (employee, sequence).
      *****************************************************************
       200-LOAD-REGISTER.
           MOVE 0 TO WS-TRIP-COUNT
           OPEN INPUT DAYS-ABROAD-FILE
           IF FA-FILE-STATUS = '00'
               PERFORM UNTIL FA-FILE-STATUS = '10'
                   READ DAYS-ABROAD-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO FA-FILE-STATUS
                       NOT AT END
                           IF WS-TRIP-COUNT < 3000
                                   AND FA-DEPART-DATE NUMERIC
                                   AND FA-DEPART-DATE > 0
                               ADD 1 TO WS-TRIP-COUNT
                               MOVE FA-EMP-ID
                                   TO WS-TR-EMP-ID(WS-TRIP-COUNT)
                               MOVE FA-DEPART-DATE
                                   TO WS-TR-DEPART(WS-TRIP-COUNT)
                               MOVE FA-RETURN-DATE
                                   TO WS-TR-RETURN(WS-TRIP-COUNT)
                               MOVE FA-COUNTRY
                                   TO WS-TR-COUNTRY(WS-TRIP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAYS-ABROAD-FILE
           END-IF
           MOVE 'Y' TO WS-FA-LOADED.

      *****************************************************************
      * 300-COUNT-STRETCH - one stretch's full days (the day after
      * departure to the day before return) inside the 12-month
      * window and inside the pay period.
      *****************************************************************
       300-COUNT-STRETCH.
           MOVE WS-TR-COUNTRY(WS-TRIP-IDX) TO DAP-COUNTRY
           COMPUTE WS-FIRST-FULL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TR-DEPART(WS-TRIP-IDX))
                   + 1
           IF WS-TR-RETURN(WS-TRIP-IDX) = 0
                   OR WS-TR-RETURN(WS-TRIP-IDX) > DAP-AS-AT
               MOVE 'Y' TO DAP-ABROAD-NOW
               MOVE WS-AS-AT-INT TO WS-LAST-FULL-INT
           ELSE
               MOVE 'N' TO DAP-ABROAD-NOW
               COMPUTE WS-LAST-FULL-INT = FUNCTION INTEGER-OF-DATE
                       (WS-TR-RETURN(WS-TRIP-IDX)) - 1
           END-IF

           MOVE WS-FIRST-FULL-INT TO WS-CLIP-FROM-INT
           IF WS-CLIP-FROM-INT < WS-WINDOW-FROM-INT
               MOVE WS-WINDOW-FROM-INT TO WS-CLIP-FROM-INT
           END-IF
           MOVE WS-LAST-FULL-INT TO WS-CLIP-TO-INT
           IF WS-CLIP-TO-INT NOT < WS-CLIP-FROM-INT
               COMPUTE WS-STRETCH-DAYS =
                       WS-CLIP-TO-INT - WS-CLIP-FROM-INT + 1
               ADD WS-STRETCH-DAYS TO DAP-WINDOW-DAYS
               IF WS-STRETCH-DAYS > DAP-LONGEST
                   MOVE WS-STRETCH-DAYS TO DAP-LONGEST
               END-IF
           END-IF

           IF WS-PERIOD-FROM-INT > 0
               MOVE WS-FIRST-FULL-INT TO WS-CLIP-FROM-INT
               IF WS-CLIP-FROM-INT < WS-PERIOD-FROM-INT
                   MOVE WS-PERIOD-FROM-INT TO WS-CLIP-FROM-INT
               END-IF
               IF WS-TR-RETURN(WS-TRIP-IDX) = 0
                   MOVE WS-PERIOD-TO-INT TO WS-CLIP-TO-INT
               ELSE
                   COMPUTE WS-CLIP-TO-INT = FUNCTION INTEGER-OF-DATE
                           (WS-TR-RETURN(WS-TRIP-IDX)) - 1
                   IF WS-CLIP-TO-INT > WS-PERIOD-TO-INT
                       MOVE WS-PERIOD-TO-INT TO WS-CLIP-TO-INT
                   END-IF
               END-IF
               IF WS-CLIP-TO-INT NOT < WS-CLIP-FROM-INT
                   COMPUTE WS-STRETCH-DAYS =
                           WS-CLIP-TO-INT - WS-CLIP-FROM-INT + 1
                   ADD WS-STRETCH-DAYS TO DAP-PERIOD-DAYS
               END-IF
           END-IF.
