       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYQUERY.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - the payroll officers' payslip
      *                   query worklist. Employees raise a query from
      *                   My Payslip History in REPORTS against one
      *                   payslip and the component they question
      *                   (../data/pay_queries.dat). Here:
      *                   - the worklist of open and investigating
      *                     queries, oldest first, with their age;
      *                   - an officer takes a query on (investigating)
      *                     and resolves it with no change, or as
      *                     corrected - naming the off-cycle, retro or
      *                     voided payroll record that fixed it, which
      *                     must be on the payroll file for the same
      *                     employee. Nobody works their own query;
      *                   - the query report: volumes by status for a
      *                     raised-date range, the ageing of the
      *                     queries still open, and the top causes by
      *                     component.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-QUERY-FILE
               ASSIGN TO "../data/pay_queries.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PQ-FILE-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO "../data/payroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS PAY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-QUERY-FILE.
           COPY pay_query.

       FD  PAYROLL-FILE.
           COPY payroll_record.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  PQ-FILE-STATUS           PIC XX.
       01  PAY-FILE-STATUS          PIC XX.
       01  RPT-FILE-STATUS          PIC XX.
       01  WS-CHOICE                PIC 9(1).
       01  WS-TODAY                 PIC 9(8).
       01  WS-REPORT-FILENAME       PIC X(60).
       01  WS-OK                    PIC X(1).
       01  WS-DONE                  PIC X(1).
       01  WS-LINE                  PIC X(132).
       01  WS-SHOWN                 PIC 9(4).
       01  WS-AGE-DAYS              PIC 9(5).
       01  WS-STATUS-TEXT           PIC X(20).

      *> The query being worked and what the officer decided.
       01  WS-QUERY-ID              PIC 9(6).
       01  WS-Q-EMP-ID              PIC X(10).
       01  WS-NEW-STATUS            PIC X(1).
       01  WS-RESOLUTION            PIC X(60).
       01  WS-CORR-PERIOD           PIC X(24).
       01  WS-CORR-RUN-SEQ          PIC 9(2).
       01  WS-CORR-RUN-TYPE         PIC X(1).

      *> Query report: the raised-date range, counts by status, the
      *> ageing buckets of the open queries, and queries per
      *> component.
       01  WS-FROM-DATE             PIC 9(8).
       01  WS-TO-DATE               PIC 9(8).
       01  WS-CNT-TOTAL             PIC 9(5).
       01  WS-CNT-OPEN              PIC 9(5).
       01  WS-CNT-INVEST            PIC 9(5).
       01  WS-CNT-NO-CHANGE         PIC 9(5).
       01  WS-CNT-CORRECTED         PIC 9(5).
       01  WS-AGE-TABLE.
           05  WS-AGE-COUNT         PIC 9(5) OCCURS 4 TIMES.
       01  WS-AGE-IDX               PIC 9(1).
       01  WS-AGE-LABELS.
           05  FILLER PIC X(14) VALUE "0-7 days      ".
           05  FILLER PIC X(14) VALUE "8-14 days     ".
           05  FILLER PIC X(14) VALUE "15-30 days    ".
           05  FILLER PIC X(14) VALUE "over 30 days  ".
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05  WS-AGE-LABEL         PIC X(14) OCCURS 4 TIMES.
       01  WS-OLDEST-DAYS           PIC 9(5).
       01  WS-OLDEST-ID             PIC 9(6).
       01  WS-CAUSE-COUNT           PIC 9(2).
       01  WS-CAUSE-IDX             PIC 9(2).
       01  WS-CAUSE-FOUND           PIC 9(2).
       01  WS-CAUSE-BEST            PIC 9(2).
       01  WS-CAUSE-RANK            PIC 9(2).
       01  WS-CAUSE-TABLE.
           05  WS-CAUSE-ENTRY OCCURS 60 TIMES.
               10  WS-CAUSE-CODE    PIC X(6).
               10  WS-CAUSE-QUERIES PIC 9(5).
               10  WS-CAUSE-FIXED   PIC 9(5).
               10  WS-CAUSE-USED    PIC X(1).

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-PAY-QUERY.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               DISPLAY " "
               DISPLAY "ByteBank Payslip Queries"
               DISPLAY "------------------------"
               DISPLAY "1. Query Worklist"
               DISPLAY "2. Take a Query"
               DISPLAY "3. Resolve a Query"
               DISPLAY "4. Query Volume, Ageing and Causes Report"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-QUERY-WORKLIST
                   WHEN 2 PERFORM 300-TAKE-QUERY
                   WHEN 3 PERFORM 400-RESOLVE-QUERY
                   WHEN 4 PERFORM 500-QUERY-REPORT
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *****************************************************************
      * 200-QUERY-WORKLIST - every open or investigating query, oldest
      * first, with its age in days and the officer who has it.
      *****************************************************************
       200-QUERY-WORKLIST.
           MOVE 0 TO WS-SHOWN
           OPEN INPUT PAY-QUERY-FILE
           IF PQ-FILE-STATUS NOT = '00'
               DISPLAY "No payslip queries on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PQ-FILE-STATUS = '10'
               READ PAY-QUERY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT PQ-RESOLVED
                           ADD 1 TO WS-SHOWN
                           PERFORM 210-SHOW-QUERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-QUERY-FILE
           IF WS-SHOWN = 0
               DISPLAY "The payslip query worklist is empty"
           ELSE
               DISPLAY WS-SHOWN " query(ies) outstanding"
           END-IF.

       210-SHOW-QUERY.
           PERFORM 220-SET-STATUS-TEXT
           PERFORM 230-QUERY-AGE
           DISPLAY PQ-QUERY-ID "  " PQ-EMP-ID "  " PQ-PAY-PERIOD
                   " run " PQ-RUN-SEQ "  " PQ-COMP-CODE
           DISPLAY "        " FUNCTION TRIM(PQ-DESCRIPTION)
           DISPLAY "        raised " PQ-RAISED-AT "  "
                   WS-AGE-DAYS " day(s)  " WS-STATUS-TEXT " "
                   PQ-OFFICER.

       220-SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN PQ-OPEN
                   MOVE "OPEN" TO WS-STATUS-TEXT
               WHEN PQ-INVESTIGATING
                   MOVE "INVESTIGATING" TO WS-STATUS-TEXT
               WHEN PQ-NO-CHANGE
                   MOVE "RESOLVED-NO CHANGE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "RESOLVED-CORRECTED" TO WS-STATUS-TEXT
           END-EVALUATE.

      *> Age of the query: to today while outstanding, to the day it
      *> was resolved once it is.
       230-QUERY-AGE.
           MOVE 0 TO WS-AGE-DAYS
           IF PQ-RAISED-DATE NOT NUMERIC OR PQ-RAISED-DATE = 0
               EXIT PARAGRAPH
           END-IF
           IF PQ-RESOLVED AND PQ-RESOLVED-DATE NUMERIC
                   AND PQ-RESOLVED-DATE >= PQ-RAISED-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(PQ-RESOLVED-DATE)
                   - FUNCTION INTEGER-OF-DATE(PQ-RAISED-DATE)
           ELSE
               IF WS-TODAY >= PQ-RAISED-DATE
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(PQ-RAISED-DATE)
               END-IF
           END-IF.

      *****************************************************************
      * 300-TAKE-QUERY - an officer takes an open query on; it shows
      * as investigating under their user id.
      *****************************************************************
       300-TAKE-QUERY.
           DISPLAY "Query number: " WITH NO ADVANCING
           ACCEPT WS-QUERY-ID
           PERFORM 600-FIND-QUERY
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT PQ-OPEN
               DISPLAY "Query " WS-QUERY-ID " is not open"
               EXIT PARAGRAPH
           END-IF
           MOVE 'I' TO WS-NEW-STATUS
           MOVE SPACES TO WS-RESOLUTION
           MOVE SPACES TO WS-CORR-PERIOD
           MOVE 0 TO WS-CORR-RUN-SEQ
           MOVE SPACES TO WS-CORR-RUN-TYPE
           PERFORM 650-REWRITE-QUERY
           IF WS-OK = 'Y'
               DISPLAY "Query " WS-QUERY-ID
                       " is now investigating under " LS-EMP-ID
           END-IF.

      *****************************************************************
      * 400-RESOLVE-QUERY - close an open or investigating query as
      * resolved with no change, or as corrected by a named payroll
      * record. The correcting record must be on the payroll file for
      * the same employee and be an off-cycle ('O'), retro ('R') or
      * voided ('V') record.
      *****************************************************************
       400-RESOLVE-QUERY.
           DISPLAY "Query number: " WITH NO ADVANCING
           ACCEPT WS-QUERY-ID
           PERFORM 600-FIND-QUERY
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF PQ-RESOLVED
               DISPLAY "Query " WS-QUERY-ID " is already resolved"
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-SHOW-QUERY

           DISPLAY "Outcome - N = no change, C = corrected: "
                   WITH NO ADVANCING
           ACCEPT WS-NEW-STATUS
           MOVE FUNCTION UPPER-CASE(WS-NEW-STATUS) TO WS-NEW-STATUS
           IF WS-NEW-STATUS NOT = 'N' AND WS-NEW-STATUS NOT = 'C'
               DISPLAY "Invalid outcome - query not resolved"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CORR-PERIOD
           MOVE 0 TO WS-CORR-RUN-SEQ
           MOVE SPACES TO WS-CORR-RUN-TYPE
           IF WS-NEW-STATUS = 'C'
               PERFORM 410-ACCEPT-CORRECTION
               IF WS-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Resolution given to the employee: "
                   WITH NO ADVANCING
           ACCEPT WS-RESOLUTION
           IF WS-RESOLUTION = SPACES
               DISPLAY "A resolution is required - query not resolved"
               EXIT PARAGRAPH
           END-IF
           PERFORM 650-REWRITE-QUERY
           IF WS-OK = 'Y'
               DISPLAY "Query " WS-QUERY-ID " resolved"
           END-IF.

       410-ACCEPT-CORRECTION.
           MOVE 'N' TO WS-OK
           DISPLAY "Correcting record pay period: " WITH NO ADVANCING
           ACCEPT WS-CORR-PERIOD
           DISPLAY "Correcting record run sequence: "
                   WITH NO ADVANCING
           ACCEPT WS-CORR-RUN-SEQ
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open payroll file"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Q-EMP-ID TO PR-EMP-ID
           MOVE WS-CORR-PERIOD TO PR-PAY-PERIOD
           MOVE WS-CORR-RUN-SEQ TO PR-RUN-SEQ
           READ PAYROLL-FILE
               INVALID KEY
                   DISPLAY "No payroll record for " WS-Q-EMP-ID
                           " in that period and run"
               NOT INVALID KEY
                   IF PR-RUN-TYPE = 'O' OR PR-RUN-TYPE = 'R'
                           OR PR-RUN-TYPE = 'V'
                       MOVE PR-RUN-TYPE TO WS-CORR-RUN-TYPE
                       MOVE 'Y' TO WS-OK
                   ELSE
                       DISPLAY "That record is not an off-cycle, "
                               "retro or voided record"
                   END-IF
           END-READ
           CLOSE PAYROLL-FILE.

      *****************************************************************
      * 500-QUERY-REPORT - query volumes by status for queries raised
      * in a date range, the ageing of every query still outstanding,
      * and the top causes by component with how many of each led to
      * a correction. Written to ../data/pay_query_report.txt.
      *****************************************************************
       500-QUERY-REPORT.
           DISPLAY "Raised from date YYYYMMDD (0 = all): "
                   WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "Raised to date YYYYMMDD (0 = today): "
                   WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = 0
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF
           MOVE 0 TO WS-CNT-TOTAL WS-CNT-OPEN WS-CNT-INVEST
                     WS-CNT-NO-CHANGE WS-CNT-CORRECTED
                     WS-OLDEST-DAYS WS-OLDEST-ID WS-CAUSE-COUNT
           INITIALIZE WS-AGE-TABLE
           INITIALIZE WS-CAUSE-TABLE

           OPEN INPUT PAY-QUERY-FILE
           IF PQ-FILE-STATUS NOT = '00'
               DISPLAY "No payslip queries on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PQ-FILE-STATUS = '10'
               READ PAY-QUERY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 510-TALLY-QUERY
               END-READ
           END-PERFORM
           CLOSE PAY-QUERY-FILE

           MOVE "../data/pay_query_report.txt" TO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open "
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               EXIT PARAGRAPH
           END-IF
           PERFORM 540-WRITE-QUERY-REPORT
           CLOSE REPORT-FILE
           DISPLAY WS-CNT-TOTAL " query(ies) raised in the range, "
                   WS-CNT-OPEN " open, " WS-CNT-INVEST
                   " investigating"
           DISPLAY "Report written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME).

       510-TALLY-QUERY.
      *    Ageing covers everything still outstanding, whenever it was
      *    raised; volumes and causes follow the raised-date range.
           IF NOT PQ-RESOLVED
               PERFORM 230-QUERY-AGE
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 7
                       MOVE 1 TO WS-AGE-IDX
                   WHEN WS-AGE-DAYS <= 14
                       MOVE 2 TO WS-AGE-IDX
                   WHEN WS-AGE-DAYS <= 30
                       MOVE 3 TO WS-AGE-IDX
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-IDX
               END-EVALUATE
               ADD 1 TO WS-AGE-COUNT(WS-AGE-IDX)
               IF WS-AGE-DAYS > WS-OLDEST-DAYS OR WS-OLDEST-ID = 0
                   MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
                   MOVE PQ-QUERY-ID TO WS-OLDEST-ID
               END-IF
           END-IF
           IF PQ-RAISED-DATE < WS-FROM-DATE
                   OR PQ-RAISED-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-TOTAL
           EVALUATE TRUE
               WHEN PQ-OPEN
                   ADD 1 TO WS-CNT-OPEN
               WHEN PQ-INVESTIGATING
                   ADD 1 TO WS-CNT-INVEST
               WHEN PQ-NO-CHANGE
                   ADD 1 TO WS-CNT-NO-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-CNT-CORRECTED
           END-EVALUATE
           PERFORM 520-TALLY-CAUSE.

       520-TALLY-CAUSE.
           MOVE 0 TO WS-CAUSE-FOUND
           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-COUNT
               IF WS-CAUSE-CODE(WS-CAUSE-IDX) = PQ-COMP-CODE
                   MOVE WS-CAUSE-IDX TO WS-CAUSE-FOUND
               END-IF
           END-PERFORM
           IF WS-CAUSE-FOUND = 0
               IF WS-CAUSE-COUNT >= 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CAUSE-COUNT
               MOVE WS-CAUSE-COUNT TO WS-CAUSE-FOUND
               MOVE PQ-COMP-CODE TO WS-CAUSE-CODE(WS-CAUSE-FOUND)
           END-IF
           ADD 1 TO WS-CAUSE-QUERIES(WS-CAUSE-FOUND)
           IF PQ-CORRECTED
               ADD 1 TO WS-CAUSE-FIXED(WS-CAUSE-FOUND)
           END-IF.

       540-WRITE-QUERY-REPORT.
           MOVE SPACES TO WS-LINE
           STRING "PAYSLIP QUERY REPORT - RAISED " WS-FROM-DATE
                  " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "Prepared " WS-TODAY " by " LS-EMP-ID
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "QUERY VOLUMES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  Raised:               " WS-CNT-TOTAL
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  Open:                 " WS-CNT-OPEN
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  Investigating:        " WS-CNT-INVEST
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  Resolved - no change: " WS-CNT-NO-CHANGE
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-LINE
           STRING "  Resolved - corrected: " WS-CNT-CORRECTED
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "AGEING OF OUTSTANDING QUERIES" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               MOVE SPACES TO WS-LINE
               STRING "  " WS-AGE-LABEL(WS-AGE-IDX) "  "
                      WS-AGE-COUNT(WS-AGE-IDX)
                   DELIMITED BY SIZE INTO WS-LINE
               MOVE WS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-OLDEST-ID NOT = 0
               MOVE SPACES TO WS-LINE
               STRING "  Oldest: query " WS-OLDEST-ID ", "
                      WS-OLDEST-DAYS " day(s)"
                   DELIMITED BY SIZE INTO WS-LINE
               MOVE WS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TOP QUERY CAUSES BY COMPONENT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  RANK COMPONENT  QUERIES  CORRECTED" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CAUSE-RANK FROM 1 BY 1
                   UNTIL WS-CAUSE-RANK > 10
                      OR WS-CAUSE-RANK > WS-CAUSE-COUNT
               PERFORM 550-WRITE-NEXT-CAUSE
           END-PERFORM.

      *> Picks the most-queried component not yet printed.
       550-WRITE-NEXT-CAUSE.
           MOVE 0 TO WS-CAUSE-BEST
           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-COUNT
               IF WS-CAUSE-USED(WS-CAUSE-IDX) NOT = 'Y'
                   IF WS-CAUSE-BEST = 0
                       MOVE WS-CAUSE-IDX TO WS-CAUSE-BEST
                   ELSE
                       IF WS-CAUSE-QUERIES(WS-CAUSE-IDX) >
                               WS-CAUSE-QUERIES(WS-CAUSE-BEST)
                           MOVE WS-CAUSE-IDX TO WS-CAUSE-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CAUSE-BEST = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CAUSE-USED(WS-CAUSE-BEST)
           MOVE SPACES TO WS-LINE
           STRING "  " WS-CAUSE-RANK "   " WS-CAUSE-CODE(WS-CAUSE-BEST)
                  "     " WS-CAUSE-QUERIES(WS-CAUSE-BEST) "    "
                  WS-CAUSE-FIXED(WS-CAUSE-BEST)
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * 600-FIND-QUERY - the query WS-QUERY-ID, for working. Refused
      * when it is the officer's own payslip query.
      *****************************************************************
       600-FIND-QUERY.
           MOVE 'N' TO WS-OK
           MOVE 'N' TO WS-DONE
           OPEN INPUT PAY-QUERY-FILE
           IF PQ-FILE-STATUS NOT = '00'
               DISPLAY "No payslip queries on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DONE = 'Y'
               READ PAY-QUERY-FILE
                   AT END
                       MOVE 'Y' TO WS-DONE
                       DISPLAY "No payslip query " WS-QUERY-ID
                   NOT AT END
                       IF PQ-QUERY-ID = WS-QUERY-ID
                           MOVE 'Y' TO WS-DONE
                           MOVE 'Y' TO WS-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-QUERY-FILE
           IF WS-OK = 'Y'
               MOVE PQ-EMP-ID TO WS-Q-EMP-ID
               IF PQ-EMP-ID = LS-EMP-ID
                   DISPLAY "Refused - your own payslip query must be "
                           "worked by another officer"
                   MOVE 'N' TO WS-OK
               END-IF
           END-IF.

      *****************************************************************
      * 650-REWRITE-QUERY - put the officer's decision on the query
      * row in place: WS-NEW-STATUS, and for a resolution the note,
      * the date and any correcting payroll record.
      *****************************************************************
       650-REWRITE-QUERY.
           MOVE 'N' TO WS-OK
           MOVE 'N' TO WS-DONE
           OPEN I-O PAY-QUERY-FILE
           IF PQ-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open payslip query file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DONE = 'Y'
               READ PAY-QUERY-FILE
                   AT END
                       MOVE 'Y' TO WS-DONE
                   NOT AT END
                       IF PQ-QUERY-ID = WS-QUERY-ID
                           MOVE 'Y' TO WS-DONE
                           MOVE WS-NEW-STATUS TO PQ-STATUS
                           MOVE LS-EMP-ID TO PQ-OFFICER
                           IF PQ-RESOLVED
                               MOVE WS-TODAY TO PQ-RESOLVED-DATE
                               MOVE WS-RESOLUTION TO PQ-RESOLUTION
                               MOVE WS-CORR-PERIOD TO PQ-CORR-PERIOD
                               MOVE WS-CORR-RUN-SEQ
                                   TO PQ-CORR-RUN-SEQ
                               MOVE WS-CORR-RUN-TYPE
                                   TO PQ-CORR-RUN-TYPE
                           END-IF
                           REWRITE PAY-QUERY-RECORD
                           IF PQ-FILE-STATUS = '00'
                               MOVE 'Y' TO WS-OK
                           ELSE
                               DISPLAY "ERROR: Query not updated, "
                                       "status " PQ-FILE-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-QUERY-FILE.
       END PROGRAM PAYQUERY.
