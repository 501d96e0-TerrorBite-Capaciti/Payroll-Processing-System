       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTJRNL.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program. Appends one after-image row to
      *                   ../data/master_journal.dat for each add,
      *                   change or delete of a master record, shared
      *                   by every program that updates the indexed
      *                   masters the way LATEQUEUE is shared. The key
      *                   is taken from the front of the image by
      *                   file, so callers only pass the file tag, the
      *                   operation and the record. BACKUPRESTORE
      *                   rolls a restored generation forward from it.
      * 2026-10-15  BDEV  Keys for the dated benefit elections and the
      *                   leave requests.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL-FILE
               ASSIGN TO "../data/master_journal.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL-FILE.
           COPY master_journal.

       WORKING-STORAGE SECTION.
       01  MJ-FILE-STATUS           PIC XX.

       LINKAGE SECTION.
       01  LS-MST-JOURNAL-PARAMS.
           05  MJP-FILE             PIC X(14).
           05  MJP-OPERATION        PIC X(1).
           05  MJP-USER             PIC X(10).
           05  MJP-PROGRAM          PIC X(16).
           05  MJP-IMAGE            PIC X(1000).
           05  MJP-RESULT           PIC X(1).

       PROCEDURE DIVISION USING LS-MST-JOURNAL-PARAMS.
       100-MAIN-MST-JOURNAL.
           MOVE 'N' TO MJP-RESULT
           INITIALIZE MASTER-JOURNAL-RECORD
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO MJ-TIMESTAMP
           MOVE MJP-FILE      TO MJ-FILE
           MOVE MJP-OPERATION TO MJ-OPERATION
           MOVE MJP-USER      TO MJ-USER
           MOVE MJP-PROGRAM   TO MJ-PROGRAM
           MOVE MJP-IMAGE     TO MJ-IMAGE
           PERFORM 200-SET-KEY
           PERFORM 300-APPEND-JOURNAL
           GOBACK.

      *****************************************************************
      * 200-SET-KEY - every master carries its record key at the
      * front of the record: GN-KEY is employee and case sequence,
      * USER-ID is eight bytes, BE-KEY is employee and effective
      * date, LR-REQUEST-ID is six digits, the rest are keyed on the
      * employee.
      *****************************************************************
       200-SET-KEY.
           EVALUATE MJP-FILE
               WHEN "garnishments"
                   MOVE MJP-IMAGE(1:12) TO MJ-KEY
               WHEN "users"
                   MOVE MJP-IMAGE(1:8)  TO MJ-KEY
               WHEN "ben_elections"
                   MOVE MJP-IMAGE(1:18) TO MJ-KEY
               WHEN "leave_requests"
                   MOVE MJP-IMAGE(1:6)  TO MJ-KEY
               WHEN OTHER
                   MOVE MJP-IMAGE(1:10) TO MJ-KEY
           END-EVALUATE.

       300-APPEND-JOURNAL.
           OPEN EXTEND MASTER-JOURNAL-FILE
           IF MJ-FILE-STATUS = '35'
               OPEN OUTPUT MASTER-JOURNAL-FILE
           END-IF
           IF MJ-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: MASTER JOURNAL NOT WRITTEN (STATUS "
                       MJ-FILE-STATUS ") - " MJ-FILE " " MJ-KEY
               EXIT PARAGRAPH
           END-IF
           WRITE MASTER-JOURNAL-RECORD
           IF MJ-FILE-STATUS = '00'
               MOVE 'Y' TO MJP-RESULT
           ELSE
               DISPLAY "WARNING: MASTER JOURNAL NOT WRITTEN (STATUS "
                       MJ-FILE-STATUS ") - " MJ-FILE " " MJ-KEY
           END-IF
           CLOSE MASTER-JOURNAL-FILE.
       END PROGRAM MSTJRNL.
