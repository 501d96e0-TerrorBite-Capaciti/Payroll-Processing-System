      *> DSAR-LOG-RECORD - one row per POPIA section 23 subject access
      *> request, ../data/dsar_log.dat. SUBJACCESS writes the row
      *> when it prepares the document of everything held on the
      *> employee, and a second user releases it to the requester;
      *> the row then shows who asked, when, who prepared it and who
      *> released it. Rewritten in place on release.
       01  DSAR-LOG-RECORD.
           05  DL-REQUEST-ID        PIC 9(6).
           05  DL-EMP-ID            PIC X(10).
           05  DL-REQUESTER         PIC X(40).
      *>      the data subject or the person acting for them
           05  DL-REQUEST-DATE      PIC 9(8).
      *>      the date the request was received
           05  DL-PREPARED-BY       PIC X(10).
           05  DL-PREPARED-AT       PIC X(19).
           05  DL-REPORT-FILE       PIC X(60).
           05  DL-RECORD-COUNT      PIC 9(7).
           05  DL-STATUS            PIC X(1).
               88  DL-PREPARED              VALUE 'P'.
               88  DL-RELEASED              VALUE 'R'.
           05  DL-RELEASED-BY       PIC X(10).
           05  DL-RELEASED-DATE     PIC 9(8).
