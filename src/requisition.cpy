      *> REQUISITION-RECORD - one row per recruitment requisition,
      *> ../data/requisitions.dat, keyed by RQ-NO. Raised in RECRUIT
      *> for a post in a department, branch and grade - a new post
      *> (which must fit the approved establishment) or the
      *> replacement of a named leaver - with the proposed salary
      *> inside the grade band. The department head approves it,
      *> then HR; only then is it open, and EMPLOYEE-MGMT's
      *> ADD-NEW-EMPLOYEE will not capture a hire without an open
      *> requisition, closing it as filled when the hire is written.
       01  REQUISITION-RECORD.
           05  RQ-NO                PIC 9(6).
           05  RQ-DEPT              PIC X(20).
           05  RQ-BRANCH            PIC X(10).
           05  RQ-GRADE             PIC X(4).
           05  RQ-REASON            PIC X(1).
               88  RQ-NEW-POST              VALUE 'N'.
               88  RQ-REPLACEMENT           VALUE 'R'.
           05  RQ-LEAVER-ID         PIC X(10).
      *>      The leaver being replaced ('R' only)
           05  RQ-PROP-SALARY       PIC 9(7)V99.
           05  RQ-MANAGER-ID        PIC X(10).
      *>      Requesting manager's EMP-ID
           05  RQ-RAISED-BY         PIC X(10).
           05  RQ-RAISED-DATE       PIC 9(8).
           05  RQ-STATUS            PIC X(1).
               88  RQ-AWAIT-HEAD            VALUE 'P'.
               88  RQ-AWAIT-HR              VALUE 'H'.
               88  RQ-OPEN                  VALUE 'A'.
               88  RQ-REJECTED              VALUE 'R'.
               88  RQ-CANCELLED             VALUE 'C'.
               88  RQ-FILLED                VALUE 'F'.
               88  RQ-LIVE                  VALUE 'P' 'H' 'A'.
      *>      'P' awaiting the department head, 'H' awaiting HR,
      *>      'A' approved and open for a hire
           05  RQ-HEAD-BY           PIC X(10).
           05  RQ-HEAD-DATE         PIC 9(8).
           05  RQ-HR-BY             PIC X(10).
           05  RQ-HR-DATE           PIC 9(8).
           05  RQ-NOTE              PIC X(30).
      *>      Reason given for a rejection or cancellation
           05  RQ-FILLED-EMP-ID     PIC X(10).
           05  RQ-FILLED-DATE       PIC 9(8).
           05  RQ-FILLED-BY         PIC X(10).
           05  FILLER               PIC X(20).
