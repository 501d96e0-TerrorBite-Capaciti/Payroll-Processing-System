       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRUIT.
       AUTHOR.     BYTEBANK-DEV.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  New program - recruitment requisitions. A
      *                   manager raises a requisition for a post
      *                   (department, branch, grade, a new post or the
      *                   replacement of a named leaver, proposed salary
      *                   within the grade band); a new post must fit
      *                   the approved establishment. The department
      *                   head approves it (a Manager in that
      *                   department, or an Admin), then HR; nobody
      *                   approves their own requisition and HR may not
      *                   be the head who approved it. ADD-NEW-EMPLOYEE
      *                   in EMPLOYEE-MGMT needs an open requisition and
      *                   closes it when the hire is captured. The
      *                   requisition report shows what is open and for
      *                   how long, and the time taken to fill.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-FILE
               ASSIGN TO "../data/requisitions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-NO
               FILE STATUS IS RQ-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAY-GRADE-FILE
               ASSIGN TO "../data/pay_grades.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-FILE-STATUS.

           SELECT ESTABLISHMENT-FILE
               ASSIGN TO "../data/establishment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITION-FILE.
           COPY requisition.

       FD  EMPLOYEE-FILE.
           COPY employee_record.

       FD  PAY-GRADE-FILE.
           COPY pay_grade.

       FD  ESTABLISHMENT-FILE.
           COPY establishment.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  RQ-FILE-STATUS           PIC XX.
       01  EMP-FILE-STATUS          PIC XX.
       01  PG-FILE-STATUS           PIC XX.
       01  ES-FILE-STATUS           PIC XX.
       01  RPT-FILE-STATUS          PIC XX.
       01  WS-CHOICE                PIC 9(1).
       01  WS-TODAY                 PIC 9(8).
       01  WS-REPORT-FILENAME       PIC X(60).
       01  WS-EOF                   PIC X(1).
       01  WS-OK                    PIC X(1).
       01  WS-DECISION              PIC X(1).
       01  WS-NOTE                  PIC X(30).

      *> The requisition being raised.
       01  WS-NEW-REQ.
           05  WS-NR-DEPT           PIC X(20).
           05  WS-NR-BRANCH         PIC X(10).
           05  WS-NR-GRADE          PIC X(4).
           05  WS-NR-REASON         PIC X(1).
           05  WS-NR-LEAVER         PIC X(10).
           05  WS-NR-SALARY         PIC 9(7)V99.
           05  WS-NR-MANAGER        PIC X(10).
       01  WS-NEXT-NO               PIC 9(6).

      *> Grade band and establishment position for the post.
       01  WS-PG-FOUND              PIC X(1).
       01  WS-PG-MIN                PIC 9(7)V99.
       01  WS-PG-MAX                PIC 9(7)V99.
       01  WS-ES-FOUND              PIC X(1).
       01  WS-ES-GRADE-ROW          PIC X(1).
       01  WS-ES-POSTS              PIC 9(4).
       01  WS-ES-AREA-POSTS         PIC 9(4).
       01  WS-ES-FILLED             PIC 9(4).
       01  WS-ES-PIPELINE           PIC 9(4).

      *> Who is deciding.
       01  WS-MY-DEPT               PIC X(20).
       01  WS-DECIDE-NO             PIC 9(6).
       01  WS-SHOWN                 PIC 9(4).

       01  WS-DAYS                  PIC 9(5).
       01  WS-COUNTS.
           05  WS-CT-OPEN           PIC 9(5).
           05  WS-CT-OPEN-DAYS      PIC 9(9).
           05  WS-CT-FILLED         PIC 9(5).
           05  WS-CT-FILL-DAYS      PIC 9(9).
           05  WS-CT-LINES          PIC 9(5).
       01  WS-AVG-DAYS              PIC 9(5).
       01  WS-PRINT-AMT             PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-DAYS            PIC ZZ,ZZ9.
       01  WS-STATUS-TEXT           PIC X(14).
       01  WS-LINE                  PIC X(132).

       LINKAGE SECTION.
       01  LS-USER-ROLE            PIC X(1).
       01  LS-EMP-ID               PIC X(10).

       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-RECRUIT.
           MOVE 0 TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = 9
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               DISPLAY " "
               DISPLAY "ByteBank Recruitment Requisitions"
               DISPLAY "---------------------------------"
               DISPLAY "1. Raise Requisition"
               DISPLAY "2. Department Head Approval"
               DISPLAY "3. HR Approval"
               DISPLAY "4. Cancel Requisition"
               DISPLAY "5. Requisition Report"
               DISPLAY "9. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM 200-RAISE-REQUISITION
                   WHEN 2 PERFORM 300-HEAD-APPROVAL
                   WHEN 3 PERFORM 400-HR-APPROVAL
                   WHEN 4 PERFORM 500-CANCEL-REQUISITION
                   WHEN 5 PERFORM 600-REQUISITION-REPORT
                   WHEN 9 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *****************************************************************
      * 200-RAISE-REQUISITION - capture and validate a requisition and
      * put it in the department head's queue.
      *****************************************************************
       200-RAISE-REQUISITION.
           INITIALIZE WS-NEW-REQ
           DISPLAY "Department: " WITH NO ADVANCING
           ACCEPT WS-NR-DEPT
           IF WS-NR-DEPT = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch (blank for HEADOFFICE): " WITH NO ADVANCING
           ACCEPT WS-NR-BRANCH
           IF WS-NR-BRANCH = SPACES
               MOVE "HEADOFFICE" TO WS-NR-BRANCH
           END-IF
           DISPLAY "Pay grade: " WITH NO ADVANCING
           ACCEPT WS-NR-GRADE
           MOVE FUNCTION UPPER-CASE(WS-NR-GRADE) TO WS-NR-GRADE
           PERFORM 210-LOAD-GRADE-BAND
           IF WS-PG-FOUND NOT = 'Y'
               DISPLAY "Grade " WS-NR-GRADE " is not on the pay "
                       "grade table"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PG-MIN TO WS-PRINT-AMT
           DISPLAY "Grade band: " WS-PRINT-AMT " to "
               WITH NO ADVANCING
           MOVE WS-PG-MAX TO WS-PRINT-AMT
           DISPLAY WS-PRINT-AMT
           DISPLAY "Proposed monthly salary: " WITH NO ADVANCING
           ACCEPT WS-NR-SALARY
           IF WS-NR-SALARY < WS-PG-MIN OR WS-NR-SALARY > WS-PG-MAX
               DISPLAY "Proposed salary is outside the grade band - "
                       "requisition not raised"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason (N=new post, R=replacement): "
               WITH NO ADVANCING
           ACCEPT WS-NR-REASON
           MOVE FUNCTION UPPER-CASE(WS-NR-REASON) TO WS-NR-REASON
           EVALUATE WS-NR-REASON
               WHEN 'R'
                   DISPLAY "Employee ID of the leaver: "
                       WITH NO ADVANCING
                   ACCEPT WS-NR-LEAVER
                   PERFORM 220-CHECK-LEAVER
               WHEN 'N'
                   PERFORM 230-CHECK-ESTABLISHMENT
               WHEN OTHER
                   DISPLAY "Reason must be N or R"
                   MOVE 'N' TO WS-OK
           END-EVALUATE
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Requesting manager's employee ID (Enter for "
                   "yourself): " WITH NO ADVANCING
           ACCEPT WS-NR-MANAGER
           IF WS-NR-MANAGER = SPACES
               MOVE LS-EMP-ID TO WS-NR-MANAGER
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-NR-MANAGER TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OK
           END-READ
           CLOSE EMPLOYEE-FILE
           IF WS-OK NOT = 'Y'
               DISPLAY "Manager " WS-NR-MANAGER " is not on the "
                       "employee file"
               EXIT PARAGRAPH
           END-IF

           PERFORM 240-NEXT-NUMBER
           MOVE SPACES TO REQUISITION-RECORD
           MOVE WS-NEXT-NO TO RQ-NO
           MOVE WS-NR-DEPT TO RQ-DEPT
           MOVE WS-NR-BRANCH TO RQ-BRANCH
           MOVE WS-NR-GRADE TO RQ-GRADE
           MOVE WS-NR-REASON TO RQ-REASON
           MOVE WS-NR-LEAVER TO RQ-LEAVER-ID
           MOVE WS-NR-SALARY TO RQ-PROP-SALARY
           MOVE WS-NR-MANAGER TO RQ-MANAGER-ID
           MOVE LS-EMP-ID TO RQ-RAISED-BY
           MOVE WS-TODAY TO RQ-RAISED-DATE
           SET RQ-AWAIT-HEAD TO TRUE
           MOVE 0 TO RQ-HEAD-DATE
           MOVE 0 TO RQ-HR-DATE
           MOVE 0 TO RQ-FILLED-DATE
           OPEN I-O REQUISITION-FILE
           IF RQ-FILE-STATUS = '35'
               OPEN OUTPUT REQUISITION-FILE
           END-IF
           WRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to write requisition, "
                           "status " RQ-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Requisition " RQ-NO " raised - awaiting "
                           "department head approval."
           END-WRITE
           CLOSE REQUISITION-FILE.

       210-LOAD-GRADE-BAND.
           MOVE 'N' TO WS-PG-FOUND
           OPEN INPUT PAY-GRADE-FILE
           IF PG-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PG-FILE-STATUS = '10'
               READ PAY-GRADE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PG-CODE = WS-NR-GRADE
                           MOVE 'Y' TO WS-PG-FOUND
                           MOVE PG-MIN-SALARY TO WS-PG-MIN
                           MOVE PG-MAX-SALARY TO WS-PG-MAX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-GRADE-FILE.

      *>   A replacement names someone who is leaving - terminated, or
      *>   with a termination date captured - and only one live
      *>   requisition may replace them.
       220-CHECK-LEAVER.
           MOVE 'Y' TO WS-OK
           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-NR-LEAVER TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Leaver " WS-NR-LEAVER " is not on the "
                           "employee file"
                   MOVE 'N' TO WS-OK
               NOT INVALID KEY
                   IF NOT EMP-TERMINATED AND EMP-TERM-DATE = 0
                       DISPLAY "Employee " WS-NR-LEAVER " is not "
                               "leaving - capture the termination "
                               "first"
                       MOVE 'N' TO WS-OK
                   END-IF
           END-READ
           CLOSE EMPLOYEE-FILE
           IF WS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REQUISITION-FILE
           IF RQ-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (RQ-LIVE OR RQ-FILLED) AND RQ-REPLACEMENT
                               AND RQ-LEAVER-ID = WS-NR-LEAVER
                           DISPLAY "Requisition " RQ-NO " already "
                                   "replaces " WS-NR-LEAVER
                           MOVE 'N' TO WS-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUISITION-FILE.

      *****************************************************************
      * 230-CHECK-ESTABLISHMENT - a new post needs a vacant approved
      * post: the approved posts for the area (the grade's own row
      * ahead of the area's blank-grade row, as EMPLOYEE-MGMT checks a
      * hire) less the staff in them and the new-post requisitions
      * already in the pipeline. An area with no row is not
      * controlled.
      *****************************************************************
       230-CHECK-ESTABLISHMENT.
           MOVE 'Y' TO WS-OK
           MOVE 'N' TO WS-ES-FOUND
           MOVE 'N' TO WS-ES-GRADE-ROW
           MOVE 0 TO WS-ES-POSTS
           MOVE 0 TO WS-ES-AREA-POSTS
           OPEN INPUT ESTABLISHMENT-FILE
           IF ES-FILE-STATUS = '00'
               PERFORM UNTIL ES-FILE-STATUS = '10'
                   READ ESTABLISHMENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ES-DEPT = WS-NR-DEPT
                                   AND ES-BRANCH = WS-NR-BRANCH
                               IF ES-GRADE = WS-NR-GRADE
                                   MOVE 'Y' TO WS-ES-FOUND
                                   MOVE 'Y' TO WS-ES-GRADE-ROW
                                   MOVE ES-POSTS TO WS-ES-POSTS
                               END-IF
                               IF ES-GRADE = SPACES
                                   MOVE 'Y' TO WS-ES-FOUND
                                   MOVE ES-POSTS TO WS-ES-AREA-POSTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESTABLISHMENT-FILE
           END-IF
           IF WS-ES-FOUND NOT = 'Y'
               DISPLAY "No approved establishment for this area - "
                       "not controlled"
               EXIT PARAGRAPH
           END-IF
           IF WS-ES-GRADE-ROW NOT = 'Y'
               MOVE WS-ES-AREA-POSTS TO WS-ES-POSTS
           END-IF

           MOVE 0 TO WS-ES-FILLED
           OPEN INPUT EMPLOYEE-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT EMP-TERMINATED
                               AND EMP-DEPT = WS-NR-DEPT
                               AND EMP-COMPANY-BRANCH = WS-NR-BRANCH
                               AND (WS-ES-GRADE-ROW NOT = 'Y'
                                    OR EMP-GRADE = WS-NR-GRADE)
                           ADD 1 TO WS-ES-FILLED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE

           MOVE 0 TO WS-ES-PIPELINE
           OPEN INPUT REQUISITION-FILE
           IF RQ-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUISITION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RQ-LIVE AND RQ-NEW-POST
                                   AND RQ-DEPT = WS-NR-DEPT
                                   AND RQ-BRANCH = WS-NR-BRANCH
                                   AND (WS-ES-GRADE-ROW NOT = 'Y'
                                        OR RQ-GRADE = WS-NR-GRADE)
                               ADD 1 TO WS-ES-PIPELINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION-FILE
           END-IF
           IF WS-ES-FILLED + WS-ES-PIPELINE NOT < WS-ES-POSTS
               DISPLAY "No vacant approved post: " WS-ES-POSTS
                       " approved, " WS-ES-FILLED " filled, "
                       WS-ES-PIPELINE " already requisitioned"
               MOVE 'N' TO WS-OK
           END-IF.

       240-NEXT-NUMBER.
           MOVE 0 TO WS-NEXT-NO
           OPEN INPUT REQUISITION-FILE
           IF RQ-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUISITION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RQ-NO > WS-NEXT-NO
                               MOVE RQ-NO TO WS-NEXT-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION-FILE
           END-IF
           ADD 1 TO WS-NEXT-NO.

      *****************************************************************
      * 300-HEAD-APPROVAL - the requisitions awaiting the department
      * head. A Manager sees and decides those for their own
      * department; an Admin any department.
      *****************************************************************
       300-HEAD-APPROVAL.
           IF LS-USER-ROLE NOT = 'M' AND LS-USER-ROLE NOT = 'A'
               DISPLAY "Department head approval is for Managers "
                       "and Admin"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MY-DEPT
           OPEN INPUT EMPLOYEE-FILE
           MOVE LS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-DEPT TO WS-MY-DEPT
           END-READ
           CLOSE EMPLOYEE-FILE
           IF LS-USER-ROLE = 'M' AND WS-MY-DEPT = SPACES
               DISPLAY "Your employee record has no department"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "REQUISITIONS AWAITING DEPARTMENT HEAD APPROVAL"
           MOVE 0 TO WS-SHOWN
           OPEN INPUT REQUISITION-FILE
           IF RQ-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUISITION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RQ-AWAIT-HEAD
                               PERFORM 310-CHECK-HEAD
                               IF WS-OK = 'Y'
                                   PERFORM 390-SHOW-REQUISITION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION-FILE
           END-IF
           IF WS-SHOWN = 0
               DISPLAY "  (none for you to decide)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Requisition to decide (0 to return): "
               WITH NO ADVANCING
           ACCEPT WS-DECIDE-NO
           IF WS-DECIDE-NO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O REQUISITION-FILE
           MOVE WS-DECIDE-NO TO RQ-NO
           READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "Requisition not found"
               NOT INVALID KEY
                   PERFORM 310-CHECK-HEAD
                   IF NOT RQ-AWAIT-HEAD OR WS-OK NOT = 'Y'
                       DISPLAY "Not awaiting your approval"
                   ELSE
                       PERFORM 380-TAKE-DECISION
                       IF WS-DECISION = 'A'
                           SET RQ-AWAIT-HR TO TRUE
                           MOVE LS-EMP-ID TO RQ-HEAD-BY
                           MOVE WS-TODAY TO RQ-HEAD-DATE
                       END-IF
                       PERFORM 385-REWRITE-DECISION
                   END-IF
           END-READ
           CLOSE REQUISITION-FILE.

       310-CHECK-HEAD.
           MOVE 'Y' TO WS-OK
           IF RQ-RAISED-BY = LS-EMP-ID OR RQ-MANAGER-ID = LS-EMP-ID
               MOVE 'N' TO WS-OK
           END-IF
           IF LS-USER-ROLE = 'M' AND RQ-DEPT NOT = WS-MY-DEPT
               MOVE 'N' TO WS-OK
           END-IF.

      *****************************************************************
      * 400-HR-APPROVAL - requisitions the department head has
      * approved, for HR's sign-off; approved, the requisition is
      * open for a hire.
      *****************************************************************
       400-HR-APPROVAL.
           IF LS-USER-ROLE NOT = 'H' AND LS-USER-ROLE NOT = 'A'
               DISPLAY "HR approval is for HR and Admin"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "REQUISITIONS AWAITING HR APPROVAL"
           MOVE 0 TO WS-SHOWN
           OPEN INPUT REQUISITION-FILE
           IF RQ-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUISITION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RQ-AWAIT-HR
                               PERFORM 410-CHECK-HR
                               IF WS-OK = 'Y'
                                   PERFORM 390-SHOW-REQUISITION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION-FILE
           END-IF
           IF WS-SHOWN = 0
               DISPLAY "  (none for you to decide)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Requisition to decide (0 to return): "
               WITH NO ADVANCING
           ACCEPT WS-DECIDE-NO
           IF WS-DECIDE-NO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O REQUISITION-FILE
           MOVE WS-DECIDE-NO TO RQ-NO
           READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "Requisition not found"
               NOT INVALID KEY
                   PERFORM 410-CHECK-HR
                   IF NOT RQ-AWAIT-HR OR WS-OK NOT = 'Y'
                       DISPLAY "Not awaiting your approval"
                   ELSE
                       PERFORM 380-TAKE-DECISION
                       IF WS-DECISION = 'A'
                           SET RQ-OPEN TO TRUE
                           MOVE LS-EMP-ID TO RQ-HR-BY
                           MOVE WS-TODAY TO RQ-HR-DATE
                       END-IF
                       PERFORM 385-REWRITE-DECISION
                   END-IF
           END-READ
           CLOSE REQUISITION-FILE.

       410-CHECK-HR.
           MOVE 'Y' TO WS-OK
           IF RQ-RAISED-BY = LS-EMP-ID OR RQ-MANAGER-ID = LS-EMP-ID
                   OR RQ-HEAD-BY = LS-EMP-ID
               MOVE 'N' TO WS-OK
           END-IF.

       380-TAKE-DECISION.
           DISPLAY "Approve or Reject (A/R): " WITH NO ADVANCING
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           IF WS-DECISION NOT = 'A'
               MOVE 'R' TO WS-DECISION
               SET RQ-REJECTED TO TRUE
               DISPLAY "Reason: " WITH NO ADVANCING
               MOVE SPACES TO WS-NOTE
               ACCEPT WS-NOTE
               MOVE WS-NOTE TO RQ-NOTE
           END-IF.

       385-REWRITE-DECISION.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Unable to update requisition, "
                           "status " RQ-FILE-STATUS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RQ-AWAIT-HR
                           DISPLAY "Requisition " RQ-NO
                                   " approved - now with HR."
                       WHEN RQ-OPEN
                           DISPLAY "Requisition " RQ-NO
                                   " approved - open for a hire."
                       WHEN OTHER
                           DISPLAY "Requisition " RQ-NO " rejected."
                   END-EVALUATE
           END-REWRITE.

       390-SHOW-REQUISITION.
           ADD 1 TO WS-SHOWN
           MOVE RQ-PROP-SALARY TO WS-PRINT-AMT
           DISPLAY "  " RQ-NO "  " RQ-DEPT " " RQ-BRANCH
                   " GRADE " RQ-GRADE "  SALARY " WS-PRINT-AMT
           IF RQ-REPLACEMENT
               DISPLAY "          REPLACES " RQ-LEAVER-ID
                       "  MANAGER " RQ-MANAGER-ID
                       "  RAISED " RQ-RAISED-DATE
           ELSE
               DISPLAY "          NEW POST"
                       "  MANAGER " RQ-MANAGER-ID
                       "  RAISED " RQ-RAISED-DATE
           END-IF
           IF RQ-AWAIT-HR
               DISPLAY "          HEAD APPROVED BY " RQ-HEAD-BY
                       " ON " RQ-HEAD-DATE
           END-IF.

      *****************************************************************
      * 500-CANCEL-REQUISITION - withdraw a requisition not yet
      * filled: by whoever raised it, the requesting manager, or
      * HR/Admin.
      *****************************************************************
       500-CANCEL-REQUISITION.
           DISPLAY "Requisition to cancel (0 to return): "
               WITH NO ADVANCING
           ACCEPT WS-DECIDE-NO
           IF WS-DECIDE-NO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O REQUISITION-FILE
           MOVE WS-DECIDE-NO TO RQ-NO
           READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "Requisition not found"
               NOT INVALID KEY
                   IF NOT RQ-LIVE
                       DISPLAY "Requisition is no longer live"
                   ELSE
                       IF RQ-RAISED-BY NOT = LS-EMP-ID
                               AND RQ-MANAGER-ID NOT = LS-EMP-ID
                               AND LS-USER-ROLE NOT = 'H'
                               AND LS-USER-ROLE NOT = 'A'
                           DISPLAY "Not your requisition"
                       ELSE
                           DISPLAY "Reason: " WITH NO ADVANCING
                           MOVE SPACES TO WS-NOTE
                           ACCEPT WS-NOTE
                           MOVE WS-NOTE TO RQ-NOTE
                           SET RQ-CANCELLED TO TRUE
                           REWRITE REQUISITION-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR: Unable to update "
                                           "requisition"
                               NOT INVALID KEY
                                   DISPLAY "Requisition " RQ-NO
                                           " cancelled."
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ
           CLOSE REQUISITION-FILE.

      *****************************************************************
      * 600-REQUISITION-REPORT - open requisitions with their age in
      * days since raised, and filled ones with the days from raised
      * to the hire being captured, to
      * ../data/requisitions_<date>.txt.
      *****************************************************************
       600-REQUISITION-REPORT.
           INITIALIZE WS-COUNTS
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "../data/requisitions_" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open "
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "RECRUITMENT REQUISITIONS AS AT " WS-TODAY
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 690-PUT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM 690-PUT-LINE
           MOVE "OPEN REQUISITIONS" TO WS-LINE
           PERFORM 690-PUT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "REQ-NO" TO WS-LINE(1:6)
           MOVE "DEPARTMENT" TO WS-LINE(9:10)
           MOVE "BRANCH" TO WS-LINE(30:6)
           MOVE "GRADE" TO WS-LINE(41:5)
           MOVE "REASON" TO WS-LINE(47:6)
           MOVE "STATUS" TO WS-LINE(66:6)
           MOVE "RAISED" TO WS-LINE(81:6)
           MOVE "AGE DAYS" TO WS-LINE(91:8)
           PERFORM 690-PUT-LINE
           OPEN INPUT REQUISITION-FILE
           IF RQ-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUISITION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RQ-LIVE
                               PERFORM 610-OPEN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION-FILE
           END-IF

           MOVE SPACES TO WS-LINE
           PERFORM 690-PUT-LINE
           MOVE "FILLED REQUISITIONS" TO WS-LINE
           PERFORM 690-PUT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "REQ-NO" TO WS-LINE(1:6)
           MOVE "DEPARTMENT" TO WS-LINE(9:10)
           MOVE "BRANCH" TO WS-LINE(30:6)
           MOVE "GRADE" TO WS-LINE(41:5)
           MOVE "HIRED" TO WS-LINE(47:5)
           MOVE "FILLED" TO WS-LINE(66:6)
           MOVE "RAISED" TO WS-LINE(81:6)
           MOVE "DAYS TO FILL" TO WS-LINE(91:12)
           PERFORM 690-PUT-LINE
           OPEN INPUT REQUISITION-FILE
           IF RQ-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUISITION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RQ-FILLED
                               PERFORM 620-FILLED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUISITION-FILE
           END-IF

           MOVE SPACES TO WS-LINE
           PERFORM 690-PUT-LINE
           MOVE 0 TO WS-AVG-DAYS
           IF WS-CT-OPEN > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-CT-OPEN-DAYS / WS-CT-OPEN
           END-IF
           MOVE WS-AVG-DAYS TO WS-PRINT-DAYS
           MOVE SPACES TO WS-LINE
           STRING "OPEN " WS-CT-OPEN "  AVERAGE AGE (DAYS) "
                  WS-PRINT-DAYS
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 690-PUT-LINE
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           MOVE 0 TO WS-AVG-DAYS
           IF WS-CT-FILLED > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-CT-FILL-DAYS / WS-CT-FILLED
           END-IF
           MOVE WS-AVG-DAYS TO WS-PRINT-DAYS
           MOVE SPACES TO WS-LINE
           STRING "FILLED " WS-CT-FILLED
                  "  AVERAGE TIME TO FILL (DAYS) " WS-PRINT-DAYS
               DELIMITED BY SIZE INTO WS-LINE
           PERFORM 690-PUT-LINE
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           CLOSE REPORT-FILE
           DISPLAY "Report written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME).

       610-OPEN-LINE.
           ADD 1 TO WS-CT-OPEN
           MOVE 0 TO WS-DAYS
           IF RQ-RAISED-DATE > 0 AND RQ-RAISED-DATE NOT > WS-TODAY
               COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                     - FUNCTION INTEGER-OF-DATE(RQ-RAISED-DATE)
           END-IF
           ADD WS-DAYS TO WS-CT-OPEN-DAYS
           EVALUATE TRUE
               WHEN RQ-AWAIT-HEAD
                   MOVE "AWAITING HEAD" TO WS-STATUS-TEXT
               WHEN RQ-AWAIT-HR
                   MOVE "AWAITING HR" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "OPEN TO HIRE" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-LINE
           MOVE RQ-NO TO WS-LINE(1:6)
           MOVE RQ-DEPT TO WS-LINE(9:20)
           MOVE RQ-BRANCH TO WS-LINE(30:10)
           MOVE RQ-GRADE TO WS-LINE(41:4)
           IF RQ-REPLACEMENT
               STRING "REPL " RQ-LEAVER-ID
                   DELIMITED BY SIZE INTO WS-LINE(47:15)
           ELSE
               MOVE "NEW POST" TO WS-LINE(47:8)
           END-IF
           MOVE WS-STATUS-TEXT TO WS-LINE(66:14)
           MOVE RQ-RAISED-DATE TO WS-LINE(81:8)
           MOVE WS-DAYS TO WS-PRINT-DAYS
           MOVE WS-PRINT-DAYS TO WS-LINE(93:6)
           PERFORM 690-PUT-LINE.

       620-FILLED-LINE.
           ADD 1 TO WS-CT-FILLED
           MOVE 0 TO WS-DAYS
           IF RQ-RAISED-DATE > 0
                   AND RQ-FILLED-DATE NOT < RQ-RAISED-DATE
               COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(RQ-FILLED-DATE)
                     - FUNCTION INTEGER-OF-DATE(RQ-RAISED-DATE)
           END-IF
           ADD WS-DAYS TO WS-CT-FILL-DAYS
           MOVE SPACES TO WS-LINE
           MOVE RQ-NO TO WS-LINE(1:6)
           MOVE RQ-DEPT TO WS-LINE(9:20)
           MOVE RQ-BRANCH TO WS-LINE(30:10)
           MOVE RQ-GRADE TO WS-LINE(41:4)
           MOVE RQ-FILLED-EMP-ID TO WS-LINE(47:10)
           MOVE RQ-FILLED-DATE TO WS-LINE(66:8)
           MOVE RQ-RAISED-DATE TO WS-LINE(81:8)
           MOVE WS-DAYS TO WS-PRINT-DAYS
           MOVE WS-PRINT-DAYS TO WS-LINE(97:6)
           PERFORM 690-PUT-LINE.

       690-PUT-LINE.
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-CT-LINES.
