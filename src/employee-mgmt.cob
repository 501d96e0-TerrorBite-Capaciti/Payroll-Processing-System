      *                   establishment check reads other employees
      *                   into it), and the establishment block now
      *                   honours grade-specific approved-post rows.
      * 2026-10-15  BDEV  Capture of the SA identity number (or
      *                   passport and issuing country), the SARS
      *                   income tax reference and, for US staff, the
      *                   SSN on add, update and bulk import. The ID
      *                   number's Luhn digit, embedded birth date and
      *                   gender digit are checked against EMP-BIRTH
      *                   and EMP-EE-GENDER, the tax reference gets
      *                   the SARS modulus-10 check, and every change
      *                   is logged field by field.
      * 2026-10-15  BDEV  ACTIVATE PENDING EMPLOYEE and VERIFY BANK
      *                   DETAIL CHANGES are now their own permission-
      *                   matrix functions (EMPACTIV, BANKVRFY), so the
      *                   checker can be kept apart from the capturer
      *                   in the matrix, not only per record.
      * 2026-10-15  BDEV  Added S. SECONDMENTS: the register of
      *                   employees seconded to another branch (host,
      *                   dates, recharge basis % of cost or fixed
      *                   fee, markup) that PAYROLL bills each host
      *                   from as an intercompany recharge.
      * 2026-10-15  BDEV  The update screen now logs job title and
      *                   job grade changes too, so REPORTS' as-at
      *                   reconstruction can roll them back.
      * 2026-10-15  BDEV  ACTIVATE PENDING EMPLOYEE logs the activation
      *                   as a STATUS change (P to A) under the
      *                   activating user, so the checker of a new
      *                   hire is on record beside its maker.
      * 2026-10-15  BDEV  ADD-NEW-EMPLOYEE now needs an approved open
      *                   recruitment requisition (raised and approved
      *                   in RECRUIT). The department, branch and grade
      *                   come from the requisition, and the
      *                   requisition is closed as filled when the hire
      *                   is written.
      * 2026-10-15  BDEV  Added K. ONBOARDING DOCUMENTS: the required
      *                   documents checklist by employee type and tax
      *                   code, the documents received per employee
      *                   (received date and capturing user), and the
      *                   outstanding documents report by department.
      *                   ACTIVATE PENDING EMPLOYEE refuses a hire
      *                   while a mandatory document is outstanding.
      * 2026-10-15  BDEV  Added J. DISCIPLINARY CASES: the case register
      *                   on ../data/disciplinary_cases.dat (offence,
      *                   incident/hearing dates, chairperson, outcome,
      *                   appeal). Warnings expire after CONFIG's
      *                   validity months; a suspension sets the S/U
      *                   status window; a dismissal prefills the
      *                   termination with reason 01. Added A. ACTIVE
      *                   WARNINGS REPORT (function DISCWARN), where a
      *                   manager sees only their own reports.
      * 2026-10-15  BDEV  Salary capture (add, update, bulk import)
      *                   refuses a base salary or hourly rate below
      *                   the minimum wage of the employee's own sector
      *                   (MINWAGE) - a statutory floor, so there is
      *                   no override as there is for the grade band.
      * 2026-10-15  BDEV  Added F. DAYS ABROAD REGISTER: each stretch an
      *                   employee works outside South Africa
      *                   (departure, return, country) on
      *                   ../data/days_abroad.dat, with the full days
      *                   abroad in the last 12 months and the longest
      *                   stretch against the 183/60-day foreign
      *                   service exemption tests (DAYSABROAD).
      * 2026-10-15  BDEV  Added E. BENEFICIARY NOMINATIONS: up to five
      *                   nominees per employee for the group life
      *                   cover and for the pension/provident fund
      *                   (name, relationship, ID number, share) on
      *                   ../data/beneficiaries.dat; the shares for a
      *                   benefit must total 100. A termination with
      *                   reason 05 points to DEATHSVC.
      * 2026-10-15  BDEV  Input cut-off: a salary or hourly rate change
      *                   captured in UPDATE after the open pay
      *                   period's cut-off is held on LATEQUEUE's
      *                   late-input queue instead of written to the
      *                   master, and a hire activated after it is
      *                   queued so PAYROLL leaves it out of that
      *                   period.
      * 2026-10-15  BDEV  Employee master and leave balance adds and
      *                   changes are journalled to the master after-
      *                   image journal (MSTJRNL) for forward recovery
      *                   after a restore.
      *****************************************************************
       ENVIRONMENT DIVISION. 
       INPUT-OUTPUT SECTION. 
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS TRANSFER-STATUS-CODE
              .
           SELECT SECONDMENT-FILE
              ASSIGN TO "../data/secondments.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SD-KEY
              FILE STATUS IS SECOND-STATUS-CODE
              .
           SELECT REQUISITION-FILE
              ASSIGN TO "../data/requisitions.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RQ-NO
              FILE STATUS IS REQN-STATUS-CODE
              .
           SELECT DOC-REQUIREMENT-FILE
              ASSIGN TO "../data/onboard_doc_reqs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DOCREQ-STATUS-CODE
              .
           SELECT ONBOARD-DOC-FILE
              ASSIGN TO "../data/onboard_docs.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OD-KEY
              FILE STATUS IS ONBDOC-STATUS-CODE
              .
           SELECT ONBOARD-REPORT-FILE
              ASSIGN TO "../data/onboarding_outstanding.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ONBRPT-STATUS-CODE
              .
           SELECT SYSCONFIG-FILE
              ASSIGN TO "../data/sysconfig.dat"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SYSCFG-STATUS-CODE
              .
           SELECT DISCIPLINE-FILE
              ASSIGN TO "../data/disciplinary_cases.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DC-KEY
              FILE STATUS IS DISC-STATUS-CODE
              .
           SELECT DAYS-ABROAD-FILE
              ASSIGN TO "../data/days_abroad.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FA-KEY
              FILE STATUS IS ABROAD-STATUS-CODE
              .
           SELECT BENEFICIARY-FILE
              ASSIGN TO "../data/beneficiaries.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BF-KEY
              FILE STATUS IS BENEF-STATUS-CODE
              .
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
           COPY employee_record.

       FD IMPORT-FILE.
       01 IMPORT-RECORD      PIC X(300).

       FD IMPORT-REPORT-FILE.
       01 IMPORT-REPORT-LINE PIC X(100).
       FD BRANCH-TRANSFER-FILE.
           COPY branch_transfer.

       FD SECONDMENT-FILE.
           COPY secondment.

       FD PAY-GRADE-FILE.
           COPY pay_grade.

       FD LEAVE-BALANCE-FILE.
           COPY leave_balance.

       FD REQUISITION-FILE.
           COPY requisition.

       FD DOC-REQUIREMENT-FILE.
           COPY onboard_doc_req.

       FD ONBOARD-DOC-FILE.
           COPY onboard_doc.

       FD ONBOARD-REPORT-FILE.
       01 ONBOARD-REPORT-LINE PIC X(100).

       FD SYSCONFIG-FILE.
           COPY sysconfig.

       FD DISCIPLINE-FILE.
           COPY disciplinary_case.

       FD DAYS-ABROAD-FILE.
           COPY days_abroad.

       FD BENEFICIARY-FILE.
           COPY beneficiary.

       WORKING-STORAGE SECTION.
      *****DATA ITEMS FOR INPUTTING AND WRITING TO FILE
       01 WS-EMPLOYEE.
           05 WS-OLD-ACCOUNT-NUM  PIC X(11).
           05 WS-OLD-ACCOUNT-TYPE PIC X(1).
           05 WS-OLD-STATUS       PIC X(1).
           05 WS-OLD-ID-NUMBER    PIC X(13).
           05 WS-OLD-PASSPORT     PIC X(15).
           05 WS-OLD-PASS-CTRY    PIC X(3).
           05 WS-OLD-TAX-REF      PIC X(10).
           05 WS-OLD-SSN          PIC X(9).
           05 WS-OLD-GRADE        PIC X(4).
       01 WS-OLD-AMOUNT-EDIT PIC ZZZZZZ9.99.
       01 WS-NEW-AMOUNT-EDIT PIC ZZZZZZ9.99.

           05 WS-IMP-HIRE-X      PIC X(8).
           05 WS-IMP-BRANCH      PIC X(10).
           05 WS-IMP-CURRENCY    PIC X(3).
           05 WS-IMP-ID-NUMBER   PIC X(13).
           05 WS-IMP-TAX-REF     PIC X(10).
           05 WS-IMP-PASSPORT    PIC X(15).
           05 WS-IMP-PASS-CTRY   PIC X(3).
       01 WS-IMP-BIRTH-N         PIC 9(8).
       01 WS-IMP-BIRTH-PARTS REDEFINES WS-IMP-BIRTH-N.
           05 WS-IMP-BIRTH-YYYY  PIC 9(4).
       01 WS-EMP-EE-GENDER    PIC X(1).
       01 WS-EMP-EE-OCC       PIC 9(1).

      *****DATA ITEMS FOR IDENTITY AND TAX NUMBER VALIDATION
       01 WS-ID-VALIDATE-PARAMS.
           05 WS-IDV-FIELDS.
              10 WS-IDV-ID-NUMBER   PIC X(13).
              10 WS-IDV-PASSPORT    PIC X(15).
              10 WS-IDV-PASS-CTRY   PIC X(3).
              10 WS-IDV-TAX-REF     PIC X(10).
              10 WS-IDV-SSN         PIC X(9).
           05 WS-IDV-BIRTH          PIC 9(8).
           05 WS-IDV-BIRTH-X REDEFINES WS-IDV-BIRTH PIC X(8).
           05 WS-IDV-GENDER         PIC X(1).
           05 WS-IDV-COUNTRY        PIC X(2).
           05 WS-IDV-RESULT         PIC X(1).
           05 WS-IDV-MESSAGE        PIC X(50).
       01 WS-IDV-SHOW-CURRENT    PIC X(1).

      *****DATA ITEMS FOR CONTRACT RENEWAL TRACKING
       01 WS-EMP-CONTRACT-END PIC 9(8).
       01 WS-EMP-PROBATION-END PIC 9(8).
       01 WS-BT-NEW-BRANCH    PIC X(10).
       01 WS-BT-EFF-DATE      PIC 9(8).

      *****DATA ITEMS FOR THE SECONDMENT REGISTER
       77 SECOND-STATUS-CODE  PIC X(2).
       01 WS-SDM-EMP-ID       PIC X(10).
       01 WS-SDM-SEQ          PIC 9(2).
       01 WS-SDM-LAST-SEQ     PIC 9(2).
       01 WS-SDM-COUNT        PIC 9(2).
       01 WS-SDM-HOST         PIC X(10).
       01 WS-SDM-FROM         PIC 9(8).
       01 WS-SDM-TO           PIC 9(8).
       01 WS-SDM-BASIS        PIC X(1).
       01 WS-SDM-PCT          PIC 9(3)V99.
       01 WS-SDM-FEE          PIC 9(7)V99.
       01 WS-SDM-MARKUP       PIC 9(3)V99.
       01 WS-SDM-PCT-TOTAL    PIC 9(4)V99.
       01 WS-SDM-VALID        PIC X(1).
       01 WS-SDM-END-INPUT    PIC X(8).
       01 WS-SDM-PCT-EDIT     PIC ZZ9.99.
       01 WS-SDM-FEE-EDIT     PIC Z,ZZZ,ZZ9.99.
       01 WS-SDM-BASIS-TEXT   PIC X(20).
       01 WS-SDM-STATUS-TEXT  PIC X(9).

      *****DATA ITEMS FOR MASKING COMPENSATION FIELDS BY ROLE
       01 WS-PAY-RATE-EDIT    PIC ZZZZ9.99.
       01 WS-BASE-SALARY-EDIT PIC ZZZZZZ9.99.
       01 WS-PAY-RATE-DISPLAY    PIC X(16).
       01 WS-BASE-SALARY-DISPLAY PIC X(16).

      *****DATA ITEMS FOR RECRUITMENT REQUISITIONS
       77 REQN-STATUS-CODE    PIC X(2).
       01 WS-HIRE-RQ-NO       PIC 9(6).
       01 WS-HIRE-RQ-OK       PIC X(1).
       01 WS-HIRE-RQ-DEPT     PIC X(20).
       01 WS-HIRE-RQ-BRANCH   PIC X(10).
       01 WS-HIRE-RQ-GRADE    PIC X(4).
       01 WS-HIRE-RQ-PROPOSED PIC 9(7)V99.
       01 WS-HIRE-RQ-SALARY   PIC Z,ZZZ,ZZ9.99.

      *****DATA ITEMS FOR ONBOARDING DOCUMENTS
       77 DOCREQ-STATUS-CODE  PIC X(2).
       77 ONBDOC-STATUS-CODE  PIC X(2).
       77 ONBRPT-STATUS-CODE  PIC X(2).
       01 WS-DR-COUNT         PIC 9(2) VALUE 0.
       01 WS-DR-ENTRY OCCURS 50 TIMES INDEXED BY WS-DR-IDX.
           05 WS-DR-T-CODE    PIC X(8).
           05 WS-DR-T-DESC    PIC X(30).
           05 WS-DR-T-TYPE    PIC X(1).
           05 WS-DR-T-TAX     PIC X(3).
           05 WS-DR-T-MAND    PIC X(1).
           05 WS-DR-T-APPLIES PIC X(1).
           05 WS-DR-T-RECEIVED PIC 9(8).
       01 WS-DR-FOUND-IDX     PIC 9(2).
       01 WS-DR-NEW-CODE      PIC X(8).
       01 WS-DR-NEW-DESC      PIC X(30).
       01 WS-DR-NEW-TYPE      PIC X(1).
       01 WS-DR-NEW-TAX       PIC X(3).
       01 WS-DR-NEW-MAND      PIC X(1).
       01 WS-OB-CHOICE        PIC X(1).
       01 WS-OB-TODAY         PIC 9(8).
       01 WS-OB-EMP-ID        PIC X(10).
       01 WS-OB-EMP-TYPE      PIC X(1).
       01 WS-OB-EMP-TAX       PIC X(3).
       01 WS-OB-FOUND         PIC X(1).
       01 WS-OB-DOCS-OPEN     PIC X(1).
       01 WS-OB-MISSING       PIC 9(2).
       01 WS-OB-OUTSTANDING   PIC 9(2).
       01 WS-OB-DOC-CODE      PIC X(8).
       01 WS-OB-RECEIVED      PIC 9(8).
       01 WS-OB-STATE-TEXT    PIC X(12).
       01 WS-OBL-COUNT        PIC 9(3) VALUE 0.
       01 WS-OBL-ENTRY OCCURS 500 TIMES INDEXED BY WS-OBL-IDX.
           05 WS-OBL-DEPT     PIC X(20).
           05 WS-OBL-EMP-ID   PIC X(10).
           05 WS-OBL-NAME     PIC X(30).
           05 WS-OBL-STATUS   PIC X(1).
           05 WS-OBL-CODE     PIC X(8).
           05 WS-OBL-MAND     PIC X(1).
       01 WS-OBD-COUNT        PIC 9(3) VALUE 0.
       01 WS-OBD-DEPT OCCURS 100 TIMES PIC X(20).
       01 WS-OBD-IDX          PIC 9(3).
       01 WS-OBD-POS          PIC 9(3).
       01 WS-OBD-SUB          PIC 9(3).
       01 WS-OBD-LINES        PIC 9(4).
       01 WS-OBD-DROPPED      PIC 9(4).
       01 WS-OB-LINE          PIC X(100).

      *****DATA ITEMS FOR THE SECTOR MINIMUM WAGE CHECK
       01 WS-MIN-WAGE-PARAMS.
           05 WS-MWV-EMP-ID       PIC X(10).
           05 WS-MWV-DEPT         PIC X(20).
           05 WS-MWV-POSITION-TYPE PIC X(20).
           05 WS-MWV-AS-AT        PIC 9(8).
           05 WS-MWV-RELOAD       PIC X(1).
           05 WS-MWV-SECTOR       PIC X(4).
           05 WS-MWV-MONTHLY      PIC 9(5)V99.
           05 WS-MWV-HOURLY       PIC 9(3)V99.
           05 WS-MWV-SOURCE       PIC X(1).
       01 WS-MWV-EMP-TYPE         PIC X(1).
       01 WS-MWV-CHECK-RATE       PIC 9(5)V99.
       01 WS-MWV-CHECK-SALARY     PIC 9(7)V99.
       01 WS-MWV-RESULT           PIC X(1).
       01 WS-MWV-MESSAGE          PIC X(50).
       01 WS-MWV-AMOUNT-EDIT      PIC ZZ,ZZ9.99.

      *****DATA ITEMS FOR THE DISCIPLINARY CASE REGISTER
       77 SYSCFG-STATUS-CODE  PIC X(2).
       77 DISC-STATUS-CODE    PIC X(2).
       01 WS-WARN-ACCESS      PIC X(1).
       01 WS-DC-CHOICE        PIC X(1).
       01 WS-DC-TODAY         PIC 9(8).
       01 WS-DC-EMP-ID        PIC X(10).
       01 WS-DC-TERM-EMP-ID   PIC X(10) VALUE SPACES.
       01 WS-DC-PREV-EMP      PIC X(10).
       01 WS-DC-SEQ           PIC 9(3).
       01 WS-DC-LAST-SEQ      PIC 9(3).
       01 WS-DC-COUNT         PIC 9(4).
       01 WS-DC-EOF           PIC X(1).
       01 WS-DC-IN-SCOPE      PIC X(1).
       01 WS-DC-VERBAL-MTHS   PIC 9(2).
       01 WS-DC-WRITTEN-MTHS  PIC 9(2).
       01 WS-DC-FINAL-MTHS    PIC 9(2).
       01 WS-DC-MONTHS        PIC 9(2).
       01 WS-DC-MONTH-NO      PIC 9(6).
       01 WS-DC-DATE          PIC 9(8).
       01 WS-DC-DATE-R REDEFINES WS-DC-DATE.
           05 WS-DC-DATE-YYYY PIC 9(4).
           05 WS-DC-DATE-MM   PIC 9(2).
           05 WS-DC-DATE-DD   PIC 9(2).
       01 WS-DC-OUTCOME-TEXT  PIC X(22).
       01 WS-DC-APPEAL-TEXT   PIC X(9).
       01 WS-DC-DISMISS-SEQ   PIC 9(3).
       01 WS-DC-DISMISS-DATE  PIC 9(8).

      *****DATA ITEMS FOR THE DAYS ABROAD REGISTER
       77 ABROAD-STATUS-CODE  PIC X(2).
       01 WS-FA-CHOICE        PIC X(1).
       01 WS-FA-TODAY         PIC 9(8).
       01 WS-FA-EMP-ID        PIC X(10).
       01 WS-FA-LAST-SEQ      PIC 9(3).
       01 WS-FA-OPEN-SEQ      PIC 9(3).
       01 WS-FA-LAST-RETURN   PIC 9(8).
       01 WS-FA-COUNT         PIC 9(4).
       01 WS-FA-EOF           PIC X(1).
       01 WS-FA-DATE          PIC 9(8).
       01 WS-DAYS-ABROAD-PARAMS.
           05 WS-DAB-EMP-ID       PIC X(10).
           05 WS-DAB-AS-AT        PIC 9(8).
           05 WS-DAB-PERIOD-FROM  PIC 9(8).
           05 WS-DAB-PERIOD-TO    PIC 9(8).
           05 WS-DAB-RELOAD       PIC X(1).
           05 WS-DAB-WINDOW-DAYS  PIC 9(3).
           05 WS-DAB-LONGEST      PIC 9(3).
           05 WS-DAB-PERIOD-DAYS  PIC 9(3).
           05 WS-DAB-QUALIFIES    PIC X(1).
           05 WS-DAB-ABROAD-NOW   PIC X(1).
           05 WS-DAB-COUNTRY      PIC X(20).

      *****DATA ITEMS FOR BENEFICIARY NOMINATIONS
       77 BENEF-STATUS-CODE   PIC X(2).
       01 WS-BF-EMP-ID        PIC X(10).
       01 WS-BF-TYPE          PIC X(1).
       01 WS-BF-TYPE-NAME     PIC X(24).
       01 WS-BF-SEQ           PIC 9(1).
       01 WS-BF-COUNT         PIC 9(1).
       01 WS-BF-NEW-COUNT     PIC 9(1).
       01 WS-BF-IDX           PIC 9(1).
       01 WS-BF-DONE          PIC X(1).
       01 WS-BF-TOTAL-PCT     PIC 9(3)V99.
       01 WS-BF-PRINT-PCT     PIC ZZ9.99.
       01 WS-BF-NAME          PIC X(40).
       01 WS-BF-RELATIONSHIP  PIC X(15).
       01 WS-BF-ID-NUMBER     PIC X(13).
       01 WS-BF-SHARE-PCT     PIC 9(3)V99.
       01 WS-BF-TABLE.
           05 WS-BF-ROW OCCURS 5 TIMES.
              10 WS-BF-T-NAME     PIC X(40).
              10 WS-BF-T-REL      PIC X(15).
              10 WS-BF-T-ID       PIC X(13).
              10 WS-BF-T-PCT      PIC 9(3)V99.

      *****DATA ITEMS FOR THE PAY PERIOD INPUT CUT-OFF
       01 WS-LATE-QUEUE-PARAMS.
           05 WS-LQ-FUNCTION      PIC X(1).
           05 WS-LQ-ITEM-TYPE     PIC X(4).
           05 WS-LQ-EMP-ID        PIC X(10).
           05 WS-LQ-REF           PIC X(10).
           05 WS-LQ-DETAIL        PIC X(30).
           05 WS-LQ-OLD-VALUE     PIC 9(7)V99.
           05 WS-LQ-NEW-VALUE     PIC 9(7)V99.
           05 WS-LQ-EFF-DATE      PIC 9(8).
           05 WS-LQ-USER          PIC X(10).
           05 WS-LQ-SEQ           PIC 9(6).
           05 WS-LQ-REASON        PIC X(30).
           05 WS-LQ-LATE          PIC X(1).
           05 WS-LQ-PERIOD-ID     PIC X(8).
           05 WS-LQ-CUTOFF-DATE   PIC 9(8).
           05 WS-LQ-CUTOFF-TIME   PIC 9(4).
           05 WS-LQ-RESULT        PIC X(1).
           05 WS-LQ-COUNT         PIC 9(4).
           05 WS-LQ-MESSAGE       PIC X(50).

      *****DATA ITEMS FOR THE MASTER AFTER-IMAGE JOURNAL (MSTJRNL)
       01 WS-MST-JOURNAL-PARAMS.
           05 WS-MJ-FILE          PIC X(14).
           05 WS-MJ-OPERATION     PIC X(1).
           05 WS-MJ-USER          PIC X(10).
           05 WS-MJ-PROGRAM       PIC X(16).
           05 WS-MJ-IMAGE         PIC X(1000).
           05 WS-MJ-RESULT        PIC X(1).

       LINKAGE SECTION.
       01 LS-USER-ROLE       PIC X(1).
       01 LS-EMP-ID          PIC X(10).
           MOVE LS-EMP-ID TO WS-AC-USER-ID
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
           MOVE WS-AC-RESULT TO WS-FULL-ACCESS
      * THE ACTIVE WARNINGS REPORT ALSO REACHES MANAGERS, WHO SEE ONLY
      * THEIR OWN REPORTS
           MOVE "DISCWARN" TO WS-AC-FUNCTION
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
           MOVE WS-AC-RESULT TO WS-WARN-ACCESS.

           PERFORM UNTIL USER-INPUT = "9"
           DISPLAY "========== EMPLOYEE MANAGEMENT MODULE ============"
           DISPLAY "D. CONTACT DETAILS"
           DISPLAY "Q. CONTACT APPROVAL QUEUE"
           DISPLAY "B. BRANCH TRANSFER"
           DISPLAY "S. SECONDMENTS"
           DISPLAY "R. SET MANAGER"
           DISPLAY "L. REPORTING LINES"
           DISPLAY "V. VERIFY BANK DETAIL CHANGES"
           DISPLAY "N. NET PAY SPLITS"
           DISPLAY "Z. CTC PACKAGE STRUCTURING"
           DISPLAY "O. WORK SCHEDULE PATTERN"
           DISPLAY "K. ONBOARDING DOCUMENTS"
           DISPLAY "J. DISCIPLINARY CASES"
           DISPLAY "F. DAYS ABROAD REGISTER"
           DISPLAY "E. BENEFICIARY NOMINATIONS"
           END-IF
           IF WS-WARN-ACCESS = 'Y'
           DISPLAY "A. ACTIVE WARNINGS REPORT"
           END-IF
           DISPLAY "M. MY CONTACT DETAILS"
           DISPLAY " "
           IF USER-INPUT = "M" OR USER-INPUT = "m"
              PERFORM MY-CONTACT-DETAILS
           ELSE
           IF (USER-INPUT = "A" OR USER-INPUT = "a")
                 AND WS-WARN-ACCESS = 'Y'
              PERFORM ACTIVE-WARNINGS-REPORT
           ELSE
           IF USER-INPUT NOT = "9" AND WS-FULL-ACCESS NOT = 'Y'
              DISPLAY "ACCESS DENIED - SELF-SERVICE OPTION M ONLY"
           ELSE
              PERFORM TERMINATE-EMPLOYEE

             WHEN "7"
              MOVE "EMPACTIV" TO WS-AC-FUNCTION
              PERFORM CHECK-CHECKER-ACCESS
              IF WS-AC-RESULT = 'Y'
                 PERFORM ACTIVATE-PENDING-EMPLOYEE
              END-IF

             WHEN "8"
              PERFORM BULK-IMPORT-EMPLOYEES
             WHEN "b"
              PERFORM BRANCH-TRANSFER

             WHEN "S"
              PERFORM SECONDMENT-REGISTER

             WHEN "s"
              PERFORM SECONDMENT-REGISTER

             WHEN "R"
              PERFORM SET-MANAGER

              PERFORM REPORTING-LINES

             WHEN "V"
              MOVE "BANKVRFY" TO WS-AC-FUNCTION
              PERFORM CHECK-CHECKER-ACCESS
              IF WS-AC-RESULT = 'Y'
                 PERFORM VERIFY-BANK-CHANGES
              END-IF

             WHEN "v"
              MOVE "BANKVRFY" TO WS-AC-FUNCTION
              PERFORM CHECK-CHECKER-ACCESS
              IF WS-AC-RESULT = 'Y'
                 PERFORM VERIFY-BANK-CHANGES
              END-IF

             WHEN "X"
              PERFORM CONTRACT-RENEWALS
             WHEN "o"
              PERFORM WORK-SCHEDULE-PATTERN

             WHEN "K"
              PERFORM ONBOARDING-DOCUMENTS

             WHEN "k"
              PERFORM ONBOARDING-DOCUMENTS

             WHEN "J"
              PERFORM DISCIPLINARY-CASES

             WHEN "j"
              PERFORM DISCIPLINARY-CASES

             WHEN "F"
              PERFORM DAYS-ABROAD-REGISTER

             WHEN "f"
              PERFORM DAYS-ABROAD-REGISTER

             WHEN "E"
              PERFORM BENEFICIARY-NOMINATIONS

             WHEN "e"
              PERFORM BENEFICIARY-NOMINATIONS

      * ALLOWS TO RETURN BACK TO THE CALLING PROGRAM (i.e, MAIN MENU)
             WHEN "9"
             STOP RUN
           END-EVALUATE
           END-IF
           END-IF
           END-IF

           END-PERFORM
           .
                       INVALID KEY
                          DISPLAY "ERROR UPDATING " EMP-ID
                       NOT INVALID KEY
                          MOVE "C" TO WS-MJ-OPERATION
                          PERFORM JOURNAL-EMPLOYEE
                          MOVE "BASE-SALARY" TO EC-FIELD-NAME
                          MOVE WS-OLD-BASE-SALARY
                             TO WS-OLD-AMOUNT-EDIT
           MOVE EMP-BRANCH-CODE    TO WS-OLD-BRANCH-CODE
           MOVE EMP-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT-NUM
           MOVE EMP-ACCOUNT-TYPE   TO WS-OLD-ACCOUNT-TYPE
           MOVE EMP-ID-NUMBER      TO WS-OLD-ID-NUMBER
           MOVE EMP-PASSPORT-NO    TO WS-OLD-PASSPORT
           MOVE EMP-PASSPORT-COUNTRY TO WS-OLD-PASS-CTRY
           MOVE EMP-TAX-REF-NO     TO WS-OLD-TAX-REF
           MOVE EMP-SSN            TO WS-OLD-SSN
           MOVE EMP-GRADE          TO WS-OLD-GRADE
           .
      *****************************************************************
      * LOG-CHANGED-FIELDS - ONE CHANGE-LOG ROW PER FIELD THE UPDATE
              MOVE EMP-DEPT TO EC-NEW-VALUE
              PERFORM WRITE-CHANGE-LOG-ROW
           END-IF
           IF EMP-POSITION NOT = WS-OLD-POSITION
              MOVE "POSITION" TO EC-FIELD-NAME
              MOVE WS-OLD-POSITION TO EC-OLD-VALUE
              MOVE EMP-POSITION TO EC-NEW-VALUE
              PERFORM WRITE-CHANGE-LOG-ROW
           END-IF
           IF EMP-GRADE NOT = WS-OLD-GRADE
              MOVE "GRADE" TO EC-FIELD-NAME
              MOVE WS-OLD-GRADE TO EC-OLD-VALUE
              MOVE EMP-GRADE TO EC-NEW-VALUE
              PERFORM WRITE-CHANGE-LOG-ROW
           END-IF
           IF EMP-TYPE NOT = WS-OLD-TYPE
              MOVE "EMP-TYPE" TO EC-FIELD-NAME
              MOVE WS-OLD-TYPE TO EC-OLD-VALUE
              MOVE EMP-ACCOUNT-TYPE TO EC-NEW-VALUE
              PERFORM WRITE-CHANGE-LOG-ROW
           END-IF
           IF EMP-ID-NUMBER NOT = WS-OLD-ID-NUMBER
              MOVE "ID-NUMBER" TO EC-FIELD-NAME
              MOVE WS-OLD-ID-NUMBER TO EC-OLD-VALUE
              MOVE EMP-ID-NUMBER TO EC-NEW-VALUE
              PERFORM WRITE-CHANGE-LOG-ROW
           END-IF
           IF EMP-PASSPORT-NO NOT = WS-OLD-PASSPORT
              MOVE "PASSPORT-NO" TO EC-FIELD-NAME
              MOVE WS-OLD-PASSPORT TO EC-OLD-VALUE
              MOVE EMP-PASSPORT-NO TO EC-NEW-VALUE
              PERFORM WRITE-CHANGE-LOG-ROW
           END-IF
           IF EMP-PASSPORT-COUNTRY NOT = WS-OLD-PASS-CTRY
              MOVE "PASSPORT-COUNTRY" TO EC-FIELD-NAME
              MOVE WS-OLD-PASS-CTRY TO EC-OLD-VALUE
              MOVE EMP-PASSPORT-COUNTRY TO EC-NEW-VALUE
              PERFORM WRITE-CHANGE-LOG-ROW
           END-IF
           IF EMP-TAX-REF-NO NOT = WS-OLD-TAX-REF
              MOVE "TAX-REF-NO" TO EC-FIELD-NAME
              MOVE WS-OLD-TAX-REF TO EC-OLD-VALUE
              MOVE EMP-TAX-REF-NO TO EC-NEW-VALUE
              PERFORM WRITE-CHANGE-LOG-ROW
           END-IF
           IF EMP-SSN NOT = WS-OLD-SSN
              MOVE "SSN" TO EC-FIELD-NAME
              MOVE WS-OLD-SSN TO EC-OLD-VALUE
              MOVE EMP-SSN TO EC-NEW-VALUE
              PERFORM WRITE-CHANGE-LOG-ROW
           END-IF
           .
      *****************************************************************
      * WRITE-CHANGE-LOG-ROW - STAMP AND APPEND ONE CHANGE ROW. THE
           END-IF
           .
      *****************************************************************
      * CHECK-MIN-WAGE - THE CAPTURED PAY AGAINST THE MINIMUM WAGE OF
      * THE EMPLOYEE'S OWN SECTOR IN FORCE TODAY (MINWAGE). A MONTHLY
      * SALARY (A PART-TIMER'S IS THE FULL-TIME EQUIVALENT PAYROLL
      * DIVIDES BY 160) IS HELD TO THE MONTHLY MINIMUM, AN HOURLY RATE
      * TO THE HOURLY ONE. RESULT B = BELOW, O = MEETS IT. A
      * PIECEWORKER IS FLOORED AT THE RUN INSTEAD.
      *****************************************************************
       CHECK-MIN-WAGE.
           MOVE 'O' TO WS-MWV-RESULT
           MOVE SPACES TO WS-MWV-MESSAGE
           IF WS-MWV-EMP-TYPE = 'W'
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MWV-AS-AT
           CALL "MINWAGE" USING WS-MIN-WAGE-PARAMS
           IF WS-MWV-SECTOR = SPACES
              MOVE "NATL" TO WS-MWV-SECTOR
           END-IF
           IF WS-MWV-CHECK-SALARY > 0
                 AND WS-MWV-CHECK-SALARY < WS-MWV-MONTHLY
              MOVE 'B' TO WS-MWV-RESULT
              MOVE WS-MWV-MONTHLY TO WS-MWV-AMOUNT-EDIT
              STRING "SALARY BELOW " WS-MWV-SECTOR " MONTHLY MINIMUM "
                 WS-MWV-AMOUNT-EDIT DELIMITED BY SIZE
                 INTO WS-MWV-MESSAGE
           END-IF
           IF WS-MWV-RESULT = 'O' AND WS-MWV-CHECK-RATE > 0
                 AND WS-MWV-HOURLY > 0
                 AND WS-MWV-CHECK-RATE < WS-MWV-HOURLY
              MOVE 'B' TO WS-MWV-RESULT
              MOVE WS-MWV-HOURLY TO WS-MWV-AMOUNT-EDIT
              STRING "HOURLY RATE BELOW " WS-MWV-SECTOR
                 " HOURLY MINIMUM " WS-MWV-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO WS-MWV-MESSAGE
           END-IF
           IF WS-MWV-RESULT = 'B'
              DISPLAY "REFUSED: " WS-MWV-MESSAGE
           END-IF
           .
      *****************************************************************
      * WORK-SCHEDULE-PATTERN - CAPTURE OR REPLACE AN EMPLOYEE'S
      * FIXED WORKING PATTERN (WHICH WEEKDAYS, HOURS PER DAY). AN
      * EMPLOYEE WITH NO PATTERN KEEPS THE CALENDAR ASSUMPTIONS.
                    MOVE WS-CTC-CASH TO EMP-BASE-SALARY
                    MOVE WS-CTC-AMOUNT TO EMP-CTC-AMOUNT
                    REWRITE EMPLOYEE-RECORD
                    IF FILE-STATUS-CODE = "00"
                       MOVE "C" TO WS-MJ-OPERATION
                       PERFORM JOURNAL-EMPLOYEE
                    END-IF
                    MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-SH-EFF-DATE
                    PERFORM WRITE-SALARY-HISTORY
                       MOVE WS-ST-START TO EMP-STATUS-START
                       MOVE WS-ST-END TO EMP-STATUS-END
                       REWRITE EMPLOYEE-RECORD
                       IF FILE-STATUS-CODE = "00"
                          MOVE "C" TO WS-MJ-OPERATION
                          PERFORM JOURNAL-EMPLOYEE
                       END-IF
                       DISPLAY "STATUS SET TO " EMP-STATUS
                    END-IF
                 END-IF
                       MOVE SPACES TO EMP-TERM-REASON
                       MOVE WS-SESSION-USER-ID TO EMP-ADDED-BY
                       REWRITE EMPLOYEE-RECORD
                       IF FILE-STATUS-CODE = "00"
                          MOVE "C" TO WS-MJ-OPERATION
                          PERFORM JOURNAL-EMPLOYEE
                       END-IF
                       PERFORM RESET-LEAVE-CYCLES
                       MOVE WS-RH-HIRE-DATE TO WS-SH-EFF-DATE
                       PERFORM WRITE-SALARY-HISTORY
                    MOVE 0 TO LB-FAMILY-BAL
                    MOVE 0 TO LB-FAMILY-YEAR
                    REWRITE LEAVE-BALANCE-RECORD
                    IF LEAVE-STATUS-CODE = "00"
                       MOVE "C" TO WS-MJ-OPERATION
                       PERFORM JOURNAL-LEAVE-BALANCE
                    END-IF
              END-READ
              CLOSE LEAVE-BALANCE-FILE
           END-IF
                       PERFORM WRITE-CHANGE-LOG-ROW
                       MOVE WS-CX-NEW-END TO EMP-CONTRACT-END
                       REWRITE EMPLOYEE-RECORD
                       IF FILE-STATUS-CODE = "00"
                          MOVE "C" TO WS-MJ-OPERATION
                          PERFORM JOURNAL-EMPLOYEE
                       END-IF
                       DISPLAY "CONTRACT RENEWED TO " WS-CX-NEW-END
                    END-IF
                 ELSE
                          PERFORM WRITE-CHANGE-LOG-ROW
                          MOVE WS-MG-NEW-MANAGER TO EMP-MANAGER-ID
                          REWRITE EMPLOYEE-RECORD
                          IF FILE-STATUS-CODE = "00"
                             MOVE "C" TO WS-MJ-OPERATION
                             PERFORM JOURNAL-EMPLOYEE
                          END-IF
                          DISPLAY "MANAGER UPDATED"
                    END-READ
                 END-IF
                       PERFORM WRITE-CHANGE-LOG-ROW
                       MOVE WS-BT-NEW-BRANCH TO EMP-COMPANY-BRANCH
                       REWRITE EMPLOYEE-RECORD
                       IF FILE-STATUS-CODE = "00"
                          MOVE "C" TO WS-MJ-OPERATION
                          PERFORM JOURNAL-EMPLOYEE
                       END-IF
                       DISPLAY "TRANSFER CAPTURED, EFFECTIVE "
                          WS-BT-EFF-DATE
                    END-IF
           END-IF
           .
      *****************************************************************
      * SECONDMENT-REGISTER - RECORD AN EMPLOYEE'S SECONDMENT TO
      * ANOTHER COMPANY BRANCH (THE HOST), OR END ONE. THE EMPLOYEE
      * STAYS ON THEIR OWN BRANCH'S PAYROLL; EACH RUN PAYROLL BILLS
      * THE HOST A PERCENTAGE OF THE EMPLOYEE'S COST OR A FIXED
      * MONTHLY FEE, PLUS THE MARKUP, AS AN INTERCOMPANY RECHARGE.
      *****************************************************************
       SECONDMENT-REGISTER.
           PERFORM CHECK-RUN-LOCK
           IF WS-RUN-LOCKED = 'Y'
              DISPLAY "A PAYROLL RUN IS IN PROGRESS - TRY AGAIN "
                 "AFTER IT FINISHES"
           ELSE
              OPEN I-O SECONDMENT-FILE
              IF SECOND-STATUS-CODE = "35"
                 OPEN OUTPUT SECONDMENT-FILE
                 CLOSE SECONDMENT-FILE
                 OPEN I-O SECONDMENT-FILE
              END-IF
              OPEN INPUT EMPLOYEE-FILE
              DISPLAY "ENTER EMPLOYEE ID: " WITH NO ADVANCING
              ACCEPT WS-SDM-EMP-ID
              MOVE WS-SDM-EMP-ID TO EMP-ID
              READ EMPLOYEE-FILE
                 INVALID KEY
                    DISPLAY "EMPLOYEE NOT FOUND!"
                 NOT INVALID KEY
                    DISPLAY "HOME BRANCH: " EMP-COMPANY-BRANCH
                    PERFORM LIST-SECONDMENTS
                    DISPLAY "A. ADD A SECONDMENT  E. END A SECONDMENT"
                       "  (BLANK TO RETURN): " WITH NO ADVANCING
                    MOVE SPACE TO USER-INPUT
                    ACCEPT USER-INPUT
                    IF USER-INPUT = "A" OR USER-INPUT = "a"
                       PERFORM ADD-SECONDMENT
                    END-IF
                    IF USER-INPUT = "E" OR USER-INPUT = "e"
                       PERFORM END-SECONDMENT
                    END-IF
              END-READ
              CLOSE EMPLOYEE-FILE
              CLOSE SECONDMENT-FILE
           END-IF
           .
      *****************************************************************
      *****************************************************************
       LIST-SECONDMENTS.
           MOVE 0 TO WS-SDM-COUNT
           MOVE 0 TO WS-SDM-LAST-SEQ
           DISPLAY "SECONDMENTS:"
           PERFORM VARYING WS-SDM-SEQ FROM 1 BY 1
                 UNTIL WS-SDM-SEQ > 98
              MOVE WS-SDM-EMP-ID TO SD-EMP-ID
              MOVE WS-SDM-SEQ TO SD-SEQ
              READ SECONDMENT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-SDM-COUNT
                    MOVE WS-SDM-SEQ TO WS-SDM-LAST-SEQ
                    PERFORM SHOW-SECONDMENT-ROW
              END-READ
           END-PERFORM
           IF WS-SDM-COUNT = 0
              DISPLAY "  (NONE)"
           END-IF
           .
      *****************************************************************
      *****************************************************************
       SHOW-SECONDMENT-ROW.
           IF SD-BASIS-FEE
              MOVE SD-FEE TO WS-SDM-FEE-EDIT
              MOVE SPACES TO WS-SDM-BASIS-TEXT
              STRING "FEE R" WS-SDM-FEE-EDIT DELIMITED BY SIZE
                 INTO WS-SDM-BASIS-TEXT
           ELSE
              MOVE SD-PCT TO WS-SDM-PCT-EDIT
              MOVE SPACES TO WS-SDM-BASIS-TEXT
              STRING WS-SDM-PCT-EDIT "% OF COST" DELIMITED BY SIZE
                 INTO WS-SDM-BASIS-TEXT
           END-IF
           MOVE SD-MARKUP-PCT TO WS-SDM-PCT-EDIT
           IF SD-CANCELLED
              MOVE "CANCELLED" TO WS-SDM-STATUS-TEXT
           ELSE
              MOVE "ACTIVE" TO WS-SDM-STATUS-TEXT
           END-IF
           DISPLAY "  " SD-SEQ ". " SD-HOST-BRANCH " " SD-FROM-DATE
              " TO " SD-TO-DATE "  " WS-SDM-BASIS-TEXT
              " +" WS-SDM-PCT-EDIT "%  " WS-SDM-STATUS-TEXT
           .
      *****************************************************************
      * ADD-SECONDMENT - CAPTURE A NEW SECONDMENT FOR THE EMPLOYEE IN
      * THE RECORD BUFFER. IT MAY NOT OVERLAP ANOTHER ACTIVE
      * SECONDMENT TO THE SAME HOST, AND OVERLAPPING PERCENTAGE
      * SECONDMENTS MAY NOT RECHARGE MORE THAN 100% OF THE COST.
      *****************************************************************
       ADD-SECONDMENT.
           MOVE 'Y' TO WS-SDM-VALID
           DISPLAY "HOST BRANCH: " WITH NO ADVANCING
           ACCEPT WS-SDM-HOST
           DISPLAY "FIRST DAY (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-SDM-FROM
           DISPLAY "LAST DAY (YYYYMMDD, 0 = OPEN-ENDED): "
              WITH NO ADVANCING
           ACCEPT WS-SDM-TO
           DISPLAY "RECHARGE BASIS (P = % OF COST, F = FIXED FEE): "
              WITH NO ADVANCING
           ACCEPT WS-SDM-BASIS
           MOVE 0 TO WS-SDM-PCT
           MOVE 0 TO WS-SDM-FEE
           IF WS-SDM-BASIS = "p"
              MOVE "P" TO WS-SDM-BASIS
           END-IF
           IF WS-SDM-BASIS = "f"
              MOVE "F" TO WS-SDM-BASIS
           END-IF
           IF WS-SDM-BASIS = "F"
              DISPLAY "MONTHLY FEE: " WITH NO ADVANCING
              ACCEPT WS-SDM-FEE
           ELSE
              DISPLAY "PERCENT OF COST RECHARGED (E.G. 100): "
                 WITH NO ADVANCING
              ACCEPT WS-SDM-PCT
           END-IF
           DISPLAY "MARKUP PERCENT (0 FOR NONE): " WITH NO ADVANCING
           ACCEPT WS-SDM-MARKUP

           IF WS-SDM-HOST = SPACES
                 OR WS-SDM-HOST = EMP-COMPANY-BRANCH
              DISPLAY "HOST BRANCH MUST BE ANOTHER BRANCH"
              MOVE 'N' TO WS-SDM-VALID
           END-IF
           IF WS-SDM-FROM NOT NUMERIC OR WS-SDM-FROM = 0
              DISPLAY "FIRST DAY IS REQUIRED"
              MOVE 'N' TO WS-SDM-VALID
           END-IF
           IF WS-SDM-TO NOT NUMERIC
              DISPLAY "LAST DAY MUST BE A DATE OR 0"
              MOVE 'N' TO WS-SDM-VALID
           ELSE
              IF WS-SDM-TO NOT = 0 AND WS-SDM-TO < WS-SDM-FROM
                 DISPLAY "LAST DAY IS BEFORE THE FIRST DAY"
                 MOVE 'N' TO WS-SDM-VALID
              END-IF
           END-IF
           IF WS-SDM-BASIS NOT = "P" AND WS-SDM-BASIS NOT = "F"
              DISPLAY "RECHARGE BASIS MUST BE P OR F"
              MOVE 'N' TO WS-SDM-VALID
           ELSE
              IF WS-SDM-BASIS = "F" AND WS-SDM-FEE = 0
                 DISPLAY "A FIXED FEE SECONDMENT NEEDS THE FEE"
                 MOVE 'N' TO WS-SDM-VALID
              END-IF
              IF WS-SDM-BASIS = "P"
                    AND (WS-SDM-PCT = 0 OR WS-SDM-PCT > 100)
                 DISPLAY "PERCENT MUST BE 1 TO 100"
                 MOVE 'N' TO WS-SDM-VALID
              END-IF
           END-IF
           IF WS-SDM-LAST-SEQ NOT < 98
              DISPLAY "EMPLOYEE HAS NO SECONDMENT NUMBERS LEFT"
              MOVE 'N' TO WS-SDM-VALID
           END-IF
           IF WS-SDM-VALID = 'Y'
              PERFORM CHECK-SECONDMENT-OVERLAP
           END-IF

           IF WS-SDM-VALID NOT = 'Y'
              DISPLAY "SECONDMENT NOT CAPTURED"
           ELSE
              PERFORM WARN-SPLIT-TO-HOST
              ADD 1 TO WS-SDM-LAST-SEQ
              MOVE WS-SDM-EMP-ID TO SD-EMP-ID
              MOVE WS-SDM-LAST-SEQ TO SD-SEQ
              MOVE WS-SDM-HOST TO SD-HOST-BRANCH
              MOVE WS-SDM-FROM TO SD-FROM-DATE
              MOVE WS-SDM-TO TO SD-TO-DATE
              MOVE WS-SDM-BASIS TO SD-BASIS
              MOVE WS-SDM-PCT TO SD-PCT
              MOVE WS-SDM-FEE TO SD-FEE
              MOVE WS-SDM-MARKUP TO SD-MARKUP-PCT
              MOVE "A" TO SD-STATUS
              MOVE FUNCTION CURRENT-DATE(1:14) TO SD-CAPTURED
              MOVE WS-SESSION-USER-ID TO SD-USER-ID
              WRITE SECONDMENT-RECORD
                 INVALID KEY
                    DISPLAY "ERROR WRITING SECONDMENT " SD-SEQ
                 NOT INVALID KEY
                    MOVE "SECONDMENT" TO EC-FIELD-NAME
                    MOVE SPACES TO EC-OLD-VALUE
                    MOVE SPACES TO EC-NEW-VALUE
                    STRING WS-SDM-HOST " " WS-SDM-FROM "-" WS-SDM-TO
                       DELIMITED BY SIZE INTO EC-NEW-VALUE
                    PERFORM WRITE-CHANGE-LOG-ROW
                    DISPLAY "SECONDMENT " SD-SEQ " CAPTURED"
              END-WRITE
           END-IF
           .
      *****************************************************************
      *****************************************************************
       CHECK-SECONDMENT-OVERLAP.
           MOVE WS-SDM-PCT TO WS-SDM-PCT-TOTAL
           PERFORM VARYING WS-SDM-SEQ FROM 1 BY 1
                 UNTIL WS-SDM-SEQ > WS-SDM-LAST-SEQ
              MOVE WS-SDM-EMP-ID TO SD-EMP-ID
              MOVE WS-SDM-SEQ TO SD-SEQ
              READ SECONDMENT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SD-ACTIVE
                          AND (SD-TO-DATE = 0
                               OR SD-TO-DATE NOT < WS-SDM-FROM)
                          AND (WS-SDM-TO = 0
                               OR SD-FROM-DATE NOT > WS-SDM-TO)
                       IF SD-HOST-BRANCH = WS-SDM-HOST
                          DISPLAY "OVERLAPS SECONDMENT " SD-SEQ
                             " TO THE SAME HOST"
                          MOVE 'N' TO WS-SDM-VALID
                       END-IF
                       IF SD-BASIS-PCT AND WS-SDM-BASIS = "P"
                          ADD SD-PCT TO WS-SDM-PCT-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SDM-PCT-TOTAL > 100
              DISPLAY "OVERLAPPING SECONDMENTS WOULD RECHARGE "
                 WS-SDM-PCT-TOTAL "% OF THE COST"
              MOVE 'N' TO WS-SDM-VALID
           END-IF
           .
      *****************************************************************
      * WARN-SPLIT-TO-HOST - A COST CENTRE SPLIT THAT ALREADY COSTS
      * PART OF THE EMPLOYEE TO THE HOST WOULD BE CHARGED TO THE HOST
      * TWICE ONCE THE RECHARGE IS ALSO BILLED.
      *****************************************************************
       WARN-SPLIT-TO-HOST.
           OPEN INPUT COST-SPLIT-FILE
           IF SPLIT-STATUS-CODE = "00"
              PERFORM VARYING WS-CSP-SEQ FROM 1 BY 1
                    UNTIL WS-CSP-SEQ > 5
                 MOVE WS-SDM-EMP-ID TO CS-EMP-ID
                 MOVE WS-CSP-SEQ TO CS-SPLIT-SEQ
                 READ COST-SPLIT-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CS-BRANCH = WS-SDM-HOST
                          DISPLAY "WARNING: COST CENTRE SPLIT ALREADY "
                             "COSTS " CS-PCT "% TO " WS-SDM-HOST
                             " - REMOVE IT OR THE HOST PAYS TWICE"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COST-SPLIT-FILE
           END-IF
           .
      *****************************************************************
      * END-SECONDMENT - SET THE LAST DAY OF AN ACTIVE SECONDMENT, OR
      * CANCEL ONE CAPTURED IN ERROR (NO RECHARGE IS PRICED OFF A
      * CANCELLED ROW; RECHARGES ALREADY RUN STAND).
      *****************************************************************
       END-SECONDMENT.
           DISPLAY "SECONDMENT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-SDM-SEQ
           MOVE WS-SDM-EMP-ID TO SD-EMP-ID
           MOVE WS-SDM-SEQ TO SD-SEQ
           READ SECONDMENT-FILE
              INVALID KEY
                 DISPLAY "NO SUCH SECONDMENT"
              NOT INVALID KEY
                 IF NOT SD-ACTIVE
                    DISPLAY "SECONDMENT IS ALREADY CANCELLED"
                 ELSE
                    DISPLAY "LAST DAY (YYYYMMDD) OR C TO CANCEL: "
                       WITH NO ADVANCING
                    MOVE SPACES TO WS-SDM-END-INPUT
                    ACCEPT WS-SDM-END-INPUT
                    MOVE "SECONDMENT END" TO EC-FIELD-NAME
                    MOVE SD-TO-DATE TO EC-OLD-VALUE
                    IF WS-SDM-END-INPUT = "C" OR WS-SDM-END-INPUT = "c"
                       MOVE "C" TO SD-STATUS
                       MOVE "CANCELLED" TO EC-NEW-VALUE
                       PERFORM REWRITE-SECONDMENT
                    ELSE
                    IF WS-SDM-END-INPUT NOT NUMERIC
                       DISPLAY "NOT A DATE - NOTHING CHANGED"
                    ELSE
                       MOVE WS-SDM-END-INPUT TO WS-SDM-TO
                       IF WS-SDM-TO < SD-FROM-DATE
                          DISPLAY "LAST DAY IS BEFORE THE FIRST DAY "
                             "- CANCEL IT INSTEAD"
                       ELSE
                          MOVE WS-SDM-TO TO SD-TO-DATE
                          MOVE WS-SDM-TO TO EC-NEW-VALUE
                          PERFORM REWRITE-SECONDMENT
                       END-IF
                    END-IF
                    END-IF
                 END-IF
           END-READ
           .
      *****************************************************************
      *****************************************************************
       REWRITE-SECONDMENT.
           REWRITE SECONDMENT-RECORD
              INVALID KEY
                 DISPLAY "ERROR UPDATING SECONDMENT " SD-SEQ
              NOT INVALID KEY
                 PERFORM WRITE-CHANGE-LOG-ROW
                 DISPLAY "SECONDMENT " SD-SEQ " UPDATED"
           END-REWRITE
           .
      *****************************************************************
      * CONTACT-DETAILS-SCREEN - ADMIN/HR VIEW AND MAINTAIN OF AN
      * EMPLOYEE'S CONTACT BLOCK, APPLIED STRAIGHT TO THE MASTER WITH
      * EVERY CHANGED FIELD LOGGED LIKE ANY OTHER UPDATE.
                    PERFORM CAPTURE-CONTACT-FIELDS
                    MOVE WS-CT-NEW-CONTACT TO EMP-CONTACT-DETAILS
                    REWRITE EMPLOYEE-RECORD
                    IF FILE-STATUS-CODE = "00"
                       MOVE "C" TO WS-MJ-OPERATION
                       PERFORM JOURNAL-EMPLOYEE
                    END-IF
                    PERFORM LOG-CONTACT-CHANGES
                    DISPLAY "CONTACT DETAILS UPDATED"
                 END-IF
                 MOVE EMP-CONTACT-DETAILS TO WS-OLD-CONTACT
                 MOVE CP-NEW-CONTACT TO EMP-CONTACT-DETAILS
                 REWRITE EMPLOYEE-RECORD
                 IF FILE-STATUS-CODE = "00"
                    MOVE "C" TO WS-MJ-OPERATION
                    PERFORM JOURNAL-EMPLOYEE
                 END-IF
                 PERFORM LOG-CONTACT-CHANGES
                 SET CP-APPROVED TO TRUE
                 MOVE WS-SESSION-USER-ID TO CP-DECIDE-USER
      *****************************************************************
      *****************************************************************
       ADD-NEW-EMPLOYEE.
      * A HIRE IS CAPTURED AGAINST AN APPROVED OPEN REQUISITION
           PERFORM TAKE-HIRE-REQUISITION
           IF WS-HIRE-RQ-OK NOT = 'Y'
              DISPLAY "HIRE NOT CAPTURED - AN APPROVED OPEN "
                 "REQUISITION IS REQUIRED"
              GOBACK
           END-IF

           OPEN I-O EMPLOYEE-FILE

           DISPLAY " "
            WITH NO ADVANCING
           ACCEPT WS-EMP-UNION-FEE

           MOVE WS-HIRE-RQ-DEPT TO WS-EMP-DEPT
           DISPLAY "DEPARTMENT (FROM REQUISITION): " WS-EMP-DEPT

           SET WS-INVALID-TYPE TO TRUE
           PERFORM UNTIL WS-VALID-TYPE
              WITH NO ADVANCING
           ACCEPT WS-EMP-PAY-RATE

           MOVE WS-HIRE-RQ-PROPOSED TO WS-HIRE-RQ-SALARY
           DISPLAY "REQUISITION PROPOSED SALARY: " WS-HIRE-RQ-SALARY
           DISPLAY "ENTER EMPLOYEE'S BASE SALARY (MONTHLY, 0 IF "
              "HOURLY): " WITH NO ADVANCING
           ACCEPT WS-EMP-BASE-SALARY

           MOVE WS-HIRE-RQ-GRADE TO WS-EMP-GRADE
           DISPLAY "JOB GRADE (FROM REQUISITION): " WS-EMP-GRADE
           MOVE WS-EMP-GRADE TO WS-GR-CHECK-GRADE
           MOVE WS-EMP-BASE-SALARY TO WS-GR-CHECK-SALARY
           PERFORM CHECK-GRADE-RANGE
              END-IF
           END-PERFORM

           MOVE WS-EMP-ID TO WS-MWV-EMP-ID
           MOVE WS-EMP-DEPT TO WS-MWV-DEPT
           MOVE WS-EMP-POSITION-TYPE TO WS-MWV-POSITION-TYPE
           MOVE WS-EMP-TYPE TO WS-MWV-EMP-TYPE
           MOVE WS-EMP-PAY-RATE TO WS-MWV-CHECK-RATE
           MOVE WS-EMP-BASE-SALARY TO WS-MWV-CHECK-SALARY
           MOVE 'Y' TO WS-MWV-RELOAD
           PERFORM CHECK-MIN-WAGE
           PERFORM UNTIL WS-MWV-RESULT NOT = 'B'
              DISPLAY "RE-ENTER HOURLY PAY RATE (0 IF SALARIED): "
                 WITH NO ADVANCING
              ACCEPT WS-EMP-PAY-RATE
              DISPLAY "RE-ENTER BASE SALARY (MONTHLY, 0 IF "
                 "HOURLY): " WITH NO ADVANCING
              ACCEPT WS-EMP-BASE-SALARY
              MOVE WS-EMP-PAY-RATE TO WS-MWV-CHECK-RATE
              MOVE WS-EMP-BASE-SALARY TO WS-MWV-CHECK-SALARY
              PERFORM CHECK-MIN-WAGE
              IF WS-MWV-RESULT NOT = 'B'
                 MOVE WS-EMP-BASE-SALARY TO WS-GR-CHECK-SALARY
                 PERFORM CHECK-GRADE-RANGE
              END-IF
           END-PERFORM

           SET WS-INVALID-TYPE TO TRUE
           PERFORM UNTIL WS-VALID-TYPE
           DISPLAY "ENTER EMPLOYEE'S HIRE DATE (YYYYMMDD): "
              MOVE "SA" TO WS-EMP-COUNTRY
           END-IF

      * IDENTITY AND TAX NUMBERS - THE IRP5, EMP501 AND UI-19 CANNOT
      * GO TO SARS / LABOUR WITHOUT THEM
           MOVE SPACES TO WS-IDV-FIELDS
           MOVE WS-EMP-BIRTH-YEAR  TO WS-IDV-BIRTH-X(1:4)
           MOVE WS-EMP-BIRTH-MONTH TO WS-IDV-BIRTH-X(5:2)
           MOVE WS-EMP-BIRTH-DATE  TO WS-IDV-BIRTH-X(7:2)
           MOVE WS-EMP-EE-GENDER   TO WS-IDV-GENDER
           MOVE WS-EMP-COUNTRY     TO WS-IDV-COUNTRY
           MOVE 'N' TO WS-IDV-SHOW-CURRENT
           PERFORM CAPTURE-IDENTITY-NUMBERS

           MOVE WS-HIRE-RQ-BRANCH TO WS-EMP-BRANCH
           DISPLAY "COMPANY BRANCH (FROM REQUISITION): " WS-EMP-BRANCH

           DISPLAY "(OPTIONAL) ENTER MANAGER'S EMPLOYEE ID: "
            WITH NO ADVANCING
           MOVE WS-EMP-EE-RACE            TO EMP-EE-RACE
           MOVE WS-EMP-EE-GENDER          TO EMP-EE-GENDER
           MOVE WS-EMP-EE-OCC             TO EMP-EE-OCC-LEVEL
           MOVE WS-IDV-ID-NUMBER          TO EMP-ID-NUMBER
           MOVE WS-IDV-PASSPORT           TO EMP-PASSPORT-NO
           MOVE WS-IDV-PASS-CTRY          TO EMP-PASSPORT-COUNTRY
           MOVE WS-IDV-TAX-REF            TO EMP-TAX-REF-NO
           MOVE WS-IDV-SSN                TO EMP-SSN
      * NEW HIRES ARE NOT PAYABLE UNTIL A SECOND USER ACTIVATES THEM
           SET EMP-PENDING               TO TRUE

                 DISPLAY WS-EMP-NAME " ALREADY EXISTS!"

              NOT INVALID KEY
              MOVE "A" TO WS-MJ-OPERATION
              PERFORM JOURNAL-EMPLOYEE
              MOVE EMP-HIRE-DATE TO WS-SH-EFF-DATE
              PERFORM WRITE-SALARY-HISTORY
              DISPLAY EMP-NAME " ADDED IN PENDING STATUS - A "
                 "DIFFERENT USER MUST ACTIVATE THE RECORD BEFORE "
                 "PAYROLL WILL PAY IT."
              PERFORM CLOSE-HIRE-REQUISITION
           END-WRITE
           CLOSE EMPLOYEE-FILE
           GOBACK
           .
      *****************************************************************
      * TAKE-HIRE-REQUISITION - ASK FOR THE REQUISITION THE HIRE FILLS
      * AND CHECK IT HAS BEEN APPROVED BY THE DEPARTMENT HEAD AND HR
      * AND IS STILL OPEN. ITS DEPARTMENT, BRANCH, GRADE AND PROPOSED
      * SALARY ARE KEPT FOR THE ADD SCREEN.
      *****************************************************************
       TAKE-HIRE-REQUISITION.
           MOVE 'N' TO WS-HIRE-RQ-OK
           DISPLAY " "
           DISPLAY "APPROVED REQUISITION NUMBER: " WITH NO ADVANCING
           ACCEPT WS-HIRE-RQ-NO
           OPEN INPUT REQUISITION-FILE
           IF REQN-STATUS-CODE NOT = "00"
              DISPLAY "NO REQUISITIONS ON FILE"
           ELSE
              MOVE WS-HIRE-RQ-NO TO RQ-NO
              READ REQUISITION-FILE
                 INVALID KEY
                    DISPLAY "REQUISITION " WS-HIRE-RQ-NO " NOT FOUND"
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN RQ-OPEN
                          MOVE 'Y' TO WS-HIRE-RQ-OK
                          MOVE RQ-DEPT TO WS-HIRE-RQ-DEPT
                          MOVE RQ-BRANCH TO WS-HIRE-RQ-BRANCH
                          MOVE RQ-GRADE TO WS-HIRE-RQ-GRADE
                          MOVE RQ-PROP-SALARY TO WS-HIRE-RQ-PROPOSED
                          DISPLAY "REQUISITION " RQ-NO ": " RQ-DEPT
                             " " RQ-BRANCH " GRADE " RQ-GRADE
                       WHEN RQ-FILLED
                          DISPLAY "REQUISITION ALREADY FILLED BY "
                             RQ-FILLED-EMP-ID
                       WHEN RQ-AWAIT-HEAD OR RQ-AWAIT-HR
                          DISPLAY "REQUISITION IS NOT YET APPROVED"
                       WHEN OTHER
                          DISPLAY "REQUISITION IS REJECTED OR "
                             "CANCELLED"
                    END-EVALUATE
              END-READ
              CLOSE REQUISITION-FILE
           END-IF
           .
      *****************************************************************
      * CLOSE-HIRE-REQUISITION - THE HIRE IS WRITTEN: MARK ITS
      * REQUISITION FILLED, WITH THE NEW EMPLOYEE, THE DATE AND THE
      * CAPTURING USER, WHICH THE REQUISITION REPORT'S TIME-TO-FILL
      * IS MEASURED TO.
      *****************************************************************
       CLOSE-HIRE-REQUISITION.
           OPEN I-O REQUISITION-FILE
           MOVE WS-HIRE-RQ-NO TO RQ-NO
           READ REQUISITION-FILE
              INVALID KEY
                 DISPLAY "WARNING: REQUISITION " WS-HIRE-RQ-NO
                    " COULD NOT BE CLOSED"
              NOT INVALID KEY
                 SET RQ-FILLED TO TRUE
                 MOVE WS-EMP-ID TO RQ-FILLED-EMP-ID
                 MOVE FUNCTION CURRENT-DATE(1:8) TO RQ-FILLED-DATE
                 MOVE WS-SESSION-USER-ID TO RQ-FILLED-BY
                 REWRITE REQUISITION-RECORD
                    INVALID KEY
                       DISPLAY "WARNING: REQUISITION " RQ-NO
                          " COULD NOT BE CLOSED"
                    NOT INVALID KEY
                       DISPLAY "REQUISITION " RQ-NO " CLOSED AS FILLED"
                 END-REWRITE
           END-READ
           CLOSE REQUISITION-FILE
           .
      *****************************************************************
      *****************************************************************
      *****************************************************************
      * VALIDATE-CAPTURED-BANK-DETAILS - RUNS THE ADD SCREEN'S CAPTURED
           END-IF
           .
      *****************************************************************
      * CAPTURE-IDENTITY-NUMBERS - PROMPT THE SA ID NUMBER (OR
      * PASSPORT), THE SARS TAX REFERENCE AND, FOR US STAFF, THE SSN
      * INTO WS-IDV-FIELDS AND RE-PROMPT UNTIL IDVALIDATE ACCEPTS
      * THEM. THE CALLER PRIMES THE BIRTH DATE, GENDER AND COUNTRY
      * THE ID NUMBER IS CHECKED AGAINST (AND THE CURRENT VALUES WHEN
      * WS-IDV-SHOW-CURRENT = 'Y'). A BLANK IDENTIFIER IS ALLOWED -
      * THE STATUTORY EXTRACTS LIST IT AS MISSING.
      *****************************************************************
       CAPTURE-IDENTITY-NUMBERS.
           MOVE SPACE TO WS-IDV-RESULT
           PERFORM UNTIL WS-IDV-RESULT = 'V'
              IF WS-IDV-COUNTRY = "US"
                 IF WS-IDV-SHOW-CURRENT = 'Y'
                    DISPLAY "CURRENT SSN: " WS-IDV-SSN
                 END-IF
                 DISPLAY "SOCIAL SECURITY NUMBER (9 DIGITS, NO "
                    "DASHES): " WITH NO ADVANCING
                 ACCEPT WS-IDV-SSN
              ELSE
                 MOVE SPACES TO WS-IDV-SSN
                 IF WS-IDV-SHOW-CURRENT = 'Y'
                    DISPLAY "CURRENT SA ID NUMBER: " WS-IDV-ID-NUMBER
                    DISPLAY "CURRENT PASSPORT: " WS-IDV-PASSPORT
                       " " WS-IDV-PASS-CTRY
                 END-IF
                 DISPLAY "SA ID NUMBER (13 DIGITS, BLANK IF FOREIGN "
                    "NATIONAL): " WITH NO ADVANCING
                 ACCEPT WS-IDV-ID-NUMBER
                 IF WS-IDV-ID-NUMBER = SPACES
                    DISPLAY "PASSPORT NUMBER: " WITH NO ADVANCING
                    ACCEPT WS-IDV-PASSPORT
                    IF WS-IDV-PASSPORT NOT = SPACES
                       DISPLAY "PASSPORT ISSUING COUNTRY (ISO 3-LETTER,"
                          " E.G. ZWE): " WITH NO ADVANCING
                       ACCEPT WS-IDV-PASS-CTRY
                       MOVE FUNCTION UPPER-CASE(WS-IDV-PASS-CTRY)
                          TO WS-IDV-PASS-CTRY
                    ELSE
                       MOVE SPACES TO WS-IDV-PASS-CTRY
                    END-IF
                 ELSE
                    MOVE SPACES TO WS-IDV-PASSPORT
                    MOVE SPACES TO WS-IDV-PASS-CTRY
                 END-IF
                 IF WS-IDV-SHOW-CURRENT = 'Y'
                    DISPLAY "CURRENT SARS TAX REFERENCE: "
                       WS-IDV-TAX-REF
                 END-IF
                 DISPLAY "SARS INCOME TAX REFERENCE (10 DIGITS, BLANK "
                    "IF NOT YET REGISTERED): " WITH NO ADVANCING
                 ACCEPT WS-IDV-TAX-REF
              END-IF

              CALL "IDVALIDATE" USING WS-ID-VALIDATE-PARAMS
              IF WS-IDV-RESULT NOT = 'V'
                 DISPLAY "IDENTIFIER REJECTED: " WS-IDV-MESSAGE
                 DISPLAY "PLEASE RE-ENTER"
                 DISPLAY " "
              END-IF
           END-PERFORM

           IF WS-IDV-COUNTRY = "US"
              IF WS-IDV-SSN = SPACES
                 DISPLAY "WARNING: NO SSN CAPTURED - THE EMPLOYEE WILL "
                    "BE LISTED AS MISSING ON THE W-2 RUN."
              END-IF
           ELSE
              IF WS-IDV-ID-NUMBER = SPACES AND WS-IDV-PASSPORT = SPACES
                 DISPLAY "WARNING: NO ID OR PASSPORT NUMBER CAPTURED - "
                    "THE EMPLOYEE WILL BE LISTED AS MISSING ON THE "
                    "STATUTORY EXTRACTS."
              END-IF
           END-IF
           IF WS-IDV-TAX-REF = SPACES AND WS-IDV-COUNTRY NOT = "US"
              DISPLAY "WARNING: NO SARS TAX REFERENCE CAPTURED - THE "
                 "EMPLOYEE WILL BE LISTED AS MISSING ON THE IRP5/"
                 "EMP501."
           END-IF
           .
      *****************************************************************
      *****************************************************************
       SEARCH-BY-ID.

                 DISPLAY "BIRTHDATE: " EMP-BIRTH-DATE
                 DISPLAY "AGE: " EMP-AGE
                 DISPLAY "UNION FEE: " EMP-UNION-FEE
                 IF EMP-COUNTRY-US
                    DISPLAY "SSN: " EMP-SSN
                 ELSE
                    DISPLAY "ID NUMBER: " EMP-ID-NUMBER
                    IF EMP-PASSPORT-NO NOT = SPACES
                       DISPLAY "PASSPORT: " EMP-PASSPORT-NO " "
                          EMP-PASSPORT-COUNTRY
                    END-IF
                    DISPLAY "TAX REFERENCE: " EMP-TAX-REF-NO
                 END-IF
                 DISPLAY "STATUS: " EMP-STATUS
                 DISPLAY "============================================="
                 DISPLAY " "
                    END-IF
                 END-PERFORM

                 MOVE EMP-ID TO WS-MWV-EMP-ID
                 MOVE EMP-DEPT TO WS-MWV-DEPT
                 MOVE EMP-POSITION-TYPE TO WS-MWV-POSITION-TYPE
                 MOVE EMP-TYPE TO WS-MWV-EMP-TYPE
                 MOVE EMP-PAY-RATE TO WS-MWV-CHECK-RATE
                 MOVE EMP-BASE-SALARY TO WS-MWV-CHECK-SALARY
                 MOVE 'Y' TO WS-MWV-RELOAD
                 PERFORM CHECK-MIN-WAGE
                 PERFORM UNTIL WS-MWV-RESULT NOT = 'B'
                    DISPLAY "RE-ENTER HOURLY PAY RATE (0 IF "
                       "SALARIED): " WITH NO ADVANCING
                    ACCEPT EMP-PAY-RATE
                    DISPLAY "RE-ENTER BASE SALARY (MONTHLY, 0 IF "
                       "HOURLY): " WITH NO ADVANCING
                    ACCEPT EMP-BASE-SALARY
                    MOVE EMP-PAY-RATE TO WS-MWV-CHECK-RATE
                    MOVE EMP-BASE-SALARY TO WS-MWV-CHECK-SALARY
                    PERFORM CHECK-MIN-WAGE
                    IF WS-MWV-RESULT NOT = 'B'
                       MOVE EMP-BASE-SALARY TO WS-GR-CHECK-SALARY
                       PERFORM CHECK-GRADE-RANGE
                    END-IF
                 END-PERFORM

                 DISPLAY "CURRENT HIRE DATE: " EMP-HIRE-DATE
                 DISPLAY "ENTER NEW HIRE DATE (YYYYMMDD): "
                    WITH NO ADVANCING
                    MOVE 0 TO EMP-DEPENDENTS
                 END-IF

                 MOVE EMP-ID-NUMBER        TO WS-IDV-ID-NUMBER
                 MOVE EMP-PASSPORT-NO      TO WS-IDV-PASSPORT
                 MOVE EMP-PASSPORT-COUNTRY TO WS-IDV-PASS-CTRY
                 MOVE EMP-TAX-REF-NO       TO WS-IDV-TAX-REF
                 MOVE EMP-SSN              TO WS-IDV-SSN
                 MOVE EMP-BIRTH            TO WS-IDV-BIRTH-X
                 MOVE EMP-EE-GENDER        TO WS-IDV-GENDER
                 MOVE EMP-COUNTRY-CODE     TO WS-IDV-COUNTRY
                 MOVE 'Y' TO WS-IDV-SHOW-CURRENT
                 PERFORM CAPTURE-IDENTITY-NUMBERS
                 MOVE WS-IDV-ID-NUMBER     TO EMP-ID-NUMBER
                 MOVE WS-IDV-PASSPORT      TO EMP-PASSPORT-NO
                 MOVE WS-IDV-PASS-CTRY     TO EMP-PASSPORT-COUNTRY
                 MOVE WS-IDV-TAX-REF       TO EMP-TAX-REF-NO
                 MOVE WS-IDV-SSN           TO EMP-SSN

                 DISPLAY "CURRENT PAYSLIP DELIVERY: "
                    EMP-SLIP-DELIVERY
                 DISPLAY "ENTER NEW PAYSLIP DELIVERY (P/E/S): "
                    PERFORM VALIDATE-UPDATED-BANK-DETAILS
                 END-PERFORM

                 PERFORM HOLD-LATE-PAY-CHANGE
                 REWRITE EMPLOYEE-RECORD
                    INVALID KEY
                       DISPLAY "ERROR UPDATING EMPLOYEE RECORD"
                    NOT INVALID KEY
                       MOVE "C" TO WS-MJ-OPERATION
                       PERFORM JOURNAL-EMPLOYEE
                       PERFORM LOG-CHANGED-FIELDS
                       IF EMP-BASE-SALARY NOT = WS-OLD-BASE-SALARY
                          DISPLAY "EFFECTIVE DATE OF NEW SALARY "
           CLOSE EMPLOYEE-FILE
           .
      *****************************************************************
      * HOLD-LATE-PAY-CHANGE - A SALARY OR HOURLY RATE CHANGE CAPTURED
      * AFTER THE OPEN PAY PERIOD'S INPUT CUT-OFF DOES NOT REACH THE
      * MASTER: IT GOES ON THE LATE-INPUT QUEUE (WITH THE SALARY'S
      * EFFECTIVE DATE) AND THE OLD FIGURE IS PUT BACK BEFORE THE
      * REWRITE. THE REST OF THE UPDATE GOES THROUGH AS CAPTURED.
      *****************************************************************
       HOLD-LATE-PAY-CHANGE.
           IF EMP-BASE-SALARY NOT = WS-OLD-BASE-SALARY
                 OR EMP-PAY-RATE NOT = WS-OLD-PAY-RATE
              INITIALIZE WS-LATE-QUEUE-PARAMS
              MOVE 'C' TO WS-LQ-FUNCTION
              CALL "LATEQUEUE" USING WS-LATE-QUEUE-PARAMS
              IF WS-LQ-LATE = 'Y'
                 DISPLAY "PAY CHANGE CAPTURED AFTER THE "
                    WS-LQ-PERIOD-ID " INPUT CUT-OFF ("
                    WS-LQ-CUTOFF-DATE " " WS-LQ-CUTOFF-TIME ")"
                 IF EMP-BASE-SALARY NOT = WS-OLD-BASE-SALARY
                    DISPLAY "EFFECTIVE DATE OF NEW SALARY "
                       "(YYYYMMDD): " WITH NO ADVANCING
                    ACCEPT WS-SH-EFF-DATE
                    INITIALIZE WS-LATE-QUEUE-PARAMS
                    MOVE "SALY" TO WS-LQ-ITEM-TYPE
                    MOVE "BASE SALARY" TO WS-LQ-DETAIL
                    MOVE WS-OLD-BASE-SALARY TO WS-LQ-OLD-VALUE
                    MOVE EMP-BASE-SALARY TO WS-LQ-NEW-VALUE
                    MOVE WS-SH-EFF-DATE TO WS-LQ-EFF-DATE
                    PERFORM QUEUE-LATE-ITEM
                    IF WS-LQ-LATE = 'Y' AND WS-LQ-RESULT = 'Y'
                       MOVE WS-OLD-BASE-SALARY TO EMP-BASE-SALARY
                    END-IF
                 END-IF
                 IF EMP-PAY-RATE NOT = WS-OLD-PAY-RATE
                    INITIALIZE WS-LATE-QUEUE-PARAMS
                    MOVE "RATE" TO WS-LQ-ITEM-TYPE
                    MOVE "HOURLY PAY RATE" TO WS-LQ-DETAIL
                    MOVE WS-OLD-PAY-RATE TO WS-LQ-OLD-VALUE
                    MOVE EMP-PAY-RATE TO WS-LQ-NEW-VALUE
                    PERFORM QUEUE-LATE-ITEM
                    IF WS-LQ-LATE = 'Y' AND WS-LQ-RESULT = 'Y'
                       MOVE WS-OLD-PAY-RATE TO EMP-PAY-RATE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *****************************************************************
      * QUEUE-LATE-HIRE - A HIRE ACTIVATED AFTER THE CUT-OFF IS ACTIVE
      * ON THE MASTER BUT QUEUED, SO PAYROLL LEAVES THEM OUT OF THE
      * PERIOD THE CUT-OFF CLOSED.
      *****************************************************************
       QUEUE-LATE-HIRE.
           INITIALIZE WS-LATE-QUEUE-PARAMS
           MOVE "HIRE" TO WS-LQ-ITEM-TYPE
           STRING EMP-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  EMP-SURNAME DELIMITED BY SPACE
              INTO WS-LQ-DETAIL
           PERFORM QUEUE-LATE-ITEM
           .
      *****************************************************************
      * QUEUE-LATE-ITEM - RAISE THE HELD ROW FOR THE EMPLOYEE IN THE
      * BUFFER. THE CALLER HAS SET THE ITEM TYPE, DETAIL AND VALUES.
      *****************************************************************
       QUEUE-LATE-ITEM.
           MOVE 'Q' TO WS-LQ-FUNCTION
           MOVE EMP-ID TO WS-LQ-EMP-ID
           MOVE WS-SESSION-USER-ID TO WS-LQ-USER
           CALL "LATEQUEUE" USING WS-LATE-QUEUE-PARAMS
           IF WS-LQ-LATE = 'Y'
              IF WS-LQ-RESULT = 'Y'
                 DISPLAY "HELD AS LATE INPUT " WS-LQ-SEQ " ("
                    WS-LQ-ITEM-TYPE ") - APPLIES FROM THE PERIOD "
                    "AFTER " WS-LQ-PERIOD-ID " UNLESS RELEASED"
              ELSE
                 DISPLAY "WARNING: " WS-LQ-MESSAGE
              END-IF
           END-IF
           .
      *****************************************************************
      * CHECK-CHECKER-ACCESS - THE CHECKER FUNCTIONS (ACTIVATION, BANK
      * VERIFICATION) ARE GRANTED SEPARATELY FROM EMPMGMT IN THE
      * PERMISSION MATRIX. WS-AC-FUNCTION IS SET BY THE CALLER.
      *****************************************************************
       CHECK-CHECKER-ACCESS.
           MOVE LS-USER-ROLE TO WS-AC-USER-ROLE
           MOVE LS-EMP-ID TO WS-AC-USER-ID
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
           IF WS-AC-RESULT NOT = 'Y'
              DISPLAY "ACCESS DENIED - YOU DO NOT HOLD FUNCTION "
                 WS-AC-FUNCTION
           END-IF
           .
      *****************************************************************
      * ACTIVATE-PENDING-EMPLOYEE - THE CHECKER SIDE OF THE MAKER-
      * CHECKER CONTROL: LISTS PENDING NEW HIRES AND LETS A USER OTHER
      * THAN THE ONE WHO CAPTURED THE RECORD FLIP IT TO ACTIVE, ONCE
      * EVERY MANDATORY ONBOARDING DOCUMENT HAS BEEN RECEIVED.
      *****************************************************************
       ACTIVATE-PENDING-EMPLOYEE.
           OPEN I-O EMPLOYEE-FILE
           DISPLAY "==================================================="
           DISPLAY "              ACTIVATE PENDING EMPLOYEE            "
           DISPLAY "==================================================="

           IF FILE-STATUS-CODE = "00" OR FILE-STATUS-CODE = "97"
              MOVE 'N' TO WS-EOF
              MOVE 0 TO WS-MATCH-COUNT
                                "MUST BE ACTIVATED BY A DIFFERENT "
                                "USER THAN THE ONE WHO CAPTURED IT."
                          ELSE
                             MOVE EMP-ID TO WS-OB-EMP-ID
                             MOVE EMP-TYPE TO WS-OB-EMP-TYPE
                             MOVE EMP-TAX-CODE TO WS-OB-EMP-TAX
                             PERFORM LOAD-DOC-REQUIREMENTS
                             PERFORM CHECK-EMPLOYEE-DOCS
                             IF WS-OB-MISSING > 0
                                DISPLAY "ACTIVATION REFUSED: "
                                   WS-OB-MISSING " MANDATORY "
                                   "ONBOARDING DOCUMENT(S) OUTSTANDING"
                                PERFORM SHOW-EMPLOYEE-DOCS
                             ELSE
                                SET EMP-ACTIVE TO TRUE
                                REWRITE EMPLOYEE-RECORD
                                   INVALID KEY
                                      DISPLAY "ERROR ACTIVATING RECORD"
                                   NOT INVALID KEY
                                      MOVE "C" TO WS-MJ-OPERATION
                                      PERFORM JOURNAL-EMPLOYEE
                                      MOVE "STATUS" TO EC-FIELD-NAME
                                      MOVE "P" TO EC-OLD-VALUE
                                      MOVE "A" TO EC-NEW-VALUE
                                      PERFORM WRITE-CHANGE-LOG-ROW
                                      DISPLAY EMP-NAME
                                         " IS NOW ACTIVE AND PAYABLE."
                                      PERFORM QUEUE-LATE-HIRE
                                END-REWRITE
                             END-IF
                          END-IF
                       END-IF
                 END-READ
           CLOSE EMPLOYEE-FILE
           .
      *****************************************************************
      * ONBOARDING-DOCUMENTS - THE REQUIRED DOCUMENTS CHECKLIST, THE
      * DOCUMENTS RECEIVED FOR AN EMPLOYEE, AND THE OUTSTANDING
      * DOCUMENTS REPORT. AN EMPTY CHECKLIST MEANS NO DOCUMENT CONTROL
      * APPLIES TO ACTIVATION.
      *****************************************************************
       ONBOARDING-DOCUMENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OB-TODAY
           PERFORM LOAD-DOC-REQUIREMENTS
           DISPLAY " "
           DISPLAY "ONBOARDING DOCUMENTS:"
           DISPLAY "1. REQUIRED DOCUMENTS CHECKLIST"
           DISPLAY "2. RECORD DOCUMENTS RECEIVED"
           DISPLAY "3. OUTSTANDING DOCUMENTS REPORT"
           DISPLAY "CHOICE (ENTER TO RETURN): " WITH NO ADVANCING
           MOVE SPACE TO WS-OB-CHOICE
           ACCEPT WS-OB-CHOICE
           EVALUATE WS-OB-CHOICE
              WHEN "1"
                 PERFORM DOC-CHECKLIST-MAINT
              WHEN "2"
                 PERFORM RECORD-DOCS-RECEIVED
              WHEN "3"
                 PERFORM OUTSTANDING-DOCS-REPORT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *****************************************************************
      * DOC-CHECKLIST-MAINT - LIST THE CHECKLIST AND ADD, REPLACE OR
      * REMOVE A DOCUMENT. EMPLOYEE TYPE AND TAX CODE '*' MEAN THE
      * DOCUMENT APPLIES TO EVERYONE.
      *****************************************************************
       DOC-CHECKLIST-MAINT.
           DISPLAY " "
           DISPLAY "REQUIRED DOCUMENTS CHECKLIST:"
           IF WS-DR-COUNT = 0
              DISPLAY "  (NO DOCUMENTS ON THE CHECKLIST)"
           END-IF
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                 UNTIL WS-DR-IDX > WS-DR-COUNT
              DISPLAY "  " WS-DR-T-CODE(WS-DR-IDX) " "
                 WS-DR-T-DESC(WS-DR-IDX)
                 " TYPE " WS-DR-T-TYPE(WS-DR-IDX)
                 " TAX " WS-DR-T-TAX(WS-DR-IDX)
                 " MANDATORY " WS-DR-T-MAND(WS-DR-IDX)
           END-PERFORM
           DISPLAY "A=ADD/REPLACE, R=REMOVE, ENTER TO RETURN: "
              WITH NO ADVANCING
           MOVE SPACE TO WS-OB-CHOICE
           ACCEPT WS-OB-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-OB-CHOICE) TO WS-OB-CHOICE
           EVALUATE WS-OB-CHOICE
              WHEN "A"
                 DISPLAY "DOCUMENT CODE: " WITH NO ADVANCING
                 ACCEPT WS-DR-NEW-CODE
                 MOVE FUNCTION UPPER-CASE(WS-DR-NEW-CODE)
                    TO WS-DR-NEW-CODE
                 IF WS-DR-NEW-CODE = SPACES
                    DISPLAY "A DOCUMENT CODE IS REQUIRED"
                 ELSE
                    DISPLAY "DESCRIPTION: " WITH NO ADVANCING
                    ACCEPT WS-DR-NEW-DESC
                    DISPLAY "EMPLOYEE TYPE (F/P/W, * FOR ALL): "
                       WITH NO ADVANCING
                    ACCEPT WS-DR-NEW-TYPE
                    MOVE FUNCTION UPPER-CASE(WS-DR-NEW-TYPE)
                       TO WS-DR-NEW-TYPE
                    IF WS-DR-NEW-TYPE = SPACE
                       MOVE "*" TO WS-DR-NEW-TYPE
                    END-IF
                    DISPLAY "TAX CODE (PAY/IND, * FOR ALL): "
                       WITH NO ADVANCING
                    ACCEPT WS-DR-NEW-TAX
                    MOVE FUNCTION UPPER-CASE(WS-DR-NEW-TAX)
                       TO WS-DR-NEW-TAX
                    IF WS-DR-NEW-TAX = SPACES
                       MOVE "*" TO WS-DR-NEW-TAX
                    END-IF
                    DISPLAY "MANDATORY FOR ACTIVATION? (Y/N): "
                       WITH NO ADVANCING
                    ACCEPT WS-DR-NEW-MAND
                    MOVE FUNCTION UPPER-CASE(WS-DR-NEW-MAND)
                       TO WS-DR-NEW-MAND
                    IF WS-DR-NEW-MAND NOT = "N"
                       MOVE "Y" TO WS-DR-NEW-MAND
                    END-IF
                    PERFORM STORE-DOC-REQUIREMENT
                    PERFORM SAVE-DOC-REQUIREMENTS
                 END-IF
              WHEN "R"
                 DISPLAY "DOCUMENT CODE TO REMOVE: " WITH NO ADVANCING
                 ACCEPT WS-DR-NEW-CODE
                 MOVE FUNCTION UPPER-CASE(WS-DR-NEW-CODE)
                    TO WS-DR-NEW-CODE
                 PERFORM FIND-DOC-REQUIREMENT
                 IF WS-DR-FOUND-IDX = 0
                    DISPLAY "DOCUMENT NOT ON THE CHECKLIST"
                 ELSE
                    PERFORM VARYING WS-DR-IDX FROM WS-DR-FOUND-IDX
                          BY 1 UNTIL WS-DR-IDX NOT < WS-DR-COUNT
                       MOVE WS-DR-ENTRY(WS-DR-IDX + 1)
                          TO WS-DR-ENTRY(WS-DR-IDX)
                    END-PERFORM
                    SUBTRACT 1 FROM WS-DR-COUNT
                    PERFORM SAVE-DOC-REQUIREMENTS
                    DISPLAY "DOCUMENT REMOVED FROM THE CHECKLIST"
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *****************************************************************
       LOAD-DOC-REQUIREMENTS.
           MOVE 0 TO WS-DR-COUNT
           OPEN INPUT DOC-REQUIREMENT-FILE
           IF DOCREQ-STATUS-CODE = "00"
              PERFORM UNTIL DOCREQ-STATUS-CODE = "10"
                 READ DOC-REQUIREMENT-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       IF WS-DR-COUNT < 50
                             AND DR-DOC-CODE NOT = SPACES
                          ADD 1 TO WS-DR-COUNT
                          MOVE DR-DOC-CODE
                             TO WS-DR-T-CODE(WS-DR-COUNT)
                          MOVE DR-DESCRIPTION
                             TO WS-DR-T-DESC(WS-DR-COUNT)
                          MOVE DR-EMP-TYPE
                             TO WS-DR-T-TYPE(WS-DR-COUNT)
                          MOVE DR-TAX-CODE
                             TO WS-DR-T-TAX(WS-DR-COUNT)
                          MOVE DR-MANDATORY
                             TO WS-DR-T-MAND(WS-DR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOC-REQUIREMENT-FILE
           END-IF
           .
      *****************************************************************
       FIND-DOC-REQUIREMENT.
           MOVE 0 TO WS-DR-FOUND-IDX
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                 UNTIL WS-DR-IDX > WS-DR-COUNT
              IF WS-DR-T-CODE(WS-DR-IDX) = WS-DR-NEW-CODE
                 SET WS-DR-FOUND-IDX TO WS-DR-IDX
              END-IF
           END-PERFORM
           .
      *****************************************************************
       STORE-DOC-REQUIREMENT.
           PERFORM FIND-DOC-REQUIREMENT
           IF WS-DR-FOUND-IDX = 0
              IF WS-DR-COUNT < 50
                 ADD 1 TO WS-DR-COUNT
                 MOVE WS-DR-COUNT TO WS-DR-FOUND-IDX
              ELSE
                 DISPLAY "CHECKLIST TABLE FULL (50 DOCUMENTS)"
              END-IF
           END-IF
           IF WS-DR-FOUND-IDX > 0
              MOVE WS-DR-NEW-CODE TO WS-DR-T-CODE(WS-DR-FOUND-IDX)
              MOVE WS-DR-NEW-DESC TO WS-DR-T-DESC(WS-DR-FOUND-IDX)
              MOVE WS-DR-NEW-TYPE TO WS-DR-T-TYPE(WS-DR-FOUND-IDX)
              MOVE WS-DR-NEW-TAX  TO WS-DR-T-TAX(WS-DR-FOUND-IDX)
              MOVE WS-DR-NEW-MAND TO WS-DR-T-MAND(WS-DR-FOUND-IDX)
              DISPLAY "CHECKLIST DOCUMENT SAVED"
           END-IF
           .
      *****************************************************************
       SAVE-DOC-REQUIREMENTS.
           OPEN OUTPUT DOC-REQUIREMENT-FILE
           IF DOCREQ-STATUS-CODE = "00"
              PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                    UNTIL WS-DR-IDX > WS-DR-COUNT
                 MOVE SPACES TO DOC-REQUIREMENT-RECORD
                 MOVE WS-DR-T-CODE(WS-DR-IDX) TO DR-DOC-CODE
                 MOVE WS-DR-T-DESC(WS-DR-IDX) TO DR-DESCRIPTION
                 MOVE WS-DR-T-TYPE(WS-DR-IDX) TO DR-EMP-TYPE
                 MOVE WS-DR-T-TAX(WS-DR-IDX)  TO DR-TAX-CODE
                 MOVE WS-DR-T-MAND(WS-DR-IDX) TO DR-MANDATORY
                 WRITE DOC-REQUIREMENT-RECORD
              END-PERFORM
              CLOSE DOC-REQUIREMENT-FILE
           ELSE
              DISPLAY "ERROR SAVING CHECKLIST. code: "
                 DOCREQ-STATUS-CODE
           END-IF
           .
      *****************************************************************
      * CHECK-EMPLOYEE-DOCS - FOR THE EMPLOYEE IN WS-OB-EMP-ID (TYPE
      * WS-OB-EMP-TYPE, TAX CODE WS-OB-EMP-TAX) MARK WHICH CHECKLIST
      * DOCUMENTS APPLY AND WHEN EACH WAS RECEIVED, COUNTING THE
      * MANDATORY ONES STILL MISSING (WS-OB-MISSING) AND ALL THAT ARE
      * OUTSTANDING (WS-OB-OUTSTANDING). THE CHECKLIST MUST BE LOADED.
      *****************************************************************
       CHECK-EMPLOYEE-DOCS.
           MOVE 0 TO WS-OB-MISSING
           MOVE 0 TO WS-OB-OUTSTANDING
           MOVE 'N' TO WS-OB-DOCS-OPEN
           IF WS-DR-COUNT > 0
              OPEN INPUT ONBOARD-DOC-FILE
              IF ONBDOC-STATUS-CODE = "00"
                 MOVE 'Y' TO WS-OB-DOCS-OPEN
              END-IF
           END-IF
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                 UNTIL WS-DR-IDX > WS-DR-COUNT
              MOVE 0 TO WS-DR-T-RECEIVED(WS-DR-IDX)
              MOVE "N" TO WS-DR-T-APPLIES(WS-DR-IDX)
              IF (WS-DR-T-TYPE(WS-DR-IDX) = "*"
                    OR WS-DR-T-TYPE(WS-DR-IDX) = WS-OB-EMP-TYPE)
                 AND (WS-DR-T-TAX(WS-DR-IDX) = "*"
                    OR WS-DR-T-TAX(WS-DR-IDX) = WS-OB-EMP-TAX)
                 MOVE "Y" TO WS-DR-T-APPLIES(WS-DR-IDX)
                 IF WS-OB-DOCS-OPEN = 'Y'
                    MOVE WS-OB-EMP-ID TO OD-EMP-ID
                    MOVE WS-DR-T-CODE(WS-DR-IDX) TO OD-DOC-CODE
                    READ ONBOARD-DOC-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE OD-RECEIVED-DATE
                             TO WS-DR-T-RECEIVED(WS-DR-IDX)
                    END-READ
                 END-IF
                 IF WS-DR-T-RECEIVED(WS-DR-IDX) = 0
                    ADD 1 TO WS-OB-OUTSTANDING
                    IF WS-DR-T-MAND(WS-DR-IDX) = "Y"
                       ADD 1 TO WS-OB-MISSING
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-OB-DOCS-OPEN = 'Y'
              CLOSE ONBOARD-DOC-FILE
           END-IF
           .
      *****************************************************************
       SHOW-EMPLOYEE-DOCS.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                 UNTIL WS-DR-IDX > WS-DR-COUNT
              IF WS-DR-T-APPLIES(WS-DR-IDX) = "Y"
                 IF WS-DR-T-RECEIVED(WS-DR-IDX) = 0
                    MOVE "OUTSTANDING" TO WS-OB-STATE-TEXT
                 ELSE
                    MOVE "RECEIVED" TO WS-OB-STATE-TEXT
                 END-IF
                 IF WS-DR-T-RECEIVED(WS-DR-IDX) = 0
                    DISPLAY "  " WS-DR-T-CODE(WS-DR-IDX) " "
                       WS-DR-T-DESC(WS-DR-IDX) " "
                       WS-OB-STATE-TEXT
                       " MANDATORY " WS-DR-T-MAND(WS-DR-IDX)
                 ELSE
                    DISPLAY "  " WS-DR-T-CODE(WS-DR-IDX) " "
                       WS-DR-T-DESC(WS-DR-IDX) " "
                       WS-OB-STATE-TEXT WS-DR-T-RECEIVED(WS-DR-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .
      *****************************************************************
      * RECORD-DOCS-RECEIVED - SHOW AN EMPLOYEE'S CHECKLIST AND
      * RECORD DOCUMENTS AS RECEIVED, WITH THE DATE RECEIVED AND THE
      * CAPTURING USER.
      *****************************************************************
       RECORD-DOCS-RECEIVED.
           IF WS-DR-COUNT = 0
              DISPLAY "NO DOCUMENTS ON THE CHECKLIST"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING
           ACCEPT WS-OB-EMP-ID
           MOVE 'N' TO WS-OB-FOUND
           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-OB-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
              KEY IS EMP-ID
              INVALID KEY
                 DISPLAY "EMPLOYEE NOT FOUND!"
              NOT INVALID KEY
                 MOVE 'Y' TO WS-OB-FOUND
                 MOVE EMP-TYPE TO WS-OB-EMP-TYPE
                 MOVE EMP-TAX-CODE TO WS-OB-EMP-TAX
                 DISPLAY EMP-ID " " FUNCTION TRIM(EMP-NAME) " "
                    FUNCTION TRIM(EMP-SURNAME) "  STATUS " EMP-STATUS
           END-READ
           CLOSE EMPLOYEE-FILE
           IF WS-OB-FOUND NOT = 'Y'
              EXIT PARAGRAPH
           END-IF

           MOVE "X" TO WS-OB-DOC-CODE
           PERFORM RECORD-ONE-DOCUMENT
              UNTIL WS-OB-DOC-CODE = SPACES
           .
      *****************************************************************
       RECORD-ONE-DOCUMENT.
           PERFORM CHECK-EMPLOYEE-DOCS
           DISPLAY " "
           PERFORM SHOW-EMPLOYEE-DOCS
           DISPLAY "DOCUMENT CODE RECEIVED (ENTER TO RETURN): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-OB-DOC-CODE
           ACCEPT WS-OB-DOC-CODE
           MOVE FUNCTION UPPER-CASE(WS-OB-DOC-CODE) TO WS-OB-DOC-CODE
           IF WS-OB-DOC-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OB-DOC-CODE TO WS-DR-NEW-CODE
           PERFORM FIND-DOC-REQUIREMENT
           IF WS-DR-FOUND-IDX = 0
              DISPLAY "DOCUMENT NOT ON THE CHECKLIST"
              EXIT PARAGRAPH
           END-IF
           IF WS-DR-T-APPLIES(WS-DR-FOUND-IDX) NOT = "Y"
              DISPLAY "DOCUMENT DOES NOT APPLY TO THIS EMPLOYEE"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DATE RECEIVED (YYYYMMDD, 0 FOR TODAY): "
              WITH NO ADVANCING
           MOVE 0 TO WS-OB-RECEIVED
           ACCEPT WS-OB-RECEIVED
           IF WS-OB-RECEIVED = 0
              MOVE WS-OB-TODAY TO WS-OB-RECEIVED
           END-IF
           IF WS-OB-RECEIVED > WS-OB-TODAY
              DISPLAY "DATE RECEIVED CANNOT BE IN THE FUTURE"
              EXIT PARAGRAPH
           END-IF

           OPEN I-O ONBOARD-DOC-FILE
           IF ONBDOC-STATUS-CODE = "35"
              OPEN OUTPUT ONBOARD-DOC-FILE
              CLOSE ONBOARD-DOC-FILE
              OPEN I-O ONBOARD-DOC-FILE
           END-IF
           MOVE WS-OB-EMP-ID TO OD-EMP-ID
           MOVE WS-OB-DOC-CODE TO OD-DOC-CODE
           READ ONBOARD-DOC-FILE
              INVALID KEY
                 MOVE 'N' TO WS-OB-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-OB-FOUND
           END-READ
           MOVE SPACES TO ONBOARD-DOC-RECORD
           MOVE WS-OB-EMP-ID TO OD-EMP-ID
           MOVE WS-OB-DOC-CODE TO OD-DOC-CODE
           MOVE WS-OB-RECEIVED TO OD-RECEIVED-DATE
           MOVE WS-SESSION-USER-ID TO OD-CAPTURED-BY
           MOVE WS-OB-TODAY TO OD-CAPTURED-DATE
           IF WS-OB-FOUND = 'Y'
              REWRITE ONBOARD-DOC-RECORD
                 INVALID KEY
                    DISPLAY "ERROR SAVING DOCUMENT. code: "
                       ONBDOC-STATUS-CODE
              END-REWRITE
           ELSE
              WRITE ONBOARD-DOC-RECORD
                 INVALID KEY
                    DISPLAY "ERROR SAVING DOCUMENT. code: "
                       ONBDOC-STATUS-CODE
              END-WRITE
           END-IF
           CLOSE ONBOARD-DOC-FILE
           .
      *****************************************************************
      * OUTSTANDING-DOCS-REPORT - EVERY EMPLOYEE NOT TERMINATED (NEW
      * HIRES STILL PENDING AND PEOPLE ALREADY EMPLOYED) WITH A
      * CHECKLIST DOCUMENT NOT YET RECEIVED, GROUPED BY DEPARTMENT, TO
      * ../data/onboarding_outstanding.txt FOR HR TO CHASE.
      *****************************************************************
       OUTSTANDING-DOCS-REPORT.
           IF WS-DR-COUNT = 0
              DISPLAY "NO DOCUMENTS ON THE CHECKLIST"
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OBL-COUNT
           MOVE 0 TO WS-OBD-COUNT
           MOVE 0 TO WS-OBD-DROPPED
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS-CODE NOT = "00"
              DISPLAY "ERROR READING FILE. code: " FILE-STATUS-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LOW-KEY TO EMP-ID
           MOVE 'N' TO WS-EOF
           START EMPLOYEE-FILE KEY >= EMP-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
              NOT INVALID KEY
                 CONTINUE
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
              READ EMPLOYEE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF NOT EMP-TERMINATED
                       MOVE EMP-ID TO WS-OB-EMP-ID
                       MOVE EMP-TYPE TO WS-OB-EMP-TYPE
                       MOVE EMP-TAX-CODE TO WS-OB-EMP-TAX
                       PERFORM CHECK-EMPLOYEE-DOCS
                       IF WS-OB-OUTSTANDING > 0
                          PERFORM ADD-OUTSTANDING-LINES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE EMPLOYEE-FILE

           OPEN OUTPUT ONBOARD-REPORT-FILE
           IF ONBRPT-STATUS-CODE NOT = "00"
              DISPLAY "ERROR WRITING REPORT. code: " ONBRPT-STATUS-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OB-LINE
           STRING "OUTSTANDING ONBOARDING DOCUMENTS AS AT " WS-OB-TODAY
              DELIMITED BY SIZE INTO WS-OB-LINE
           WRITE ONBOARD-REPORT-LINE FROM WS-OB-LINE
           MOVE "(M = MANDATORY FOR ACTIVATION, STATUS P = PENDING "
              & "HIRE)" TO WS-OB-LINE
           WRITE ONBOARD-REPORT-LINE FROM WS-OB-LINE
           DISPLAY " "
           DISPLAY "OUTSTANDING ONBOARDING DOCUMENTS BY DEPARTMENT:"
           IF WS-OBL-COUNT = 0
              MOVE "NO DOCUMENTS OUTSTANDING" TO WS-OB-LINE
              WRITE ONBOARD-REPORT-LINE FROM WS-OB-LINE
              DISPLAY "  NONE OUTSTANDING"
           END-IF
           PERFORM VARYING WS-OBD-IDX FROM 1 BY 1
                 UNTIL WS-OBD-IDX > WS-OBD-COUNT
              MOVE SPACES TO WS-OB-LINE
              WRITE ONBOARD-REPORT-LINE FROM WS-OB-LINE
              MOVE SPACES TO WS-OB-LINE
              STRING "DEPARTMENT: " WS-OBD-DEPT(WS-OBD-IDX)
                 DELIMITED BY SIZE INTO WS-OB-LINE
              WRITE ONBOARD-REPORT-LINE FROM WS-OB-LINE
              MOVE 0 TO WS-OBD-LINES
              PERFORM VARYING WS-OBL-IDX FROM 1 BY 1
                    UNTIL WS-OBL-IDX > WS-OBL-COUNT
                 IF WS-OBL-DEPT(WS-OBL-IDX) = WS-OBD-DEPT(WS-OBD-IDX)
                    ADD 1 TO WS-OBD-LINES
                    MOVE SPACES TO WS-OB-LINE
                    STRING "  " WS-OBL-EMP-ID(WS-OBL-IDX) " "
                       WS-OBL-NAME(WS-OBL-IDX) " STATUS "
                       WS-OBL-STATUS(WS-OBL-IDX) "  "
                       WS-OBL-CODE(WS-OBL-IDX) " "
                       WS-OBL-MAND(WS-OBL-IDX)
                       DELIMITED BY SIZE INTO WS-OB-LINE
                    WRITE ONBOARD-REPORT-LINE FROM WS-OB-LINE
                 END-IF
              END-PERFORM
              DISPLAY "  " WS-OBD-DEPT(WS-OBD-IDX) " "
                 WS-OBD-LINES " DOCUMENT(S) OUTSTANDING"
           END-PERFORM
           IF WS-OBD-DROPPED > 0
              MOVE SPACES TO WS-OB-LINE
              STRING "REPORT TABLE FULL - " WS-OBD-DROPPED
                 " FURTHER DOCUMENT(S) NOT LISTED"
                 DELIMITED BY SIZE INTO WS-OB-LINE
              WRITE ONBOARD-REPORT-LINE FROM WS-OB-LINE
              DISPLAY WS-OB-LINE
           END-IF
           CLOSE ONBOARD-REPORT-FILE
           DISPLAY "REPORT WRITTEN TO "
              "../data/onboarding_outstanding.txt"
           .
      *****************************************************************
      * ADD-OUTSTANDING-LINES - ONE REPORT LINE PER OUTSTANDING
      * DOCUMENT FOR THE CURRENT EMPLOYEE, AND THE DEPARTMENT KEPT IN
      * NAME ORDER IN THE DEPARTMENT LIST.
      *****************************************************************
       ADD-OUTSTANDING-LINES.
           MOVE 0 TO WS-OBD-POS
           MOVE 'N' TO WS-OB-FOUND
           PERFORM VARYING WS-OBD-IDX FROM 1 BY 1
                 UNTIL WS-OBD-IDX > WS-OBD-COUNT OR WS-OBD-POS > 0
              IF WS-OBD-DEPT(WS-OBD-IDX) NOT < EMP-DEPT
                 MOVE WS-OBD-IDX TO WS-OBD-POS
                 IF WS-OBD-DEPT(WS-OBD-IDX) = EMP-DEPT
                    MOVE 'Y' TO WS-OB-FOUND
                 END-IF
              END-IF
           END-PERFORM
           IF WS-OB-FOUND NOT = 'Y'
              IF WS-OBD-COUNT NOT < 100
                 ADD WS-OB-OUTSTANDING TO WS-OBD-DROPPED
                 EXIT PARAGRAPH
              END-IF
              IF WS-OBD-POS = 0
                 COMPUTE WS-OBD-POS = WS-OBD-COUNT + 1
              ELSE
                 PERFORM VARYING WS-OBD-SUB FROM WS-OBD-COUNT
                       BY -1 UNTIL WS-OBD-SUB < WS-OBD-POS
                    MOVE WS-OBD-DEPT(WS-OBD-SUB)
                       TO WS-OBD-DEPT(WS-OBD-SUB + 1)
                 END-PERFORM
              END-IF
              MOVE EMP-DEPT TO WS-OBD-DEPT(WS-OBD-POS)
              ADD 1 TO WS-OBD-COUNT
           END-IF
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                 UNTIL WS-DR-IDX > WS-DR-COUNT
              IF WS-DR-T-APPLIES(WS-DR-IDX) = "Y"
                    AND WS-DR-T-RECEIVED(WS-DR-IDX) = 0
                 IF WS-OBL-COUNT < 500
                    ADD 1 TO WS-OBL-COUNT
                    MOVE EMP-DEPT TO WS-OBL-DEPT(WS-OBL-COUNT)
                    MOVE EMP-ID TO WS-OBL-EMP-ID(WS-OBL-COUNT)
                    MOVE SPACES TO WS-OBL-NAME(WS-OBL-COUNT)
                    STRING FUNCTION TRIM(EMP-NAME) " "
                       FUNCTION TRIM(EMP-SURNAME)
                       DELIMITED BY SIZE
                       INTO WS-OBL-NAME(WS-OBL-COUNT)
                    MOVE EMP-STATUS TO WS-OBL-STATUS(WS-OBL-COUNT)
                    MOVE WS-DR-T-CODE(WS-DR-IDX)
                       TO WS-OBL-CODE(WS-OBL-COUNT)
                    IF WS-DR-T-MAND(WS-DR-IDX) = "Y"
                       MOVE "M" TO WS-OBL-MAND(WS-OBL-COUNT)
                    ELSE
                       MOVE " " TO WS-OBL-MAND(WS-OBL-COUNT)
                    END-IF
                 ELSE
                    ADD 1 TO WS-OBD-DROPPED
                 END-IF
              END-IF
           END-PERFORM
           .
      *****************************************************************
      * BULK-IMPORT-EMPLOYEES - LOAD A COMMA-DELIMITED FILE OF NEW
      * EMPLOYEES, VALIDATING EVERY ROW AND WRITING AN ACCEPT/REJECT
      * REPORT. CLEAN ROWS LAND IN PENDING STATUS LIKE ANY OTHER NEW
      * HIRE AND STILL NEED SECOND-USER ACTIVATION.
      * ROW LAYOUT: ID,NAME,SURNAME,DEPT,JOB TITLE,TYPE(F/P),
      * TAXCODE(PAY/IND),BASE SALARY,BIRTH(YYYYMMDD),HIRE(YYYYMMDD),
      * BRANCH,CURRENCY,SA ID NUMBER,TAX REFERENCE,PASSPORT NUMBER,
      * PASSPORT COUNTRY (THE LAST FOUR MAY BE LEFT EMPTY)
      *****************************************************************
       BULK-IMPORT-EMPLOYEES.
           DISPLAY "ENTER IMPORT FILENAME: " WITH NO ADVANCING
           MOVE 0 TO WS-IMP-ROW-NUMBER
           MOVE 0 TO WS-IMP-ACCEPTED
           MOVE 0 TO WS-IMP-REJECTED
           MOVE 'Y' TO WS-MWV-RELOAD

           OPEN INPUT IMPORT-FILE
           IF IMPORT-STATUS-CODE NOT = "00"
                   WS-IMP-POSITION WS-IMP-TYPE WS-IMP-TAX-CODE
                   WS-IMP-SALARY-X WS-IMP-BIRTH-X WS-IMP-HIRE-X
                   WS-IMP-BRANCH WS-IMP-CURRENCY
                   WS-IMP-ID-NUMBER WS-IMP-TAX-REF
                   WS-IMP-PASSPORT WS-IMP-PASS-CTRY
           END-UNSTRING

           PERFORM VALIDATE-IMPORT-ROW
              MOVE 'N' TO WS-IMP-ROW-OK
              MOVE "HIRE DATE NOT NUMERIC YYYYMMDD" TO WS-IMP-REASON
           END-IF

           IF WS-IMP-ROW-OK = 'Y'
              MOVE WS-IMP-ID-NUMBER  TO WS-IDV-ID-NUMBER
              MOVE WS-IMP-PASSPORT   TO WS-IDV-PASSPORT
              MOVE WS-IMP-PASS-CTRY  TO WS-IDV-PASS-CTRY
              MOVE WS-IMP-TAX-REF    TO WS-IDV-TAX-REF
              MOVE SPACES            TO WS-IDV-SSN
              MOVE WS-IMP-BIRTH-N    TO WS-IDV-BIRTH
              MOVE SPACES            TO WS-IDV-GENDER
              MOVE "SA"              TO WS-IDV-COUNTRY
              CALL "IDVALIDATE" USING WS-ID-VALIDATE-PARAMS
              IF WS-IDV-RESULT NOT = 'V'
                 MOVE 'N' TO WS-IMP-ROW-OK
                 MOVE WS-IDV-MESSAGE TO WS-IMP-REASON
              END-IF
           END-IF

           IF WS-IMP-ROW-OK = 'Y'
              MOVE WS-IMP-ID TO WS-MWV-EMP-ID
              MOVE WS-IMP-DEPT TO WS-MWV-DEPT
              MOVE SPACES TO WS-MWV-POSITION-TYPE
              MOVE WS-IMP-TYPE TO WS-MWV-EMP-TYPE
              MOVE 0 TO WS-MWV-CHECK-RATE
              COMPUTE WS-MWV-CHECK-SALARY =
                 FUNCTION NUMVAL(WS-IMP-SALARY-X)
              PERFORM CHECK-MIN-WAGE
              IF WS-MWV-RESULT = 'B'
                 MOVE 'N' TO WS-IMP-ROW-OK
                 MOVE WS-MWV-MESSAGE TO WS-IMP-REASON
              END-IF
           END-IF
           .
      *****************************************************************
      *****************************************************************
           ELSE
              MOVE WS-IMP-CURRENCY TO EMP-CURRENCY-CODE
           END-IF
           MOVE WS-IMP-ID-NUMBER TO EMP-ID-NUMBER
           MOVE WS-IMP-TAX-REF   TO EMP-TAX-REF-NO
           MOVE WS-IMP-PASSPORT  TO EMP-PASSPORT-NO
           MOVE WS-IMP-PASS-CTRY TO EMP-PASSPORT-COUNTRY
           MOVE WS-SESSION-USER-ID TO EMP-ADDED-BY
           SET EMP-PENDING       TO TRUE

                    TO WS-IMP-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 MOVE "A" TO WS-MJ-OPERATION
                 PERFORM JOURNAL-EMPLOYEE
                 ADD 1 TO WS-IMP-ACCEPTED
                 MOVE SPACES TO IMPORT-REPORT-LINE
                 STRING "ROW " WS-IMP-ROW-NUMBER "  ACCEPTED  "
           IF FILE-STATUS-CODE = "00" OR FILE-STATUS-CODE = "97"
              DISPLAY " "
              DISPLAY "ENTER EMPLOYEE ID: " WITH NO ADVANCING
      * A DISMISSAL JUST RECORDED IN THE CASE REGISTER CARRIES ITS
      * EMPLOYEE STRAIGHT THROUGH
              IF WS-DC-TERM-EMP-ID NOT = SPACES
                 MOVE WS-DC-TERM-EMP-ID TO EMP-ID
                 DISPLAY EMP-ID
              ELSE
                 ACCEPT WS-EMP-ID
                 MOVE WS-EMP-ID TO EMP-ID
              END-IF

              READ EMPLOYEE-FILE
                 KEY IS EMP-ID
                       WITH NO ADVANCING
                    ACCEPT USER-INPUT
                    IF USER-INPUT = "Y" OR USER-INPUT = "y"
      * A STANDING DISMISSAL IN THE CASE REGISTER PREFILLS REASON 01
      * AND THE OUTCOME DATE - BLANK ENTRIES TAKE THE PREFILL
                       MOVE EMP-ID TO WS-DC-EMP-ID
                       PERFORM FIND-DISMISSAL-CASE
                       IF WS-DC-DISMISS-DATE NOT = 0
                          DISPLAY "DISMISSED ON DISCIPLINARY CASE "
                             WS-DC-DISMISS-SEQ " - OUTCOME DATE "
                             WS-DC-DISMISS-DATE ", REASON 01"
                          DISPLAY "ENTER TERMINATION DATE (YYYYMMDD, "
                             "0 FOR " WS-DC-DISMISS-DATE "): "
                             WITH NO ADVANCING
                       ELSE
                          DISPLAY "ENTER TERMINATION DATE (YYYYMMDD): "
                             WITH NO ADVANCING
                       END-IF
                       ACCEPT WS-EMP-TERM-DATE
                       IF WS-DC-DISMISS-DATE NOT = 0
                             AND WS-EMP-TERM-DATE = 0
                          MOVE WS-DC-DISMISS-DATE TO WS-EMP-TERM-DATE
                       END-IF
                       DISPLAY "TERMINATION REASON (01=DISMISSED, "
                          "02=RETRENCHED, 03=RESIGNED, 04=CONTRACT "
                          "EXPIRED, 05=DECEASED, 06=RETIRED): "
                          WITH NO ADVANCING
                       MOVE SPACES TO EMP-TERM-REASON
                       ACCEPT EMP-TERM-REASON
                       IF WS-DC-DISMISS-DATE NOT = 0
                             AND EMP-TERM-REASON = SPACES
                          MOVE "01" TO EMP-TERM-REASON
                       END-IF
                       MOVE EMP-STATUS TO WS-OLD-STATUS
                       SET EMP-TERMINATED TO TRUE
                       MOVE WS-EMP-TERM-DATE TO EMP-TERM-DATE
                          INVALID KEY
                             DISPLAY "ERROR TERMINATING EMPLOYEE RECORD"
                          NOT INVALID KEY
                             MOVE "C" TO WS-MJ-OPERATION
                             PERFORM JOURNAL-EMPLOYEE
                             MOVE "STATUS" TO EC-FIELD-NAME
                             MOVE WS-OLD-STATUS TO EC-OLD-VALUE
                             MOVE EMP-STATUS TO EC-NEW-VALUE
                             PERFORM WRITE-CHANGE-LOG-ROW
                             PERFORM WRITE-SPELL-ROW
                             DISPLAY EMP-NAME " HAS BEEN TERMINATED."
                             IF EMP-TERM-REASON = "05"
                                DISPLAY "DECEASED - OPEN THE DEATH IN "
                                   "SERVICE CASE (MAIN MENU) FOR THE "
                                   "ESTATE PAYMENT AND NOTIFICATIONS."
                             END-IF
                       END-REWRITE
                    ELSE
                       DISPLAY "TERMINATION CANCELLED."
           END-IF
           CLOSE EMPLOYEE-FILE
           .
      *****************************************************************
      * DISCIPLINARY-CASES - THE CASE REGISTER FOR ONE EMPLOYEE: LIST
      * THEIR CASES, OPEN A NEW ONE, RECORD THE HEARING AND OUTCOME,
      * OR RECORD AN APPEAL. A SUSPENSION OUTCOME SETS THE S/U STATUS
      * WINDOW ON THE MASTER; A DISMISSAL GOES STRAIGHT ON TO THE
      * TERMINATION WITH REASON 01 PREFILLED.
      *****************************************************************
       DISCIPLINARY-CASES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DC-TODAY
           MOVE SPACES TO WS-DC-TERM-EMP-ID
           PERFORM LOAD-WARNING-VALIDITY
           OPEN I-O DISCIPLINE-FILE
           IF DISC-STATUS-CODE = "35"
              OPEN OUTPUT DISCIPLINE-FILE
              CLOSE DISCIPLINE-FILE
              OPEN I-O DISCIPLINE-FILE
           END-IF
           OPEN I-O EMPLOYEE-FILE
           DISPLAY "ENTER EMPLOYEE ID: " WITH NO ADVANCING
           ACCEPT WS-DC-EMP-ID
           MOVE WS-DC-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
              INVALID KEY
                 DISPLAY "EMPLOYEE NOT FOUND!"
              NOT INVALID KEY
                 DISPLAY EMP-ID " " FUNCTION TRIM(EMP-NAME) " "
                    FUNCTION TRIM(EMP-SURNAME) "  STATUS " EMP-STATUS
                 PERFORM LIST-DISCIPLINARY-CASES
                 DISPLAY "O. OPEN A CASE  H. RECORD HEARING OUTCOME  "
                    "P. RECORD APPEAL  (BLANK TO RETURN): "
                    WITH NO ADVANCING
                 MOVE SPACE TO WS-DC-CHOICE
                 ACCEPT WS-DC-CHOICE
                 MOVE FUNCTION UPPER-CASE(WS-DC-CHOICE) TO WS-DC-CHOICE
                 EVALUATE WS-DC-CHOICE
                    WHEN "O"
                       PERFORM OPEN-DISCIPLINARY-CASE
                    WHEN "H"
                       PERFORM RECORD-CASE-OUTCOME
                    WHEN "P"
                       PERFORM RECORD-CASE-APPEAL
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ
           CLOSE EMPLOYEE-FILE
           CLOSE DISCIPLINE-FILE
           IF WS-DC-TERM-EMP-ID NOT = SPACES
              PERFORM TERMINATE-EMPLOYEE
              MOVE SPACES TO WS-DC-TERM-EMP-ID
           END-IF
           .
      *****************************************************************
      * LOAD-WARNING-VALIDITY - MONTHS EACH WARNING LEVEL STAYS VALID,
      * OFF SYSCONFIG (CONFIG'S WARNING VALIDITY SCREEN); 3/6/12 WHEN
      * NOTHING HAS BEEN SET.
      *****************************************************************
       LOAD-WARNING-VALIDITY.
           MOVE 3 TO WS-DC-VERBAL-MTHS
           MOVE 6 TO WS-DC-WRITTEN-MTHS
           MOVE 12 TO WS-DC-FINAL-MTHS
           OPEN INPUT SYSCONFIG-FILE
           IF SYSCFG-STATUS-CODE = "00"
              READ SYSCONFIG-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SC-WARN-VALIDITY NUMERIC
                          AND SC-WARN-VALIDITY NOT = ZEROS
                       MOVE SC-WARN-VERBAL-MTHS TO WS-DC-VERBAL-MTHS
                       MOVE SC-WARN-WRITTEN-MTHS TO WS-DC-WRITTEN-MTHS
                       MOVE SC-WARN-FINAL-MTHS TO WS-DC-FINAL-MTHS
                    END-IF
              END-READ
              CLOSE SYSCONFIG-FILE
           END-IF
           .
      *****************************************************************
       LIST-DISCIPLINARY-CASES.
           MOVE 0 TO WS-DC-COUNT
           MOVE 0 TO WS-DC-LAST-SEQ
           DISPLAY "DISCIPLINARY CASES:"
           MOVE WS-DC-EMP-ID TO DC-EMP-ID
           MOVE 0 TO DC-SEQ
           MOVE 'N' TO WS-DC-EOF
           START DISCIPLINE-FILE KEY > DC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DC-EOF
           END-START
           PERFORM UNTIL WS-DC-EOF = 'Y'
              READ DISCIPLINE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-DC-EOF
                 NOT AT END
                    IF DC-EMP-ID NOT = WS-DC-EMP-ID
                       MOVE 'Y' TO WS-DC-EOF
                    ELSE
                       ADD 1 TO WS-DC-COUNT
                       MOVE DC-SEQ TO WS-DC-LAST-SEQ
                       PERFORM SHOW-DISCIPLINARY-CASE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DC-COUNT = 0
              DISPLAY "  (NONE)"
           END-IF
           .
      *****************************************************************
       SHOW-DISCIPLINARY-CASE.
           PERFORM SET-OUTCOME-TEXT
           DISPLAY "  CASE " DC-SEQ "  " DC-OFFENCE-CAT " "
              DC-OFFENCE-DESC
           DISPLAY "      INCIDENT " DC-INCIDENT-DATE
              "  HEARING " DC-HEARING-DATE
              "  CHAIR " DC-CHAIRPERSON
           DISPLAY "      OUTCOME " WS-DC-OUTCOME-TEXT
              " ON " DC-OUTCOME-DATE
              "  APPEAL " WS-DC-APPEAL-TEXT
           IF DC-OUT-WARNING
              IF DC-WARN-EXPIRY < WS-DC-TODAY OR DC-APPEAL-UPHELD
                 DISPLAY "      WARNING EXPIRES " DC-WARN-EXPIRY
                    "  (NOT IN FORCE)"
              ELSE
                 DISPLAY "      WARNING EXPIRES " DC-WARN-EXPIRY
                    "  (IN FORCE)"
              END-IF
           END-IF
           IF DC-OUT-SUSPENSION
              DISPLAY "      SUSPENDED " DC-SUSP-START " TO "
                 DC-SUSP-END
           END-IF
           .
      *****************************************************************
       SET-OUTCOME-TEXT.
           EVALUATE TRUE
              WHEN DC-OUT-NO-ACTION
                 MOVE "NO ACTION" TO WS-DC-OUTCOME-TEXT
              WHEN DC-OUT-VERBAL
                 MOVE "VERBAL WARNING" TO WS-DC-OUTCOME-TEXT
              WHEN DC-OUT-WRITTEN
                 MOVE "WRITTEN WARNING" TO WS-DC-OUTCOME-TEXT
              WHEN DC-OUT-FINAL
                 MOVE "FINAL WRITTEN WARNING" TO WS-DC-OUTCOME-TEXT
              WHEN DC-OUT-SUSP-PAID
                 MOVE "SUSPENSION WITH PAY" TO WS-DC-OUTCOME-TEXT
              WHEN DC-OUT-SUSP-UNPAID
                 MOVE "SUSPENSION WITHOUT PAY" TO WS-DC-OUTCOME-TEXT
              WHEN DC-OUT-DISMISSAL
                 MOVE "DISMISSAL" TO WS-DC-OUTCOME-TEXT
              WHEN OTHER
                 MOVE "HEARING PENDING" TO WS-DC-OUTCOME-TEXT
           END-EVALUATE
           EVALUATE TRUE
              WHEN DC-APPEAL-LODGED
                 MOVE "LODGED" TO WS-DC-APPEAL-TEXT
              WHEN DC-APPEAL-DISMISSED
                 MOVE "DISMISSED" TO WS-DC-APPEAL-TEXT
              WHEN DC-APPEAL-UPHELD
                 MOVE "UPHELD" TO WS-DC-APPEAL-TEXT
              WHEN OTHER
                 MOVE "NONE" TO WS-DC-APPEAL-TEXT
           END-EVALUATE
           .
      *****************************************************************
      * OPEN-DISCIPLINARY-CASE - A NEW CASE TAKES THE NEXT SEQUENCE
      * FOR THE EMPLOYEE; THE OUTCOME FOLLOWS WHEN THE HEARING IS HELD.
      *****************************************************************
       OPEN-DISCIPLINARY-CASE.
           IF EMP-TERMINATED
              DISPLAY "EMPLOYEE IS TERMINATED - NO NEW CASE"
              EXIT PARAGRAPH
           END-IF
           IF WS-DC-LAST-SEQ NOT < 999
              DISPLAY "CASE SEQUENCE EXHAUSTED FOR THIS EMPLOYEE"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DISCIPLINARY-CASE-RECORD
           MOVE WS-DC-EMP-ID TO DC-EMP-ID
           COMPUTE DC-SEQ = WS-DC-LAST-SEQ + 1
           DISPLAY "OFFENCE CATEGORY (ATT=ATTENDANCE, MIS=MISCONDUCT, "
              "DSH=DISHONESTY, INS=INSUBORDINATION, PRF=POOR "
              "PERFORMANCE, SAF=SAFETY, OTH=OTHER): "
              WITH NO ADVANCING
           ACCEPT DC-OFFENCE-CAT
           MOVE FUNCTION UPPER-CASE(DC-OFFENCE-CAT) TO DC-OFFENCE-CAT
           IF NOT DC-CAT-VALID
              DISPLAY "INVALID OFFENCE CATEGORY - CASE NOT OPENED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "OFFENCE DESCRIPTION: " WITH NO ADVANCING
           ACCEPT DC-OFFENCE-DESC
           DISPLAY "DATE OF INCIDENT (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT DC-INCIDENT-DATE
           IF DC-INCIDENT-DATE IS NOT NUMERIC
                 OR DC-INCIDENT-DATE = 0
                 OR DC-INCIDENT-DATE > WS-DC-TODAY
              DISPLAY "INVALID INCIDENT DATE - CASE NOT OPENED"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "HEARING DATE (YYYYMMDD, 0 IF NOT YET SET): "
              WITH NO ADVANCING
           ACCEPT DC-HEARING-DATE
           IF DC-HEARING-DATE IS NOT NUMERIC
              MOVE 0 TO DC-HEARING-DATE
           END-IF
           DISPLAY "CHAIRPERSON: " WITH NO ADVANCING
           ACCEPT DC-CHAIRPERSON
           MOVE SPACE TO DC-OUTCOME
           MOVE 0 TO DC-OUTCOME-DATE
           MOVE 0 TO DC-WARN-EXPIRY
           MOVE 0 TO DC-SUSP-START
           MOVE 0 TO DC-SUSP-END
           MOVE "N" TO DC-APPEAL-STATUS
           MOVE 0 TO DC-APPEAL-DATE
           MOVE WS-SESSION-USER-ID TO DC-OPENED-BY
           MOVE WS-DC-TODAY TO DC-OPENED-DATE
           MOVE WS-SESSION-USER-ID TO DC-UPDATED-BY
           MOVE WS-DC-TODAY TO DC-UPDATED-DATE
           WRITE DISCIPLINARY-CASE-RECORD
              INVALID KEY
                 DISPLAY "ERROR OPENING CASE. code: " DISC-STATUS-CODE
              NOT INVALID KEY
                 DISPLAY "CASE " DC-SEQ " OPENED"
           END-WRITE
           .
      *****************************************************************
      * RECORD-CASE-OUTCOME - THE HEARING DATE, CHAIRPERSON AND
      * OUTCOME. A WARNING IS STAMPED WITH ITS EXPIRY; A SUSPENSION
      * PUTS THE EMPLOYEE INTO STATUS S (WITH PAY) OR U (WITHOUT PAY)
      * FOR THE SUSPENSION WINDOW; A DISMISSAL IS OFFERED STRAIGHT ON
      * TO THE TERMINATION.
      *****************************************************************
       RECORD-CASE-OUTCOME.
           DISPLAY "CASE NUMBER: " WITH NO ADVANCING
           ACCEPT WS-DC-SEQ
           MOVE WS-DC-EMP-ID TO DC-EMP-ID
           MOVE WS-DC-SEQ TO DC-SEQ
           READ DISCIPLINE-FILE
              INVALID KEY
                 DISPLAY "CASE NOT FOUND"
                 EXIT PARAGRAPH
           END-READ
           IF NOT DC-OUT-PENDING
              DISPLAY "AN OUTCOME IS ALREADY RECORDED ON THIS CASE"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "HEARING DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DC-DATE
           IF WS-DC-DATE IS NOT NUMERIC OR WS-DC-DATE = 0
                 OR WS-DC-DATE > WS-DC-TODAY
                 OR WS-DC-DATE < DC-INCIDENT-DATE
              DISPLAY "INVALID HEARING DATE - OUTCOME NOT RECORDED"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-DATE TO DC-HEARING-DATE
           IF DC-CHAIRPERSON = SPACES
              DISPLAY "CHAIRPERSON: " WITH NO ADVANCING
              ACCEPT DC-CHAIRPERSON
           END-IF
           DISPLAY "OUTCOME (N=NO ACTION, V=VERBAL, W=WRITTEN, F=FINAL "
              "WRITTEN WARNING, S=SUSPENSION WITH PAY, U=SUSPENSION "
              "WITHOUT PAY, D=DISMISSAL): " WITH NO ADVANCING
           MOVE SPACE TO WS-DC-CHOICE
           ACCEPT WS-DC-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-DC-CHOICE) TO WS-DC-CHOICE
           MOVE WS-DC-CHOICE TO DC-OUTCOME
           IF DC-OUT-PENDING OR (NOT DC-OUT-NO-ACTION
                 AND NOT DC-OUT-WARNING AND NOT DC-OUT-SUSPENSION
                 AND NOT DC-OUT-DISMISSAL)
              DISPLAY "INVALID OUTCOME - NOT RECORDED"
              EXIT PARAGRAPH
           END-IF
           MOVE DC-HEARING-DATE TO DC-OUTCOME-DATE
           MOVE 0 TO DC-WARN-EXPIRY
           IF DC-OUT-WARNING
              EVALUATE TRUE
                 WHEN DC-OUT-VERBAL
                    MOVE WS-DC-VERBAL-MTHS TO WS-DC-MONTHS
                 WHEN DC-OUT-WRITTEN
                    MOVE WS-DC-WRITTEN-MTHS TO WS-DC-MONTHS
                 WHEN OTHER
                    MOVE WS-DC-FINAL-MTHS TO WS-DC-MONTHS
              END-EVALUATE
              PERFORM SET-WARNING-EXPIRY
           END-IF
           IF DC-OUT-SUSPENSION
              DISPLAY "SUSPENSION START (YYYYMMDD, 0 FOR THE HEARING "
                 "DATE): " WITH NO ADVANCING
              ACCEPT DC-SUSP-START
              IF DC-SUSP-START IS NOT NUMERIC OR DC-SUSP-START = 0
                 MOVE DC-HEARING-DATE TO DC-SUSP-START
              END-IF
              DISPLAY "SUSPENSION END (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT DC-SUSP-END
              IF DC-SUSP-END IS NOT NUMERIC
                    OR DC-SUSP-END < DC-SUSP-START
                 DISPLAY "INVALID SUSPENSION END - OUTCOME NOT "
                    "RECORDED"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-SESSION-USER-ID TO DC-UPDATED-BY
           MOVE WS-DC-TODAY TO DC-UPDATED-DATE
           REWRITE DISCIPLINARY-CASE-RECORD
              INVALID KEY
                 DISPLAY "ERROR SAVING OUTCOME. code: " DISC-STATUS-CODE
                 EXIT PARAGRAPH
           END-REWRITE
           PERFORM SET-OUTCOME-TEXT
           DISPLAY "CASE " DC-SEQ " OUTCOME RECORDED: "
              WS-DC-OUTCOME-TEXT
           IF DC-OUT-WARNING
              DISPLAY "WARNING VALID UNTIL " DC-WARN-EXPIRY
           END-IF
           IF DC-OUT-SUSPENSION
              PERFORM APPLY-CASE-SUSPENSION
           END-IF
           IF DC-OUT-DISMISSAL
              DISPLAY "PROCEED TO TERMINATION NOW (REASON 01 "
                 "DISMISSED)? (Y/N): " WITH NO ADVANCING
              MOVE SPACE TO WS-DC-CHOICE
              ACCEPT WS-DC-CHOICE
              IF WS-DC-CHOICE = "Y" OR WS-DC-CHOICE = "y"
                 MOVE WS-DC-EMP-ID TO WS-DC-TERM-EMP-ID
              ELSE
                 DISPLAY "TERMINATE THROUGH OPTION 6 - REASON 01 WILL "
                    "BE PREFILLED FROM THIS CASE"
              END-IF
           END-IF
           .
      *****************************************************************
      * SET-WARNING-EXPIRY - THE OUTCOME DATE PLUS WS-DC-MONTHS; A DAY
      * THAT DOES NOT EXIST IN THE TARGET MONTH FALLS BACK TO THE LAST
      * DAY OF THAT MONTH.
      *****************************************************************
       SET-WARNING-EXPIRY.
           MOVE DC-OUTCOME-DATE TO WS-DC-DATE
           COMPUTE WS-DC-MONTH-NO = WS-DC-DATE-YYYY * 12
              + WS-DC-DATE-MM - 1 + WS-DC-MONTHS
           DIVIDE WS-DC-MONTH-NO BY 12 GIVING WS-DC-DATE-YYYY
              REMAINDER WS-DC-DATE-MM
           ADD 1 TO WS-DC-DATE-MM
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DC-DATE) = 0
                 OR WS-DC-DATE-DD < 29
              SUBTRACT 1 FROM WS-DC-DATE-DD
           END-PERFORM
           MOVE WS-DC-DATE TO DC-WARN-EXPIRY
           .
      *****************************************************************
      * APPLY-CASE-SUSPENSION - PUT THE EMPLOYEE INTO THE SUSPENSION
      * STATUS FOR THE CASE'S WINDOW, LOGGED AS SET-EMPLOYEE-STATUS
      * LOGS IT.
      *****************************************************************
       APPLY-CASE-SUSPENSION.
           MOVE WS-DC-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
              INVALID KEY
                 DISPLAY "EMPLOYEE NOT FOUND - STATUS NOT SET"
                 EXIT PARAGRAPH
           END-READ
           IF EMP-TERMINATED OR EMP-PENDING
              DISPLAY "STATUS " EMP-STATUS " RECORD - SUSPENSION "
                 "STATUS NOT SET"
              EXIT PARAGRAPH
           END-IF
           MOVE EMP-STATUS TO WS-OLD-STATUS
           MOVE DC-OUTCOME TO EMP-STATUS
           MOVE DC-SUSP-START TO EMP-STATUS-START
           MOVE DC-SUSP-END TO EMP-STATUS-END
           REWRITE EMPLOYEE-RECORD
              INVALID KEY
                 DISPLAY "ERROR SETTING STATUS"
              NOT INVALID KEY
                 MOVE "C" TO WS-MJ-OPERATION
                 PERFORM JOURNAL-EMPLOYEE
                 MOVE "STATUS" TO EC-FIELD-NAME
                 MOVE WS-OLD-STATUS TO EC-OLD-VALUE
                 MOVE EMP-STATUS TO EC-NEW-VALUE
                 PERFORM WRITE-CHANGE-LOG-ROW
                 DISPLAY "STATUS SET TO " EMP-STATUS " FROM "
                    EMP-STATUS-START " TO " EMP-STATUS-END
           END-REWRITE
           .
      *****************************************************************
      * RECORD-CASE-APPEAL - LODGE AN APPEAL AGAINST AN OUTCOME, OR
      * RECORD ITS RESULT. AN UPHELD APPEAL TAKES A WARNING OUT OF
      * FORCE; A SUSPENSION OR DISMISSAL OVERTURNED ON APPEAL IS PUT
      * RIGHT ON THE MASTER THROUGH SET EMPLOYEE STATUS OR REHIRE.
      *****************************************************************
       RECORD-CASE-APPEAL.
           DISPLAY "CASE NUMBER: " WITH NO ADVANCING
           ACCEPT WS-DC-SEQ
           MOVE WS-DC-EMP-ID TO DC-EMP-ID
           MOVE WS-DC-SEQ TO DC-SEQ
           READ DISCIPLINE-FILE
              INVALID KEY
                 DISPLAY "CASE NOT FOUND"
                 EXIT PARAGRAPH
           END-READ
           IF DC-OUT-PENDING OR DC-OUT-NO-ACTION
              DISPLAY "NO OUTCOME TO APPEAL ON THIS CASE"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "APPEAL (L=LODGED, D=DISMISSED - OUTCOME STANDS, "
              "O=UPHELD - OUTCOME OVERTURNED): " WITH NO ADVANCING
           MOVE SPACE TO WS-DC-CHOICE
           ACCEPT WS-DC-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-DC-CHOICE) TO WS-DC-CHOICE
           IF WS-DC-CHOICE NOT = "L" AND WS-DC-CHOICE NOT = "D"
                 AND WS-DC-CHOICE NOT = "O"
              DISPLAY "INVALID APPEAL STATUS - NOT RECORDED"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-CHOICE TO DC-APPEAL-STATUS
           MOVE WS-DC-TODAY TO DC-APPEAL-DATE
           MOVE WS-SESSION-USER-ID TO DC-UPDATED-BY
           MOVE WS-DC-TODAY TO DC-UPDATED-DATE
           REWRITE DISCIPLINARY-CASE-RECORD
              INVALID KEY
                 DISPLAY "ERROR SAVING APPEAL. code: " DISC-STATUS-CODE
                 EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "APPEAL STATUS RECORDED ON CASE " DC-SEQ
           IF DC-APPEAL-UPHELD
              IF DC-OUT-SUSPENSION
                 DISPLAY "SUSPENSION OVERTURNED - RESTORE THE STATUS "
                    "THROUGH OPTION W"
              END-IF
              IF DC-OUT-DISMISSAL
                 DISPLAY "DISMISSAL OVERTURNED - REINSTATE THROUGH "
                    "OPTION G"
              END-IF
           END-IF
           .
      *****************************************************************
      * FIND-DISMISSAL-CASE - THE LATEST CASE FOR WS-DC-EMP-ID ENDING
      * IN DISMISSAL THAT HAS NOT BEEN OVERTURNED ON APPEAL, FOR THE
      * TERMINATION TO PREFILL FROM. WS-DC-DISMISS-DATE 0 = NONE.
      *****************************************************************
       FIND-DISMISSAL-CASE.
           MOVE 0 TO WS-DC-DISMISS-DATE
           MOVE 0 TO WS-DC-DISMISS-SEQ
           OPEN INPUT DISCIPLINE-FILE
           IF DISC-STATUS-CODE NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-EMP-ID TO DC-EMP-ID
           MOVE 0 TO DC-SEQ
           MOVE 'N' TO WS-DC-EOF
           START DISCIPLINE-FILE KEY > DC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DC-EOF
           END-START
           PERFORM UNTIL WS-DC-EOF = 'Y'
              READ DISCIPLINE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-DC-EOF
                 NOT AT END
                    IF DC-EMP-ID NOT = WS-DC-EMP-ID
                       MOVE 'Y' TO WS-DC-EOF
                    ELSE
                       IF DC-OUT-DISMISSAL AND NOT DC-APPEAL-UPHELD
                          MOVE DC-SEQ TO WS-DC-DISMISS-SEQ
                          MOVE DC-OUTCOME-DATE TO WS-DC-DISMISS-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DISCIPLINE-FILE
           .
      *****************************************************************
      * ACTIVE-WARNINGS-REPORT - THE WARNINGS STILL IN FORCE (NOT
      * EXPIRED, NOT OVERTURNED ON APPEAL) PER EMPLOYEE, FOR A MANAGER
      * TO CHECK BEFORE TAKING FURTHER ACTION. A MANAGER SEES THEIR OWN
      * REPORTS; HR AND ADMIN SEE EVERYONE.
      *****************************************************************
       ACTIVE-WARNINGS-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DC-TODAY
           DISPLAY "EMPLOYEE ID (BLANK FOR ALL): " WITH NO ADVANCING
           MOVE SPACES TO WS-DC-EMP-ID
           ACCEPT WS-DC-EMP-ID
           OPEN INPUT DISCIPLINE-FILE
           IF DISC-STATUS-CODE NOT = "00"
              DISPLAY "NO DISCIPLINARY CASES ON FILE"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           DISPLAY " "
           DISPLAY "ACTIVE DISCIPLINARY WARNINGS AS AT " WS-DC-TODAY
           MOVE 0 TO WS-DC-COUNT
           MOVE SPACES TO WS-DC-PREV-EMP
           MOVE LOW-VALUES TO DC-KEY
           IF WS-DC-EMP-ID NOT = SPACES
              MOVE WS-DC-EMP-ID TO DC-EMP-ID
              MOVE 0 TO DC-SEQ
           END-IF
           MOVE 'N' TO WS-DC-EOF
           START DISCIPLINE-FILE KEY > DC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DC-EOF
           END-START
           PERFORM UNTIL WS-DC-EOF = 'Y'
              READ DISCIPLINE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-DC-EOF
                 NOT AT END
                    IF WS-DC-EMP-ID NOT = SPACES
                          AND DC-EMP-ID NOT = WS-DC-EMP-ID
                       MOVE 'Y' TO WS-DC-EOF
                    ELSE
                       IF DC-OUT-WARNING
                             AND DC-WARN-EXPIRY NOT < WS-DC-TODAY
                             AND NOT DC-APPEAL-UPHELD
                          PERFORM SHOW-ACTIVE-WARNING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DC-COUNT = 0
              DISPLAY "  NO ACTIVE WARNINGS"
           END-IF
           CLOSE EMPLOYEE-FILE
           CLOSE DISCIPLINE-FILE
           .
      *****************************************************************
       SHOW-ACTIVE-WARNING.
           IF DC-EMP-ID NOT = WS-DC-PREV-EMP
              MOVE DC-EMP-ID TO WS-DC-PREV-EMP
              MOVE 'N' TO WS-DC-IN-SCOPE
              MOVE DC-EMP-ID TO EMP-ID
              READ EMPLOYEE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LS-USER-ROLE NOT = 'M'
                          OR EMP-MANAGER-ID = LS-EMP-ID
                       MOVE 'Y' TO WS-DC-IN-SCOPE
                       DISPLAY " "
                       DISPLAY EMP-ID " " FUNCTION TRIM(EMP-NAME) " "
                          FUNCTION TRIM(EMP-SURNAME) "  " EMP-DEPT
                    END-IF
              END-READ
           END-IF
           IF WS-DC-IN-SCOPE = 'Y'
              ADD 1 TO WS-DC-COUNT
              PERFORM SET-OUTCOME-TEXT
              DISPLAY "  CASE " DC-SEQ " " DC-OFFENCE-CAT " "
                 WS-DC-OUTCOME-TEXT " ON " DC-OUTCOME-DATE
                 " VALID UNTIL " DC-WARN-EXPIRY
              DISPLAY "      " DC-OFFENCE-DESC
                 "  APPEAL " WS-DC-APPEAL-TEXT
           END-IF
           .
      *****************************************************************
      * DAYS-ABROAD-REGISTER - THE STRETCHES ONE EMPLOYEE HAS WORKED
      * OUTSIDE SOUTH AFRICA: LIST THEM WITH THE POSITION AGAINST THE
      * FOREIGN SERVICE EXEMPTION TESTS, RECORD A DEPARTURE OR RECORD
      * THE RETURN THAT CLOSES THE OPEN STRETCH. PAYROLL READS THE
      * SAME REGISTER FOR THE EXEMPTION.
      *****************************************************************
       DAYS-ABROAD-REGISTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FA-TODAY
           OPEN I-O DAYS-ABROAD-FILE
           IF ABROAD-STATUS-CODE = "35"
              OPEN OUTPUT DAYS-ABROAD-FILE
              CLOSE DAYS-ABROAD-FILE
              OPEN I-O DAYS-ABROAD-FILE
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           DISPLAY "ENTER EMPLOYEE ID: " WITH NO ADVANCING
           ACCEPT WS-FA-EMP-ID
           MOVE WS-FA-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
              INVALID KEY
                 DISPLAY "EMPLOYEE NOT FOUND!"
              NOT INVALID KEY
                 DISPLAY EMP-ID " " FUNCTION TRIM(EMP-NAME) " "
                    FUNCTION TRIM(EMP-SURNAME) "  STATUS " EMP-STATUS
                 PERFORM LIST-DAYS-ABROAD
                 PERFORM SHOW-DAYS-ABROAD-POSITION
                 DISPLAY "D. RECORD DEPARTURE  R. RECORD RETURN  "
                    "(BLANK TO RETURN): " WITH NO ADVANCING
                 MOVE SPACE TO WS-FA-CHOICE
                 ACCEPT WS-FA-CHOICE
                 MOVE FUNCTION UPPER-CASE(WS-FA-CHOICE) TO WS-FA-CHOICE
                 EVALUATE WS-FA-CHOICE
                    WHEN "D"
                       PERFORM RECORD-DEPARTURE
                    WHEN "R"
                       PERFORM RECORD-RETURN
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ
           CLOSE EMPLOYEE-FILE
           CLOSE DAYS-ABROAD-FILE
           .
      *****************************************************************
       LIST-DAYS-ABROAD.
           MOVE 0 TO WS-FA-COUNT
           MOVE 0 TO WS-FA-LAST-SEQ
           MOVE 0 TO WS-FA-OPEN-SEQ
           MOVE 0 TO WS-FA-LAST-RETURN
           DISPLAY "STRETCHES ABROAD:"
           MOVE WS-FA-EMP-ID TO FA-EMP-ID
           MOVE 0 TO FA-SEQ
           MOVE 'N' TO WS-FA-EOF
           START DAYS-ABROAD-FILE KEY > FA-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-FA-EOF
           END-START
           PERFORM UNTIL WS-FA-EOF = 'Y'
              READ DAYS-ABROAD-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-FA-EOF
                 NOT AT END
                    IF FA-EMP-ID NOT = WS-FA-EMP-ID
                       MOVE 'Y' TO WS-FA-EOF
                    ELSE
                       ADD 1 TO WS-FA-COUNT
                       MOVE FA-SEQ TO WS-FA-LAST-SEQ
                       IF FA-RETURN-DATE = 0
                          MOVE FA-SEQ TO WS-FA-OPEN-SEQ
                       ELSE
                          IF FA-RETURN-DATE > WS-FA-LAST-RETURN
                             MOVE FA-RETURN-DATE TO WS-FA-LAST-RETURN
                          END-IF
                       END-IF
                       IF FA-RETURN-DATE = 0
                          DISPLAY "  " FA-SEQ "  LEFT " FA-DEPART-DATE
                             "  STILL ABROAD  " FA-COUNTRY
                       ELSE
                          DISPLAY "  " FA-SEQ "  LEFT " FA-DEPART-DATE
                             "  BACK " FA-RETURN-DATE "  " FA-COUNTRY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FA-COUNT = 0
              DISPLAY "  (NONE)"
           END-IF
           .
      *****************************************************************
      * SHOW-DAYS-ABROAD-POSITION - FULL DAYS ABROAD IN THE 12 MONTHS
      * TO TODAY AND THE LONGEST STRETCH, AGAINST THE MORE THAN 183 /
      * MORE THAN 60 DAY TESTS.
      *****************************************************************
       SHOW-DAYS-ABROAD-POSITION.
           MOVE WS-FA-EMP-ID TO WS-DAB-EMP-ID
           MOVE WS-FA-TODAY TO WS-DAB-AS-AT
           MOVE 0 TO WS-DAB-PERIOD-FROM
           MOVE 0 TO WS-DAB-PERIOD-TO
           MOVE 'Y' TO WS-DAB-RELOAD
           CALL "DAYSABROAD" USING WS-DAYS-ABROAD-PARAMS
           DISPLAY "FULL DAYS ABROAD IN LAST 12 MONTHS: "
              WS-DAB-WINDOW-DAYS "  LONGEST STRETCH: " WS-DAB-LONGEST
           IF WS-DAB-QUALIFIES = 'Y'
              DISPLAY "FOREIGN SERVICE EXEMPTION TESTS MET "
                 "(MORE THAN 183 DAYS, MORE THAN 60 CONTINUOUS)"
           ELSE
              DISPLAY "FOREIGN SERVICE EXEMPTION TESTS NOT MET "
                 "(MORE THAN 183 DAYS, MORE THAN 60 CONTINUOUS)"
           END-IF
           .
      *****************************************************************
      * RECORD-DEPARTURE - A NEW STRETCH TAKES THE NEXT SEQUENCE. IT
      * CANNOT START WHILE ANOTHER IS STILL OPEN, OR BEFORE THE LAST
      * RETURN.
      *****************************************************************
       RECORD-DEPARTURE.
           IF EMP-TERMINATED
              DISPLAY "EMPLOYEE IS TERMINATED - NO NEW STRETCH"
              EXIT PARAGRAPH
           END-IF
           IF WS-FA-OPEN-SEQ > 0
              DISPLAY "STRETCH " WS-FA-OPEN-SEQ " IS STILL OPEN - "
                 "RECORD THE RETURN FIRST"
              EXIT PARAGRAPH
           END-IF
           IF WS-FA-LAST-SEQ NOT < 999
              DISPLAY "SEQUENCE EXHAUSTED FOR THIS EMPLOYEE"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DAYS-ABROAD-RECORD
           MOVE WS-FA-EMP-ID TO FA-EMP-ID
           COMPUTE FA-SEQ = WS-FA-LAST-SEQ + 1
           DISPLAY "DATE OF DEPARTURE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-FA-DATE
           IF WS-FA-DATE IS NOT NUMERIC
                 OR WS-FA-DATE = 0
                 OR WS-FA-DATE > WS-FA-TODAY
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-FA-DATE) NOT = 0
              DISPLAY "INVALID DEPARTURE DATE - NOT RECORDED"
              EXIT PARAGRAPH
           END-IF
           IF WS-FA-DATE < WS-FA-LAST-RETURN
              DISPLAY "DEPARTURE BEFORE THE LAST RETURN ("
                 WS-FA-LAST-RETURN ") - NOT RECORDED"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FA-DATE TO FA-DEPART-DATE
           MOVE 0 TO FA-RETURN-DATE
           DISPLAY "COUNTRY: " WITH NO ADVANCING
           ACCEPT FA-COUNTRY
           IF FA-COUNTRY = SPACES
              DISPLAY "COUNTRY IS REQUIRED - NOT RECORDED"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FA-COUNTRY) TO FA-COUNTRY
           DISPLAY "PROJECT / PURPOSE: " WITH NO ADVANCING
           ACCEPT FA-PURPOSE
           MOVE WS-SESSION-USER-ID TO FA-CAPTURED-BY
           MOVE WS-FA-TODAY TO FA-CAPTURED-DATE
           MOVE WS-SESSION-USER-ID TO FA-UPDATED-BY
           MOVE WS-FA-TODAY TO FA-UPDATED-DATE
           WRITE DAYS-ABROAD-RECORD
              INVALID KEY
                 DISPLAY "ERROR RECORDING DEPARTURE. code: "
                    ABROAD-STATUS-CODE
              NOT INVALID KEY
                 DISPLAY "STRETCH " FA-SEQ " RECORDED"
           END-WRITE
           .
      *****************************************************************
      * RECORD-RETURN - CLOSES THE OPEN STRETCH. THE RETURN DATE MAY
      * NOT BE BEFORE THE DEPARTURE OR AFTER TODAY.
      *****************************************************************
       RECORD-RETURN.
           IF WS-FA-OPEN-SEQ = 0
              DISPLAY "NO OPEN STRETCH TO CLOSE"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FA-EMP-ID TO FA-EMP-ID
           MOVE WS-FA-OPEN-SEQ TO FA-SEQ
           READ DAYS-ABROAD-FILE
              INVALID KEY
                 DISPLAY "STRETCH NOT FOUND"
                 EXIT PARAGRAPH
           END-READ
           DISPLAY "DATE OF RETURN (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-FA-DATE
           IF WS-FA-DATE IS NOT NUMERIC
                 OR WS-FA-DATE < FA-DEPART-DATE
                 OR WS-FA-DATE > WS-FA-TODAY
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-FA-DATE) NOT = 0
              DISPLAY "INVALID RETURN DATE - NOT RECORDED"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-FA-DATE TO FA-RETURN-DATE
           MOVE WS-SESSION-USER-ID TO FA-UPDATED-BY
           MOVE WS-FA-TODAY TO FA-UPDATED-DATE
           REWRITE DAYS-ABROAD-RECORD
              INVALID KEY
                 DISPLAY "ERROR RECORDING RETURN. code: "
                    ABROAD-STATUS-CODE
              NOT INVALID KEY
                 DISPLAY "STRETCH " FA-SEQ " CLOSED"
           END-REWRITE
           .
      *****************************************************************
      * BENEFICIARY-NOMINATIONS - THE PEOPLE AN EMPLOYEE NOMINATES TO
      * RECEIVE THE GROUP LIFE COVER AND THE PENSION/PROVIDENT FUND
      * BENEFIT IF THEY DIE IN SERVICE. UP TO FIVE PER BENEFIT; THE
      * SHARES FOR A BENEFIT MUST TOTAL EXACTLY 100 OR THE CAPTURE IS
      * REFUSED. DEATHSVC LISTS THEM ON THE NOTIFICATION SCHEDULE.
      *****************************************************************
       BENEFICIARY-NOMINATIONS.
           OPEN I-O BENEFICIARY-FILE
           IF BENEF-STATUS-CODE = "35"
              OPEN OUTPUT BENEFICIARY-FILE
              CLOSE BENEFICIARY-FILE
              OPEN I-O BENEFICIARY-FILE
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           DISPLAY "ENTER EMPLOYEE ID: " WITH NO ADVANCING
           ACCEPT WS-BF-EMP-ID
           MOVE WS-BF-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
              INVALID KEY
                 DISPLAY "EMPLOYEE NOT FOUND!"
              NOT INVALID KEY
                 DISPLAY EMP-ID " " FUNCTION TRIM(EMP-NAME) " "
                    FUNCTION TRIM(EMP-SURNAME) "  STATUS " EMP-STATUS
                 MOVE "G" TO WS-BF-TYPE
                 PERFORM LIST-BENEFICIARIES
                 MOVE "P" TO WS-BF-TYPE
                 PERFORM LIST-BENEFICIARIES
                 DISPLAY "REPLACE NOMINEES FOR G=GROUP LIFE, "
                    "P=PENSION/PROVIDENT (BLANK TO RETURN): "
                    WITH NO ADVANCING
                 MOVE SPACE TO WS-BF-TYPE
                 ACCEPT WS-BF-TYPE
                 MOVE FUNCTION UPPER-CASE(WS-BF-TYPE) TO WS-BF-TYPE
                 IF WS-BF-TYPE = "G" OR WS-BF-TYPE = "P"
                    PERFORM CAPTURE-BENEFICIARY-ROWS
                    IF WS-BF-NEW-COUNT > 0
                       IF WS-BF-TOTAL-PCT NOT = 100
                          MOVE WS-BF-TOTAL-PCT TO WS-BF-PRINT-PCT
                          DISPLAY "SHARES TOTAL " WS-BF-PRINT-PCT
                             " - MUST TOTAL 100. NOTHING SAVED."
                       ELSE
                          PERFORM SAVE-BENEFICIARY-ROWS
                          DISPLAY "NOMINATIONS SAVED FOR "
                             WS-BF-EMP-ID
                       END-IF
                    ELSE
                       PERFORM DELETE-OLD-BENEFICIARY-ROWS
                       DISPLAY "NOMINATIONS CLEARED - THE BENEFIT "
                          "WILL FOLLOW THE FUND/INSURER RULES."
                    END-IF
                 END-IF
           END-READ
           CLOSE EMPLOYEE-FILE
           CLOSE BENEFICIARY-FILE
           .
      *****************************************************************
       LIST-BENEFICIARIES.
           IF WS-BF-TYPE = "G"
              MOVE "GROUP LIFE COVER" TO WS-BF-TYPE-NAME
           ELSE
              MOVE "PENSION/PROVIDENT FUND" TO WS-BF-TYPE-NAME
           END-IF
           DISPLAY WS-BF-TYPE-NAME " NOMINEES:"
           MOVE 0 TO WS-BF-COUNT
           PERFORM VARYING WS-BF-SEQ FROM 1 BY 1
                 UNTIL WS-BF-SEQ > 5
              MOVE WS-BF-EMP-ID TO BF-EMP-ID
              MOVE WS-BF-TYPE TO BF-BENEFIT-TYPE
              MOVE WS-BF-SEQ TO BF-SEQ
              READ BENEFICIARY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-BF-COUNT
                    MOVE BF-SHARE-PCT TO WS-BF-PRINT-PCT
                    DISPLAY "  " BF-SEQ ". " BF-NAME "  "
                       BF-RELATIONSHIP "  " BF-ID-NUMBER "  "
                       WS-BF-PRINT-PCT "%"
              END-READ
           END-PERFORM
           IF WS-BF-COUNT = 0
              DISPLAY "  (NONE NOMINATED)"
           END-IF
           .
      *****************************************************************
      * A NOMINEE'S SA ID NUMBER GOES THROUGH IDVALIDATE; A REJECTED
      * ONE IS NOT TAKEN AND THE ROW IS ASKED FOR AGAIN.
      *****************************************************************
       CAPTURE-BENEFICIARY-ROWS.
           MOVE 0 TO WS-BF-NEW-COUNT
           MOVE 0 TO WS-BF-TOTAL-PCT
           MOVE 'N' TO WS-BF-DONE
           PERFORM UNTIL WS-BF-DONE = 'Y' OR WS-BF-NEW-COUNT = 5
              DISPLAY "NOMINEE NAME (BLANK TO FINISH): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-BF-NAME
              ACCEPT WS-BF-NAME
              IF WS-BF-NAME = SPACES
                 MOVE 'Y' TO WS-BF-DONE
              ELSE
                 DISPLAY "RELATIONSHIP (E.G. SPOUSE, CHILD): "
                    WITH NO ADVANCING
                 MOVE SPACES TO WS-BF-RELATIONSHIP
                 ACCEPT WS-BF-RELATIONSHIP
                 MOVE FUNCTION UPPER-CASE(WS-BF-RELATIONSHIP)
                    TO WS-BF-RELATIONSHIP
                 DISPLAY "SA ID NUMBER (BLANK IF NONE): "
                    WITH NO ADVANCING
                 MOVE SPACES TO WS-BF-ID-NUMBER
                 ACCEPT WS-BF-ID-NUMBER
                 DISPLAY "SHARE PERCENT (E.G. 50): " WITH NO ADVANCING
                 ACCEPT WS-BF-SHARE-PCT
                 MOVE SPACES TO WS-IDV-FIELDS
                 MOVE WS-BF-ID-NUMBER TO WS-IDV-ID-NUMBER
                 MOVE 0 TO WS-IDV-BIRTH
                 MOVE SPACE TO WS-IDV-GENDER
                 MOVE "ZA" TO WS-IDV-COUNTRY
                 MOVE SPACE TO WS-IDV-RESULT
                 CALL "IDVALIDATE" USING WS-ID-VALIDATE-PARAMS
                 EVALUATE TRUE
                    WHEN WS-IDV-RESULT NOT = 'V'
                       DISPLAY "IDENTIFIER REJECTED: " WS-IDV-MESSAGE
                       DISPLAY "NOMINEE NOT TAKEN - PLEASE RE-ENTER"
                    WHEN WS-BF-SHARE-PCT = 0
                       DISPLAY "A NOMINEE NEEDS A SHARE ABOVE 0 - "
                          "PLEASE RE-ENTER"
                    WHEN OTHER
                       ADD 1 TO WS-BF-NEW-COUNT
                       MOVE WS-BF-NAME
                          TO WS-BF-T-NAME(WS-BF-NEW-COUNT)
                       MOVE WS-BF-RELATIONSHIP
                          TO WS-BF-T-REL(WS-BF-NEW-COUNT)
                       MOVE WS-BF-ID-NUMBER
                          TO WS-BF-T-ID(WS-BF-NEW-COUNT)
                       MOVE WS-BF-SHARE-PCT
                          TO WS-BF-T-PCT(WS-BF-NEW-COUNT)
                       ADD WS-BF-SHARE-PCT TO WS-BF-TOTAL-PCT
                 END-EVALUATE
              END-IF
           END-PERFORM
           .
      *****************************************************************
       DELETE-OLD-BENEFICIARY-ROWS.
           PERFORM VARYING WS-BF-SEQ FROM 1 BY 1
                 UNTIL WS-BF-SEQ > 5
              MOVE WS-BF-EMP-ID TO BF-EMP-ID
              MOVE WS-BF-TYPE TO BF-BENEFIT-TYPE
              MOVE WS-BF-SEQ TO BF-SEQ
              READ BENEFICIARY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DELETE BENEFICIARY-FILE
              END-READ
           END-PERFORM
           .
      *****************************************************************
       SAVE-BENEFICIARY-ROWS.
           PERFORM DELETE-OLD-BENEFICIARY-ROWS
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                 UNTIL WS-BF-IDX > WS-BF-NEW-COUNT
              MOVE SPACES TO BENEFICIARY-RECORD
              MOVE WS-BF-EMP-ID TO BF-EMP-ID
              MOVE WS-BF-TYPE TO BF-BENEFIT-TYPE
              MOVE WS-BF-IDX TO BF-SEQ
              MOVE WS-BF-T-NAME(WS-BF-IDX) TO BF-NAME
              MOVE WS-BF-T-REL(WS-BF-IDX) TO BF-RELATIONSHIP
              MOVE WS-BF-T-ID(WS-BF-IDX) TO BF-ID-NUMBER
              MOVE WS-BF-T-PCT(WS-BF-IDX) TO BF-SHARE-PCT
              MOVE LS-EMP-ID TO BF-CAPTURED-BY
              MOVE FUNCTION CURRENT-DATE(1:8) TO BF-CAPTURED-DATE
              WRITE BENEFICIARY-RECORD
                 INVALID KEY
                    DISPLAY "ERROR WRITING NOMINEE " BF-SEQ
              END-WRITE
           END-PERFORM
           .
      *****************************************************************
      * JOURNAL-EMPLOYEE / JOURNAL-LEAVE-BALANCE - AFTER-IMAGE OF THE
      * MASTER RECORD JUST WRITTEN OR REWRITTEN, TO THE MASTER JOURNAL
      * (MSTJRNL) SO A RESTORED GENERATION CAN BE ROLLED FORWARD.
      *****************************************************************
       JOURNAL-EMPLOYEE.
           MOVE "employees" TO WS-MJ-FILE
           MOVE EMPLOYEE-RECORD TO WS-MJ-IMAGE
           PERFORM CALL-MASTER-JOURNAL
           .
       JOURNAL-LEAVE-BALANCE.
           MOVE "leave_balances" TO WS-MJ-FILE
           MOVE LEAVE-BALANCE-RECORD TO WS-MJ-IMAGE
           PERFORM CALL-MASTER-JOURNAL
           .
       CALL-MASTER-JOURNAL.
           MOVE WS-SESSION-USER-ID TO WS-MJ-USER
           MOVE "EMPLOYEE-MGMT" TO WS-MJ-PROGRAM
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS
           .
       END PROGRAM EMPLOYEE-MGMT.
