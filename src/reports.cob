      *                   net for the tax year of the reprinted
      *                   period, matching the YTD section PAYROLL now
      *                   spools onto live payslips.
      * 2026-10-15  BDEV  The IRP5, EMP501 export, UI-19 declaration
      *                   and W-2 now carry the employee's SA ID
      *                   number (or passport and country), SARS tax
      *                   reference and SSN off the master, and each
      *                   run lists every employee on it who is still
      *                   missing an identifier.
      * 2026-10-15  BDEV  Added the Configuration Change History
      *                   (option 35): every setting CONFIG has
      *                   changed - field, old and new value, who and
      *                   when, with the statutory approvals - off
      *                   ../data/config_history.dat, filtered by
      *                   field and date, followed by the statutory
      *                   changes still awaiting a second user.
      * 2026-10-15  BDEV  The IRP5 certificate shows reimbursive
      *                   travel paid through payroll expense claims:
      *                   the part over the prescribed rate (3702)
      *                   and the part within it (3703).
      * 2026-10-15  BDEV  Added the UIF Claim Pack (option 36): the
      *                   employer's UI-19 and UI-2.7 remuneration
      *                   schedule an employee needs to claim
      *                   maternity, illness or unemployment benefit,
      *                   built from the master, the contact block
      *                   and the last six months on payroll.dat
      *                   (gross, UIF remuneration within the ceiling
      *                   in force, UIF deducted, hours), under the
      *                   employer profile header. Each pack is
      *                   logged on the letter register (variant U,
      *                   reference UIF...).
      * 2026-10-15  BDEV  Added the Stats SA QES Return (option 37):
      *                   permanent and temporary headcount at
      *                   quarter end off the master and the
      *                   employment spells, gross earnings paid per
      *                   month of the quarter with bonuses and
      *                   overtime separately (payroll.dat and the
      *                   BONUS/OVTIME component rows), and employees
      *                   gained and lost. Writes the printable return
      *                   and an extract registered on the interface
      *                   register.
      * 2026-10-15  BDEV  Added the SETA WSP/ATR Submission (option
      *                   38): training completed in the grant year
      *                   (Annual Training Report) and training
      *                   planned for it (Workplace Skills Plan) off
      *                   the TRAINMGMT register, by occupational
      *                   level and race/gender cell as the EEA
      *                   reports count them, with cost and course
      *                   category. Added SDL Paid vs Training Spend
      *                   (option 39): SDL on payroll.dat against
      *                   completed training cost per month of the
      *                   grant year, with the mandatory grant due.
      * 2026-10-15  BDEV  EMP201, EMP501, UI-19, COIDA and IRP5 run
      *                   per legal entity (CONFIG's legal entity
      *                   table) under the entity's own registration
      *                   numbers, the entity code tagging the
      *                   extract's file name; blank runs the group.
      *                   Added Legal Entity Reconciliation (option
      *                   40): a period's totals per entity proved
      *                   against the period.
      * 2026-10-15  BDEV  Added Parallel Run Comparison (option 41):
      *                   a saved trial run (payroll_trial_detail.dat)
      *                   matched employee by employee and component
      *                   by component against the live run of its
      *                   period or another saved trial, listing every
      *                   difference over a tolerance.
      * 2026-10-15  BDEV  Added Employee As-At Inquiry (option 42) and
      *                   Employee Master As-At Extract (option 43):
      *                   the employee record as it stood on a given
      *                   date, rolled back from employees.dat through
      *                   employee_changes.dat with the salary taken
      *                   off salary_history.dat's effective dates.
      *                   Fields whose history the log cannot vouch
      *                   for are flagged as incomplete.
      * 2026-10-15  BDEV  As-at STATUS history chains on the status
      *                   code alone (a rehire logs "P (REHIRE)").
      * 2026-10-15  BDEV  Staff Turnover Analysis (option 44): opening
      *                   and closing headcount, joiners, leavers and
      *                   turnover rate by department, branch, grade
      *                   and EEA occupational level, leavers by
      *                   termination reason, tenure at exit, early
      *                   attrition and a 12-month rolling trend, with
      *                   each rehire counted as a new spell.
      * 2026-10-15  BDEV  Below Minimum Wage Report (option 45): every
      *                   employee whose salary or hourly rate is below
      *                   the minimum wage of their own sector
      *                   (MINWAGE) as at a chosen date, on screen and
      *                   to ../data/below_min_wage_<date>.txt.
      * 2026-10-15  BDEV  The IRP5 certificate carries the foreign
      *                   service income exempted under section
      *                   10(1)(o)(ii) under code 3651. Added the Days
      *                   Abroad Monitor (option 46): employees who
      *                   pass the 183/60-day tests, or are within
      *                   SC-FS-WATCH-DAYS of either, as at a date, off
      *                   DAYSABROAD, on screen and to
      *                   ../data/days_abroad_monitor_<date>.txt.
      * 2026-10-15  BDEV  Form 940 FUTA Return (option 47): the year's
      *                   total payments to the US roster, the part
      *                   over the FUTA wage base, taxable FUTA wages,
      *                   the FUTA tax at the approved rate and the
      *                   quarterly liabilities, against the FUTA
      *                   PAYROLL costed, to ../data/f940_<yyyy>.txt.
      *                   State SUI Wage Reports (option 48): one
      *                   quarterly wage report per work state - each
      *                   employee's SSN, quarter wages and wages
      *                   under the state's base - to
      *                   ../data/sui_<st>_<yyyy>q<q>.txt. Both off
      *                   CONFIG's us_unemployment.dat and registered
      *                   in the interface register.
      * 2026-10-15  BDEV  US New-Hire Reporting Extract (option 49):
      *                   US hires and rehires not yet on the new-hire
      *                   log, one file per work state
      *                   (../data/newhire_<st>_<stamp>.txt) with the
      *                   employer FEIN, each registered and each hire
      *                   logged so none is sent twice; hires near or
      *                   past the state deadline flagged.
      * 2026-10-15  BDEV  Payslip messages: the payslip download
      *                   carries the messages printed on the original
      *                   payslip, and Payslip Message Delivery
      *                   (option 50) lists which employees received
      *                   which message off PAYROLL's delivery log.
      * 2026-10-15  BDEV  My Payslip History lists the caller's own
      *                   payslip queries with their status and lets
      *                   them raise a new one against one of the
      *                   payslips shown and the component they
      *                   question. The query goes on
      *                   ../data/pay_queries.dat for the payroll
      *                   officers' worklist in PAYQUERY.
      * 2026-10-15  BDEV  Payslip reprint save area widened to the
      *                   256-byte payroll record so the reimbursement,
      *                   foreign service and 401(k) amounts survive
      *                   the year-to-date summing.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IR-FILE-STATUS.

           SELECT LEGAL-ENTITY-FILE
               ASSIGN TO "../data/legal_entities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LE-FILE-STATUS.

           SELECT EFT-RESEND-FILE
               ASSIGN TO "../data/eft_batch_resend.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LT-FILE-STATUS.

           SELECT CONFIG-CHANGE-FILE
               ASSIGN TO "../data/config_history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CH-FILE-STATUS.

           SELECT CONFIG-PENDING-FILE
               ASSIGN TO "../data/config_pending.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CP-FILE-STATUS.

           SELECT TRAINING-FILE
               ASSIGN TO "../data/training_events.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-KEY
               FILE STATUS IS TE-FILE-STATUS.

           SELECT TRIAL-COMPONENT-FILE
               ASSIGN TO "../data/payroll_trial_detail.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TV-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE
               ASSIGN TO "../data/salary_history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SH-FILE-STATUS.

           SELECT ASAT-EXTRACT-FILE ASSIGN TO WS-AA-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AX-FILE-STATUS.

           SELECT US-UNEMP-FILE
               ASSIGN TO "../data/us_unemployment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UU-FILE-STATUS.

           SELECT US-NEW-HIRE-FILE
               ASSIGN TO "../data/us_new_hire.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NH-FILE-STATUS.

           SELECT SLIP-MESSAGE-FILE
               ASSIGN TO "../data/slip_messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FILE-STATUS.

           SELECT SLIP-MSG-LOG-FILE
               ASSIGN TO "../data/slip_msg_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-FILE-STATUS.

           SELECT PAY-QUERY-FILE
               ASSIGN TO "../data/pay_queries.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSCONFIG-FILE.
       FD  INTERFACE-REG-FILE.
           COPY interface_register.

       FD  LEGAL-ENTITY-FILE.
           COPY legal_entity.

       FD  EFT-RESEND-FILE.
       01  EFT-RESEND-RECORD        PIC X(80).

       FD  TAKEON-FILE.
           COPY takeon.

       FD  US-UNEMP-FILE.
           COPY us_unemp.

       FD  US-NEW-HIRE-FILE.
           COPY us_new_hire.

       FD  SLIP-MESSAGE-FILE.
           COPY slip_message.

       FD  SLIP-MSG-LOG-FILE.
           COPY slip_msg_log.

       FD  PAY-QUERY-FILE.
           COPY pay_query.

       FD  PDA-LOG-FILE.
           COPY pda_log.

       FD  LETTER-REGISTER-FILE.
           COPY letter_register.

       FD  CONFIG-CHANGE-FILE.
           COPY cfg_change.

       FD  CONFIG-PENDING-FILE.
           COPY cfg_pending.

       FD  TRAINING-FILE.
           COPY training_event.

       FD  TRIAL-COMPONENT-FILE.
           COPY trial_component.

       FD  SALARY-HISTORY-FILE.
           COPY salary_history.

       FD  ASAT-EXTRACT-FILE.
       01  ASAT-EXTRACT-RECORD      PIC X(600).

       FD  ARCHIVE-OLD-FILE.
      *> Snapshots taken before the payroll file reorganization hold
      *> the old 121-byte record (through the currency code, no run
       01  WS-W2-FOUND-IDX          PIC 9(4).
       01  WS-W2-WRITTEN            PIC 9(4).

      *> Missing-identifier listing shared by the statutory extracts:
      *> the employee in the record buffer is checked for the ID/
      *> passport number, tax reference (when the extract needs it)
      *> or, for US staff, the SSN.
       01  WS-MI-COUNT              PIC 9(4).
       01  WS-MI-NEED-TAX-REF       PIC X(1).
       01  WS-MI-NO-ID              PIC X(1).
       01  WS-MI-NO-TAX             PIC X(1).
       01  WS-MI-TEXT               PIC X(40).
       01  WS-MI-ID-OUT             PIC X(15).
       01  WS-MI-EMP-OPEN           PIC X(1).
       01  WS-MI-EMP-FOUND          PIC X(1).

       01  WS-EXPORT-FILENAME       PIC X(60).
       01  WS-EXPORT-COUNT          PIC 9(05).

       01  WS-CERT-NET              PIC 9(9)V99.
       01  WS-CERT-TRAVEL           PIC 9(9)V99.
       01  WS-CERT-OTHER            PIC 9(9)V99.
       01  WS-CERT-REIMB-TX         PIC 9(9)V99.
       01  WS-CERT-REIMB-NT         PIC 9(9)V99.
       01  WS-CERT-DIRECTIVE        PIC X(15).
       01  WS-CERT-RETIRE           PIC 9(9)V99.
       01  WS-CERT-FRINGE           PIC 9(9)V99.
       01  WS-CERT-FS-EXEMPT        PIC 9(9)V99.
       01  WS-CERT-FOUND            PIC X(1).
       01  WS-PRINT-PAYE            PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINT-UIF             PIC Z,ZZZ,ZZ9.99.
           05  WS-ER-ADDR-1         PIC X(30).
           05  WS-ER-ADDR-2         PIC X(30).
           05  WS-ER-POSTCODE       PIC X(10).
      *> The group's own profile, kept while WS-EMPLOYER-PROFILE holds
      *> a legal entity's for a per-entity return.
       01  WS-GROUP-PROFILE         PIC X(153).
      *> Legal entities (CONFIG's ../data/legal_entities.dat). A
      *> statutory return may be run for one entity: WS-LE-SEL is the
      *> entity chosen (0 = all), and WS-LE-SUFFIX ("_<code>") tags
      *> the extract's file name. No entities on file - one employer.
       01  WS-LE-FILE-STATUS        PIC XX.
       01  WS-LE-COUNT              PIC 99 VALUE 0.
       01  WS-LE-ENTRY OCCURS 10 TIMES INDEXED BY WS-LE-IDX.
           05  WS-LE-T-CODE         PIC X(4).
           05  WS-LE-T-PROFILE      PIC X(153).
           05  WS-LE-T-BR-COUNT     PIC 99.
           05  WS-LE-T-BRANCHES.
               10  WS-LE-T-BRANCH   PIC X(10) OCCURS 10 TIMES.
           05  WS-LE-T-RECORDS      PIC 9(5).
           05  WS-LE-T-GROSS        PIC 9(11)V99.
           05  WS-LE-T-PAYE         PIC 9(11)V99.
           05  WS-LE-T-UIF          PIC 9(11)V99.
           05  WS-LE-T-SDL          PIC 9(11)V99.
           05  WS-LE-T-NET          PIC 9(11)V99.
       01  WS-LE-DEFAULT-IDX        PIC 99 VALUE 0.
       01  WS-LE-SEL                PIC 99 VALUE 0.
       01  WS-LE-SLOT               PIC 99 VALUE 0.
       01  WS-LE-BR-IDX             PIC 99.
       01  WS-LE-WANT-BRANCH        PIC X(10).
       01  WS-LE-WANT-CODE          PIC X(4).
       01  WS-LE-SUFFIX             PIC X(5) VALUE SPACES.
       01  WS-LE-IN-SCOPE           PIC X(1) VALUE 'Y'.
       01  WS-LE-RC-PERIOD          PIC X(24).
       01  WS-LE-RC-RECORDS         PIC 9(5).
       01  WS-LE-RC-GROSS           PIC 9(11)V99.
       01  WS-LE-RC-PAYE            PIC 9(11)V99.
       01  WS-LE-RC-UIF             PIC 9(11)V99.
       01  WS-LE-RC-SDL             PIC 9(11)V99.
       01  WS-LE-RC-NET             PIC 9(11)V99.
       01  WS-LE-RC-SUM-RECORDS     PIC 9(5).
       01  WS-LE-RC-SUM-GROSS       PIC 9(11)V99.
       01  WS-LE-RC-SUM-PAYE        PIC 9(11)V99.
       01  WS-LE-RC-SUM-UIF         PIC 9(11)V99.
       01  WS-LE-RC-SUM-SDL         PIC 9(11)V99.
       01  WS-LE-RC-SUM-NET         PIC 9(11)V99.
       01  WS-LE-RC-DIFF            PIC S9(11)V99.
       01  WS-LE-RC-PRINT-AMT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LE-RC-PRINT-DIFF      PIC -ZZZ,ZZZ,ZZ9.99.
      *> Parallel run comparison (option 41): the saved trials, and
      *> one row per employee and component with the trial's amount
      *> (side A) against the live run's or the other trial's (B).
       01  TV-FILE-STATUS           PIC XX.
       01  WS-PRC-TRIAL-COUNT       PIC 9(2) VALUE 0.
       01  WS-PRC-TRIAL-TABLE.
           05  WS-PRC-TRIAL OCCURS 50 TIMES.
               10  WS-PRC-T-TS      PIC X(19).
               10  WS-PRC-T-PERIOD  PIC X(24).
               10  WS-PRC-T-BRANCH  PIC X(10).
               10  WS-PRC-T-EMPS    PIC 9(5).
       01  WS-PRC-ROW-COUNT         PIC 9(4) VALUE 0.
       01  WS-PRC-ROW-TABLE.
           05  WS-PRC-ROW OCCURS 6000 TIMES.
               10  WS-PRC-R-EMP     PIC X(10).
               10  WS-PRC-R-CODE    PIC X(6).
               10  WS-PRC-R-AMT-A   PIC S9(7)V99.
               10  WS-PRC-R-AMT-B   PIC S9(7)V99.
       01  WS-PRC-EMP-COUNT         PIC 9(4) VALUE 0.
       01  WS-PRC-EMP-TABLE.
           05  WS-PRC-EMP OCCURS 2000 TIMES.
               10  WS-PRC-E-ID      PIC X(10).
               10  WS-PRC-E-IN-A    PIC X(1).
               10  WS-PRC-E-IN-B    PIC X(1).
       01  WS-PRC-IDX               PIC 9(4).
       01  WS-PRC-J                 PIC 9(4).
       01  WS-PRC-FOUND             PIC 9(4).
       01  WS-PRC-PICK-A            PIC 9(2).
       01  WS-PRC-PICK-B            PIC 9(2).
       01  WS-PRC-AGAINST           PIC X(1).
           88  WS-PRC-VS-LIVE               VALUE 'L' 'l'.
           88  WS-PRC-VS-TRIAL              VALUE 'T' 't'.
       01  WS-PRC-TOLERANCE         PIC 9(5)V99.
       01  WS-PRC-SIDE              PIC X(1).
       01  WS-PRC-FULL              PIC X(1).
       01  WS-PRC-DONE              PIC X(1).
       01  WS-PRC-W-TS              PIC X(19).
       01  WS-PRC-W-EMP             PIC X(10).
       01  WS-PRC-W-CODE            PIC X(6).
       01  WS-PRC-W-AMT             PIC S9(7)V99.
       01  WS-PRC-B-LABEL           PIC X(19).
       01  WS-PRC-DIFF              PIC S9(7)V99.
       01  WS-PRC-ABS               PIC 9(7)V99.
       01  WS-PRC-EMP-DIFFS         PIC 9(3).
       01  WS-PRC-BOTH              PIC 9(5).
       01  WS-PRC-ONLY-A            PIC 9(5).
       01  WS-PRC-ONLY-B            PIC 9(5).
       01  WS-PRC-CHANGED           PIC 9(5).
       01  WS-PRC-UNCHANGED         PIC 9(5).
       01  WS-PRC-LINES             PIC 9(5).
       01  WS-PRC-SUPPRESSED        PIC 9(5).
       01  WS-PRC-GROSS-DIFF        PIC S9(9)V99.
       01  WS-PRC-NET-DIFF          PIC S9(9)V99.
       01  WS-PRC-PRINT-A           PIC -Z(6)9.99.
       01  WS-PRC-PRINT-B           PIC -Z(6)9.99.
       01  WS-PRC-PRINT-DIFF        PIC -Z(6)9.99.
       01  WS-PRC-PRINT-TOTAL       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PRC-PRINT-TOL         PIC Z(4)9.99.
       01  WS-PRC-PRINT-NO          PIC Z9.
      *> Employee as-at (options 42/43): the fields rolled back
      *> through the change log, each with the value it has today,
      *> the value it had at the date asked for, and whether its
      *> logged history hangs together. A field marked 'L' in the
      *> list was only logged from a later date than the others, so
      *> its history starts at its own first log row.
       01  SH-FILE-STATUS           PIC XX.
       01  AX-FILE-STATUS           PIC XX.
       01  WS-AA-ASAT               PIC 9(8).
       01  WS-AA-CUTOFF             PIC 9(14).
       01  WS-AA-TODAY              PIC 9(8).
       01  WS-AA-LOG-START          PIC 9(14).
       01  WS-AA-EMP-ID             PIC X(10).
       01  WS-AA-FIELD-NAMES.
           05  FILLER PIC X(21) VALUE "NAME                 ".
           05  FILLER PIC X(21) VALUE "SURNAME              ".
           05  FILLER PIC X(21) VALUE "DEPARTMENT           ".
           05  FILLER PIC X(21) VALUE "POSITION            L".
           05  FILLER PIC X(21) VALUE "GRADE               L".
           05  FILLER PIC X(21) VALUE "MANAGER-ID           ".
           05  FILLER PIC X(21) VALUE "COMPANY-BRANCH       ".
           05  FILLER PIC X(21) VALUE "STATUS               ".
           05  FILLER PIC X(21) VALUE "EMP-TYPE             ".
           05  FILLER PIC X(21) VALUE "TAX-CODE             ".
           05  FILLER PIC X(21) VALUE "BASE-SALARY          ".
           05  FILLER PIC X(21) VALUE "PAY-RATE             ".
           05  FILLER PIC X(21) VALUE "CURRENCY             ".
           05  FILLER PIC X(21) VALUE "BANK-NAME            ".
           05  FILLER PIC X(21) VALUE "BANK-BRANCH-CODE     ".
           05  FILLER PIC X(21) VALUE "BANK-ACCOUNT         ".
           05  FILLER PIC X(21) VALUE "BANK-ACCT-TYPE       ".
       01  WS-AA-FIELD-LIST REDEFINES WS-AA-FIELD-NAMES.
           05  WS-AA-FIELD-DEF OCCURS 17 TIMES.
               10  WS-AA-F-NAME     PIC X(20).
               10  WS-AA-F-LATE     PIC X(1).
       01  WS-AA-FIELD-COUNT        PIC 9(2) VALUE 17.
       01  WS-AA-SALARY-IDX         PIC 9(2) VALUE 11.
       01  WS-AA-TABLE.
           05  WS-AA-ENTRY OCCURS 17 TIMES.
               10  WS-AA-CURRENT    PIC X(30).
               10  WS-AA-VALUE      PIC X(30).
               10  WS-AA-ROLLED     PIC X(1).
               10  WS-AA-SEEN       PIC X(1).
               10  WS-AA-LAST-NEW   PIC X(30).
               10  WS-AA-GAP        PIC X(1).
               10  WS-AA-TRACK-START PIC 9(14).
               10  WS-AA-FLAG       PIC X(30).
       01  WS-AA-IDX                PIC 9(2).
       01  WS-AA-FOUND              PIC 9(2).
       01  WS-AA-AMOUNT-EDIT        PIC ZZZZZZ9.99.
       01  WS-AA-SH-FOUND           PIC X(1).
       01  WS-AA-SH-EFF             PIC 9(8).
      *> Staff turnover (option 44): every employment spell - the
      *> master's current one and the completed ones on the spell
      *> file, so a rehire is a new joiner and its earlier spell a
      *> leaver - counted into a group per department, branch, grade
      *> and EEA occupational level, plus the company as a whole.
       01  WS-TO-FROM               PIC 9(8).
       01  WS-TO-TO                 PIC 9(8).
       01  WS-TO-SPELL-COUNT        PIC 9(4).
       01  WS-TO-SPELL-TABLE.
           05  WS-TO-SPELL OCCURS 5000 TIMES.
               10  WS-TO-S-HIRE     PIC 9(8).
               10  WS-TO-S-TERM     PIC 9(8).
               10  WS-TO-S-REASON   PIC X(2).
               10  WS-TO-S-DEPT     PIC X(20).
               10  WS-TO-S-BRANCH   PIC X(10).
               10  WS-TO-S-GRADE    PIC X(4).
               10  WS-TO-S-OCC      PIC 9(1).
       01  WS-TO-SP-IDX             PIC 9(4).
       01  WS-TO-FULL               PIC X(1).
       01  WS-TO-GRP-COUNT          PIC 9(3).
       01  WS-TO-GRP-TABLE.
           05  WS-TO-GRP OCCURS 400 TIMES.
               10  WS-TO-G-DIM      PIC X(1).
               10  WS-TO-G-VALUE    PIC X(20).
               10  WS-TO-G-OPEN     PIC 9(5).
               10  WS-TO-G-CLOSE    PIC 9(5).
               10  WS-TO-G-JOIN     PIC 9(5).
               10  WS-TO-G-LEAVE    PIC 9(5).
               10  WS-TO-G-REASON   PIC 9(5) OCCURS 7 TIMES.
               10  WS-TO-G-TEN-DAYS PIC 9(9).
               10  WS-TO-G-TEN-COUNT PIC 9(5).
               10  WS-TO-G-EARLY-90 PIC 9(5).
               10  WS-TO-G-EARLY-1Y PIC 9(5).
       01  WS-TO-G-IDX              PIC 9(3).
       01  WS-TO-G-FOUND            PIC 9(3).
       01  WS-TO-WANT-DIM           PIC X(1).
       01  WS-TO-WANT-VALUE         PIC X(20).
       01  WS-TO-DIM-LIST           PIC X(5) VALUE "TDBGO".
       01  WS-TO-DIM-IDX            PIC 9(1).
       01  WS-TO-R                  PIC 9(1).
       01  WS-TO-OPENING            PIC X(1).
       01  WS-TO-CLOSING            PIC X(1).
       01  WS-TO-JOINER             PIC X(1).
       01  WS-TO-LEAVER             PIC X(1).
       01  WS-TO-TENURE             PIC S9(7).
       01  WS-TO-RATE               PIC 9(3)V99.
       01  WS-TO-AVG-TENURE         PIC 9(3)V99.
       01  WS-TO-AVG-HEADS          PIC 9(5)V9.
       01  WS-TO-PRINT-RATE         PIC ZZ9.99.
       01  WS-TO-PRINT-TEN          PIC ZZ9.99.
       01  WS-TO-PRINT-N            PIC ZZZZ9.
       01  WS-TO-LINES              PIC 9(4).
      *> The rolling trend: 24 month ends back from the period's last
      *> month, each with its headcount and leavers, so each of the
      *> last 12 has a full year behind it.
       01  WS-TO-MONTH-TABLE.
           05  WS-TO-MONTH OCCURS 24 TIMES.
               10  WS-TO-M-KEY      PIC X(7).
               10  WS-TO-M-START    PIC 9(8).
               10  WS-TO-M-END      PIC 9(8).
               10  WS-TO-M-HEADS    PIC 9(5).
               10  WS-TO-M-LEAVE    PIC 9(5).
       01  WS-TO-M                  PIC 9(2).
       01  WS-TO-K                  PIC 9(2).
       01  WS-TO-YYYY               PIC 9(4).
       01  WS-TO-MM                 PIC 9(2).
       01  WS-TO-ROLL-LEAVE         PIC 9(5).
      *> Below minimum wage report: the employee's sector minimum off
      *> MINWAGE and the pay it is held against.
       01  WS-BM-PARAMS.
           05  WS-BM-EMP-ID         PIC X(10).
           05  WS-BM-DEPT           PIC X(20).
           05  WS-BM-POSITION-TYPE  PIC X(20).
           05  WS-BM-AS-AT          PIC 9(8).
           05  WS-BM-RELOAD         PIC X(1).
           05  WS-BM-SECTOR         PIC X(4).
           05  WS-BM-MONTHLY        PIC 9(5)V99.
           05  WS-BM-HOURLY         PIC 9(3)V99.
           05  WS-BM-SOURCE         PIC X(1).
       01  WS-BM-PAY                PIC 9(7)V99.
       01  WS-BM-MINIMUM            PIC 9(7)V99.
       01  WS-BM-BASIS              PIC X(7).
       01  WS-BM-SHORT              PIC 9(7)V99.
       01  WS-BM-COUNT              PIC 9(5).
       01  WS-BM-CHECKED            PIC 9(5).
       01  WS-BM-LINES              PIC 9(5).
       01  WS-BM-PRINT-PAY          PIC ZZZ,ZZ9.99.
       01  WS-BM-PRINT-MIN          PIC ZZZ,ZZ9.99.
       01  WS-BM-PRINT-SHORT        PIC ZZZ,ZZ9.99.
      *> Days abroad monitor: each employee's full days abroad off
      *> DAYSABROAD and how far they are from the 183/60-day tests.
       01  WS-DM-PARAMS.
           05  WS-DM-EMP-ID         PIC X(10).
           05  WS-DM-AS-AT          PIC 9(8).
           05  WS-DM-PERIOD-FROM    PIC 9(8).
           05  WS-DM-PERIOD-TO      PIC 9(8).
           05  WS-DM-RELOAD         PIC X(1).
           05  WS-DM-WINDOW-DAYS    PIC 9(3).
           05  WS-DM-LONGEST        PIC 9(3).
           05  WS-DM-PERIOD-DAYS    PIC 9(3).
           05  WS-DM-QUALIFIES      PIC X(1).
           05  WS-DM-ABROAD-NOW     PIC X(1).
           05  WS-DM-COUNTRY        PIC X(20).
       01  WS-DM-WATCH-DAYS         PIC 9(3).
       01  WS-DM-SHORT-TOTAL        PIC 9(3).
       01  WS-DM-SHORT-CONT         PIC 9(3).
       01  WS-DM-STATUS             PIC X(9).
       01  WS-DM-QUALIFY-COUNT      PIC 9(5).
       01  WS-DM-NEAR-COUNT         PIC 9(5).
       01  WS-DM-LINES              PIC 9(5).
      *> Form 940 and state SUI wage reports: the approved FUTA and
      *> SUI rows, the US roster with each employee's wages so far in
      *> the year against the wage bases, and the states paid in.
       01  UU-FILE-STATUS           PIC XX.
       01  WS-UF-YEAR               PIC 9(4).
       01  WS-UF-QUARTER            PIC 9(1).
      *>      0 = the whole year (Form 940)
       01  WS-UF-REC-MONTH          PIC 9(2).
       01  WS-UF-Q                  PIC 9(1).
       01  WS-UF-RATE-COUNT         PIC 9(3) VALUE 0.
       01  WS-UF-RATE-ENTRY OCCURS 200 TIMES.
           05  WS-UF-R-JURIS        PIC X(2).
           05  WS-UF-R-YEAR         PIC 9(4).
           05  WS-UF-R-BASE         PIC 9(7)V99.
           05  WS-UF-R-RATE         PIC 9V9(5).
           05  WS-UF-R-ACCOUNT      PIC X(15).
       01  WS-UF-R                  PIC 9(3).
       01  WS-UF-WANT-JURIS         PIC X(2).
       01  WS-UF-FOUND              PIC X(1).
       01  WS-UF-BEST-YEAR          PIC 9(4).
       01  WS-UF-BASE               PIC 9(7)V99.
       01  WS-UF-RATE               PIC 9V9(5).
       01  WS-UF-ACCOUNT            PIC X(15).
       01  WS-UF-FUTA-BASE          PIC 9(7)V99.
       01  WS-UF-FUTA-RATE          PIC 9V9(5).
       01  WS-UF-EMP-COUNT          PIC 9(4) VALUE 0.
       01  WS-UF-EMP-ENTRY OCCURS 500 TIMES.
           05  WS-UF-E-ID           PIC X(10).
           05  WS-UF-E-NAME         PIC X(50).
           05  WS-UF-E-SSN          PIC X(9).
           05  WS-UF-E-STATE        PIC X(2).
           05  WS-UF-E-SUI-FOUND    PIC X(1).
           05  WS-UF-E-SUI-BASE     PIC 9(7)V99.
           05  WS-UF-E-PAID         PIC X(1).
           05  WS-UF-E-CUM          PIC 9(9)V99.
           05  WS-UF-E-QTR-GROSS    PIC 9(9)V99.
           05  WS-UF-E-QTR-TAXABLE  PIC 9(9)V99.
           05  WS-UF-E-QTR-BOOKED   PIC 9(9)V99.
       01  WS-UF-I                  PIC 9(4).
       01  WS-UF-HIT                PIC 9(4).
       01  WS-UF-AMOUNT             PIC 9(9)V99.
       01  WS-UF-BOOK-FUTA          PIC 9(7)V99.
       01  WS-UF-BOOK-SUI           PIC 9(7)V99.
       01  WS-UF-FROM-TAKEON        PIC X(1).
       01  WS-UF-ROOM               PIC S9(9)V99.
       01  WS-UF-TAXABLE            PIC 9(9)V99.
       01  WS-UF-TOTAL-PAY          PIC 9(11)V99.
       01  WS-UF-OVER-BASE          PIC 9(11)V99.
       01  WS-UF-FUTA-WAGES         PIC 9(11)V99.
       01  WS-UF-FUTA-TAX           PIC 9(11)V99.
       01  WS-UF-FUTA-BOOKED        PIC 9(11)V99.
       01  WS-UF-DIFFERENCE         PIC S9(11)V99.
       01  WS-UF-QTR-TAXABLE OCCURS 4 TIMES PIC 9(11)V99.
       01  WS-UF-QTR-LIAB OCCURS 4 TIMES PIC 9(11)V99.
       01  WS-UF-PAID-COUNT         PIC 9(4).
       01  WS-UF-NO-STATE           PIC 9(4).
       01  WS-UF-ST-COUNT           PIC 9(2) VALUE 0.
       01  WS-UF-ST-CODE OCCURS 60 TIMES PIC X(2).
       01  WS-UF-S                  PIC 9(2).
       01  WS-UF-ST-FOUND           PIC X(1).
       01  WS-UF-ST-LINES           PIC 9(5).
       01  WS-UF-ST-GROSS           PIC 9(11)V99.
       01  WS-UF-ST-TAXABLE         PIC 9(11)V99.
       01  WS-UF-ST-CONTRIB         PIC 9(11)V99.
       01  WS-UF-ST-BOOKED          PIC 9(11)V99.
       01  WS-UF-PRINT-SSN          PIC X(11).
       01  WS-UF-PRINT-AMT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-UF-PRINT-AMT2         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-UF-PRINT-DIFF         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-UF-LINE-AMT           PIC Z(8)9.99.
       01  WS-UF-LINE-AMT2          PIC Z(8)9.99.
       01  WS-UF-LINE-AMT3          PIC Z(8)9.99.
       01  WS-UF-LINE-AMT4          PIC Z(8)9.99.
       01  WS-UF-RATE-PCT           PIC 9(2)V9(3).
       01  WS-UF-PRINT-PCT          PIC Z9.999.
       01  WS-UF-REG-PERIOD         PIC X(24).
       01  WS-UF-REG-COUNT          PIC 9(7).
       01  WS-UF-REG-HASH           PIC 9(13)V99.
      *> US new-hire reporting: the hires already reported, the US
      *> hires still to report and the states they go to.
       01  NH-FILE-STATUS           PIC XX.
       01  WS-US-NEW-HIRE.
           05  WS-ER-FEIN           PIC X(10) VALUE SPACES.
           05  WS-NH-DUE-DAYS       PIC 9(2) VALUE 20.
           05  WS-NH-WARN-DAYS      PIC 9(2) VALUE 5.
       01  WS-NH-LOG-COUNT          PIC 9(4) VALUE 0.
       01  WS-NH-LOG-ENTRY OCCURS 3000 TIMES.
           05  WS-NH-L-EMP-ID       PIC X(10).
           05  WS-NH-L-HIRE-DATE    PIC 9(8).
       01  WS-NH-L                  PIC 9(4).
       01  WS-NH-REPORTED           PIC X(1).
       01  WS-NH-TODAY              PIC 9(8).
       01  WS-NH-TODAY-INT          PIC 9(7).
       01  WS-NH-FROM-DATE          PIC 9(8).
       01  WS-NH-STAMP              PIC X(12).
       01  WS-NH-DAYS-LEFT          PIC S9(5).
       01  WS-NH-PRINT-LEFT         PIC -(5)9.
       01  WS-NH-STATUS             PIC X(20).
       01  WS-NH-WRITE              PIC X(1).
       01  WS-NH-OUT-COUNT          PIC 9(4) VALUE 0.
       01  WS-NH-OUT-ENTRY OCCURS 500 TIMES.
           05  WS-NH-O-EMP-ID       PIC X(10).
           05  WS-NH-O-NAME         PIC X(50).
           05  WS-NH-O-SSN          PIC X(9).
           05  WS-NH-O-ADDR-1       PIC X(30).
           05  WS-NH-O-ADDR-2       PIC X(30).
           05  WS-NH-O-CITY         PIC X(20).
           05  WS-NH-O-POSTCODE     PIC X(10).
           05  WS-NH-O-HIRE-DATE    PIC 9(8).
           05  WS-NH-O-STATE        PIC X(2).
       01  WS-NH-O                  PIC 9(4).
       01  WS-NH-FLAG-COUNT         PIC 9(4).
       01  WS-NH-HELD-COUNT         PIC 9(4).
       01  WS-NH-ST-COUNT           PIC 9(2) VALUE 0.
       01  WS-NH-ST-CODE OCCURS 60 TIMES PIC X(2).
       01  WS-NH-S                  PIC 9(2).
       01  WS-NH-ST-FOUND           PIC X(1).
       01  WS-NH-ST-LINES           PIC 9(5).
       01  WS-NH-FILES              PIC 9(3).
       01  WS-NH-PRINT-SSN          PIC X(11).
       01  WS-NH-SSN-NUM            PIC 9(9).
       01  WS-NH-HASH               PIC 9(13)V99.
      *> Payslip messages: the message table, what each payslip
      *> carried and the delivery report's selection and counts.
       01  SM-FILE-STATUS           PIC XX.
       01  ML-FILE-STATUS           PIC XX.
       01  PQ-FILE-STATUS           PIC XX.
       01  WS-SD-MSG-ID             PIC X(6).
       01  WS-SD-MONTH              PIC X(7).
       01  WS-SD-MSG-COUNT          PIC 9(3) VALUE 0.
       01  WS-SD-MSG-ENTRY OCCURS 200 TIMES.
           05  WS-SD-T-ID           PIC X(6).
           05  WS-SD-T-TEXT-1       PIC X(60).
           05  WS-SD-T-TEXT-2       PIC X(60).
           05  WS-SD-T-DELIVERED    PIC 9(6).
       01  WS-SD-M                  PIC 9(3).
       01  WS-SD-I                  PIC 9(3).
       01  WS-SD-SLIP-COUNT         PIC 9(2).
       01  WS-SD-SLIP-ID OCCURS 10 TIMES PIC X(6).
       01  WS-SD-UNKNOWN            PIC 9(6).
       01  WS-SD-LINES              PIC 9(6).
       01  WS-AA-SH-CAPTURED        PIC 9(14).
       01  WS-AA-SH-SALARY          PIC 9(7)V99.
       01  WS-AA-NOT-HIRED          PIC X(1).
       01  WS-AA-INCOMPLETE         PIC 9(2).
       01  WS-AA-EXTRACT-NAME       PIC X(60).
       01  WS-AA-LINE               PIC X(600).
       01  WS-AA-PTR                PIC 9(4).
       01  WS-AA-READ-COUNT         PIC 9(5).
       01  WS-AA-WRITTEN            PIC 9(5).
       01  WS-AA-FLAGGED            PIC 9(5).
       01  WS-AA-SKIPPED            PIC 9(5).
       01  WS-CR-COUNT              PIC 9(2) VALUE 0.
       01  WS-CR-ENTRY OCCURS 30 TIMES INDEXED BY WS-CR-IDX.
           05  WS-CR-CODE           PIC X(4).
           05  WS-LT-H-NET          PIC 9(7)V99.
       01  WS-LT-MIN-IDX            PIC 9(1).
       01  WS-LT-JDX                PIC 9(1).
       01  WS-LT-PREFIX             PIC X(3).

      *> UIF claim pack work: the claim, the absence or termination
      *> it rests on, and the last six months paid - gross, the
      *> part within the UIF ceiling in force for that month, UIF
      *> deducted and hours - oldest first.
       01  WS-UC-TYPE               PIC X(1).
           88  WS-UC-MATERNITY              VALUE 'M'.
           88  WS-UC-ILLNESS                VALUE 'I'.
           88  WS-UC-UNEMPLOYMENT           VALUE 'U'.
           88  WS-UC-TYPE-VALID             VALUE 'M' 'I' 'U'.
       01  WS-UC-TYPE-IN            PIC X(1).
       01  WS-UC-TYPE-TEXT          PIC X(12).
       01  WS-UC-FROM               PIC 9(8).
       01  WS-UC-TO                 PIC 9(8).
       01  WS-UC-SCAN-DONE          PIC X(1).
       01  WS-UC-NEW-MONTH          PIC X(1).
       01  WS-UC-COUNT              PIC 9(1).
       01  WS-UC-IDX                PIC 9(1).
       01  WS-UC-MONTHS.
           05  WS-UC-MONTH OCCURS 6 TIMES.
               10  WS-UC-M-KEY      PIC X(7).
               10  WS-UC-M-GROSS    PIC 9(7)V99.
               10  WS-UC-M-UIFABLE  PIC 9(7)V99.
               10  WS-UC-M-UIF      PIC 9(7)V99.
               10  WS-UC-M-HOURS    PIC 9(3).
       01  WS-UC-MONTH-DATE         PIC 9(8).
       01  WS-UC-CEILING            PIC 9(7)V99.
       01  WS-UC-CEILING-PRV        PIC 9(7)V99.
       01  WS-UC-CAPS-EFF           PIC 9(8).
       01  WS-UC-CEILING-USE        PIC 9(7)V99.
       01  WS-UC-TOT-GROSS          PIC 9(9)V99.
       01  WS-UC-TOT-UIFABLE        PIC 9(9)V99.
       01  WS-UC-TOT-UIF            PIC 9(9)V99.
       01  WS-UC-TOT-HOURS          PIC 9(4).
       01  WS-UC-AVG-UIFABLE        PIC 9(9)V99.
       01  WS-UC-PRINT-UIFABLE      PIC Z,ZZZ,ZZ9.99.
       01  WS-UC-PRINT-HOURS        PIC Z,ZZ9.

      *> QES work: the quarter, the completed employment spells, and
      *> the survey figures by category (1 permanent, 2 temporary) -
      *> headcount at quarter end, gains, losses and each month's
      *> gross with its bonus and overtime content.
       01  WS-QE-YEAR               PIC 9(4).
       01  WS-QE-QTR                PIC 9(1).
       01  WS-QE-MONTH-NO           PIC 9(2).
       01  WS-QE-START              PIC 9(8).
       01  WS-QE-END                PIC 9(8).
       01  WS-QE-LABEL              PIC X(8).
       01  WS-QE-MONTHS.
           05  WS-QE-MONTH-KEY      PIC X(7) OCCURS 3 TIMES.
       01  WS-QE-M                  PIC 9(1).
       01  WS-QE-PM                 PIC 9(1).
       01  WS-QE-C                  PIC 9(1).
       01  WS-QE-AT-WORK            PIC X(1).
       01  WS-QE-PC-DONE            PIC X(1).
       01  WS-QE-SP-COUNT           PIC 9(4).
       01  WS-QE-SP-IDX             PIC 9(4).
       01  WS-QE-SPELLS.
           05  WS-QE-SPELL OCCURS 1000 TIMES.
               10  WS-QE-SP-EMP     PIC X(10).
               10  WS-QE-SP-HIRE    PIC 9(8).
               10  WS-QE-SP-TERM    PIC 9(8).
               10  WS-QE-SP-REASON  PIC X(2).
       01  WS-QE-FIGURES.
           05  WS-QE-HEADS          PIC 9(5) OCCURS 2 TIMES.
           05  WS-QE-GAINED         PIC 9(5) OCCURS 2 TIMES.
           05  WS-QE-LOST           PIC 9(5) OCCURS 2 TIMES.
           05  WS-QE-MONTH OCCURS 3 TIMES.
               10  WS-QE-CAT OCCURS 2 TIMES.
                   15  WS-QE-GROSS  PIC 9(9)V99.
                   15  WS-QE-BONUS  PIC 9(9)V99.
                   15  WS-QE-OTIME  PIC 9(9)V99.
       01  WS-QE-COL-HEADS.
           05  FILLER               PIC X(23) VALUE SPACES.
           05  FILLER               PIC X(16) VALUE "PERMANENT".
           05  FILLER               PIC X(16) VALUE "      TEMPORARY".
           05  FILLER               PIC X(16) VALUE "           TOTAL".
       01  WS-QE-ROW-LABEL          PIC X(17).
       01  WS-QE-A1                 PIC 9(11)V99.
       01  WS-QE-A2                 PIC 9(11)V99.
       01  WS-QE-N1                 PIC 9(5).
       01  WS-QE-N2                 PIC 9(5).
       01  WS-QE-PRINT-1            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-QE-PRINT-2            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-QE-PRINT-3            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-QE-PRINT-N1           PIC Z(4)9.
       01  WS-QE-PRINT-N2           PIC Z(4)9.
       01  WS-QE-PRINT-N3           PIC Z(4)9.
       01  WS-QE-LINES              PIC 9(5).
       01  WS-QE-HASH               PIC 9(13)V99.

      *> WSP/ATR and SDL-versus-training work. The grant year runs
      *> 1 April to 31 March and is named for the year it ends in;
      *> month 1 of the SDL table is April. The level/cell figures
      *> use the EEA table (count = interventions, remun = cost).
       01  TE-FILE-STATUS           PIC XX.
       01  WS-SK-YEAR               PIC 9(4).
       01  WS-SK-START              PIC 9(8).
       01  WS-SK-END                PIC 9(8).
       01  WS-SK-PASS               PIC X(1).
           88  WS-SK-ATR-PASS               VALUE 'C'.
           88  WS-SK-WSP-PASS               VALUE 'P'.
       01  WS-SK-SCAN-DONE          PIC X(1).
       01  WS-SK-INTERVENTIONS      PIC 9(5).
       01  WS-SK-TOTAL-COST         PIC 9(11)V99.
       01  WS-SK-NC-COST            PIC 9(11)V99.
       01  WS-SK-CATEGORIES.
           05  WS-SK-CAT OCCURS 4 TIMES.
               10  WS-SK-CAT-COUNT  PIC 9(5).
               10  WS-SK-CAT-COST   PIC 9(11)V99.
       01  WS-SK-CAT-NAMES.
           05  FILLER               PIC X(20) VALUE "LEARNERSHIPS".
           05  FILLER               PIC X(20) VALUE "SKILLS PROGRAMMES".
           05  FILLER               PIC X(20) VALUE "APPRENTICESHIPS".
           05  FILLER               PIC X(20) VALUE "OTHER TRAINING".
       01  WS-SK-CAT-NAME-TBL REDEFINES WS-SK-CAT-NAMES.
           05  WS-SK-CAT-NAME       PIC X(20) OCCURS 4 TIMES.
       01  WS-SK-K                  PIC 9(1).
       01  WS-SK-L                  PIC 9(1).
       01  WS-SK-CELL               PIC 9(1).
       01  WS-SK-LEVEL-COUNT        PIC 9(5).
       01  WS-SK-LEVEL-COST         PIC 9(11)V99.
       01  WS-SK-COL-COUNT          PIC 9(5).
       01  WS-SK-ROW.
           05  WS-SK-ROW-LABEL      PIC X(5).
           05  WS-SK-ROW-CELL       PIC ZZZZ9 OCCURS 8 TIMES.
           05  WS-SK-ROW-TOTAL      PIC Z(6)9.
           05  FILLER               PIC X(2).
           05  WS-SK-ROW-COST       PIC ZZ,ZZZ,ZZ9.99.
       01  WS-SK-COL-HEADS.
           05  FILLER               PIC X(45) VALUE
               "LEVEL   AM   CM   IM   WM   AF   CF   IF   WF".
           05  FILLER               PIC X(22) VALUE
               "  TOTAL           COST".
       01  WS-SK-PERIOD             PIC X(7).
       01  WS-SK-PERIOD-R REDEFINES WS-SK-PERIOD.
           05  WS-SK-PER-YYYY       PIC 9(4).
           05  FILLER               PIC X(1).
           05  WS-SK-PER-MM         PIC 9(2).
       01  WS-SK-DATE               PIC 9(8).
       01  WS-SK-DATE-R REDEFINES WS-SK-DATE.
           05  WS-SK-DATE-YYYY      PIC 9(4).
           05  WS-SK-DATE-MM        PIC 9(2).
           05  WS-SK-DATE-DD        PIC 9(2).
       01  WS-SK-M                  PIC 9(2).
       01  WS-SK-MONTHS.
           05  WS-SK-MONTH OCCURS 12 TIMES.
               10  WS-SK-MONTH-KEY  PIC X(7).
               10  WS-SK-SDL        PIC 9(9)V99.
               10  WS-SK-SPEND      PIC 9(9)V99.
       01  WS-SK-TOTAL-SDL          PIC 9(11)V99.
       01  WS-SK-GRANT              PIC 9(11)V99.
       01  WS-SK-PCT                PIC 9(5)V9.
       01  WS-SK-DIFF               PIC S9(11)V99.
       01  WS-SK-PRINT-1            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SK-PRINT-2            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SK-PRINT-DIFF         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-SK-PRINT-PCT          PIC ZZZZ9.9.
       01  WS-SK-PRINT-N            PIC Z(4)9.

      *> Employment equity aggregation: counts and remuneration per
      *> occupational level (1-6) and race/gender cell (A/C/I/W male
           05  WS-PA-V-DAY          PIC X(10).
           05  WS-PA-V-HITS         PIC 9(4).
       01  WS-PA-V-FOUND            PIC 9(3).
       01  CH-FILE-STATUS           PIC XX.
       01  CP-FILE-STATUS           PIC XX.
       01  WS-CH-FILTER             PIC X(24).
       01  WS-CH-FILTER-LEN         PIC 9(2).
       01  WS-CH-FROM-DATE          PIC 9(8).
       01  WS-CH-ROW-DATE           PIC 9(8).
       01  WS-CH-MATCHES            PIC 9(5).
       01  WS-CH-PENDING            PIC 9(5).
       01  WS-CH-ACTION-DESC        PIC X(8).

       01  WS-PREV-EMP-ID           PIC X(10).
       01  WS-INTEGRITY-COUNTS.
           05  WS-SLIP-YTD-UIF      PIC 9(9)V99.
           05  WS-SLIP-YTD-NET      PIC 9(9)V99.
       01  WS-SLIP-SAVED-RECORD.
           05  WS-SLIP-SAVE         PIC X(256).

       01  WS-HIST-COUNT            PIC 9(01) VALUE 0.
       01  WS-HIST-IDX              PIC 9(01).
               10  WS-HIST-PERIOD   PIC X(24).
               10  WS-HIST-GROSS    PIC 9(7)V99.
               10  WS-HIST-NET      PIC 9(7)V99.
               10  WS-HIST-RUN-SEQ  PIC 9(2).

      *> Payslip query work: the payslip picked off the history, the
      *> components it carried, and the caller's own queries.
       01  WS-PQ-PICK               PIC 9(1).
       01  WS-PQ-COMP               PIC X(6).
       01  WS-PQ-DESC               PIC X(60).
       01  WS-PQ-NEXT-ID            PIC 9(6).
       01  WS-PQ-VALID              PIC X(1).
       01  WS-PQ-DONE               PIC X(1).
       01  WS-PQ-MINE               PIC 9(4).
       01  WS-PQ-STATUS-TEXT        PIC X(20).
       01  WS-PQ-COMP-COUNT         PIC 9(2).
       01  WS-PQ-COMP-IDX           PIC 9(2).
       01  WS-PQ-COMP-TABLE.
           05  WS-PQ-COMP-CODE      PIC X(6) OCCURS 40 TIMES.
       01  WS-PQ-PRINT-AMT          PIC -,---,--9.99.

       01  WS-ACCESS-PARAMS.
           05  WS-AC-FUNCTION      PIC X(8).
       PROCEDURE DIVISION USING LS-USER-ROLE, LS-EMP-ID.
       100-MAIN-REPORTS.
           PERFORM 110-LOAD-EMPLOYER-PROFILE
           PERFORM 112-LOAD-LEGAL-ENTITIES
      *>   One permission-matrix answer covers every management
      *>   report; My Payslip History stays open to all roles.
           MOVE "REPORTS" TO WS-AC-FUNCTION
                   DISPLAY "32. Component Summary"
                   DISPLAY "33. Labor Distribution (Projects)"
                   DISPLAY "34. Personal Data Access Report"
                   DISPLAY "35. Configuration Change History"
                   DISPLAY "36. UIF Claim Pack (UI-19 / UI-2.7)"
                   DISPLAY "37. Stats SA QES Return"
                   DISPLAY "38. SETA WSP/ATR Submission"
                   DISPLAY "39. SDL Paid vs Training Spend"
                   DISPLAY "40. Legal Entity Reconciliation"
                   DISPLAY "41. Parallel Run Comparison"
                   DISPLAY "42. Employee As-At Inquiry"
                   DISPLAY "43. Employee Master As-At Extract"
                   DISPLAY "44. Staff Turnover Analysis"
                   DISPLAY "45. Below Minimum Wage Report"
                   DISPLAY "46. Days Abroad Monitor"
                   DISPLAY "47. Form 940 FUTA Return (US)"
                   DISPLAY "48. State SUI Wage Reports (US)"
                   DISPLAY "49. US New-Hire Reporting Extract"
                   DISPLAY "50. Payslip Message Delivery"
               END-IF
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-REPORT-CHOICE
               PERFORM 116-RESET-ENTITY-SCOPE

               EVALUATE TRUE
                   WHEN WS-REPORT-CHOICE = 8
                       PERFORM 3300-LABOR-DISTRIBUTION
                   WHEN WS-REPORT-CHOICE = 34
                       PERFORM 3400-PDA-ACCESS-REPORT
                   WHEN WS-REPORT-CHOICE = 35
                       PERFORM 3500-CONFIG-CHANGE-HISTORY
                   WHEN WS-REPORT-CHOICE = 36
                       PERFORM 3600-UIF-CLAIM-PACK
                   WHEN WS-REPORT-CHOICE = 37
                       PERFORM 3700-QES-RETURN
                   WHEN WS-REPORT-CHOICE = 38
                       PERFORM 3800-WSP-ATR-RETURN
                   WHEN WS-REPORT-CHOICE = 39
                       PERFORM 3900-SDL-VS-TRAINING
                   WHEN WS-REPORT-CHOICE = 40
                       PERFORM 4000-ENTITY-RECONCILIATION
                   WHEN WS-REPORT-CHOICE = 41
                       PERFORM 4100-PARALLEL-RUN-COMPARE
                   WHEN WS-REPORT-CHOICE = 42
                       PERFORM 4200-EMPLOYEE-ASAT-INQUIRY
                   WHEN WS-REPORT-CHOICE = 43
                       PERFORM 4300-EMPLOYEE-ASAT-EXTRACT
                   WHEN WS-REPORT-CHOICE = 44
                       PERFORM 4400-TURNOVER-REPORT
                   WHEN WS-REPORT-CHOICE = 45
                       PERFORM 4500-BELOW-MIN-WAGE-REPORT
                   WHEN WS-REPORT-CHOICE = 46
                       PERFORM 4600-DAYS-ABROAD-MONITOR
                   WHEN WS-REPORT-CHOICE = 47
                       PERFORM 4700-FORM-940
                   WHEN WS-REPORT-CHOICE = 48
                       PERFORM 4800-SUI-WAGE-REPORTS
                   WHEN WS-REPORT-CHOICE = 49
                       PERFORM 4900-US-NEW-HIRE-EXTRACT
                   WHEN WS-REPORT-CHOICE = 50
                       PERFORM 5000-SLIP-MESSAGE-DELIVERY
                   WHEN OTHER
                       DISPLAY "Invalid choice"
               END-EVALUATE
                           MOVE SC-EMPLOYER-PROFILE
                               TO WS-EMPLOYER-PROFILE
                       END-IF
                       IF SC-NH-DUE-DAYS NUMERIC
                               AND SC-NH-DUE-DAYS > 0
                           MOVE SC-US-NEW-HIRE TO WS-US-NEW-HIRE
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF
                   TO WS-ER-TRADE-NAME
           END-IF.

      *****************************************************************
      * 112-LOAD-LEGAL-ENTITIES - the registered companies run on the
      * payroll and the branches each employs. The entity flagged
      * default (else the first) employs any branch none lists.
      *****************************************************************
       112-LOAD-LEGAL-ENTITIES.
           MOVE WS-EMPLOYER-PROFILE TO WS-GROUP-PROFILE
           MOVE 0 TO WS-LE-COUNT
           MOVE 0 TO WS-LE-DEFAULT-IDX
           OPEN INPUT LEGAL-ENTITY-FILE
           IF WS-LE-FILE-STATUS = '00'
               PERFORM UNTIL WS-LE-FILE-STATUS = '10'
                   READ LEGAL-ENTITY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LE-COUNT < 10
                               ADD 1 TO WS-LE-COUNT
                               MOVE LE-CODE
                                   TO WS-LE-T-CODE(WS-LE-COUNT)
                               MOVE LE-PROFILE
                                   TO WS-LE-T-PROFILE(WS-LE-COUNT)
                               MOVE LE-BRANCH-COUNT
                                   TO WS-LE-T-BR-COUNT(WS-LE-COUNT)
                               MOVE LE-BRANCH-LIST
                                   TO WS-LE-T-BRANCHES(WS-LE-COUNT)
                               IF LE-IS-DEFAULT
                                       AND WS-LE-DEFAULT-IDX = 0
                                   MOVE WS-LE-COUNT
                                       TO WS-LE-DEFAULT-IDX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-ENTITY-FILE
           END-IF
           IF WS-LE-COUNT > 0 AND WS-LE-DEFAULT-IDX = 0
               MOVE 1 TO WS-LE-DEFAULT-IDX
           END-IF.

      *****************************************************************
      * 114-SELECT-LEGAL-ENTITY - with entities on file, ask which one
      * a statutory return is for. An entity's own profile then heads
      * the return and its code tags the file name; blank keeps the
      * whole group under the group profile.
      *****************************************************************
       114-SELECT-LEGAL-ENTITY.
           PERFORM 116-RESET-ENTITY-SCOPE
           IF WS-LE-COUNT > 0
               DISPLAY "Legal entities:" WITH NO ADVANCING
               PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                       UNTIL WS-LE-IDX > WS-LE-COUNT
                   DISPLAY " " WS-LE-T-CODE(WS-LE-IDX)
                           WITH NO ADVANCING
               END-PERFORM
               DISPLAY " "
               DISPLAY "LEGAL ENTITY CODE (BLANK = ALL): "
                       WITH NO ADVANCING
               MOVE SPACES TO WS-LE-WANT-CODE
               ACCEPT WS-LE-WANT-CODE
               IF WS-LE-WANT-CODE NOT = SPACES
                   PERFORM 115-SET-ENTITY-BY-CODE
                   IF WS-LE-SEL = 0
                       DISPLAY "UNKNOWN ENTITY " WS-LE-WANT-CODE
                               " - REPORTING ALL ENTITIES"
                   END-IF
               END-IF
           END-IF.

      *>   Scope the returns to entity WS-LE-WANT-CODE (WS-LE-SEL
      *>   stays 0 when no entity has that code).
       115-SET-ENTITY-BY-CODE.
           PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                   UNTIL WS-LE-IDX > WS-LE-COUNT
               IF WS-LE-T-CODE(WS-LE-IDX) = WS-LE-WANT-CODE
                   SET WS-LE-SEL TO WS-LE-IDX
                   MOVE WS-LE-T-PROFILE(WS-LE-SEL)
                       TO WS-EMPLOYER-PROFILE
                   MOVE SPACES TO WS-LE-SUFFIX
                   STRING "_" WS-LE-WANT-CODE
                           DELIMITED BY SIZE INTO WS-LE-SUFFIX
               END-IF
           END-PERFORM.

      *>   Back to the whole group under the group profile.
       116-RESET-ENTITY-SCOPE.
           MOVE 0 TO WS-LE-SEL
           MOVE SPACES TO WS-LE-SUFFIX
           MOVE WS-GROUP-PROFILE TO WS-EMPLOYER-PROFILE.

      *>   The entity employing branch WS-LE-WANT-BRANCH, into
      *>   WS-LE-SLOT.
       117-RESOLVE-LEGAL-ENTITY.
           MOVE WS-LE-DEFAULT-IDX TO WS-LE-SLOT
           PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                   UNTIL WS-LE-IDX > WS-LE-COUNT
               PERFORM VARYING WS-LE-BR-IDX FROM 1 BY 1
                       UNTIL WS-LE-BR-IDX > WS-LE-T-BR-COUNT(WS-LE-IDX)
                   IF WS-LE-T-BRANCH(WS-LE-IDX, WS-LE-BR-IDX)
                           = WS-LE-WANT-BRANCH
                       SET WS-LE-SLOT TO WS-LE-IDX
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>   Is branch WS-LE-WANT-BRANCH within the entity the return
      *>   is being run for? Always, when it is run for the group.
       118-CHECK-ENTITY-SCOPE.
           MOVE 'Y' TO WS-LE-IN-SCOPE
           IF WS-LE-SEL > 0
               PERFORM 117-RESOLVE-LEGAL-ENTITY
               IF WS-LE-SLOT NOT = WS-LE-SEL
                   MOVE 'N' TO WS-LE-IN-SCOPE
               END-IF
           END-IF.

      *****************************************************************
      * 120-CHECK-IDENTIFIERS - list the employee in the record
      * buffer if a statutory identifier the extract needs is still
      * blank: the SSN for US staff, otherwise the ID or passport
      * number and (WS-MI-NEED-TAX-REF = 'Y') the SARS tax reference.
      *****************************************************************
       120-CHECK-IDENTIFIERS.
           MOVE 'N' TO WS-MI-NO-ID
           MOVE 'N' TO WS-MI-NO-TAX
           MOVE SPACES TO WS-MI-TEXT
           IF EMP-COUNTRY-US
               IF EMP-SSN = SPACES
                   MOVE 'Y' TO WS-MI-NO-ID
                   MOVE "SSN" TO WS-MI-TEXT
               END-IF
           ELSE
               IF EMP-ID-NUMBER = SPACES AND EMP-PASSPORT-NO = SPACES
                   MOVE 'Y' TO WS-MI-NO-ID
               END-IF
               IF EMP-TAX-REF-NO = SPACES AND WS-MI-NEED-TAX-REF = 'Y'
                   MOVE 'Y' TO WS-MI-NO-TAX
               END-IF
               EVALUATE TRUE
                   WHEN WS-MI-NO-ID = 'Y' AND WS-MI-NO-TAX = 'Y'
                       MOVE "ID/PASSPORT NUMBER AND TAX REFERENCE"
                           TO WS-MI-TEXT
                   WHEN WS-MI-NO-ID = 'Y'
                       MOVE "ID/PASSPORT NUMBER" TO WS-MI-TEXT
                   WHEN WS-MI-NO-TAX = 'Y'
                       MOVE "TAX REFERENCE" TO WS-MI-TEXT
               END-EVALUATE
           END-IF
           IF WS-MI-TEXT NOT = SPACES
               ADD 1 TO WS-MI-COUNT
               DISPLAY "  MISSING " WS-MI-TEXT ": " EMP-ID " "
                       EMP-NAME(1:20) " " EMP-SURNAME(1:20)
           END-IF.

      *****************************************************************
      * 122-SET-ID-FOR-EXTRACT - the identity number an extract
      * prints: the SA ID number, else the passport number, else a
      * MISSING marker.
      *****************************************************************
       122-SET-ID-FOR-EXTRACT.
           EVALUATE TRUE
               WHEN EMP-ID-NUMBER NOT = SPACES
                   MOVE EMP-ID-NUMBER TO WS-MI-ID-OUT
               WHEN EMP-PASSPORT-NO NOT = SPACES
                   MOVE EMP-PASSPORT-NO TO WS-MI-ID-OUT
               WHEN OTHER
                   MOVE "** MISSING **" TO WS-MI-ID-OUT
           END-EVALUATE.

      *****************************************************************
      * 124-READ-EXTRACT-EMPLOYEE - master record for an extract
      * line; an employee no longer on file extracts with blank
      * identifiers (and is listed as missing them).
      *****************************************************************
       124-READ-EXTRACT-EMPLOYEE.
           IF WS-MI-EMP-OPEN = 'Y'
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MI-EMP-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MI-EMP-FOUND
               END-READ
           ELSE
               MOVE 'N' TO WS-MI-EMP-FOUND
           END-IF
           IF WS-MI-EMP-FOUND NOT = 'Y'
               MOVE SPACES TO EMP-NAME
               MOVE SPACES TO EMP-SURNAME
               MOVE SPACES TO EMP-ID-NUMBER
               MOVE SPACES TO EMP-PASSPORT-NO
               MOVE SPACES TO EMP-PASSPORT-COUNTRY
               MOVE SPACES TO EMP-TAX-REF-NO
               MOVE SPACES TO EMP-SSN
               MOVE "SA" TO EMP-COUNTRY-CODE
           END-IF.

       126-SHOW-MISSING-TOTAL.
           IF WS-MI-COUNT = 0
               DISPLAY "  (NONE - EVERY EMPLOYEE CARRIES THEIR "
                       "IDENTIFIERS)"
           ELSE
               DISPLAY "  " WS-MI-COUNT " EMPLOYEE(S) MISSING "
                       "IDENTIFIERS - CAPTURE THEM IN EMPLOYEE "
                       "MANAGEMENT BEFORE SUBMITTING"
           END-IF.

      *****************************************************************
      * 200-DEPT-COST-REPORT - group all PAYROLL-FILE records for a
      * selected pay period by the employee's EMP-DEPT and total gross
           ACCEPT WS-CERT-EMP-ID
           DISPLAY "Enter tax year (e.g. 2025): " WITH NO ADVANCING
           ACCEPT WS-CERT-TAX-YEAR
           PERFORM 114-SELECT-LEGAL-ENTITY
           MOVE WS-CERT-EMP-ID TO WS-PA-TARGET
           MOVE "IRP5-VIEW" TO WS-PA-FUNCTION
           PERFORM 380-LOG-PERSONAL-ACCESS
           MOVE 0 TO WS-CERT-NET
           MOVE 0 TO WS-CERT-TRAVEL
           MOVE 0 TO WS-CERT-OTHER
           MOVE 0 TO WS-CERT-REIMB-TX
           MOVE 0 TO WS-CERT-REIMB-NT
           MOVE SPACES TO WS-CERT-DIRECTIVE
           MOVE 0 TO WS-CERT-RETIRE
           MOVE 0 TO WS-CERT-FRINGE
           MOVE 0 TO WS-CERT-FS-EXEMPT
           MOVE 'N' TO WS-CERT-FOUND

           OPEN INPUT PAYROLL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PR-BRANCH TO WS-LE-WANT-BRANCH
                           PERFORM 118-CHECK-ENTITY-SCOPE
                           IF PR-EMP-ID = WS-CERT-EMP-ID
                              AND PR-PAY-PERIOD(1:4) = WS-CERT-TAX-YEAR
                              AND PR-RUN-TYPE NOT = 'V'
                              AND WS-LE-IN-SCOPE = 'Y'
                               MOVE 'Y' TO WS-CERT-FOUND
                               ADD PR-GROSS-PAY TO WS-CERT-GROSS
                               ADD PR-PAYE-TAX  TO WS-CERT-PAYE
                               ADD PR-NET-PAY   TO WS-CERT-NET
                               ADD PR-TRAVEL-ALLOW TO WS-CERT-TRAVEL
                               ADD PR-OTHER-ALLOW  TO WS-CERT-OTHER
                               ADD PR-REIMB-TRAV-TAX
                                   TO WS-CERT-REIMB-TX
                               ADD PR-REIMB-TRAVEL TO WS-CERT-REIMB-NT
                               ADD PR-RETIRE-DEDUCT TO WS-CERT-RETIRE
                               ADD PR-FRINGE-VALUE TO WS-CERT-FRINGE
                               ADD PR-FOREIGN-EXEMPT
                                   TO WS-CERT-FS-EXEMPT
                               IF PR-DIRECTIVE-NO NOT = SPACES
                                   MOVE PR-DIRECTIVE-NO
                                       TO WS-CERT-DIRECTIVE
                       MOVE WS-CERT-EMP-ID TO EMP-ID
               END-READ
               CLOSE EMPLOYEE-FILE
      *>       Run for the group, the certificate is issued by the
      *>       entity employing the employee's branch.
               IF WS-LE-COUNT > 0 AND WS-LE-SEL = 0
                   MOVE EMP-COMPANY-BRANCH TO WS-LE-WANT-BRANCH
                   PERFORM 117-RESOLVE-LEGAL-ENTITY
                   MOVE WS-LE-T-PROFILE(WS-LE-SLOT)
                       TO WS-EMPLOYER-PROFILE
               END-IF
               PERFORM 350-DISPLAY-IRP5
           END-IF.

               MOVE WS-CERT-SDL   TO WS-PRINT-SDL
               MOVE WS-CERT-NET   TO WS-PRINT-NET
               DISPLAY "=========== IRP5 TAX CERTIFICATE ==========="
               DISPLAY "Employer:            " WS-ER-TRADE-NAME
               DISPLAY "Employer PAYE ref:   " WS-ER-PAYE-REF
               DISPLAY "Employee number:     " WS-CERT-EMP-ID
               DISPLAY "Employee name:       " EMP-NAME(1:25)
               DISPLAY "Residential address: " EMP-RES-ADDR-1
               DISPLAY "                     " EMP-RES-CITY " "
                       EMP-RES-POSTCODE
               PERFORM 122-SET-ID-FOR-EXTRACT
               DISPLAY "ID/passport number:  " WS-MI-ID-OUT " "
                       EMP-PASSPORT-COUNTRY
               IF EMP-TAX-REF-NO = SPACES
                   DISPLAY "Income tax ref no:   ** MISSING **"
               ELSE
                   DISPLAY "Income tax ref no:   " EMP-TAX-REF-NO
               END-IF
               DISPLAY "Tax year:            " WS-CERT-TAX-YEAR
               PERFORM 360-SHOW-EMPLOYMENT-SPELLS
               DISPLAY "---------------------------------------------"
               DISPLAY "Gross remuneration:  " WS-PRINT-GROSS
               MOVE WS-CERT-TRAVEL TO WS-PRINT-PAYE
               DISPLAY "Travel allow (3701): " WS-PRINT-PAYE
               MOVE WS-CERT-REIMB-TX TO WS-PRINT-PAYE
               DISPLAY "Reimb travel (3702): " WS-PRINT-PAYE
               MOVE WS-CERT-REIMB-NT TO WS-PRINT-PAYE
               DISPLAY "Reimb travel (3703): " WS-PRINT-PAYE
               MOVE WS-CERT-OTHER TO WS-PRINT-PAYE
               DISPLAY "Other allow (3713):  " WS-PRINT-PAYE
               MOVE WS-CERT-RETIRE TO WS-PRINT-PAYE
               DISPLAY "Retirement (4001):   " WS-PRINT-PAYE
               MOVE WS-CERT-FRINGE TO WS-PRINT-PAYE
               DISPLAY "Fringe benefits:     " WS-PRINT-PAYE
               IF WS-CERT-FS-EXEMPT > 0
                   MOVE WS-CERT-FS-EXEMPT TO WS-PRINT-PAYE
                   DISPLAY "Foreign svc (3651):  " WS-PRINT-PAYE
                   DISPLAY "  (EXEMPT - S10(1)(O)(II), INCLUDED IN "
                           "GROSS ABOVE)"
               END-IF
               IF WS-TK-FOUND = 'Y'
                   DISPLAY "(INCLUDES TAKEON OPENING BALANCES)"
               END-IF
               DISPLAY "SDL deducted:        " WS-PRINT-SDL
               DISPLAY "Net pay:             " WS-PRINT-NET
               DISPLAY "============================================="
               MOVE 0 TO WS-MI-COUNT
               MOVE 'Y' TO WS-MI-NEED-TAX-REF
               PERFORM 120-CHECK-IDENTIFIERS
               IF WS-MI-COUNT > 0
                   DISPLAY "** CERTIFICATE CANNOT BE SUBMITTED UNTIL "
                           "THE MISSING IDENTIFIER IS CAPTURED **"
               END-IF
           END-IF.

      *****************************************************************
               STRING "Net pay:         " WS-PRINT-NET
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
               PERFORM 530-WRITE-SLIP-MESSAGES
               MOVE "---- YEAR TO DATE (TAX YEAR) ----"
                   TO EXPORT-RECORD
               WRITE EXPORT-RECORD
               DISPLAY "Payslip written to " WS-EXPORT-FILENAME
           END-IF.

      *****************************************************************
      * 530-WRITE-SLIP-MESSAGES - the messages that were printed on
      * the original payslip, off the delivery log PAYROLL writes, so
      * a downloaded copy reads the same as the one distributed even
      * after a message is withdrawn. A period paid twice logs a
      * message twice; it is written once.
      *****************************************************************
       530-WRITE-SLIP-MESSAGES.
           PERFORM 5010-LOAD-SLIP-MESSAGES
           MOVE 0 TO WS-SD-SLIP-COUNT
           OPEN INPUT SLIP-MSG-LOG-FILE
           IF ML-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ML-FILE-STATUS = '10'
               READ SLIP-MSG-LOG-FILE
                   AT END
                       MOVE '10' TO ML-FILE-STATUS
                   NOT AT END
                       IF ML-EMP-ID = PR-EMP-ID
                               AND ML-PAY-PERIOD = PR-PAY-PERIOD
                           PERFORM 535-WRITE-ONE-SLIP-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLIP-MSG-LOG-FILE.

       535-WRITE-ONE-SLIP-MESSAGE.
           PERFORM VARYING WS-SD-I FROM 1 BY 1
                   UNTIL WS-SD-I > WS-SD-SLIP-COUNT
               IF WS-SD-SLIP-ID(WS-SD-I) = ML-MSG-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM 5020-FIND-SLIP-MESSAGE
           IF WS-SD-M = 0 OR WS-SD-SLIP-COUNT NOT < 10
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SD-SLIP-COUNT
           MOVE ML-MSG-ID TO WS-SD-SLIP-ID(WS-SD-SLIP-COUNT)
           IF WS-SD-SLIP-COUNT = 1
               MOVE "---- MESSAGES ----" TO EXPORT-RECORD
               WRITE EXPORT-RECORD
           END-IF
           MOVE WS-SD-T-TEXT-1(WS-SD-M) TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           IF WS-SD-T-TEXT-2(WS-SD-M) NOT = SPACES
               MOVE WS-SD-T-TEXT-2(WS-SD-M) TO EXPORT-RECORD
               WRITE EXPORT-RECORD
           END-IF.

      *****************************************************************
      * 600-DOWNLOAD-PAYROLL-REPORT - write every PAYROLL-FILE record
      * for a pay period out to a payroll register text file.
           DISPLAY "Enter pay period (e.g. 2025-04-01 to 2025-04-30): "
                   WITH NO ADVANCING
           ACCEPT WS-REPORT-PERIOD
           PERFORM 114-SELECT-LEGAL-ENTITY
           PERFORM 705-BUILD-EMP201.

      *****************************************************************
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PR-BRANCH TO WS-LE-WANT-BRANCH
                           PERFORM 118-CHECK-ENTITY-SCOPE
                           IF PR-PAY-PERIOD = WS-REPORT-PERIOD
                                   AND PR-RUN-TYPE NOT = 'V'
                                   AND WS-LE-IN-SCOPE = 'Y'
                               ADD 1 TO WS-EMP201-COUNT
                               ADD PR-PAYE-TAX TO WS-EMP201-PAYE
                               ADD PR-UIF      TO WS-EMP201-UIF
           END-IF
           DISPLAY "=============================================="

           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/emp201_" DELIMITED BY SIZE
                   WS-REPORT-PERIOD(1:10) DELIMITED BY SIZE
                   WS-LE-SUFFIX DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME

               END-PERFORM
               CLOSE PAYROLL-FILE
               PERFORM 940-DISPLAY-HISTORY
               PERFORM 950-SHOW-MY-QUERIES
               IF WS-HIST-COUNT > 0
                   PERFORM 960-RAISE-PAYSLIP-QUERY
               END-IF
           END-IF.

      *****************************************************************
           END-IF
           MOVE PR-PAY-PERIOD TO WS-HIST-PERIOD(WS-HIST-COUNT)
           MOVE PR-GROSS-PAY  TO WS-HIST-GROSS(WS-HIST-COUNT)
           MOVE PR-NET-PAY    TO WS-HIST-NET(WS-HIST-COUNT)
           MOVE PR-RUN-SEQ    TO WS-HIST-RUN-SEQ(WS-HIST-COUNT).

       940-DISPLAY-HISTORY.
           DISPLAY " "
                       UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   MOVE WS-HIST-GROSS(WS-HIST-IDX) TO WS-PRINT-GROSS
                   MOVE WS-HIST-NET(WS-HIST-IDX)   TO WS-PRINT-NET
                   DISPLAY WS-HIST-IDX ". "
                           WS-HIST-PERIOD(WS-HIST-IDX)
                           "  GROSS: " WS-PRINT-GROSS
                           "  NET: " WS-PRINT-NET
               END-PERFORM
           END-IF
           DISPLAY "==========================================".

      *****************************************************************
      * 950-SHOW-MY-QUERIES - the caller's own payslip queries and
      * where each one stands on the payroll officers' worklist.
      *****************************************************************
       950-SHOW-MY-QUERIES.
           MOVE 0 TO WS-PQ-MINE
           OPEN INPUT PAY-QUERY-FILE
           IF PQ-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PQ-FILE-STATUS = '10'
               READ PAY-QUERY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PQ-EMP-ID = LS-EMP-ID
                           IF WS-PQ-MINE = 0
                               DISPLAY " "
                               DISPLAY "My payslip queries:"
                           END-IF
                           ADD 1 TO WS-PQ-MINE
                           PERFORM 955-SET-QUERY-STATUS-TEXT
                           DISPLAY PQ-QUERY-ID "  " PQ-PAY-PERIOD
                                   "  " PQ-COMP-CODE "  "
                                   WS-PQ-STATUS-TEXT
                           IF PQ-RESOLVED
                               DISPLAY "        "
                                       FUNCTION TRIM(PQ-RESOLUTION)
                           END-IF
                   END-READ
           END-PERFORM
           CLOSE PAY-QUERY-FILE.

       955-SET-QUERY-STATUS-TEXT.
           EVALUATE TRUE
               WHEN PQ-OPEN
                   MOVE "OPEN" TO WS-PQ-STATUS-TEXT
               WHEN PQ-INVESTIGATING
                   MOVE "INVESTIGATING" TO WS-PQ-STATUS-TEXT
               WHEN PQ-NO-CHANGE
                   MOVE "RESOLVED-NO CHANGE" TO WS-PQ-STATUS-TEXT
               WHEN OTHER
                   MOVE "RESOLVED-CORRECTED" TO WS-PQ-STATUS-TEXT
           END-EVALUATE.

      *****************************************************************
      * 960-RAISE-PAYSLIP-QUERY - the caller picks one of the payslips
      * just shown and the component on it they question (or OTHER),
      * and describes the problem. The query is written open for the
      * payroll officers' worklist in PAYQUERY.
      *****************************************************************
       960-RAISE-PAYSLIP-QUERY.
           DISPLAY " "
           DISPLAY "Query a payslip - enter its number (0 = no): "
                   WITH NO ADVANCING
           ACCEPT WS-PQ-PICK
           IF WS-PQ-PICK = 0 OR WS-PQ-PICK > WS-HIST-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM 965-LIST-PAYSLIP-COMPONENTS
           DISPLAY "Component you are querying (OTHER if none): "
                   WITH NO ADVANCING
           ACCEPT WS-PQ-COMP
           MOVE FUNCTION UPPER-CASE(WS-PQ-COMP) TO WS-PQ-COMP
           MOVE 'N' TO WS-PQ-VALID
           IF WS-PQ-COMP = "OTHER"
               MOVE 'Y' TO WS-PQ-VALID
           END-IF
           PERFORM VARYING WS-PQ-COMP-IDX FROM 1 BY 1
                   UNTIL WS-PQ-COMP-IDX > WS-PQ-COMP-COUNT
               IF WS-PQ-COMP-CODE(WS-PQ-COMP-IDX) = WS-PQ-COMP
                   MOVE 'Y' TO WS-PQ-VALID
               END-IF
           END-PERFORM
           IF WS-PQ-VALID NOT = 'Y'
               DISPLAY "That component is not on this payslip - "
                       "no query raised"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Describe the problem: " WITH NO ADVANCING
           ACCEPT WS-PQ-DESC
           IF WS-PQ-DESC = SPACES
               DISPLAY "A description is required - no query raised"
               EXIT PARAGRAPH
           END-IF

           PERFORM 970-NEXT-QUERY-ID
           INITIALIZE PAY-QUERY-RECORD
           MOVE WS-PQ-NEXT-ID TO PQ-QUERY-ID
           MOVE LS-EMP-ID TO PQ-EMP-ID
           MOVE WS-HIST-PERIOD(WS-PQ-PICK) TO PQ-PAY-PERIOD
           MOVE WS-HIST-RUN-SEQ(WS-PQ-PICK) TO PQ-RUN-SEQ
           MOVE WS-PQ-COMP TO PQ-COMP-CODE
           MOVE WS-PQ-DESC TO PQ-DESCRIPTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO PQ-RAISED-DATE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO PQ-RAISED-AT
           MOVE 'O' TO PQ-STATUS
           OPEN EXTEND PAY-QUERY-FILE
           IF PQ-FILE-STATUS = '35'
               OPEN OUTPUT PAY-QUERY-FILE
           END-IF
           IF PQ-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open payslip query file"
               EXIT PARAGRAPH
           END-IF
           WRITE PAY-QUERY-RECORD
           CLOSE PAY-QUERY-FILE
           DISPLAY "Query " WS-PQ-NEXT-ID " raised - payroll will "
                   "follow it up".

      *****************************************************************
      * 965-LIST-PAYSLIP-COMPONENTS - the components PAYROLL recorded
      * for the picked payslip, kept for checking the caller's choice.
      *****************************************************************
       965-LIST-PAYSLIP-COMPONENTS.
           MOVE 0 TO WS-PQ-COMP-COUNT
           OPEN INPUT COMPONENT-FILE
           IF PC-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Components on this payslip:"
           MOVE LOW-VALUES TO PC-KEY
           MOVE LS-EMP-ID TO PC-EMP-ID
           MOVE WS-HIST-PERIOD(WS-PQ-PICK) TO PC-PAY-PERIOD
           MOVE WS-HIST-RUN-SEQ(WS-PQ-PICK) TO PC-RUN-SEQ
           MOVE 'N' TO WS-PQ-DONE
           START COMPONENT-FILE KEY IS NOT LESS THAN PC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PQ-DONE
           END-START
           PERFORM UNTIL WS-PQ-DONE = 'Y'
               READ COMPONENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PQ-DONE
                   NOT AT END
                       IF PC-EMP-ID NOT = LS-EMP-ID
                               OR PC-PAY-PERIOD NOT =
                                  WS-HIST-PERIOD(WS-PQ-PICK)
                               OR PC-RUN-SEQ NOT =
                                  WS-HIST-RUN-SEQ(WS-PQ-PICK)
                           MOVE 'Y' TO WS-PQ-DONE
                       ELSE
                           MOVE PC-AMOUNT TO WS-PQ-PRINT-AMT
                           DISPLAY "  " PC-COMP-CODE "  "
                                   WS-PQ-PRINT-AMT
                           IF WS-PQ-COMP-COUNT < 40
                               ADD 1 TO WS-PQ-COMP-COUNT
                               MOVE PC-COMP-CODE TO
                                   WS-PQ-COMP-CODE(WS-PQ-COMP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPONENT-FILE.

       970-NEXT-QUERY-ID.
           MOVE 0 TO WS-PQ-NEXT-ID
           OPEN INPUT PAY-QUERY-FILE
           IF PQ-FILE-STATUS = '00'
               PERFORM UNTIL PQ-FILE-STATUS = '10'
                   READ PAY-QUERY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PQ-QUERY-ID > WS-PQ-NEXT-ID
                               MOVE PQ-QUERY-ID TO WS-PQ-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-QUERY-FILE
           END-IF
           ADD 1 TO WS-PQ-NEXT-ID.

      *****************************************************************
      * 1000-VARIANCE-REPORT - compare one pay period's PAYROLL-FILE
      * totals against the prior period's, per employee, and flag any
       1300-EMP501-RECONCILIATION.
           DISPLAY "Enter tax year (e.g. 2025): " WITH NO ADVANCING
           ACCEPT WS-E5-TAX-YEAR
           PERFORM 114-SELECT-LEGAL-ENTITY

           INITIALIZE WS-E5-MONTHS
           MOVE 0 TO WS-E5-EMP-COUNT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PR-BRANCH TO WS-LE-WANT-BRANCH
                           PERFORM 118-CHECK-ENTITY-SCOPE
                           IF PR-PAY-PERIOD(1:4) = WS-E5-TAX-YEAR
                                   AND PR-RUN-TYPE NOT = 'V'
                                   AND WS-LE-IN-SCOPE = 'Y'
                               PERFORM 1320-ACCUMULATE-EMP501
                           END-IF
                   END-READ
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/emp501_" DELIMITED BY SIZE
                   WS-E5-TAX-YEAR DELIMITED BY SIZE
                   WS-LE-SUFFIX DELIMITED BY SPACE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
           ELSE
               OPEN INPUT EMPLOYEE-FILE
               IF EMP-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-MI-EMP-OPEN
               ELSE
                   MOVE 'N' TO WS-MI-EMP-OPEN
               END-IF
               MOVE 0 TO WS-MI-COUNT
               MOVE 'Y' TO WS-MI-NEED-TAX-REF
               DISPLAY "EMPLOYEES MISSING STATUTORY IDENTIFIERS:"
               STRING "EMP501," WS-E5-TAX-YEAR ","
                       WS-ER-PAYE-REF "," WS-ER-TRADE-NAME
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               END-PERFORM
               PERFORM VARYING WS-E5-FOUND-IDX FROM 1 BY 1
                       UNTIL WS-E5-FOUND-IDX > WS-E5-EMP-COUNT
                   MOVE WS-E5-E-ID(WS-E5-FOUND-IDX) TO EMP-ID
                   PERFORM 124-READ-EXTRACT-EMPLOYEE
                   PERFORM 120-CHECK-IDENTIFIERS
                   PERFORM 122-SET-ID-FOR-EXTRACT
                   MOVE SPACES TO EXPORT-RECORD
                   STRING "C," WS-E5-E-ID(WS-E5-FOUND-IDX) ","
                           EMP-ID-NUMBER "," EMP-PASSPORT-NO ","
                           EMP-PASSPORT-COUNTRY "," EMP-TAX-REF-NO ","
                           WS-E5-E-GROSS(WS-E5-FOUND-IDX) ","
                           WS-E5-E-PAYE(WS-E5-FOUND-IDX) ","
                           WS-E5-E-UIF(WS-E5-FOUND-IDX) ","
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
               CLOSE EXPORT-FILE
               IF WS-MI-EMP-OPEN = 'Y'
                   CLOSE EMPLOYEE-FILE
               END-IF
               PERFORM 126-SHOW-MISSING-TOTAL
               DISPLAY "EMP501 extract written to "
                       WS-EXPORT-FILENAME
           END-IF.

           MOVE 0 TO WS-W2-COUNT
           MOVE 0 TO WS-W2-WRITTEN
           MOVE 0 TO WS-MI-COUNT
           MOVE 'N' TO WS-MI-NEED-TAX-REF
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open payroll file"
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-FILE
               DISPLAY "EMPLOYEES MISSING STATUTORY IDENTIFIERS:"
               PERFORM 1450-WRITE-W2-FILES
               DISPLAY WS-W2-WRITTEN " W-2 STATEMENT(S) WRITTEN"
               PERFORM 126-SHOW-MISSING-TOTAL
           END-IF.

       1420-ACCUMULATE-W2.
               END-IF
           END-IF
           IF WS-W2-FOUND-IDX > 0
               PERFORM 120-CHECK-IDENTIFIERS
               MOVE SPACES TO WS-EXPORT-FILENAME
               STRING "../data/w2_" DELIMITED BY SIZE
                       EMP-ID DELIMITED BY SPACE
                           EMP-RES-CITY
                           DELIMITED BY SIZE INTO EXPORT-RECORD
                   WRITE EXPORT-RECORD
                   IF EMP-SSN = SPACES
                       MOVE "SSN (box a):      ** MISSING **"
                           TO EXPORT-RECORD
                   ELSE
                       MOVE SPACES TO EXPORT-RECORD
                       STRING "SSN (box a):      " EMP-SSN(1:3) "-"
                               EMP-SSN(4:2) "-" EMP-SSN(6:4)
                               DELIMITED BY SIZE INTO EXPORT-RECORD
                   END-IF
                   WRITE EXPORT-RECORD
                   STRING "Tax year:         " WS-W2-TAX-YEAR
                           DELIMITED BY SIZE INTO EXPORT-RECORD
                   WRITE EXPORT-RECORD
       1750-REGENERATE-EXTRACT.
           IF WS-IR-T-FILE-NAME(WS-IR-SEL)(1:7) = "emp201_"
               MOVE WS-IR-T-PERIOD(WS-IR-SEL) TO WS-REPORT-PERIOD
      *>       A per-entity extract carries the entity code after
      *>       the period (emp201_<period>_<code>.txt).
               IF WS-IR-T-FILE-NAME(WS-IR-SEL)(18:1) = "_"
                   MOVE SPACES TO WS-LE-WANT-CODE
                   UNSTRING WS-IR-T-FILE-NAME(WS-IR-SEL)(19:)
                           DELIMITED BY "." INTO WS-LE-WANT-CODE
                   PERFORM 115-SET-ENTITY-BY-CODE
               END-IF
               PERFORM 705-BUILD-EMP201
               DISPLAY "EMP201 extract regenerated."
           ELSE
           DISPLAY "Enter pay period (e.g. 2025-04-01 to 2025-04-30): "
                   WITH NO ADVANCING
           ACCEPT WS-UI-PERIOD
           PERFORM 114-SELECT-LEGAL-ENTITY

           MOVE 0 TO WS-UI-COUNT
           MOVE 0 TO WS-UI-SEEN-COUNT
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/uif_declaration_" DELIMITED BY SIZE
                   WS-UI-PERIOD(1:10) DELIMITED BY SIZE
                   WS-LE-SUFFIX DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME

                           WS-ER-UIF-REF "|" WS-ER-TRADE-NAME
                           DELIMITED BY SIZE INTO EXPORT-RECORD
                   WRITE EXPORT-RECORD
                   MOVE 0 TO WS-MI-COUNT
                   MOVE 'N' TO WS-MI-NEED-TAX-REF
                   DISPLAY "EMPLOYEES MISSING STATUTORY IDENTIFIERS:"
      *>           First total each employee's remuneration across
      *>           ALL the period's records (a full run plus an
      *>           off-cycle correction must declare as one line),
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE PR-BRANCH TO WS-LE-WANT-BRANCH
                               PERFORM 118-CHECK-ENTITY-SCOPE
                               IF PR-PAY-PERIOD = WS-UI-PERIOD
                                       AND PR-RUN-TYPE NOT = 'V'
                                       AND WS-LE-IN-SCOPE = 'Y'
                                   PERFORM 1910-SUM-UI19-REMUN
                               END-IF
                       END-READ
                       PERFORM 1920-WRITE-UI19-LINE
                   END-PERFORM
                   CLOSE EXPORT-FILE
                   PERFORM 126-SHOW-MISSING-TOTAL
                   DISPLAY WS-UI-COUNT " EMPLOYEE DECLARATION "
                           "LINE(S) WRITTEN TO "
                           WS-EXPORT-FILENAME
                   MOVE 'F' TO EMP-TYPE
                   MOVE SPACES TO EMP-TERM-REASON
                   MOVE 'A' TO EMP-STATUS
                   MOVE SPACES TO EMP-ID-NUMBER
                   MOVE SPACES TO EMP-PASSPORT-NO
                   MOVE SPACES TO EMP-PASSPORT-COUNTRY
                   MOVE "SA" TO EMP-COUNTRY-CODE
                   MOVE '00' TO EMP-FILE-STATUS
               NOT INVALID KEY
                   CONTINUE
           END-READ
           PERFORM 120-CHECK-IDENTIFIERS
           PERFORM 122-SET-ID-FOR-EXTRACT
           IF EMP-TYPE = 'P'
               MOVE 80 TO WS-UI-HOURS
           ELSE
               MOVE SPACES TO WS-UI-REASON
           END-IF
           MOVE SPACES TO EXPORT-RECORD
           STRING WS-UI-SEEN-ID(WS-UI-IDX) "|" WS-MI-ID-OUT "|"
                   EMP-NAME(1:20) "|"
                   WS-UI-REMUN "|" WS-UI-HOURS "|"
                   WS-UI-STATUS "|" WS-UI-REASON
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           DISPLAY "Enter assessment year starting March (e.g. 2025 "
                   "= Mar 2025 to Feb 2026): " WITH NO ADVANCING
           ACCEPT WS-CO-YEAR
           PERFORM 114-SELECT-LEGAL-ENTITY
           COMPUTE WS-CO-NEXT-YEAR = WS-CO-YEAR + 1
           MOVE SPACES TO WS-CO-FROM-MONTH
           STRING WS-CO-YEAR "-03" DELIMITED BY SIZE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PR-BRANCH TO WS-LE-WANT-BRANCH
                           PERFORM 118-CHECK-ENTITY-SCOPE
                           IF PR-RUN-TYPE NOT = 'V'
                                   AND PR-PAY-PERIOD(1:7)
                                       NOT < WS-CO-FROM-MONTH
                                   AND PR-PAY-PERIOD(1:7)
                                       NOT > WS-CO-TO-MONTH
                                   AND WS-LE-IN-SCOPE = 'Y'
                               PERFORM 2020-ACCUMULATE-COIDA
                           END-IF
                   END-READ
                               AT END
                                   CONTINUE
                               NOT AT END
                                   MOVE EMP-COMPANY-BRANCH
                                       TO WS-LE-WANT-BRANCH
                                   PERFORM 118-CHECK-ENTITY-SCOPE
                                   IF EMP-STATUS NOT = 'T'
                                           AND WS-LE-IN-SCOPE = 'Y'
                                       ADD 1 TO WS-CO-ROSTER-COUNT
                                   END-IF
                           END-READ
           DISPLAY "Requested by (bank/landlord/person): "
                   WITH NO ADVANCING
           ACCEPT WS-LT-REQUESTER
           MOVE "ECL" TO WS-LT-PREFIX

           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-LT-EMP-ID TO EMP-ID
           END-IF
           ADD 1 TO WS-LT-SEQ
           MOVE SPACES TO WS-LT-REF
           STRING WS-LT-PREFIX DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-LT-SEQ DELIMITED BY SIZE
               END-IF
           END-PERFORM.

      *****************************************************************
      * 3500-CONFIG-CHANGE-HISTORY - the auditor's inquiry over
      * CONFIG's change history: field, old and new value, who and
      * when, optionally for one field (or every field starting with
      * what is entered, e.g. SC-ER- or PAYE2027) and from a date.
      * Statutory changes show when captured (HELD), and again when
      * approved or rejected with the approver and the capturer.
      * The requests still awaiting a second user follow.
      *****************************************************************
       3500-CONFIG-CHANGE-HISTORY.
           DISPLAY "Field to report on (blank for all): "
                   WITH NO ADVANCING
           ACCEPT WS-CH-FILTER
           MOVE 0 TO WS-CH-FILTER-LEN
           IF WS-CH-FILTER NOT = SPACES
               COMPUTE WS-CH-FILTER-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-CH-FILTER))
           END-IF
           DISPLAY "Changes from date YYYYMMDD (0 for all): "
                   WITH NO ADVANCING
           ACCEPT WS-CH-FROM-DATE
           MOVE 0 TO WS-CH-MATCHES
           OPEN INPUT CONFIG-CHANGE-FILE
           IF CH-FILE-STATUS NOT = '00'
               DISPLAY "NO CONFIGURATION CHANGES ON FILE YET"
           ELSE
               DISPLAY " "
               DISPLAY "====== CONFIGURATION CHANGE HISTORY ======"
               PERFORM UNTIL CH-FILE-STATUS = '10'
                   READ CONFIG-CHANGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 3520-SHOW-CHANGE-ROW
                   END-READ
               END-PERFORM
               CLOSE CONFIG-CHANGE-FILE
               DISPLAY "----------------------------------------"
               DISPLAY WS-CH-MATCHES " MATCHING CHANGE(S)"
           END-IF
           PERFORM 3540-SHOW-PENDING-CHANGES
           DISPLAY "========================================".

       3520-SHOW-CHANGE-ROW.
           STRING CH-TIMESTAMP(1:4) CH-TIMESTAMP(6:2)
                  CH-TIMESTAMP(9:2)
                  DELIMITED BY SIZE INTO WS-CH-ROW-DATE
           IF WS-CH-ROW-DATE < WS-CH-FROM-DATE
               CONTINUE
           ELSE
               IF WS-CH-FILTER-LEN = 0
                       OR CH-FIELD(1:WS-CH-FILTER-LEN) =
                          WS-CH-FILTER(1:WS-CH-FILTER-LEN)
                   ADD 1 TO WS-CH-MATCHES
                   EVALUATE TRUE
                       WHEN CH-CHANGED
                           MOVE "CHANGED " TO WS-CH-ACTION-DESC
                       WHEN CH-HELD-PENDING
                           MOVE "HELD    " TO WS-CH-ACTION-DESC
                       WHEN CH-APPROVED
                           MOVE "APPROVED" TO WS-CH-ACTION-DESC
                       WHEN CH-REJECTED
                           MOVE "REJECTED" TO WS-CH-ACTION-DESC
                       WHEN OTHER
                           MOVE SPACES TO WS-CH-ACTION-DESC
                   END-EVALUATE
                   DISPLAY CH-TIMESTAMP " " CH-USER " "
                           WS-CH-ACTION-DESC " " CH-FIELD
                   DISPLAY "    OLD: " CH-OLD-VALUE
                   DISPLAY "    NEW: " CH-NEW-VALUE
                   IF CH-PENDING-SEQ > 0
                       DISPLAY "    REQUEST " CH-PENDING-SEQ
                               " CAPTURED BY " CH-MAKER
                   END-IF
               END-IF
           END-IF.

       3540-SHOW-PENDING-CHANGES.
           MOVE 0 TO WS-CH-PENDING
           OPEN INPUT CONFIG-PENDING-FILE
           IF CP-FILE-STATUS = '00'
               DISPLAY " "
               DISPLAY "STATUTORY CHANGES AWAITING APPROVAL:"
               PERFORM UNTIL CP-FILE-STATUS = '10'
                   READ CONFIG-PENDING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CP-IS-PENDING
                               ADD 1 TO WS-CH-PENDING
                               DISPLAY "  REQUEST " CP-SEQ " "
                                       CP-UNIT " " CP-TAX-YEAR
                                       " BY " CP-REQUESTED-BY
                                       " AT " CP-REQUESTED-TS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-PENDING-FILE
               DISPLAY WS-CH-PENDING " REQUEST(S) PENDING"
           END-IF.

      *****************************************************************
      * 3600-UIF-CLAIM-PACK - the employer's documents an employee
      * needs to claim from UIF: the UI-19 declaration of their
      * employment and why it stopped (maternity, illness or
      * termination) and the UI-2.7 schedule of their remuneration
      * over the last six months paid, under the employer profile
      * header. Written to ../data/uifpack_<reference>.txt and
      * logged on the letter register like a confirmation letter.
      *****************************************************************
       3600-UIF-CLAIM-PACK.
           DISPLAY "Employee ID: " WITH NO ADVANCING
           ACCEPT WS-LT-EMP-ID

           OPEN INPUT EMPLOYEE-FILE
           MOVE WS-LT-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT FOUND: " WS-LT-EMP-ID
                   CLOSE EMPLOYEE-FILE
               NOT INVALID KEY
                   CLOSE EMPLOYEE-FILE
                   PERFORM 3610-SET-CLAIM-TYPE
                   IF WS-UC-TYPE-VALID
                       MOVE WS-LT-EMP-ID TO WS-PA-TARGET
                       MOVE "UIF-PACK" TO WS-PA-FUNCTION
                       PERFORM 380-LOG-PERSONAL-ACCESS
                       PERFORM 3620-LOAD-UIF-CEILINGS
                       PERFORM 3630-GATHER-SIX-MONTHS
                       MOVE "UIF" TO WS-LT-PREFIX
                       PERFORM 2640-NEXT-LETTER-REF
                       PERFORM 3660-WRITE-CLAIM-PACK
                       MOVE 'U' TO WS-LT-VARIANT
                       MOVE SPACES TO WS-LT-REQUESTER
                       STRING "UIF " WS-UC-TYPE-TEXT " CLAIM"
                               DELIMITED BY SIZE INTO WS-LT-REQUESTER
                       PERFORM 2680-REGISTER-LETTER
                   END-IF
           END-READ.

      *****************************************************************
      * 3610-SET-CLAIM-TYPE - the benefit claimed, defaulted from the
      * employee's status (maternity status -> M, terminated -> U,
      * otherwise illness), and the dates it rests on: the status
      * window for maternity, the termination date for unemployment,
      * asked for when the master does not carry them.
      *****************************************************************
       3610-SET-CLAIM-TYPE.
           EVALUATE TRUE
               WHEN EMP-MATERNITY
                   MOVE 'M' TO WS-UC-TYPE
               WHEN EMP-TERMINATED
                   MOVE 'U' TO WS-UC-TYPE
               WHEN OTHER
                   MOVE 'I' TO WS-UC-TYPE
           END-EVALUATE
           DISPLAY "Claim type M=maternity I=illness U=unemployment ["
                   WS-UC-TYPE "]: " WITH NO ADVANCING
           MOVE SPACE TO WS-UC-TYPE-IN
           ACCEPT WS-UC-TYPE-IN
           IF WS-UC-TYPE-IN NOT = SPACE
               MOVE WS-UC-TYPE-IN TO WS-UC-TYPE
           END-IF
           MOVE 0 TO WS-UC-FROM
           MOVE 0 TO WS-UC-TO
           EVALUATE TRUE
               WHEN WS-UC-MATERNITY
                   MOVE "MATERNITY" TO WS-UC-TYPE-TEXT
                   IF EMP-MATERNITY
                       MOVE EMP-STATUS-START TO WS-UC-FROM
                       MOVE EMP-STATUS-END TO WS-UC-TO
                   END-IF
               WHEN WS-UC-ILLNESS
                   MOVE "ILLNESS" TO WS-UC-TYPE-TEXT
               WHEN WS-UC-UNEMPLOYMENT
                   MOVE "UNEMPLOYMENT" TO WS-UC-TYPE-TEXT
                   MOVE EMP-TERM-DATE TO WS-UC-FROM
               WHEN OTHER
                   DISPLAY "Unknown claim type - no pack produced"
           END-EVALUATE
           IF WS-UC-TYPE-VALID AND WS-UC-FROM = 0
               IF WS-UC-UNEMPLOYMENT
                   DISPLAY "Last day of employment YYYYMMDD: "
                           WITH NO ADVANCING
               ELSE
                   DISPLAY "First day of absence YYYYMMDD: "
                           WITH NO ADVANCING
               END-IF
               ACCEPT WS-UC-FROM
               IF NOT WS-UC-UNEMPLOYMENT
                   DISPLAY "Expected last day of absence YYYYMMDD "
                           "(0 if not known): " WITH NO ADVANCING
                   ACCEPT WS-UC-TO
               END-IF
           END-IF.

      *****************************************************************
      * 3620-LOAD-UIF-CEILINGS - both generations of the monthly UIF
      * remuneration ceiling so each month on the schedule is capped
      * at the ceiling in force for it (PAYROLL's defaults when the
      * settings predate the caps).
      *****************************************************************
       3620-LOAD-UIF-CEILINGS.
           MOVE 17712.00 TO WS-UC-CEILING
           MOVE 17712.00 TO WS-UC-CEILING-PRV
           MOVE 0 TO WS-UC-CAPS-EFF
           OPEN INPUT SYSCONFIG-FILE
           IF CONFIG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-UIF-CEILING NUMERIC
                               AND SC-UIF-CEILING > 0
                           MOVE SC-UIF-CEILING TO WS-UC-CEILING
                           MOVE SC-CAPS-EFF-DATE TO WS-UC-CAPS-EFF
                           IF SC-UIF-CEILING-PRV NUMERIC
                                   AND SC-UIF-CEILING-PRV > 0
                               MOVE SC-UIF-CEILING-PRV
                                   TO WS-UC-CEILING-PRV
                           ELSE
                               MOVE SC-UIF-CEILING
                                   TO WS-UC-CEILING-PRV
                           END-IF
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

      *****************************************************************
      * 3630-GATHER-SIX-MONTHS - the employee's un-voided records in
      * key order (pay period ascending), totalled per calendar
      * month; once six months are held the oldest drops off as a
      * newer one arrives, leaving the last six months paid.
      *****************************************************************
       3630-GATHER-SIX-MONTHS.
           MOVE 0 TO WS-UC-COUNT
           INITIALIZE WS-UC-MONTHS
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS = '00'
               MOVE 'N' TO WS-UC-SCAN-DONE
               MOVE WS-LT-EMP-ID TO PR-EMP-ID
               MOVE SPACES TO PR-PAY-PERIOD
               MOVE 0 TO PR-RUN-SEQ
               START PAYROLL-FILE KEY IS NOT LESS THAN PR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-UC-SCAN-DONE
               END-START
               PERFORM UNTIL WS-UC-SCAN-DONE = 'Y'
                   READ PAYROLL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-UC-SCAN-DONE
                       NOT AT END
                           IF PR-EMP-ID NOT = WS-LT-EMP-ID
                               MOVE 'Y' TO WS-UC-SCAN-DONE
                           ELSE
                               IF PR-RUN-TYPE NOT = 'V'
                                   PERFORM 3640-ADD-TO-MONTH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-FILE
           END-IF
           PERFORM VARYING WS-UC-IDX FROM 1 BY 1
                   UNTIL WS-UC-IDX > WS-UC-COUNT
               PERFORM 3650-CAP-MONTH
           END-PERFORM.

       3640-ADD-TO-MONTH.
           MOVE 'Y' TO WS-UC-NEW-MONTH
           IF WS-UC-COUNT > 0
               IF PR-PAY-PERIOD(1:7) = WS-UC-M-KEY(WS-UC-COUNT)
                   MOVE 'N' TO WS-UC-NEW-MONTH
               END-IF
           END-IF
           IF WS-UC-NEW-MONTH = 'Y'
               IF WS-UC-COUNT = 6
                   PERFORM VARYING WS-UC-IDX FROM 1 BY 1
                           UNTIL WS-UC-IDX > 5
                       MOVE WS-UC-MONTH(WS-UC-IDX + 1)
                           TO WS-UC-MONTH(WS-UC-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-UC-COUNT
               END-IF
               MOVE PR-PAY-PERIOD(1:7) TO WS-UC-M-KEY(WS-UC-COUNT)
               MOVE 0 TO WS-UC-M-GROSS(WS-UC-COUNT)
               MOVE 0 TO WS-UC-M-UIF(WS-UC-COUNT)
           END-IF
           ADD PR-GROSS-PAY TO WS-UC-M-GROSS(WS-UC-COUNT)
           ADD PR-UIF TO WS-UC-M-UIF(WS-UC-COUNT).

      *****************************************************************
      * 3650-CAP-MONTH - UIF remuneration for month WS-UC-IDX is its
      * gross up to the ceiling in force on the first of the month;
      * hours are the standard monthly hours the UI-19 declaration
      * uses for the employee's type.
      *****************************************************************
       3650-CAP-MONTH.
           MOVE WS-UC-M-KEY(WS-UC-IDX)(1:4) TO WS-UC-MONTH-DATE(1:4)
           MOVE WS-UC-M-KEY(WS-UC-IDX)(6:2) TO WS-UC-MONTH-DATE(5:2)
           MOVE "01" TO WS-UC-MONTH-DATE(7:2)
           IF WS-UC-MONTH-DATE < WS-UC-CAPS-EFF
               MOVE WS-UC-CEILING-PRV TO WS-UC-CEILING-USE
           ELSE
               MOVE WS-UC-CEILING TO WS-UC-CEILING-USE
           END-IF
           IF WS-UC-M-GROSS(WS-UC-IDX) > WS-UC-CEILING-USE
               MOVE WS-UC-CEILING-USE TO WS-UC-M-UIFABLE(WS-UC-IDX)
           ELSE
               MOVE WS-UC-M-GROSS(WS-UC-IDX)
                   TO WS-UC-M-UIFABLE(WS-UC-IDX)
           END-IF
           IF EMP-TYPE = 'P'
               MOVE 80 TO WS-UC-M-HOURS(WS-UC-IDX)
           ELSE
               MOVE 160 TO WS-UC-M-HOURS(WS-UC-IDX)
           END-IF.

      *****************************************************************
      * 3660-WRITE-CLAIM-PACK - the printable pack: employer header,
      * UI-19 particulars and the UI-2.7 remuneration schedule.
      *****************************************************************
       3660-WRITE-CLAIM-PACK.
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/uifpack_" DELIMITED BY SIZE
                   WS-LT-REF DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
           ELSE
               PERFORM 3670-WRITE-PACK-HEADER
               PERFORM 3680-WRITE-UI19-PAGE
               PERFORM 3690-WRITE-UI27-PAGE
               CLOSE EXPORT-FILE
               DISPLAY "UIF " WS-UC-TYPE-TEXT " CLAIM PACK "
                       WS-LT-REF " WRITTEN TO " WS-EXPORT-FILENAME
           END-IF.

       3670-WRITE-PACK-HEADER.
           MOVE SPACES TO EXPORT-RECORD
           STRING "EMPLOYER: " WS-ER-TRADE-NAME
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "UIF REF: " WS-ER-UIF-REF
                   "  PAYE REF: " WS-ER-PAYE-REF
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "ADDRESS: " WS-ER-ADDR-1 " " WS-ER-ADDR-2
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "         " WS-ER-POSTCODE
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "Reference: " WS-LT-REF "  Date: "
                   WS-LT-TIME(1:10)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           WRITE EXPORT-RECORD.

       3680-WRITE-UI19-PAGE.
           PERFORM 122-SET-ID-FOR-EXTRACT
           MOVE SPACES TO EXPORT-RECORD
           STRING "UI-19  DECLARATION OF EMPLOYEE INFORMATION - "
                   WS-UC-TYPE-TEXT " CLAIM"
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE ALL "-" TO EXPORT-RECORD(1:70)
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "SURNAME:        " EMP-SURNAME(1:40)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "FIRST NAMES:    " EMP-NAME(1:40)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "ID/PASSPORT NO: " WS-MI-ID-OUT
                   "  DATE OF BIRTH: " EMP-BIRTH-YEAR "-"
                   EMP-BIRTH-MONTH "-" EMP-BIRTH-DATE
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "EMPLOYEE NO:    " WS-LT-EMP-ID
                   "  TAX REF: " EMP-TAX-REF-NO
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "OCCUPATION:     " EMP-POSITION
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "ADDRESS:        " EMP-RES-ADDR-1 " "
                   EMP-RES-ADDR-2
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "                " EMP-RES-CITY " "
                   EMP-RES-POSTCODE
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "POSTAL ADDRESS: " EMP-POSTAL-ADDR-1 " "
                   EMP-POSTAL-CITY " " EMP-POSTAL-CODE
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "TELEPHONE:      " EMP-PHONE
                   "  E-MAIL: " EMP-EMAIL
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "DATE ENGAGED:   " EMP-HIRE-DATE
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           EVALUATE TRUE
               WHEN WS-UC-UNEMPLOYMENT
                   STRING "EMPLOYMENT ENDED: " WS-UC-FROM
                           "  TERMINATION REASON CODE: "
                           EMP-TERM-REASON
                           DELIMITED BY SIZE INTO EXPORT-RECORD
               WHEN OTHER
                   STRING "ABSENT FROM: " WS-UC-FROM
                           "  EXPECTED RETURN AFTER: " WS-UC-TO
                           DELIMITED BY SIZE INTO EXPORT-RECORD
           END-EVALUATE
           WRITE EXPORT-RECORD
           MOVE 0 TO WS-UC-AVG-UIFABLE
           MOVE 0 TO WS-UC-TOT-UIFABLE
           PERFORM VARYING WS-UC-IDX FROM 1 BY 1
                   UNTIL WS-UC-IDX > WS-UC-COUNT
               ADD WS-UC-M-UIFABLE(WS-UC-IDX) TO WS-UC-TOT-UIFABLE
           END-PERFORM
           IF WS-UC-COUNT > 0
               COMPUTE WS-UC-AVG-UIFABLE ROUNDED =
                   WS-UC-TOT-UIFABLE / WS-UC-COUNT
           END-IF
           MOVE WS-UC-AVG-UIFABLE TO WS-UC-PRINT-UIFABLE
           MOVE SPACES TO EXPORT-RECORD
           STRING "AVERAGE MONTHLY UIF REMUNERATION: R "
                   WS-UC-PRINT-UIFABLE
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           IF EMP-TYPE = 'P'
               STRING "ORDINARY HOURS PER MONTH: 80 (PART TIME)"
                       DELIMITED BY SIZE INTO EXPORT-RECORD
           ELSE
               STRING "ORDINARY HOURS PER MONTH: 160"
                       DELIMITED BY SIZE INTO EXPORT-RECORD
           END-IF
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           WRITE EXPORT-RECORD.

       3690-WRITE-UI27-PAGE.
           MOVE "UI-2.7  REMUNERATION SCHEDULE - LAST SIX MONTHS PAID"
               TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE ALL "-" TO EXPORT-RECORD(1:70)
           WRITE EXPORT-RECORD
           MOVE "MONTH          GROSS  UIF REMUNERATION  UIF DEDUCTED"
               & "  HOURS" TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE 0 TO WS-UC-TOT-GROSS
           MOVE 0 TO WS-UC-TOT-UIF
           MOVE 0 TO WS-UC-TOT-HOURS
           IF WS-UC-COUNT = 0
               MOVE "  ** NO PAYROLL HISTORY ON FILE **"
                   TO EXPORT-RECORD
               WRITE EXPORT-RECORD
           END-IF
           PERFORM VARYING WS-UC-IDX FROM 1 BY 1
                   UNTIL WS-UC-IDX > WS-UC-COUNT
               ADD WS-UC-M-GROSS(WS-UC-IDX) TO WS-UC-TOT-GROSS
               ADD WS-UC-M-UIF(WS-UC-IDX) TO WS-UC-TOT-UIF
               ADD WS-UC-M-HOURS(WS-UC-IDX) TO WS-UC-TOT-HOURS
               MOVE WS-UC-M-GROSS(WS-UC-IDX) TO WS-PRINT-GROSS
               MOVE WS-UC-M-UIFABLE(WS-UC-IDX)
                   TO WS-UC-PRINT-UIFABLE
               MOVE WS-UC-M-UIF(WS-UC-IDX) TO WS-PRINT-UIF
               MOVE WS-UC-M-HOURS(WS-UC-IDX) TO WS-UC-PRINT-HOURS
               MOVE SPACES TO EXPORT-RECORD
               STRING WS-UC-M-KEY(WS-UC-IDX) "  " WS-PRINT-GROSS
                       "      " WS-UC-PRINT-UIFABLE
                       "  " WS-PRINT-UIF "  " WS-UC-PRINT-HOURS
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
           END-PERFORM
           MOVE WS-UC-TOT-GROSS TO WS-PRINT-GROSS
           MOVE WS-UC-TOT-UIFABLE TO WS-UC-PRINT-UIFABLE
           MOVE WS-UC-TOT-UIF TO WS-PRINT-UIF
           MOVE WS-UC-TOT-HOURS TO WS-UC-PRINT-HOURS
           MOVE SPACES TO EXPORT-RECORD
           STRING "TOTAL    " WS-PRINT-GROSS
                   "      " WS-UC-PRINT-UIFABLE
                   "  " WS-PRINT-UIF "  " WS-UC-PRINT-HOURS
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE "I certify that the above particulars are correct."
               TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE "EMPLOYER SIGNATURE: ____________________  DATE: ______"
               TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "Prepared by " LS-EMP-ID " - verify against "
                   "reference " WS-LT-REF
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD.

      *****************************************************************
      * 3700-QES-RETURN - the Stats SA Quarterly Employment Survey for
      * a calendar quarter: permanent and temporary headcount at the
      * quarter-end date (employees.dat plus the completed spells on
      * employment_spells.dat), gross earnings paid in each month of
      * the quarter with bonuses and overtime shown separately
      * (payroll.dat and its component rows), and the employees
      * gained and lost during the quarter. A printable return and a
      * pipe-delimited extract are written; the extract goes on the
      * interface register. Fixed-term staff (EMP-CONTRACT-END set)
      * are temporary; everyone else is permanent.
      *****************************************************************
       3700-QES-RETURN.
           DISPLAY "Survey year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-QE-YEAR
           DISPLAY "Quarter (1-4): " WITH NO ADVANCING
           ACCEPT WS-QE-QTR
           IF WS-QE-QTR < 1 OR WS-QE-QTR > 4 OR WS-QE-YEAR < 1900
               DISPLAY "Invalid year or quarter"
           ELSE
               PERFORM 3705-SET-QES-QUARTER
               INITIALIZE WS-QE-FIGURES
               PERFORM 3710-QES-LOAD-SPELLS
               PERFORM 3720-QES-EMPLOYMENT
               PERFORM 3740-QES-EARNINGS
               PERFORM 3760-WRITE-QES-RETURN
               PERFORM 3770-WRITE-QES-EXTRACT
           END-IF.

       3705-SET-QES-QUARTER.
           COMPUTE WS-QE-MONTH-NO = (WS-QE-QTR - 1) * 3 + 1
           COMPUTE WS-QE-START = WS-QE-YEAR * 10000
               + WS-QE-MONTH-NO * 100 + 1
           EVALUATE WS-QE-QTR
               WHEN 1
                   COMPUTE WS-QE-END = WS-QE-YEAR * 10000 + 0331
               WHEN 2
                   COMPUTE WS-QE-END = WS-QE-YEAR * 10000 + 0630
               WHEN 3
                   COMPUTE WS-QE-END = WS-QE-YEAR * 10000 + 0930
               WHEN OTHER
                   COMPUTE WS-QE-END = WS-QE-YEAR * 10000 + 1231
           END-EVALUATE
           PERFORM VARYING WS-QE-M FROM 1 BY 1 UNTIL WS-QE-M > 3
               MOVE SPACES TO WS-QE-MONTH-KEY(WS-QE-M)
               STRING WS-QE-YEAR "-" WS-QE-MONTH-NO
                       DELIMITED BY SIZE INTO WS-QE-MONTH-KEY(WS-QE-M)
               ADD 1 TO WS-QE-MONTH-NO
           END-PERFORM
           MOVE SPACES TO WS-QE-LABEL
           STRING WS-QE-YEAR "Q" WS-QE-QTR
                   DELIMITED BY SIZE INTO WS-QE-LABEL.

      *****************************************************************
      * 3710-QES-LOAD-SPELLS - the completed employment spells, so a
      * rehired employee's earlier spell counts where it falls.
      *****************************************************************
       3710-QES-LOAD-SPELLS.
           MOVE 0 TO WS-QE-SP-COUNT
           OPEN INPUT SPELL-FILE
           IF SP-FILE-STATUS = '00'
               PERFORM UNTIL SP-FILE-STATUS = '10'
                   READ SPELL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-QE-SP-COUNT < 1000
                               ADD 1 TO WS-QE-SP-COUNT
                               MOVE SP-EMP-ID
                                   TO WS-QE-SP-EMP(WS-QE-SP-COUNT)
                               MOVE SP-HIRE-DATE
                                   TO WS-QE-SP-HIRE(WS-QE-SP-COUNT)
                               MOVE SP-TERM-DATE
                                   TO WS-QE-SP-TERM(WS-QE-SP-COUNT)
                               MOVE SP-TERM-REASON
                                   TO WS-QE-SP-REASON(WS-QE-SP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPELL-FILE
           END-IF.

      *****************************************************************
      * 3720-QES-EMPLOYMENT - headcount at quarter end and the gains
      * and losses in the quarter, per employee off the master's
      * current spell and any earlier spells. A spell on file that is
      * the master's own current spell (same hire, or same
      * termination for a leaver) is not counted twice. Employees
      * still awaiting activation are not yet employed.
      *****************************************************************
       3720-QES-EMPLOYMENT.
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS = '00'
               PERFORM UNTIL EMP-FILE-STATUS NOT = '00'
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF NOT EMP-PENDING
                               PERFORM 3725-QES-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       3725-QES-ONE-EMPLOYEE.
           IF EMP-CONTRACT-END = 0
               MOVE 1 TO WS-QE-C
           ELSE
               MOVE 2 TO WS-QE-C
           END-IF
           MOVE 'N' TO WS-QE-AT-WORK
           IF EMP-HIRE-DATE NOT > WS-QE-END
               IF NOT EMP-TERMINATED
                       OR EMP-TERM-DATE > WS-QE-END
                   MOVE 'Y' TO WS-QE-AT-WORK
               END-IF
           END-IF
           IF EMP-HIRE-DATE NOT < WS-QE-START
                   AND EMP-HIRE-DATE NOT > WS-QE-END
               ADD 1 TO WS-QE-GAINED(WS-QE-C)
           END-IF
           IF EMP-TERMINATED
                   AND EMP-TERM-DATE NOT < WS-QE-START
                   AND EMP-TERM-DATE NOT > WS-QE-END
               ADD 1 TO WS-QE-LOST(WS-QE-C)
           END-IF
           PERFORM VARYING WS-QE-SP-IDX FROM 1 BY 1
                   UNTIL WS-QE-SP-IDX > WS-QE-SP-COUNT
               IF WS-QE-SP-EMP(WS-QE-SP-IDX) = EMP-ID
                   PERFORM 3730-QES-ONE-SPELL
               END-IF
           END-PERFORM
           IF WS-QE-AT-WORK = 'Y'
               ADD 1 TO WS-QE-HEADS(WS-QE-C)
           END-IF.

       3730-QES-ONE-SPELL.
           IF WS-QE-SP-HIRE(WS-QE-SP-IDX) NOT > WS-QE-END
                   AND WS-QE-SP-TERM(WS-QE-SP-IDX) > WS-QE-END
               MOVE 'Y' TO WS-QE-AT-WORK
           END-IF
           IF WS-QE-SP-HIRE(WS-QE-SP-IDX) NOT < WS-QE-START
                   AND WS-QE-SP-HIRE(WS-QE-SP-IDX) NOT > WS-QE-END
                   AND WS-QE-SP-HIRE(WS-QE-SP-IDX) NOT = EMP-HIRE-DATE
               ADD 1 TO WS-QE-GAINED(WS-QE-C)
           END-IF
           IF WS-QE-SP-TERM(WS-QE-SP-IDX) NOT < WS-QE-START
                   AND WS-QE-SP-TERM(WS-QE-SP-IDX) NOT > WS-QE-END
               IF NOT EMP-TERMINATED
                       OR WS-QE-SP-TERM(WS-QE-SP-IDX)
                          NOT = EMP-TERM-DATE
                   ADD 1 TO WS-QE-LOST(WS-QE-C)
               END-IF
           END-IF.

      *****************************************************************
      * 3740-QES-EARNINGS - every un-voided payment recorded in a month
      * of the quarter: its gross, and the BONUS and OVTIME component
      * rows written with it, by month and permanent/temporary.
      *****************************************************************
       3740-QES-EARNINGS.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS = '00'
               OPEN INPUT EMPLOYEE-FILE
               OPEN INPUT COMPONENT-FILE
               PERFORM UNTIL PAY-FILE-STATUS = '10'
                   READ PAYROLL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PR-RUN-TYPE NOT = 'V'
                               PERFORM 3745-QES-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE PAYROLL-FILE
           END-IF.

       3745-QES-ONE-PAYMENT.
           MOVE 0 TO WS-QE-PM
           PERFORM VARYING WS-QE-M FROM 1 BY 1 UNTIL WS-QE-M > 3
               IF PR-PAY-PERIOD(1:7) = WS-QE-MONTH-KEY(WS-QE-M)
                   MOVE WS-QE-M TO WS-QE-PM
               END-IF
           END-PERFORM
           IF WS-QE-PM > 0
               MOVE 1 TO WS-QE-C
               MOVE PR-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-CONTRACT-END NOT = 0
                           MOVE 2 TO WS-QE-C
                       END-IF
               END-READ
               ADD PR-GROSS-PAY TO WS-QE-GROSS(WS-QE-PM, WS-QE-C)
               PERFORM 3750-QES-COMPONENTS
           END-IF.

       3750-QES-COMPONENTS.
           IF PC-FILE-STATUS = '00' OR PC-FILE-STATUS = '10'
                   OR PC-FILE-STATUS = '23'
               MOVE PR-EMP-ID TO PC-EMP-ID
               MOVE PR-PAY-PERIOD TO PC-PAY-PERIOD
               MOVE PR-RUN-SEQ TO PC-RUN-SEQ
               MOVE LOW-VALUES TO PC-COMP-CODE
               MOVE 0 TO PC-COMP-SEQ
               MOVE 'N' TO WS-QE-PC-DONE
               START COMPONENT-FILE KEY IS NOT LESS THAN PC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-QE-PC-DONE
               END-START
               PERFORM UNTIL WS-QE-PC-DONE = 'Y'
                   READ COMPONENT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-QE-PC-DONE
                       NOT AT END
                           IF PC-EMP-ID NOT = PR-EMP-ID
                                   OR PC-PAY-PERIOD NOT = PR-PAY-PERIOD
                                   OR PC-RUN-SEQ NOT = PR-RUN-SEQ
                               MOVE 'Y' TO WS-QE-PC-DONE
                           ELSE
                               EVALUATE PC-COMP-CODE
                                   WHEN "BONUS"
                                       ADD PC-AMOUNT TO
                                         WS-QE-BONUS(WS-QE-PM, WS-QE-C)
                                   WHEN "OVTIME"
                                       ADD PC-AMOUNT TO
                                         WS-QE-OTIME(WS-QE-PM, WS-QE-C)
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *****************************************************************
      * 3760-WRITE-QES-RETURN - the printable return, laid out in the
      * survey form's sections.
      *****************************************************************
       3760-WRITE-QES-RETURN.
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/qes_return_" DELIMITED BY SIZE
                   WS-QE-LABEL DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
           ELSE
               MOVE SPACES TO EXPORT-RECORD
               STRING "STATS SA QUARTERLY EMPLOYMENT SURVEY (QES) - "
                       WS-QE-LABEL
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3790-PUT-QES-LINE
               STRING "EMPLOYER: " WS-ER-TRADE-NAME
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3790-PUT-QES-LINE
               STRING "PAYE REF: " WS-ER-PAYE-REF
                       "  UIF REF: " WS-ER-UIF-REF
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3790-PUT-QES-LINE
               PERFORM 3790-PUT-QES-LINE

               STRING "SECTION A - EMPLOYEES AT " WS-QE-END
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3790-PUT-QES-LINE
               MOVE WS-QE-COL-HEADS TO EXPORT-RECORD
               PERFORM 3790-PUT-QES-LINE
               MOVE "NUMBER EMPLOYED" TO WS-QE-ROW-LABEL
               MOVE WS-QE-HEADS(1) TO WS-QE-N1
               MOVE WS-QE-HEADS(2) TO WS-QE-N2
               PERFORM 3785-PUT-COUNT-ROW
               PERFORM 3790-PUT-QES-LINE

               MOVE "SECTION B - GROSS EARNINGS PAID" TO EXPORT-RECORD
               PERFORM 3790-PUT-QES-LINE
               MOVE WS-QE-COL-HEADS TO EXPORT-RECORD
               PERFORM 3790-PUT-QES-LINE
               PERFORM VARYING WS-QE-M FROM 1 BY 1 UNTIL WS-QE-M > 3
                   MOVE SPACES TO WS-QE-ROW-LABEL
                   STRING WS-QE-MONTH-KEY(WS-QE-M) " GROSS"
                           DELIMITED BY SIZE INTO WS-QE-ROW-LABEL
                   MOVE WS-QE-GROSS(WS-QE-M, 1) TO WS-QE-A1
                   MOVE WS-QE-GROSS(WS-QE-M, 2) TO WS-QE-A2
                   PERFORM 3780-PUT-AMOUNT-ROW
                   MOVE "  OF WHICH BONUS" TO WS-QE-ROW-LABEL
                   MOVE WS-QE-BONUS(WS-QE-M, 1) TO WS-QE-A1
                   MOVE WS-QE-BONUS(WS-QE-M, 2) TO WS-QE-A2
                   PERFORM 3780-PUT-AMOUNT-ROW
                   MOVE "  OF WHICH O/TIME" TO WS-QE-ROW-LABEL
                   MOVE WS-QE-OTIME(WS-QE-M, 1) TO WS-QE-A1
                   MOVE WS-QE-OTIME(WS-QE-M, 2) TO WS-QE-A2
                   PERFORM 3780-PUT-AMOUNT-ROW
               END-PERFORM
               MOVE 0 TO WS-QE-A1
               MOVE 0 TO WS-QE-A2
               PERFORM VARYING WS-QE-M FROM 1 BY 1 UNTIL WS-QE-M > 3
                   ADD WS-QE-GROSS(WS-QE-M, 1) TO WS-QE-A1
                   ADD WS-QE-GROSS(WS-QE-M, 2) TO WS-QE-A2
               END-PERFORM
               MOVE "QUARTER GROSS" TO WS-QE-ROW-LABEL
               PERFORM 3780-PUT-AMOUNT-ROW
               COMPUTE WS-QE-HASH = WS-QE-A1 + WS-QE-A2
               PERFORM 3790-PUT-QES-LINE

               MOVE "SECTION C - LABOUR TURNOVER IN THE QUARTER"
                   TO EXPORT-RECORD
               PERFORM 3790-PUT-QES-LINE
               MOVE WS-QE-COL-HEADS TO EXPORT-RECORD
               PERFORM 3790-PUT-QES-LINE
               MOVE "EMPLOYEES GAINED" TO WS-QE-ROW-LABEL
               MOVE WS-QE-GAINED(1) TO WS-QE-N1
               MOVE WS-QE-GAINED(2) TO WS-QE-N2
               PERFORM 3785-PUT-COUNT-ROW
               MOVE "EMPLOYEES LOST" TO WS-QE-ROW-LABEL
               MOVE WS-QE-LOST(1) TO WS-QE-N1
               MOVE WS-QE-LOST(2) TO WS-QE-N2
               PERFORM 3785-PUT-COUNT-ROW
               PERFORM 3790-PUT-QES-LINE
               STRING "Prepared by " LS-EMP-ID " on "
                       FUNCTION CURRENT-DATE(1:8)
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3790-PUT-QES-LINE
               CLOSE EXPORT-FILE
               DISPLAY "QES RETURN WRITTEN TO " WS-EXPORT-FILENAME
           END-IF.

       3780-PUT-AMOUNT-ROW.
           MOVE WS-QE-A1 TO WS-QE-PRINT-1
           MOVE WS-QE-A2 TO WS-QE-PRINT-2
           COMPUTE WS-QE-PRINT-3 = WS-QE-A1 + WS-QE-A2
           STRING WS-QE-ROW-LABEL " " WS-QE-PRINT-1 "  "
                   WS-QE-PRINT-2 "  " WS-QE-PRINT-3
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 3790-PUT-QES-LINE.

       3785-PUT-COUNT-ROW.
           MOVE WS-QE-N1 TO WS-QE-PRINT-N1
           MOVE WS-QE-N2 TO WS-QE-PRINT-N2
           COMPUTE WS-QE-PRINT-N3 = WS-QE-N1 + WS-QE-N2
           STRING WS-QE-ROW-LABEL "          " WS-QE-PRINT-N1
                   "           " WS-QE-PRINT-N2
                   "           " WS-QE-PRINT-N3
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 3790-PUT-QES-LINE.

       3790-PUT-QES-LINE.
           DISPLAY EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD.

      *****************************************************************
      * 3770-WRITE-QES-EXTRACT - the same figures pipe-delimited for
      * capture on the survey (H header, E employment, G earnings per
      * month and category, T turnover), registered on the interface
      * register with the quarter's gross as its control total.
      *****************************************************************
       3770-WRITE-QES-EXTRACT.
           MOVE 0 TO WS-QE-LINES
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/qes_extract_" DELIMITED BY SIZE
                   WS-QE-LABEL DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
           ELSE
               MOVE SPACES TO EXPORT-RECORD
               STRING "H|QES|" WS-QE-LABEL "|" WS-QE-END "|"
                       WS-ER-PAYE-REF "|" WS-ER-TRADE-NAME
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3795-PUT-EXTRACT-LINE
               STRING "E|PERM|" WS-QE-HEADS(1)
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3795-PUT-EXTRACT-LINE
               STRING "E|TEMP|" WS-QE-HEADS(2)
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3795-PUT-EXTRACT-LINE
               PERFORM VARYING WS-QE-M FROM 1 BY 1 UNTIL WS-QE-M > 3
                   STRING "G|" WS-QE-MONTH-KEY(WS-QE-M) "|PERM|"
                           WS-QE-GROSS(WS-QE-M, 1) "|"
                           WS-QE-BONUS(WS-QE-M, 1) "|"
                           WS-QE-OTIME(WS-QE-M, 1)
                           DELIMITED BY SIZE INTO EXPORT-RECORD
                   PERFORM 3795-PUT-EXTRACT-LINE
                   STRING "G|" WS-QE-MONTH-KEY(WS-QE-M) "|TEMP|"
                           WS-QE-GROSS(WS-QE-M, 2) "|"
                           WS-QE-BONUS(WS-QE-M, 2) "|"
                           WS-QE-OTIME(WS-QE-M, 2)
                           DELIMITED BY SIZE INTO EXPORT-RECORD
                   PERFORM 3795-PUT-EXTRACT-LINE
               END-PERFORM
               STRING "T|GAINED|" WS-QE-GAINED(1) "|" WS-QE-GAINED(2)
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3795-PUT-EXTRACT-LINE
               STRING "T|LOST|" WS-QE-LOST(1) "|" WS-QE-LOST(2)
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3795-PUT-EXTRACT-LINE
               CLOSE EXPORT-FILE
               DISPLAY WS-QE-LINES " QES EXTRACT LINE(S) WRITTEN TO "
                       WS-EXPORT-FILENAME
               PERFORM 3798-REGISTER-QES
           END-IF.

       3795-PUT-EXTRACT-LINE.
           WRITE EXPORT-RECORD
           ADD 1 TO WS-QE-LINES
           MOVE SPACES TO EXPORT-RECORD.

       3798-REGISTER-QES.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
           INTO IR-TIMESTAMP
           MOVE WS-EXPORT-FILENAME(9:40) TO IR-FILE-NAME
           MOVE SPACES TO IR-PAY-PERIOD
           STRING "QES " WS-QE-LABEL
                   DELIMITED BY SIZE INTO IR-PAY-PERIOD
           MOVE WS-QE-LINES TO IR-RECORD-COUNT
           MOVE WS-QE-HASH TO IR-HASH-TOTAL
           MOVE 'G' TO IR-STATUS
           OPEN EXTEND INTERFACE-REG-FILE
           IF IR-FILE-STATUS = '35'
               OPEN OUTPUT INTERFACE-REG-FILE
           END-IF
           IF IR-FILE-STATUS = '00'
               WRITE INTERFACE-REGISTER-RECORD
               CLOSE INTERFACE-REG-FILE
           END-IF.

      *****************************************************************
      * 3800-WSP-ATR-RETURN - the SETA mandatory grant submission for
      * a grant year (1 April to 31 March, named for the year it
      * ends in). The Annual Training Report counts the training
      * completed that started in the year; the Workplace Skills
      * Plan counts the training planned for it. Each is broken
      * down by occupational level and race/gender cell exactly as
      * the EEA reports place employees (2730), with its cost, and
      * by course category. Written to wsp_atr_<year>.txt.
      *****************************************************************
       3800-WSP-ATR-RETURN.
           DISPLAY "Grant year ending 31 March (YYYY): "
                   WITH NO ADVANCING
           ACCEPT WS-SK-YEAR
           IF WS-SK-YEAR < 1900
               DISPLAY "Invalid grant year"
           ELSE
               COMPUTE WS-SK-START = (WS-SK-YEAR - 1) * 10000 + 0401
               COMPUTE WS-SK-END = WS-SK-YEAR * 10000 + 0331
               OPEN INPUT TRAINING-FILE
               IF TE-FILE-STATUS NOT = '00'
                   DISPLAY "No training register on file - nothing "
                           "to report"
               ELSE
                   OPEN INPUT EMPLOYEE-FILE
                   MOVE SPACES TO WS-EXPORT-FILENAME
                   STRING "../data/wsp_atr_" WS-SK-YEAR ".txt"
                           DELIMITED BY SIZE INTO WS-EXPORT-FILENAME
                   OPEN OUTPUT EXPORT-FILE
                   IF EXPORT-FILE-STATUS NOT = '00'
                       DISPLAY "ERROR: Unable to open "
                               WS-EXPORT-FILENAME
                   ELSE
                       PERFORM 3805-WRITE-WSP-ATR-HEADER
                       SET WS-SK-ATR-PASS TO TRUE
                       PERFORM 3810-TALLY-TRAINING
                       PERFORM 3830-WRITE-SKILLS-SECTION
                       SET WS-SK-WSP-PASS TO TRUE
                       PERFORM 3810-TALLY-TRAINING
                       PERFORM 3830-WRITE-SKILLS-SECTION
                       STRING "Prepared by " LS-EMP-ID " on "
                               FUNCTION CURRENT-DATE(1:8)
                               DELIMITED BY SIZE INTO EXPORT-RECORD
                       PERFORM 3890-PUT-SKILLS-LINE
                       CLOSE EXPORT-FILE
                       DISPLAY "WSP/ATR WRITTEN TO " WS-EXPORT-FILENAME
                   END-IF
                   CLOSE EMPLOYEE-FILE
                   CLOSE TRAINING-FILE
               END-IF
           END-IF.

       3805-WRITE-WSP-ATR-HEADER.
           MOVE SPACES TO EXPORT-RECORD
           STRING "SETA WORKPLACE SKILLS PLAN / ANNUAL TRAINING "
                   "REPORT - GRANT YEAR " WS-SK-YEAR
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           STRING "EMPLOYER: " WS-ER-TRADE-NAME
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           STRING "SDL REF: " WS-ER-SDL-REF
                   "  PAYE REF: " WS-ER-PAYE-REF
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           STRING "PERIOD " WS-SK-START " TO " WS-SK-END
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           STRING "LEVELS: 1 TOP MANAGEMENT, 2 SENIOR MANAGEMENT, "
                   "3 PROFESSIONAL,"
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           STRING "        4 SKILLED TECHNICAL, 5 SEMI-SKILLED, "
                   "6 UNSKILLED"
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           PERFORM 3890-PUT-SKILLS-LINE.

      *****************************************************************
      * 3810-TALLY-TRAINING - one pass of the register: completed
      * training starting in the grant year (ATR pass) or training
      * planned for it (WSP pass). Cancelled items count nowhere.
      *****************************************************************
       3810-TALLY-TRAINING.
           PERFORM 2720-CLEAR-EE-TABLE
           MOVE 0 TO WS-EE-NOT-CAPTURED
           MOVE 0 TO WS-SK-INTERVENTIONS
           MOVE 0 TO WS-SK-TOTAL-COST
           MOVE 0 TO WS-SK-NC-COST
           INITIALIZE WS-SK-CATEGORIES
           MOVE 'N' TO WS-SK-SCAN-DONE
           MOVE LOW-VALUES TO TE-KEY
           START TRAINING-FILE KEY IS NOT LESS THAN TE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SK-SCAN-DONE
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-SK-SCAN-DONE = 'Y'
               READ TRAINING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SK-SCAN-DONE
                   NOT AT END
                       IF WS-SK-ATR-PASS
                           IF TE-COMPLETED
                                   AND TE-START-DATE >= WS-SK-START
                                   AND TE-START-DATE <= WS-SK-END
                               PERFORM 3815-TAKE-TRAINING
                           END-IF
                       ELSE
                           IF TE-PLANNED
                                   AND TE-PLAN-YEAR = WS-SK-YEAR
                               PERFORM 3815-TAKE-TRAINING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3815-TAKE-TRAINING.
           ADD 1 TO WS-SK-INTERVENTIONS
           ADD TE-COST TO WS-SK-TOTAL-COST
           EVALUATE TE-CATEGORY
               WHEN 'L' MOVE 1 TO WS-SK-K
               WHEN 'S' MOVE 2 TO WS-SK-K
               WHEN 'A' MOVE 3 TO WS-SK-K
               WHEN OTHER MOVE 4 TO WS-SK-K
           END-EVALUATE
           ADD 1 TO WS-SK-CAT-COUNT(WS-SK-K)
           ADD TE-COST TO WS-SK-CAT-COST(WS-SK-K)
           MOVE 0 TO WS-EE-CELL-NO
           MOVE TE-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2730-PLACE-EE-CELL
           END-READ
           IF WS-EE-CELL-NO > 0
               ADD 1 TO WS-EE-COUNT(WS-EE-LEVEL-NO, WS-EE-CELL-NO)
               ADD TE-COST TO WS-EE-REMUN(WS-EE-LEVEL-NO,
                                          WS-EE-CELL-NO)
           ELSE
               ADD 1 TO WS-EE-NOT-CAPTURED
               ADD TE-COST TO WS-SK-NC-COST
           END-IF.

      *****************************************************************
      * 3830-WRITE-SKILLS-SECTION - the level by race/gender grid of
      * training interventions with each level's cost, then the
      * course categories, for the pass just tallied.
      *****************************************************************
       3830-WRITE-SKILLS-SECTION.
           IF WS-SK-ATR-PASS
               MOVE "ANNUAL TRAINING REPORT - TRAINING COMPLETED"
                   TO EXPORT-RECORD
           ELSE
               MOVE "WORKPLACE SKILLS PLAN - TRAINING PLANNED"
                   TO EXPORT-RECORD
           END-IF
           PERFORM 3890-PUT-SKILLS-LINE
           MOVE WS-SK-COL-HEADS TO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           PERFORM VARYING WS-SK-L FROM 1 BY 1 UNTIL WS-SK-L > 6
               MOVE SPACES TO WS-SK-ROW
               MOVE SPACES TO WS-SK-ROW-LABEL
               MOVE WS-SK-L TO WS-SK-ROW-LABEL(3:1)
               MOVE 0 TO WS-SK-LEVEL-COUNT
               MOVE 0 TO WS-SK-LEVEL-COST
               PERFORM VARYING WS-SK-CELL FROM 1 BY 1
                       UNTIL WS-SK-CELL > 8
                   MOVE WS-EE-COUNT(WS-SK-L, WS-SK-CELL)
                       TO WS-SK-ROW-CELL(WS-SK-CELL)
                   ADD WS-EE-COUNT(WS-SK-L, WS-SK-CELL)
                       TO WS-SK-LEVEL-COUNT
                   ADD WS-EE-REMUN(WS-SK-L, WS-SK-CELL)
                       TO WS-SK-LEVEL-COST
               END-PERFORM
               MOVE WS-SK-LEVEL-COUNT TO WS-SK-ROW-TOTAL
               MOVE WS-SK-LEVEL-COST  TO WS-SK-ROW-COST
               MOVE WS-SK-ROW TO EXPORT-RECORD
               PERFORM 3890-PUT-SKILLS-LINE
           END-PERFORM
           MOVE SPACES TO WS-SK-ROW
           MOVE "TOTAL" TO WS-SK-ROW-LABEL
           MOVE 0 TO WS-SK-LEVEL-COUNT
           MOVE 0 TO WS-SK-LEVEL-COST
           PERFORM VARYING WS-SK-CELL FROM 1 BY 1
                   UNTIL WS-SK-CELL > 8
               MOVE 0 TO WS-SK-COL-COUNT
               PERFORM VARYING WS-SK-L FROM 1 BY 1 UNTIL WS-SK-L > 6
                   ADD WS-EE-COUNT(WS-SK-L, WS-SK-CELL)
                       TO WS-SK-COL-COUNT
                   ADD WS-EE-REMUN(WS-SK-L, WS-SK-CELL)
                       TO WS-SK-LEVEL-COST
               END-PERFORM
               MOVE WS-SK-COL-COUNT TO WS-SK-ROW-CELL(WS-SK-CELL)
               ADD WS-SK-COL-COUNT TO WS-SK-LEVEL-COUNT
           END-PERFORM
           MOVE WS-SK-LEVEL-COUNT TO WS-SK-ROW-TOTAL
           MOVE WS-SK-LEVEL-COST  TO WS-SK-ROW-COST
           MOVE WS-SK-ROW TO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           MOVE WS-EE-NOT-CAPTURED TO WS-SK-PRINT-N
           MOVE WS-SK-NC-COST TO WS-SK-PRINT-1
           STRING "DEMOGRAPHICS NOT CAPTURED: " WS-SK-PRINT-N
                   "  COST " WS-SK-PRINT-1
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           PERFORM 3890-PUT-SKILLS-LINE
           MOVE "BY CATEGORY              INTERVENTIONS            COST"
               TO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           PERFORM VARYING WS-SK-K FROM 1 BY 1 UNTIL WS-SK-K > 4
               MOVE WS-SK-CAT-COUNT(WS-SK-K) TO WS-SK-PRINT-N
               MOVE WS-SK-CAT-COST(WS-SK-K)  TO WS-SK-PRINT-1
               STRING WS-SK-CAT-NAME(WS-SK-K) "             "
                       WS-SK-PRINT-N "  " WS-SK-PRINT-1
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3890-PUT-SKILLS-LINE
           END-PERFORM
           MOVE WS-SK-INTERVENTIONS TO WS-SK-PRINT-N
           MOVE WS-SK-TOTAL-COST    TO WS-SK-PRINT-1
           STRING "ALL TRAINING" "                     " WS-SK-PRINT-N
                   "  " WS-SK-PRINT-1
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 3890-PUT-SKILLS-LINE
           PERFORM 3890-PUT-SKILLS-LINE.

       3890-PUT-SKILLS-LINE.
           DISPLAY EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD.

      *****************************************************************
      * 3900-SDL-VS-TRAINING - finance's view of the skills levy for
      * a grant year: SDL paid per month (un-voided payroll.dat
      * records, by the month of their pay period) against the cost
      * of training completed that month (by start date), the
      * mandatory grant the year's SDL entitles us to claim (20%),
      * and spend as a percentage of SDL. Written to
      * sdl_training_<year>.txt.
      *****************************************************************
       3900-SDL-VS-TRAINING.
           DISPLAY "Grant year ending 31 March (YYYY): "
                   WITH NO ADVANCING
           ACCEPT WS-SK-YEAR
           IF WS-SK-YEAR < 1900
               DISPLAY "Invalid grant year"
           ELSE
               INITIALIZE WS-SK-MONTHS
               MOVE 4 TO WS-SK-PER-MM
               COMPUTE WS-SK-PER-YYYY = WS-SK-YEAR - 1
               PERFORM VARYING WS-SK-M FROM 1 BY 1 UNTIL WS-SK-M > 12
                   MOVE WS-SK-PER-YYYY TO WS-SK-MONTH-KEY(WS-SK-M)(1:4)
                   MOVE "-" TO WS-SK-MONTH-KEY(WS-SK-M)(5:1)
                   MOVE WS-SK-PER-MM TO WS-SK-MONTH-KEY(WS-SK-M)(6:2)
                   ADD 1 TO WS-SK-PER-MM
                   IF WS-SK-PER-MM > 12
                       MOVE 1 TO WS-SK-PER-MM
                       ADD 1 TO WS-SK-PER-YYYY
                   END-IF
               END-PERFORM
               PERFORM 3910-TAKE-SDL-PAID
               PERFORM 3920-TAKE-TRAINING-SPEND
               PERFORM 3930-WRITE-SDL-SUMMARY
           END-IF.

       3910-TAKE-SDL-PAID.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open payroll file"
           ELSE
               PERFORM UNTIL PAY-FILE-STATUS = '10'
                   READ PAYROLL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PR-RUN-TYPE NOT = 'V'
                               MOVE PR-PAY-PERIOD(1:7) TO WS-SK-PERIOD
                               PERFORM 3940-FIND-GRANT-MONTH
                               IF WS-SK-M > 0
                                   ADD PR-SDL TO WS-SK-SDL(WS-SK-M)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-FILE
           END-IF.

       3920-TAKE-TRAINING-SPEND.
           OPEN INPUT TRAINING-FILE
           IF TE-FILE-STATUS = '00'
               MOVE 'N' TO WS-SK-SCAN-DONE
               PERFORM UNTIL WS-SK-SCAN-DONE = 'Y'
                   READ TRAINING-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SK-SCAN-DONE
                       NOT AT END
                           IF TE-COMPLETED
                               MOVE TE-START-DATE TO WS-SK-DATE
                               MOVE SPACES TO WS-SK-PERIOD
                               STRING WS-SK-DATE-YYYY "-"
                                       WS-SK-DATE-MM
                                       DELIMITED BY SIZE
                                       INTO WS-SK-PERIOD
                               PERFORM 3940-FIND-GRANT-MONTH
                               IF WS-SK-M > 0
                                   ADD TE-COST TO WS-SK-SPEND(WS-SK-M)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAINING-FILE
           END-IF.

      *> The grant-year month (1 = April) of the YYYY-MM period in
      *> WS-SK-PERIOD, or 0 when it falls outside the year.
       3940-FIND-GRANT-MONTH.
           MOVE 0 TO WS-SK-M
           IF WS-SK-PER-YYYY NUMERIC AND WS-SK-PER-MM NUMERIC
               IF WS-SK-PER-YYYY = WS-SK-YEAR - 1
                       AND WS-SK-PER-MM > 3 AND WS-SK-PER-MM < 13
                   COMPUTE WS-SK-M = WS-SK-PER-MM - 3
               END-IF
               IF WS-SK-PER-YYYY = WS-SK-YEAR
                       AND WS-SK-PER-MM > 0 AND WS-SK-PER-MM < 4
                   COMPUTE WS-SK-M = WS-SK-PER-MM + 9
               END-IF
           END-IF.

       3930-WRITE-SDL-SUMMARY.
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/sdl_training_" WS-SK-YEAR ".txt"
                   DELIMITED BY SIZE INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
           ELSE
               MOVE SPACES TO EXPORT-RECORD
               STRING "SDL PAID VERSUS TRAINING SPEND - GRANT YEAR "
                       WS-SK-YEAR
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3890-PUT-SKILLS-LINE
               STRING "EMPLOYER: " WS-ER-TRADE-NAME
                       "  SDL REF: " WS-ER-SDL-REF
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3890-PUT-SKILLS-LINE
               PERFORM 3890-PUT-SKILLS-LINE
               MOVE "MONTH           SDL PAID  TRAINING SPEND"
                   TO EXPORT-RECORD
               PERFORM 3890-PUT-SKILLS-LINE
               MOVE 0 TO WS-SK-TOTAL-SDL
               MOVE 0 TO WS-SK-TOTAL-COST
               PERFORM VARYING WS-SK-M FROM 1 BY 1 UNTIL WS-SK-M > 12
                   MOVE WS-SK-SDL(WS-SK-M)   TO WS-SK-PRINT-1
                   MOVE WS-SK-SPEND(WS-SK-M) TO WS-SK-PRINT-2
                   STRING WS-SK-MONTH-KEY(WS-SK-M) "  "
                           WS-SK-PRINT-1 "  " WS-SK-PRINT-2
                           DELIMITED BY SIZE INTO EXPORT-RECORD
                   PERFORM 3890-PUT-SKILLS-LINE
                   ADD WS-SK-SDL(WS-SK-M)   TO WS-SK-TOTAL-SDL
                   ADD WS-SK-SPEND(WS-SK-M) TO WS-SK-TOTAL-COST
               END-PERFORM
               MOVE WS-SK-TOTAL-SDL  TO WS-SK-PRINT-1
               MOVE WS-SK-TOTAL-COST TO WS-SK-PRINT-2
               STRING "TOTAL    " WS-SK-PRINT-1 "  " WS-SK-PRINT-2
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3890-PUT-SKILLS-LINE
               PERFORM 3890-PUT-SKILLS-LINE
               COMPUTE WS-SK-GRANT ROUNDED = WS-SK-TOTAL-SDL * 0.20
               MOVE WS-SK-GRANT TO WS-SK-PRINT-1
               STRING "MANDATORY GRANT CLAIMABLE (20% OF SDL): "
                       WS-SK-PRINT-1
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3890-PUT-SKILLS-LINE
               COMPUTE WS-SK-DIFF = WS-SK-TOTAL-COST - WS-SK-TOTAL-SDL
               MOVE WS-SK-DIFF TO WS-SK-PRINT-DIFF
               STRING "TRAINING SPEND LESS SDL PAID:          "
                       WS-SK-PRINT-DIFF
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3890-PUT-SKILLS-LINE
               IF WS-SK-TOTAL-SDL > 0
                   COMPUTE WS-SK-PCT ROUNDED =
                       WS-SK-TOTAL-COST * 100 / WS-SK-TOTAL-SDL
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-SK-PCT
                   END-COMPUTE
                   MOVE WS-SK-PCT TO WS-SK-PRINT-PCT
                   STRING "TRAINING SPEND AS % OF SDL PAID:  "
                           WS-SK-PRINT-PCT "%"
                           DELIMITED BY SIZE INTO EXPORT-RECORD
               ELSE
                   MOVE "NO SDL PAID IN THE GRANT YEAR"
                       TO EXPORT-RECORD
               END-IF
               PERFORM 3890-PUT-SKILLS-LINE
               PERFORM 3890-PUT-SKILLS-LINE
               STRING "Prepared by " LS-EMP-ID " on "
                       FUNCTION CURRENT-DATE(1:8)
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 3890-PUT-SKILLS-LINE
               CLOSE EXPORT-FILE
               DISPLAY "SDL SUMMARY WRITTEN TO " WS-EXPORT-FILENAME
           END-IF.

      *****************************************************************
      * 4000-ENTITY-RECONCILIATION - a period's payroll split by the
      * legal entity employing each record's branch: records, gross,
      * PAYE, UIF, SDL and net per entity, the entities' sum proved
      * against the period's total, so each entity's EMP201 and GL
      * journal can be agreed back to the run.
      *****************************************************************
       4000-ENTITY-RECONCILIATION.
           IF WS-LE-COUNT = 0
               DISPLAY "No legal entities on file - the payroll is "
                       "one employer."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter pay period (e.g. 2025-04-01 to 2025-04-30): "
                   WITH NO ADVANCING
           ACCEPT WS-LE-RC-PERIOD
           MOVE 0 TO WS-LE-RC-RECORDS
           MOVE 0 TO WS-LE-RC-GROSS
           MOVE 0 TO WS-LE-RC-PAYE
           MOVE 0 TO WS-LE-RC-UIF
           MOVE 0 TO WS-LE-RC-SDL
           MOVE 0 TO WS-LE-RC-NET
           PERFORM VARYING WS-LE-SLOT FROM 1 BY 1
                   UNTIL WS-LE-SLOT > WS-LE-COUNT
               MOVE 0 TO WS-LE-T-RECORDS(WS-LE-SLOT)
               MOVE 0 TO WS-LE-T-GROSS(WS-LE-SLOT)
               MOVE 0 TO WS-LE-T-PAYE(WS-LE-SLOT)
               MOVE 0 TO WS-LE-T-UIF(WS-LE-SLOT)
               MOVE 0 TO WS-LE-T-SDL(WS-LE-SLOT)
               MOVE 0 TO WS-LE-T-NET(WS-LE-SLOT)
           END-PERFORM
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open payroll file"
           ELSE
               PERFORM UNTIL PAY-FILE-STATUS = '10'
                   READ PAYROLL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PR-PAY-PERIOD = WS-LE-RC-PERIOD
                                   AND PR-RUN-TYPE NOT = 'V'
                               PERFORM 4020-TAKE-ENTITY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-FILE
               PERFORM 4050-DISPLAY-ENTITY-RECON
           END-IF.

       4020-TAKE-ENTITY-RECORD.
           ADD 1 TO WS-LE-RC-RECORDS
           ADD PR-GROSS-PAY TO WS-LE-RC-GROSS
           ADD PR-PAYE-TAX  TO WS-LE-RC-PAYE
           ADD PR-UIF       TO WS-LE-RC-UIF
           ADD PR-SDL       TO WS-LE-RC-SDL
           ADD PR-NET-PAY   TO WS-LE-RC-NET
           MOVE PR-BRANCH TO WS-LE-WANT-BRANCH
           PERFORM 117-RESOLVE-LEGAL-ENTITY
           ADD 1 TO WS-LE-T-RECORDS(WS-LE-SLOT)
           ADD PR-GROSS-PAY TO WS-LE-T-GROSS(WS-LE-SLOT)
           ADD PR-PAYE-TAX  TO WS-LE-T-PAYE(WS-LE-SLOT)
           ADD PR-UIF       TO WS-LE-T-UIF(WS-LE-SLOT)
           ADD PR-SDL       TO WS-LE-T-SDL(WS-LE-SLOT)
           ADD PR-NET-PAY   TO WS-LE-T-NET(WS-LE-SLOT).

       4050-DISPLAY-ENTITY-RECON.
           MOVE 0 TO WS-LE-RC-SUM-RECORDS
           MOVE 0 TO WS-LE-RC-SUM-GROSS
           MOVE 0 TO WS-LE-RC-SUM-PAYE
           MOVE 0 TO WS-LE-RC-SUM-UIF
           MOVE 0 TO WS-LE-RC-SUM-SDL
           MOVE 0 TO WS-LE-RC-SUM-NET
           DISPLAY " "
           DISPLAY "===== LEGAL ENTITY RECONCILIATION ====="
           DISPLAY "PAY PERIOD: " WS-LE-RC-PERIOD
           PERFORM VARYING WS-LE-SLOT FROM 1 BY 1
                   UNTIL WS-LE-SLOT > WS-LE-COUNT
               MOVE WS-LE-T-PROFILE(WS-LE-SLOT) TO WS-EMPLOYER-PROFILE
               DISPLAY "---------------------------------------------"
               DISPLAY WS-LE-T-CODE(WS-LE-SLOT) " "
                       WS-ER-TRADE-NAME(1:30) "  PAYE REF "
                       WS-ER-PAYE-REF
               DISPLAY "  RECORDS: " WS-LE-T-RECORDS(WS-LE-SLOT)
               MOVE WS-LE-T-GROSS(WS-LE-SLOT) TO WS-LE-RC-PRINT-AMT
               DISPLAY "  GROSS: " WS-LE-RC-PRINT-AMT
                       WITH NO ADVANCING
               MOVE WS-LE-T-PAYE(WS-LE-SLOT) TO WS-LE-RC-PRINT-AMT
               DISPLAY "  PAYE: " WS-LE-RC-PRINT-AMT
               MOVE WS-LE-T-UIF(WS-LE-SLOT) TO WS-LE-RC-PRINT-AMT
               DISPLAY "  UIF:   " WS-LE-RC-PRINT-AMT
                       WITH NO ADVANCING
               MOVE WS-LE-T-SDL(WS-LE-SLOT) TO WS-LE-RC-PRINT-AMT
               DISPLAY "  SDL:  " WS-LE-RC-PRINT-AMT
               MOVE WS-LE-T-NET(WS-LE-SLOT) TO WS-LE-RC-PRINT-AMT
               DISPLAY "  NET:   " WS-LE-RC-PRINT-AMT
               ADD WS-LE-T-RECORDS(WS-LE-SLOT) TO WS-LE-RC-SUM-RECORDS
               ADD WS-LE-T-GROSS(WS-LE-SLOT) TO WS-LE-RC-SUM-GROSS
               ADD WS-LE-T-PAYE(WS-LE-SLOT)  TO WS-LE-RC-SUM-PAYE
               ADD WS-LE-T-UIF(WS-LE-SLOT)   TO WS-LE-RC-SUM-UIF
               ADD WS-LE-T-SDL(WS-LE-SLOT)   TO WS-LE-RC-SUM-SDL
               ADD WS-LE-T-NET(WS-LE-SLOT)   TO WS-LE-RC-SUM-NET
           END-PERFORM
           PERFORM 116-RESET-ENTITY-SCOPE
           DISPLAY "---------------------------------------------"
           DISPLAY "SUM OF ENTITIES   RECORDS: " WS-LE-RC-SUM-RECORDS
                   "  PERIOD RECORDS: " WS-LE-RC-RECORDS
           MOVE WS-LE-RC-SUM-GROSS TO WS-LE-RC-PRINT-AMT
           DISPLAY "  GROSS - ENTITIES: " WS-LE-RC-PRINT-AMT
                   WITH NO ADVANCING
           MOVE WS-LE-RC-GROSS TO WS-LE-RC-PRINT-AMT
           DISPLAY "  PERIOD: " WS-LE-RC-PRINT-AMT
           MOVE WS-LE-RC-SUM-PAYE TO WS-LE-RC-PRINT-AMT
           DISPLAY "  PAYE  - ENTITIES: " WS-LE-RC-PRINT-AMT
                   WITH NO ADVANCING
           MOVE WS-LE-RC-PAYE TO WS-LE-RC-PRINT-AMT
           DISPLAY "  PERIOD: " WS-LE-RC-PRINT-AMT
           MOVE WS-LE-RC-SUM-NET TO WS-LE-RC-PRINT-AMT
           DISPLAY "  NET   - ENTITIES: " WS-LE-RC-PRINT-AMT
                   WITH NO ADVANCING
           MOVE WS-LE-RC-NET TO WS-LE-RC-PRINT-AMT
           DISPLAY "  PERIOD: " WS-LE-RC-PRINT-AMT
           COMPUTE WS-LE-RC-DIFF =
                   (WS-LE-RC-GROSS - WS-LE-RC-SUM-GROSS)
                 + (WS-LE-RC-PAYE - WS-LE-RC-SUM-PAYE)
                 + (WS-LE-RC-UIF - WS-LE-RC-SUM-UIF)
                 + (WS-LE-RC-SDL - WS-LE-RC-SUM-SDL)
                 + (WS-LE-RC-NET - WS-LE-RC-SUM-NET)
           IF WS-LE-RC-DIFF = 0
                   AND WS-LE-RC-SUM-RECORDS = WS-LE-RC-RECORDS
               DISPLAY "ENTITY TOTALS RECONCILE TO THE PERIOD"
           ELSE
               MOVE WS-LE-RC-DIFF TO WS-LE-RC-PRINT-DIFF
               DISPLAY "** ENTITY TOTALS DO NOT RECONCILE - "
                       "DIFFERENCE " WS-LE-RC-PRINT-DIFF " **"
           END-IF
           DISPLAY "=============================================".

      *****************************************************************
      * 4100-PARALLEL-RUN-COMPARE - a saved trial run matched employee
      * by employee and component by component against the live full
      * run of its period (payroll.dat and pay_components.dat) or
      * against another saved trial. Every component that differs by
      * more than the tolerance is listed with the difference, and
      * employees on one side only are called out, so a tax table,
      * rate or code change can be shown to have moved only the
      * employees it should have.
      *****************************************************************
       4100-PARALLEL-RUN-COMPARE.
           PERFORM 4110-LOAD-TRIAL-LIST
           IF WS-PRC-TRIAL-COUNT = 0
               DISPLAY "No saved trial runs - run PAYROLL in trial "
                       "mode (T) first."
           ELSE
               PERFORM 4115-SHOW-TRIAL-LIST
               DISPLAY "Trial to compare (number): " WITH NO ADVANCING
               ACCEPT WS-PRC-PICK-A
               DISPLAY "Compare against L = the live run of its "
                       "period, T = another trial: "
                       WITH NO ADVANCING
               ACCEPT WS-PRC-AGAINST
               MOVE 0 TO WS-PRC-PICK-B
               IF WS-PRC-VS-TRIAL
                   DISPLAY "Other trial (number): " WITH NO ADVANCING
                   ACCEPT WS-PRC-PICK-B
               END-IF
               IF WS-PRC-PICK-A = 0
                       OR WS-PRC-PICK-A > WS-PRC-TRIAL-COUNT
                   DISPLAY "Invalid trial number"
               ELSE
               IF NOT WS-PRC-VS-LIVE AND NOT WS-PRC-VS-TRIAL
                   DISPLAY "Invalid choice - L or T"
               ELSE
               IF WS-PRC-VS-TRIAL
                       AND (WS-PRC-PICK-B = 0
                            OR WS-PRC-PICK-B > WS-PRC-TRIAL-COUNT
                            OR WS-PRC-PICK-B = WS-PRC-PICK-A)
                   DISPLAY "Invalid trial number for the other side"
               ELSE
                   DISPLAY "Tolerance - differences up to this amount "
                           "are not listed (e.g. 0.00): "
                           WITH NO ADVANCING
                   ACCEPT WS-PRC-TOLERANCE
                   PERFORM 4120-BUILD-COMPARISON
                   PERFORM 4150-WRITE-COMPARISON
               END-IF
               END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 4110-LOAD-TRIAL-LIST - each trial appends its rows together
      * under its run timestamp; the most recent 50 trials are kept
      * in the list, counting the employees (GROSS rows) of each.
      *****************************************************************
       4110-LOAD-TRIAL-LIST.
           MOVE 0 TO WS-PRC-TRIAL-COUNT
           OPEN INPUT TRIAL-COMPONENT-FILE
           IF TV-FILE-STATUS = '00'
               PERFORM UNTIL TV-FILE-STATUS = '10'
                   READ TRIAL-COMPONENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TV-COMP-CODE = "GROSS"
                               PERFORM 4112-NOTE-TRIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIAL-COMPONENT-FILE
           END-IF.

       4112-NOTE-TRIAL.
           IF WS-PRC-TRIAL-COUNT > 0
                   AND TV-TRIAL-TS = WS-PRC-T-TS(WS-PRC-TRIAL-COUNT)
               ADD 1 TO WS-PRC-T-EMPS(WS-PRC-TRIAL-COUNT)
           ELSE
               IF WS-PRC-TRIAL-COUNT = 50
                   PERFORM VARYING WS-PRC-J FROM 1 BY 1
                           UNTIL WS-PRC-J > 49
                       MOVE WS-PRC-TRIAL(WS-PRC-J + 1)
                           TO WS-PRC-TRIAL(WS-PRC-J)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-PRC-TRIAL-COUNT
               END-IF
               MOVE TV-TRIAL-TS   TO WS-PRC-T-TS(WS-PRC-TRIAL-COUNT)
               MOVE TV-PAY-PERIOD
                   TO WS-PRC-T-PERIOD(WS-PRC-TRIAL-COUNT)
               MOVE TV-RUN-BRANCH
                   TO WS-PRC-T-BRANCH(WS-PRC-TRIAL-COUNT)
               MOVE 1 TO WS-PRC-T-EMPS(WS-PRC-TRIAL-COUNT)
           END-IF.

       4115-SHOW-TRIAL-LIST.
           DISPLAY " "
           DISPLAY "Saved trial runs"
           DISPLAY "  #  Run                  Pay period"
                   "                Branch     Employees"
           PERFORM VARYING WS-PRC-IDX FROM 1 BY 1
                   UNTIL WS-PRC-IDX > WS-PRC-TRIAL-COUNT
               MOVE WS-PRC-IDX TO WS-PRC-PRINT-NO
               DISPLAY " " WS-PRC-PRINT-NO "  "
                       WS-PRC-T-TS(WS-PRC-IDX) "  "
                       WS-PRC-T-PERIOD(WS-PRC-IDX) "  "
                       WS-PRC-T-BRANCH(WS-PRC-IDX) " "
                       WS-PRC-T-EMPS(WS-PRC-IDX)
           END-PERFORM.

      *****************************************************************
      * 4120-BUILD-COMPARISON - the chosen trial is side A; side B is
      * the other trial, or the live full-run records of the trial's
      * period (within the trial's branch when it was branch-scoped),
      * their GROSS and NET off payroll.dat and the components off
      * pay_components.dat. Voided records do not count.
      *****************************************************************
       4120-BUILD-COMPARISON.
           MOVE 0 TO WS-PRC-ROW-COUNT
           MOVE 0 TO WS-PRC-EMP-COUNT
           MOVE 'N' TO WS-PRC-FULL
           MOVE 'A' TO WS-PRC-SIDE
           MOVE WS-PRC-T-TS(WS-PRC-PICK-A) TO WS-PRC-W-TS
           PERFORM 4125-TAKE-TRIAL-SIDE
           MOVE 'B' TO WS-PRC-SIDE
           IF WS-PRC-VS-TRIAL
               MOVE WS-PRC-T-TS(WS-PRC-PICK-B) TO WS-PRC-W-TS
               MOVE WS-PRC-W-TS TO WS-PRC-B-LABEL
               PERFORM 4125-TAKE-TRIAL-SIDE
           ELSE
               MOVE "LIVE RUN" TO WS-PRC-B-LABEL
               PERFORM 4130-TAKE-LIVE-SIDE
           END-IF.

       4125-TAKE-TRIAL-SIDE.
           OPEN INPUT TRIAL-COMPONENT-FILE
           IF TV-FILE-STATUS = '00'
               PERFORM UNTIL TV-FILE-STATUS = '10'
                   READ TRIAL-COMPONENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TV-TRIAL-TS = WS-PRC-W-TS
                               MOVE TV-EMP-ID    TO WS-PRC-W-EMP
                               MOVE TV-COMP-CODE TO WS-PRC-W-CODE
                               MOVE TV-AMOUNT    TO WS-PRC-W-AMT
                               PERFORM 4140-ADD-COMPARE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIAL-COMPONENT-FILE
           END-IF.

       4130-TAKE-LIVE-SIDE.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open payroll file"
           ELSE
               OPEN INPUT COMPONENT-FILE
               PERFORM UNTIL PAY-FILE-STATUS = '10'
                   READ PAYROLL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PR-PAY-PERIOD =
                                   WS-PRC-T-PERIOD(WS-PRC-PICK-A)
                                   AND PR-RUN-TYPE = 'F'
                                   AND (WS-PRC-T-BRANCH(WS-PRC-PICK-A)
                                           = SPACES
                                        OR PR-BRANCH =
                                   WS-PRC-T-BRANCH(WS-PRC-PICK-A))
                               PERFORM 4135-TAKE-LIVE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPONENT-FILE
               CLOSE PAYROLL-FILE
           END-IF.

       4135-TAKE-LIVE-PAYMENT.
           MOVE PR-EMP-ID TO WS-PRC-W-EMP
           MOVE "GROSS" TO WS-PRC-W-CODE
           MOVE PR-GROSS-PAY TO WS-PRC-W-AMT
           PERFORM 4140-ADD-COMPARE-ROW
           MOVE "NET" TO WS-PRC-W-CODE
           MOVE PR-NET-PAY TO WS-PRC-W-AMT
           PERFORM 4140-ADD-COMPARE-ROW
           IF PC-FILE-STATUS = '00' OR PC-FILE-STATUS = '10'
                   OR PC-FILE-STATUS = '23'
               MOVE PR-EMP-ID TO PC-EMP-ID
               MOVE PR-PAY-PERIOD TO PC-PAY-PERIOD
               MOVE PR-RUN-SEQ TO PC-RUN-SEQ
               MOVE LOW-VALUES TO PC-COMP-CODE
               MOVE 0 TO PC-COMP-SEQ
               MOVE 'N' TO WS-PRC-DONE
               START COMPONENT-FILE KEY IS NOT LESS THAN PC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PRC-DONE
               END-START
               PERFORM UNTIL WS-PRC-DONE = 'Y'
                   READ COMPONENT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PRC-DONE
                       NOT AT END
                           IF PC-EMP-ID NOT = PR-EMP-ID
                                   OR PC-PAY-PERIOD NOT = PR-PAY-PERIOD
                                   OR PC-RUN-SEQ NOT = PR-RUN-SEQ
                               MOVE 'Y' TO WS-PRC-DONE
                           ELSE
                               MOVE PC-COMP-CODE TO WS-PRC-W-CODE
                               MOVE PC-AMOUNT TO WS-PRC-W-AMT
                               PERFORM 4140-ADD-COMPARE-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *****************************************************************
      * 4140-ADD-COMPARE-ROW - add the amount to its employee and
      * component row on the side being loaded, starting the row (and
      * the employee, on the GROSS row) the first time it is seen.
      *****************************************************************
       4140-ADD-COMPARE-ROW.
           MOVE 0 TO WS-PRC-FOUND
           PERFORM VARYING WS-PRC-J FROM 1 BY 1
                   UNTIL WS-PRC-J > WS-PRC-ROW-COUNT
                      OR WS-PRC-FOUND > 0
               IF WS-PRC-R-EMP(WS-PRC-J) = WS-PRC-W-EMP
                       AND WS-PRC-R-CODE(WS-PRC-J) = WS-PRC-W-CODE
                   MOVE WS-PRC-J TO WS-PRC-FOUND
               END-IF
           END-PERFORM
           IF WS-PRC-FOUND = 0
               IF WS-PRC-ROW-COUNT < 6000
                   ADD 1 TO WS-PRC-ROW-COUNT
                   MOVE WS-PRC-ROW-COUNT TO WS-PRC-FOUND
                   MOVE WS-PRC-W-EMP  TO WS-PRC-R-EMP(WS-PRC-FOUND)
                   MOVE WS-PRC-W-CODE TO WS-PRC-R-CODE(WS-PRC-FOUND)
                   MOVE 0 TO WS-PRC-R-AMT-A(WS-PRC-FOUND)
                   MOVE 0 TO WS-PRC-R-AMT-B(WS-PRC-FOUND)
               ELSE
                   MOVE 'Y' TO WS-PRC-FULL
               END-IF
           END-IF
           IF WS-PRC-FOUND > 0
               IF WS-PRC-SIDE = 'A'
                   ADD WS-PRC-W-AMT TO WS-PRC-R-AMT-A(WS-PRC-FOUND)
               ELSE
                   ADD WS-PRC-W-AMT TO WS-PRC-R-AMT-B(WS-PRC-FOUND)
               END-IF
           END-IF
           IF WS-PRC-W-CODE = "GROSS"
               PERFORM 4145-NOTE-EMPLOYEE
           END-IF.

       4145-NOTE-EMPLOYEE.
           MOVE 0 TO WS-PRC-FOUND
           PERFORM VARYING WS-PRC-J FROM 1 BY 1
                   UNTIL WS-PRC-J > WS-PRC-EMP-COUNT
                      OR WS-PRC-FOUND > 0
               IF WS-PRC-E-ID(WS-PRC-J) = WS-PRC-W-EMP
                   MOVE WS-PRC-J TO WS-PRC-FOUND
               END-IF
           END-PERFORM
           IF WS-PRC-FOUND = 0
               IF WS-PRC-EMP-COUNT < 2000
                   ADD 1 TO WS-PRC-EMP-COUNT
                   MOVE WS-PRC-EMP-COUNT TO WS-PRC-FOUND
                   MOVE WS-PRC-W-EMP TO WS-PRC-E-ID(WS-PRC-FOUND)
                   MOVE 'N' TO WS-PRC-E-IN-A(WS-PRC-FOUND)
                   MOVE 'N' TO WS-PRC-E-IN-B(WS-PRC-FOUND)
               ELSE
                   MOVE 'Y' TO WS-PRC-FULL
               END-IF
           END-IF
           IF WS-PRC-FOUND > 0
               IF WS-PRC-SIDE = 'A'
                   MOVE 'Y' TO WS-PRC-E-IN-A(WS-PRC-FOUND)
               ELSE
                   MOVE 'Y' TO WS-PRC-E-IN-B(WS-PRC-FOUND)
               END-IF
           END-IF.

      *****************************************************************
      * 4150-WRITE-COMPARISON - the differences employee by employee
      * to ../data/parallel_run_<period start>.txt, with the summary
      * (employees on both sides, changed and unchanged, on one side
      * only, and the net effect on gross and net pay) on the file
      * and the screen.
      *****************************************************************
       4150-WRITE-COMPARISON.
           MOVE 0 TO WS-PRC-BOTH
           MOVE 0 TO WS-PRC-ONLY-A
           MOVE 0 TO WS-PRC-ONLY-B
           MOVE 0 TO WS-PRC-CHANGED
           MOVE 0 TO WS-PRC-UNCHANGED
           MOVE 0 TO WS-PRC-LINES
           MOVE 0 TO WS-PRC-SUPPRESSED
           MOVE 0 TO WS-PRC-GROSS-DIFF
           MOVE 0 TO WS-PRC-NET-DIFF
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/parallel_run_" DELIMITED BY SIZE
                   WS-PRC-T-PERIOD(WS-PRC-PICK-A)(1:10)
                       DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           MOVE "PARALLEL RUN COMPARISON" TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "PAY PERIOD: " WS-PRC-T-PERIOD(WS-PRC-PICK-A)
                   "  BRANCH: " WS-PRC-T-BRANCH(WS-PRC-PICK-A)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "A (TRIAL): " WS-PRC-T-TS(WS-PRC-PICK-A)
                   "   B: " WS-PRC-B-LABEL
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE WS-PRC-TOLERANCE TO WS-PRC-PRINT-TOL
           MOVE SPACES TO EXPORT-RECORD
           STRING "TOLERANCE: " WS-PRC-PRINT-TOL
                   " (SMALLER DIFFERENCES NOT LISTED)"
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "EMPLOYEE   COMP              A            B"
                   "        A - B"
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           PERFORM VARYING WS-PRC-IDX FROM 1 BY 1
                   UNTIL WS-PRC-IDX > WS-PRC-EMP-COUNT
               PERFORM 4155-COMPARE-EMPLOYEE
           END-PERFORM
           PERFORM 4170-WRITE-COMPARE-SUMMARY
           CLOSE EXPORT-FILE
           DISPLAY "Comparison written to " WS-EXPORT-FILENAME.

       4155-COMPARE-EMPLOYEE.
           MOVE 0 TO WS-PRC-EMP-DIFFS
           MOVE WS-PRC-E-ID(WS-PRC-IDX) TO WS-PRC-W-EMP
           IF WS-PRC-E-IN-B(WS-PRC-IDX) NOT = 'Y'
               ADD 1 TO WS-PRC-ONLY-A
               MOVE SPACES TO EXPORT-RECORD
               STRING WS-PRC-W-EMP " ** IN A ONLY - NOT PAID IN B **"
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
           ELSE
           IF WS-PRC-E-IN-A(WS-PRC-IDX) NOT = 'Y'
               ADD 1 TO WS-PRC-ONLY-B
               MOVE SPACES TO EXPORT-RECORD
               STRING WS-PRC-W-EMP " ** IN B ONLY - NOT CALCULATED "
                       "IN THE TRIAL **"
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
           ELSE
               ADD 1 TO WS-PRC-BOTH
               PERFORM VARYING WS-PRC-J FROM 1 BY 1
                       UNTIL WS-PRC-J > WS-PRC-ROW-COUNT
                   IF WS-PRC-R-EMP(WS-PRC-J) = WS-PRC-W-EMP
                       PERFORM 4160-COMPARE-ROW
                   END-IF
               END-PERFORM
               IF WS-PRC-EMP-DIFFS > 0
                   ADD 1 TO WS-PRC-CHANGED
               ELSE
                   ADD 1 TO WS-PRC-UNCHANGED
               END-IF
           END-IF
           END-IF.

       4160-COMPARE-ROW.
           COMPUTE WS-PRC-DIFF = WS-PRC-R-AMT-A(WS-PRC-J)
                               - WS-PRC-R-AMT-B(WS-PRC-J)
           IF WS-PRC-R-CODE(WS-PRC-J) = "GROSS"
               ADD WS-PRC-DIFF TO WS-PRC-GROSS-DIFF
           END-IF
           IF WS-PRC-R-CODE(WS-PRC-J) = "NET"
               ADD WS-PRC-DIFF TO WS-PRC-NET-DIFF
           END-IF
           IF WS-PRC-DIFF < 0
               COMPUTE WS-PRC-ABS = 0 - WS-PRC-DIFF
           ELSE
               MOVE WS-PRC-DIFF TO WS-PRC-ABS
           END-IF
           IF WS-PRC-ABS > 0
               IF WS-PRC-ABS NOT > WS-PRC-TOLERANCE
                   ADD 1 TO WS-PRC-SUPPRESSED
               ELSE
                   ADD 1 TO WS-PRC-EMP-DIFFS
                   ADD 1 TO WS-PRC-LINES
                   MOVE WS-PRC-R-AMT-A(WS-PRC-J) TO WS-PRC-PRINT-A
                   MOVE WS-PRC-R-AMT-B(WS-PRC-J) TO WS-PRC-PRINT-B
                   MOVE WS-PRC-DIFF TO WS-PRC-PRINT-DIFF
                   MOVE SPACES TO EXPORT-RECORD
                   STRING WS-PRC-W-EMP " " WS-PRC-R-CODE(WS-PRC-J)
                           "  " WS-PRC-PRINT-A "  " WS-PRC-PRINT-B
                           "  " WS-PRC-PRINT-DIFF
                           DELIMITED BY SIZE INTO EXPORT-RECORD
                   WRITE EXPORT-RECORD
               END-IF
           END-IF.

       4170-WRITE-COMPARE-SUMMARY.
           MOVE SPACES TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "EMPLOYEES ON BOTH SIDES:   " WS-PRC-BOTH
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           DISPLAY EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "  WITH DIFFERENCES:        " WS-PRC-CHANGED
                   "  (" WS-PRC-LINES " LINE(S))"
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           DISPLAY EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "  UNCHANGED:               " WS-PRC-UNCHANGED
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           DISPLAY EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "IN A ONLY:                 " WS-PRC-ONLY-A
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           DISPLAY EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "IN B ONLY:                 " WS-PRC-ONLY-B
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           DISPLAY EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "DIFFERENCES WITHIN TOLERANCE: " WS-PRC-SUPPRESSED
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           DISPLAY EXPORT-RECORD
           MOVE WS-PRC-GROSS-DIFF TO WS-PRC-PRINT-TOTAL
           MOVE SPACES TO EXPORT-RECORD
           STRING "GROSS PAY A - B: " WS-PRC-PRINT-TOTAL
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           DISPLAY EXPORT-RECORD
           MOVE WS-PRC-NET-DIFF TO WS-PRC-PRINT-TOTAL
           MOVE SPACES TO EXPORT-RECORD
           STRING "NET PAY A - B:   " WS-PRC-PRINT-TOTAL
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           DISPLAY EXPORT-RECORD
           IF WS-PRC-FULL = 'Y'
               MOVE SPACES TO EXPORT-RECORD
               STRING "** COMPARISON TABLE FULL - NOT EVERY EMPLOYEE "
                       "WAS COMPARED **"
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
               DISPLAY EXPORT-RECORD
           END-IF.

      *****************************************************************
      * 4200-EMPLOYEE-ASAT-INQUIRY - one employee's record as it stood
      * at the end of a given day: the current employees.dat record
      * with every logged change made after that day undone, newest
      * last, and the salary in force that day off salary_history.
      * Each field whose history the change log cannot vouch for is
      * flagged, so the answer to a dispute or an auditor says where
      * it is only as good as the log.
      *****************************************************************
       4200-EMPLOYEE-ASAT-INQUIRY.
           DISPLAY "Employee ID: " WITH NO ADVANCING
           ACCEPT WS-AA-EMP-ID
           PERFORM 4202-ACCEPT-ASAT-DATE
           IF WS-AA-ASAT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open employees.dat - status "
                       EMP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AA-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Employee " WS-AA-EMP-ID " not on file - "
                           "a deleted employee cannot be reconstructed"
               NOT INVALID KEY
                   PERFORM 4205-FIND-LOG-START
                   PERFORM 4210-RECONSTRUCT-EMPLOYEE
                   PERFORM 4250-SHOW-ASAT-EMPLOYEE
           END-READ
           CLOSE EMPLOYEE-FILE.

      *>   The as-at date, into WS-AA-ASAT (zero when refused), and
      *>   the last moment of that day as a change log timestamp.
       4202-ACCEPT-ASAT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AA-TODAY
           DISPLAY "As at date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-AA-ASAT
           IF WS-AA-ASAT NOT NUMERIC OR WS-AA-ASAT = 0
               DISPLAY "Invalid date"
               MOVE 0 TO WS-AA-ASAT
           ELSE
               IF WS-AA-ASAT > WS-AA-TODAY
                   DISPLAY "As-at date is in the future - the current "
                           "record is the answer"
                   MOVE 0 TO WS-AA-ASAT
               ELSE
                   COMPUTE WS-AA-CUTOFF =
                       WS-AA-ASAT * 1000000 + 235959
               END-IF
           END-IF.

      *****************************************************************
      * 4205-FIND-LOG-START - where each field's logged history
      * begins: the first row on the change log for the fields logged
      * from the start, and the field's own first row for those only
      * logged later. Anything before that is not on record.
      *****************************************************************
       4205-FIND-LOG-START.
           MOVE ALL '9' TO WS-AA-LOG-START
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-FIELD-COUNT
               MOVE ALL '9' TO WS-AA-TRACK-START(WS-AA-IDX)
           END-PERFORM
           OPEN INPUT CHANGE-LOG-FILE
           IF CHANGE-FILE-STATUS = '00'
               PERFORM UNTIL CHANGE-FILE-STATUS = '10'
                   READ CHANGE-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EC-TIMESTAMP < WS-AA-LOG-START
                               MOVE EC-TIMESTAMP TO WS-AA-LOG-START
                           END-IF
                           PERFORM 4225-FIND-FIELD
                           IF WS-AA-FOUND > 0
                               AND EC-TIMESTAMP <
                                   WS-AA-TRACK-START(WS-AA-FOUND)
                               MOVE EC-TIMESTAMP
                                   TO WS-AA-TRACK-START(WS-AA-FOUND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-FIELD-COUNT
               IF WS-AA-F-LATE(WS-AA-IDX) NOT = 'L'
                   MOVE WS-AA-LOG-START TO WS-AA-TRACK-START(WS-AA-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      * 4210-RECONSTRUCT-EMPLOYEE - the employee in EMPLOYEE-RECORD
      * rolled back to WS-AA-CUTOFF. Each field starts at today's
      * value; the first logged change to it after the cutoff carries
      * the value it had before, which is the value at the cutoff.
      * The field's rows are also chained old-to-new: a row whose old
      * value is not the previous row's new value, or a last new value
      * that is not today's, shows a change made without the log.
      *****************************************************************
       4210-RECONSTRUCT-EMPLOYEE.
           PERFORM 4215-LOAD-CURRENT-VALUES
           MOVE 'N' TO WS-AA-NOT-HIRED
           IF EMP-HIRE-DATE > WS-AA-ASAT
               MOVE 'Y' TO WS-AA-NOT-HIRED
           END-IF
           OPEN INPUT CHANGE-LOG-FILE
           IF CHANGE-FILE-STATUS = '00'
               PERFORM UNTIL CHANGE-FILE-STATUS = '10'
                   READ CHANGE-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EC-EMP-ID = EMP-ID
                               PERFORM 4220-APPLY-CHANGE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF
           PERFORM 4230-APPLY-SALARY-HISTORY
           PERFORM 4240-FLAG-INCOMPLETE.

      *>   Today's values, as the change log writes them (amounts in
      *>   the log's edited form, so they compare as text).
       4215-LOAD-CURRENT-VALUES.
           MOVE EMP-NAME(1:30)     TO WS-AA-CURRENT(1)
           MOVE EMP-SURNAME(1:30)  TO WS-AA-CURRENT(2)
           MOVE EMP-DEPT           TO WS-AA-CURRENT(3)
           MOVE EMP-POSITION       TO WS-AA-CURRENT(4)
           MOVE EMP-GRADE          TO WS-AA-CURRENT(5)
           MOVE EMP-MANAGER-ID     TO WS-AA-CURRENT(6)
           MOVE EMP-COMPANY-BRANCH TO WS-AA-CURRENT(7)
           MOVE EMP-STATUS         TO WS-AA-CURRENT(8)
           MOVE EMP-TYPE           TO WS-AA-CURRENT(9)
           MOVE EMP-TAX-CODE       TO WS-AA-CURRENT(10)
           MOVE EMP-BASE-SALARY    TO WS-AA-AMOUNT-EDIT
           MOVE WS-AA-AMOUNT-EDIT  TO WS-AA-CURRENT(11)
           MOVE EMP-PAY-RATE       TO WS-AA-AMOUNT-EDIT
           MOVE WS-AA-AMOUNT-EDIT  TO WS-AA-CURRENT(12)
           MOVE EMP-CURRENCY-CODE  TO WS-AA-CURRENT(13)
           MOVE EMP-BANK-NAME      TO WS-AA-CURRENT(14)
           MOVE EMP-BRANCH-CODE    TO WS-AA-CURRENT(15)
           MOVE EMP-ACCOUNT-NUMBER TO WS-AA-CURRENT(16)
           MOVE EMP-ACCOUNT-TYPE   TO WS-AA-CURRENT(17)
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-FIELD-COUNT
               MOVE WS-AA-CURRENT(WS-AA-IDX) TO WS-AA-VALUE(WS-AA-IDX)
               MOVE 'N' TO WS-AA-ROLLED(WS-AA-IDX)
               MOVE 'N' TO WS-AA-SEEN(WS-AA-IDX)
               MOVE 'N' TO WS-AA-GAP(WS-AA-IDX)
               MOVE SPACES TO WS-AA-LAST-NEW(WS-AA-IDX)
               MOVE SPACES TO WS-AA-FLAG(WS-AA-IDX)
           END-PERFORM.

      *>   One change log row of this employee.
       4220-APPLY-CHANGE-ROW.
           PERFORM 4225-FIND-FIELD
           IF WS-AA-FOUND = 0
               EXIT PARAGRAPH
           END-IF
      *>   A status is chained on its code alone: a rehire logs its
      *>   new status as "P (REHIRE)".
           IF WS-AA-SEEN(WS-AA-FOUND) = 'Y'
               IF EC-FIELD-NAME = "STATUS"
                   IF EC-OLD-VALUE(1:1)
                           NOT = WS-AA-LAST-NEW(WS-AA-FOUND)(1:1)
                       MOVE 'Y' TO WS-AA-GAP(WS-AA-FOUND)
                   END-IF
               ELSE
                   IF EC-OLD-VALUE NOT = WS-AA-LAST-NEW(WS-AA-FOUND)
                       MOVE 'Y' TO WS-AA-GAP(WS-AA-FOUND)
                   END-IF
               END-IF
           END-IF
           MOVE 'Y' TO WS-AA-SEEN(WS-AA-FOUND)
           MOVE EC-NEW-VALUE TO WS-AA-LAST-NEW(WS-AA-FOUND)
           IF EC-TIMESTAMP > WS-AA-CUTOFF
               AND WS-AA-ROLLED(WS-AA-FOUND) = 'N'
               MOVE EC-OLD-VALUE TO WS-AA-VALUE(WS-AA-FOUND)
               MOVE 'Y' TO WS-AA-ROLLED(WS-AA-FOUND)
           END-IF.

      *>   EC-FIELD-NAME's slot in the field list into WS-AA-FOUND
      *>   (zero for a field the reconstruction does not carry).
       4225-FIND-FIELD.
           MOVE 0 TO WS-AA-FOUND
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-FIELD-COUNT
                      OR WS-AA-FOUND > 0
               IF EC-FIELD-NAME = WS-AA-F-NAME(WS-AA-IDX)
                   MOVE WS-AA-IDX TO WS-AA-FOUND
               END-IF
           END-PERFORM.

      *>   The salary in force at the as-at date is the effective-
      *>   dated row for it on salary_history (the latest captured
      *>   where two share a date); it overrides the change log,
      *>   which only knows when a salary was keyed, not from when it
      *>   applied.
       4230-APPLY-SALARY-HISTORY.
           MOVE 'N' TO WS-AA-SH-FOUND
           MOVE 0 TO WS-AA-SH-EFF
           MOVE 0 TO WS-AA-SH-CAPTURED
           OPEN INPUT SALARY-HISTORY-FILE
           IF SH-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SH-FILE-STATUS = '10'
               READ SALARY-HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SH-EMP-ID = EMP-ID
                           AND SH-EFF-DATE NOT > WS-AA-ASAT
                           AND (SH-EFF-DATE > WS-AA-SH-EFF
                                OR (SH-EFF-DATE = WS-AA-SH-EFF
                                    AND SH-CAPTURED
                                        NOT < WS-AA-SH-CAPTURED))
                           MOVE 'Y' TO WS-AA-SH-FOUND
                           MOVE SH-EFF-DATE TO WS-AA-SH-EFF
                           MOVE SH-CAPTURED TO WS-AA-SH-CAPTURED
                           MOVE SH-SALARY TO WS-AA-SH-SALARY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE
           IF WS-AA-SH-FOUND = 'Y'
               MOVE WS-AA-SH-SALARY TO WS-AA-AMOUNT-EDIT
               MOVE WS-AA-AMOUNT-EDIT
                   TO WS-AA-VALUE(WS-AA-SALARY-IDX)
           END-IF.

      *****************************************************************
      * 4240-FLAG-INCOMPLETE - a field is only as good as its log.
      * Where the as-at date falls before the field's logged history
      * begins, and the employee was already on file then, changes
      * between the two were never recorded. Where the field's rows
      * do not chain, a change was made outside the log. The salary
      * taken off salary_history stands on its own effective date.
      *****************************************************************
       4240-FLAG-INCOMPLETE.
           MOVE 0 TO WS-AA-INCOMPLETE
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-FIELD-COUNT
               MOVE SPACES TO WS-AA-FLAG(WS-AA-IDX)
               IF WS-AA-SEEN(WS-AA-IDX) = 'Y'
                   IF WS-AA-F-NAME(WS-AA-IDX) = "STATUS"
                       IF WS-AA-LAST-NEW(WS-AA-IDX)(1:1)
                               NOT = WS-AA-CURRENT(WS-AA-IDX)(1:1)
                           MOVE 'Y' TO WS-AA-GAP(WS-AA-IDX)
                       END-IF
                   ELSE
                       IF WS-AA-LAST-NEW(WS-AA-IDX)
                               NOT = WS-AA-CURRENT(WS-AA-IDX)
                           MOVE 'Y' TO WS-AA-GAP(WS-AA-IDX)
                       END-IF
                   END-IF
               END-IF
               IF WS-AA-GAP(WS-AA-IDX) = 'Y'
                   MOVE "INCOMPLETE - UNLOGGED CHANGE"
                       TO WS-AA-FLAG(WS-AA-IDX)
               END-IF
               IF WS-AA-CUTOFF < WS-AA-TRACK-START(WS-AA-IDX)
                   AND EMP-HIRE-DATE
                       < WS-AA-TRACK-START(WS-AA-IDX)(1:8)
                   MOVE "INCOMPLETE - BEFORE LOG"
                       TO WS-AA-FLAG(WS-AA-IDX)
               END-IF
               IF WS-AA-IDX = WS-AA-SALARY-IDX
                   AND WS-AA-SH-FOUND = 'Y'
                   MOVE "FROM SALARY HISTORY"
                       TO WS-AA-FLAG(WS-AA-IDX)
               END-IF
               IF WS-AA-FLAG(WS-AA-IDX)(1:10) = "INCOMPLETE"
                   ADD 1 TO WS-AA-INCOMPLETE
               END-IF
           END-PERFORM.

      *>   The inquiry's answer, field by field: the as-at value, the
      *>   value today where it has since changed, and any flag.
       4250-SHOW-ASAT-EMPLOYEE.
           DISPLAY " "
           DISPLAY "========== EMPLOYEE RECORD AS AT " WS-AA-ASAT
                   " =========="
           DISPLAY "Employee: " EMP-ID " " FUNCTION TRIM(EMP-NAME) " "
                   FUNCTION TRIM(EMP-SURNAME)
           DISPLAY "Hire date: " EMP-HIRE-DATE
           IF WS-AA-NOT-HIRED = 'Y'
               DISPLAY "** NOT YET EMPLOYED AT " WS-AA-ASAT " **"
           END-IF
           DISPLAY "FIELD                AS AT                  "
                   "          NOW"
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-FIELD-COUNT
               IF WS-AA-VALUE(WS-AA-IDX) = WS-AA-CURRENT(WS-AA-IDX)
                   DISPLAY WS-AA-F-NAME(WS-AA-IDX) " "
                           WS-AA-VALUE(WS-AA-IDX) "  (unchanged)"
               ELSE
                   DISPLAY WS-AA-F-NAME(WS-AA-IDX) " "
                           WS-AA-VALUE(WS-AA-IDX) " "
                           WS-AA-CURRENT(WS-AA-IDX)
               END-IF
               IF WS-AA-FLAG(WS-AA-IDX) NOT = SPACES
                   DISPLAY "                     ** "
                           WS-AA-FLAG(WS-AA-IDX)
               END-IF
           END-PERFORM
           DISPLAY "============================================="
           IF WS-AA-INCOMPLETE > 0
               DISPLAY WS-AA-INCOMPLETE " FIELD(S) WITH INCOMPLETE "
                       "HISTORY - CURRENT VALUE SHOWN OR ROLLED BACK "
                       "AS FAR AS THE LOG GOES"
           END-IF.

      *****************************************************************
      * 4300-EMPLOYEE-ASAT-EXTRACT - every employee on employees.dat
      * hired by the as-at date, reconstructed as 4200 does, one
      * pipe-delimited line each in ../data/employees_asat_<date>.txt
      * with the fields whose history is incomplete named at the end
      * of the line. Employees deleted from the master since cannot
      * be reconstructed and are not on it.
      *****************************************************************
       4300-EMPLOYEE-ASAT-EXTRACT.
           PERFORM 4202-ACCEPT-ASAT-DATE
           IF WS-AA-ASAT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AA-EXTRACT-NAME
           STRING "../data/employees_asat_" WS-AA-ASAT ".txt"
               DELIMITED BY SIZE INTO WS-AA-EXTRACT-NAME
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open employees.dat - status "
                       EMP-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ASAT-EXTRACT-FILE
           IF AX-FILE-STATUS NOT = '00'
               DISPLAY "Cannot create "
                       FUNCTION TRIM(WS-AA-EXTRACT-NAME)
                       " - status " AX-FILE-STATUS
               CLOSE EMPLOYEE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4205-FIND-LOG-START
           MOVE 0 TO WS-AA-READ-COUNT WS-AA-WRITTEN WS-AA-FLAGGED
                     WS-AA-SKIPPED
           PERFORM 4310-WRITE-EXTRACT-HEADER
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE '10' TO EMP-FILE-STATUS
           END-START
           PERFORM UNTIL EMP-FILE-STATUS NOT = '00'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO EMP-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-AA-READ-COUNT
                       IF EMP-HIRE-DATE > WS-AA-ASAT
                           ADD 1 TO WS-AA-SKIPPED
                       ELSE
                           PERFORM 4210-RECONSTRUCT-EMPLOYEE
                           PERFORM 4320-WRITE-EXTRACT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE ASAT-EXTRACT-FILE
           DISPLAY " "
           DISPLAY "====== EMPLOYEE MASTER AS AT " WS-AA-ASAT
                   " ======"
           DISPLAY "Employees on file:          " WS-AA-READ-COUNT
           DISPLAY "Written to the extract:     " WS-AA-WRITTEN
           DISPLAY "  with incomplete history:  " WS-AA-FLAGGED
           DISPLAY "Not yet employed (omitted): " WS-AA-SKIPPED
           DISPLAY "Extract: " FUNCTION TRIM(WS-AA-EXTRACT-NAME).

      *>   Column names, the field list in order.
       4310-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO WS-AA-LINE
           MOVE 1 TO WS-AA-PTR
           STRING "EMP-ID|AS-AT" DELIMITED BY SIZE
               INTO WS-AA-LINE WITH POINTER WS-AA-PTR
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-FIELD-COUNT
               STRING "|" DELIMITED BY SIZE
                      WS-AA-F-NAME(WS-AA-IDX) DELIMITED BY SPACE
                   INTO WS-AA-LINE WITH POINTER WS-AA-PTR
           END-PERFORM
           STRING "|INCOMPLETE-HISTORY" DELIMITED BY SIZE
               INTO WS-AA-LINE WITH POINTER WS-AA-PTR
           WRITE ASAT-EXTRACT-RECORD FROM WS-AA-LINE.

      *>   One employee's as-at line; the last column names each
      *>   field flagged incomplete, space-separated.
       4320-WRITE-EXTRACT-LINE.
           MOVE SPACES TO WS-AA-LINE
           MOVE 1 TO WS-AA-PTR
           STRING EMP-ID DELIMITED BY SPACE
                  "|" WS-AA-ASAT DELIMITED BY SIZE
               INTO WS-AA-LINE WITH POINTER WS-AA-PTR
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-FIELD-COUNT
               STRING "|" FUNCTION TRIM(WS-AA-VALUE(WS-AA-IDX))
                   DELIMITED BY SIZE
                   INTO WS-AA-LINE WITH POINTER WS-AA-PTR
           END-PERFORM
           STRING "|" DELIMITED BY SIZE
               INTO WS-AA-LINE WITH POINTER WS-AA-PTR
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-FIELD-COUNT
               IF WS-AA-FLAG(WS-AA-IDX)(1:10) = "INCOMPLETE"
                   STRING WS-AA-F-NAME(WS-AA-IDX) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                       INTO WS-AA-LINE WITH POINTER WS-AA-PTR
               END-IF
           END-PERFORM
           WRITE ASAT-EXTRACT-RECORD FROM WS-AA-LINE
           ADD 1 TO WS-AA-WRITTEN
           IF WS-AA-INCOMPLETE > 0
               ADD 1 TO WS-AA-FLAGGED
           END-IF.

      *****************************************************************
      * 4400-TURNOVER-REPORT - staff turnover for a chosen period by
      * department, branch, grade and EEA occupational level: opening
      * and closing headcount, joiners and leavers, the turnover rate
      * (leavers over the average of opening and closing headcount),
      * leavers by uFiling termination reason, average tenure at exit,
      * early attrition (leavers within 90 days and within a year of
      * hire) and a 12-month rolling trend for the company. Every
      * employment spell counts on its own, so a rehire joins again
      * rather than continuing the old spell. Earlier spells take the
      * employee's current department, branch, grade and level, the
      * only ones on record. Extract: ../data/turnover_<from>_<to>.txt.
      *****************************************************************
       4400-TURNOVER-REPORT.
           DISPLAY "Period from (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-TO-FROM
           DISPLAY "Period to (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-TO-TO
           IF WS-TO-FROM NOT NUMERIC OR WS-TO-TO NOT NUMERIC
                   OR WS-TO-FROM = 0 OR WS-TO-TO < WS-TO-FROM
               DISPLAY "Invalid period"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4410-LOAD-TURNOVER-SPELLS
           IF WS-TO-SPELL-COUNT = 0
               DISPLAY "No employment spells on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TO-GRP-COUNT
           PERFORM VARYING WS-TO-SP-IDX FROM 1 BY 1
                   UNTIL WS-TO-SP-IDX > WS-TO-SPELL-COUNT
               PERFORM 4420-COUNT-SPELL
           END-PERFORM
           PERFORM 4440-BUILD-TREND
           PERFORM 4450-SHOW-TURNOVER
           PERFORM 4470-WRITE-TURNOVER-EXTRACT.

      *****************************************************************
      * 4410-LOAD-TURNOVER-SPELLS - the spells of every employee on
      * the master (pending records are not yet employed): the current
      * spell off the master and each completed spell on the spell
      * file, less the one that is the master's own current spell, as
      * the QES return counts them. An unknown hire date (0) is taken
      * as employed from before any period asked about.
      *****************************************************************
       4410-LOAD-TURNOVER-SPELLS.
           MOVE 0 TO WS-TO-SPELL-COUNT
           MOVE 'N' TO WS-TO-FULL
           PERFORM 3710-QES-LOAD-SPELLS
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS = '00'
               PERFORM UNTIL EMP-FILE-STATUS NOT = '00'
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF NOT EMP-PENDING
                               PERFORM 4415-TAKE-EMPLOYEE-SPELLS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF
           IF WS-TO-FULL = 'Y'
               DISPLAY "** Over 5000 spells - the rest are not "
                       "counted **"
           END-IF.

       4415-TAKE-EMPLOYEE-SPELLS.
           PERFORM 4418-ADD-SPELL
           MOVE EMP-HIRE-DATE TO WS-TO-S-HIRE(WS-TO-SPELL-COUNT)
           IF EMP-TERMINATED
               MOVE EMP-TERM-DATE TO WS-TO-S-TERM(WS-TO-SPELL-COUNT)
               MOVE EMP-TERM-REASON
                   TO WS-TO-S-REASON(WS-TO-SPELL-COUNT)
           END-IF
           PERFORM VARYING WS-QE-SP-IDX FROM 1 BY 1
                   UNTIL WS-QE-SP-IDX > WS-QE-SP-COUNT
               IF WS-QE-SP-EMP(WS-QE-SP-IDX) = EMP-ID
                       AND WS-QE-SP-HIRE(WS-QE-SP-IDX)
                           NOT = EMP-HIRE-DATE
                       AND (NOT EMP-TERMINATED
                            OR WS-QE-SP-TERM(WS-QE-SP-IDX)
                               NOT = EMP-TERM-DATE)
                   PERFORM 4418-ADD-SPELL
                   MOVE WS-QE-SP-HIRE(WS-QE-SP-IDX)
                       TO WS-TO-S-HIRE(WS-TO-SPELL-COUNT)
                   MOVE WS-QE-SP-TERM(WS-QE-SP-IDX)
                       TO WS-TO-S-TERM(WS-TO-SPELL-COUNT)
                   MOVE WS-QE-SP-REASON(WS-QE-SP-IDX)
                       TO WS-TO-S-REASON(WS-TO-SPELL-COUNT)
               END-IF
           END-PERFORM.

      *>   A new spell with the employee's current classification; a
      *>   full table keeps overwriting its last slot.
       4418-ADD-SPELL.
           IF WS-TO-SPELL-COUNT < 5000
               ADD 1 TO WS-TO-SPELL-COUNT
           ELSE
               MOVE 'Y' TO WS-TO-FULL
           END-IF
           MOVE 0 TO WS-TO-S-TERM(WS-TO-SPELL-COUNT)
           MOVE SPACES TO WS-TO-S-REASON(WS-TO-SPELL-COUNT)
           MOVE EMP-DEPT TO WS-TO-S-DEPT(WS-TO-SPELL-COUNT)
           MOVE EMP-COMPANY-BRANCH TO WS-TO-S-BRANCH(WS-TO-SPELL-COUNT)
           MOVE EMP-GRADE TO WS-TO-S-GRADE(WS-TO-SPELL-COUNT)
           MOVE EMP-EE-OCC-LEVEL TO WS-TO-S-OCC(WS-TO-SPELL-COUNT).

      *****************************************************************
      * 4420-COUNT-SPELL - where spell WS-TO-SP-IDX stands against the
      * period, added into its group under each breakdown. A spell is
      * in the opening headcount when it started before the period
      * and had not ended before it; in the closing headcount when it
      * started by the period end and runs past it. The termination
      * date is the last day employed.
      *****************************************************************
       4420-COUNT-SPELL.
           MOVE 'N' TO WS-TO-OPENING WS-TO-CLOSING WS-TO-JOINER
                       WS-TO-LEAVER
           IF WS-TO-S-HIRE(WS-TO-SP-IDX) < WS-TO-FROM
                   AND (WS-TO-S-TERM(WS-TO-SP-IDX) = 0
                        OR WS-TO-S-TERM(WS-TO-SP-IDX) NOT < WS-TO-FROM)
               MOVE 'Y' TO WS-TO-OPENING
           END-IF
           IF WS-TO-S-HIRE(WS-TO-SP-IDX) NOT > WS-TO-TO
                   AND (WS-TO-S-TERM(WS-TO-SP-IDX) = 0
                        OR WS-TO-S-TERM(WS-TO-SP-IDX) > WS-TO-TO)
               MOVE 'Y' TO WS-TO-CLOSING
           END-IF
           IF WS-TO-S-HIRE(WS-TO-SP-IDX) NOT < WS-TO-FROM
                   AND WS-TO-S-HIRE(WS-TO-SP-IDX) NOT > WS-TO-TO
               MOVE 'Y' TO WS-TO-JOINER
           END-IF
           IF WS-TO-S-TERM(WS-TO-SP-IDX) NOT < WS-TO-FROM
                   AND WS-TO-S-TERM(WS-TO-SP-IDX) NOT > WS-TO-TO
               MOVE 'Y' TO WS-TO-LEAVER
           END-IF
           IF WS-TO-OPENING = 'N' AND WS-TO-CLOSING = 'N'
                   AND WS-TO-JOINER = 'N' AND WS-TO-LEAVER = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TO-DIM-IDX FROM 1 BY 1
                   UNTIL WS-TO-DIM-IDX > 5
               MOVE WS-TO-DIM-LIST(WS-TO-DIM-IDX:1) TO WS-TO-WANT-DIM
               EVALUATE WS-TO-WANT-DIM
                   WHEN 'T'
                       MOVE "COMPANY" TO WS-TO-WANT-VALUE
                   WHEN 'D'
                       MOVE WS-TO-S-DEPT(WS-TO-SP-IDX)
                           TO WS-TO-WANT-VALUE
                   WHEN 'B'
                       MOVE WS-TO-S-BRANCH(WS-TO-SP-IDX)
                           TO WS-TO-WANT-VALUE
                   WHEN 'G'
                       MOVE WS-TO-S-GRADE(WS-TO-SP-IDX)
                           TO WS-TO-WANT-VALUE
                   WHEN OTHER
                       MOVE WS-TO-S-OCC(WS-TO-SP-IDX)
                           TO WS-TO-WANT-VALUE
               END-EVALUATE
               IF WS-TO-WANT-VALUE = SPACES
                       OR (WS-TO-WANT-DIM = 'O'
                           AND WS-TO-WANT-VALUE = "0")
                   MOVE "(NOT CAPTURED)" TO WS-TO-WANT-VALUE
               END-IF
               PERFORM 4425-FIND-GROUP
               IF WS-TO-G-FOUND > 0
                   PERFORM 4430-ADD-TO-GROUP
               END-IF
           END-PERFORM.

       4425-FIND-GROUP.
           MOVE 0 TO WS-TO-G-FOUND
           PERFORM VARYING WS-TO-G-IDX FROM 1 BY 1
                   UNTIL WS-TO-G-IDX > WS-TO-GRP-COUNT
                      OR WS-TO-G-FOUND > 0
               IF WS-TO-G-DIM(WS-TO-G-IDX) = WS-TO-WANT-DIM
                       AND WS-TO-G-VALUE(WS-TO-G-IDX)
                           = WS-TO-WANT-VALUE
                   MOVE WS-TO-G-IDX TO WS-TO-G-FOUND
               END-IF
           END-PERFORM
           IF WS-TO-G-FOUND = 0 AND WS-TO-GRP-COUNT < 400
               ADD 1 TO WS-TO-GRP-COUNT
               MOVE WS-TO-GRP-COUNT TO WS-TO-G-FOUND
               INITIALIZE WS-TO-GRP(WS-TO-G-FOUND)
               MOVE WS-TO-WANT-DIM TO WS-TO-G-DIM(WS-TO-G-FOUND)
               MOVE WS-TO-WANT-VALUE TO WS-TO-G-VALUE(WS-TO-G-FOUND)
           END-IF.

      *>   Leavers by reason: 01-06 as uFiling codes them, 7 anything
      *>   else (including a blank reason on an old termination).
       4430-ADD-TO-GROUP.
           IF WS-TO-OPENING = 'Y'
               ADD 1 TO WS-TO-G-OPEN(WS-TO-G-FOUND)
           END-IF
           IF WS-TO-CLOSING = 'Y'
               ADD 1 TO WS-TO-G-CLOSE(WS-TO-G-FOUND)
           END-IF
           IF WS-TO-JOINER = 'Y'
               ADD 1 TO WS-TO-G-JOIN(WS-TO-G-FOUND)
           END-IF
           IF WS-TO-LEAVER = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TO-G-LEAVE(WS-TO-G-FOUND)
           EVALUATE WS-TO-S-REASON(WS-TO-SP-IDX)
               WHEN "01" MOVE 1 TO WS-TO-R
               WHEN "02" MOVE 2 TO WS-TO-R
               WHEN "03" MOVE 3 TO WS-TO-R
               WHEN "04" MOVE 4 TO WS-TO-R
               WHEN "05" MOVE 5 TO WS-TO-R
               WHEN "06" MOVE 6 TO WS-TO-R
               WHEN OTHER MOVE 7 TO WS-TO-R
           END-EVALUATE
           ADD 1 TO WS-TO-G-REASON(WS-TO-G-FOUND, WS-TO-R)
           IF WS-TO-S-HIRE(WS-TO-SP-IDX) > 0
               COMPUTE WS-TO-TENURE =
                   FUNCTION INTEGER-OF-DATE(WS-TO-S-TERM(WS-TO-SP-IDX))
                 - FUNCTION INTEGER-OF-DATE(WS-TO-S-HIRE(WS-TO-SP-IDX))
               IF WS-TO-TENURE < 0
                   MOVE 0 TO WS-TO-TENURE
               END-IF
               ADD WS-TO-TENURE TO WS-TO-G-TEN-DAYS(WS-TO-G-FOUND)
               ADD 1 TO WS-TO-G-TEN-COUNT(WS-TO-G-FOUND)
               IF WS-TO-TENURE < 90
                   ADD 1 TO WS-TO-G-EARLY-90(WS-TO-G-FOUND)
               END-IF
               IF WS-TO-TENURE < 365
                   ADD 1 TO WS-TO-G-EARLY-1Y(WS-TO-G-FOUND)
               END-IF
           END-IF.

      *****************************************************************
      * 4440-BUILD-TREND - headcount at each of the 24 month ends up to
      * the period's last month, and the leavers in each month. Month
      * 24 is the period's last month; months 13-24 are the trend.
      *****************************************************************
       4440-BUILD-TREND.
           COMPUTE WS-TO-YYYY = WS-TO-TO / 10000
           COMPUTE WS-TO-MM = (WS-TO-TO / 100) - (WS-TO-YYYY * 100)
           PERFORM VARYING WS-TO-M FROM 24 BY -1 UNTIL WS-TO-M < 1
               COMPUTE WS-TO-M-START(WS-TO-M) =
                   WS-TO-YYYY * 10000 + WS-TO-MM * 100 + 1
               MOVE SPACES TO WS-TO-M-KEY(WS-TO-M)
               STRING WS-TO-YYYY "-" WS-TO-MM
                   DELIMITED BY SIZE INTO WS-TO-M-KEY(WS-TO-M)
               IF WS-TO-MM = 12
                   COMPUTE WS-TO-M-END(WS-TO-M) =
                       FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(
                           (WS-TO-YYYY + 1) * 10000 + 0101) - 1)
               ELSE
                   COMPUTE WS-TO-M-END(WS-TO-M) =
                       FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(
                           WS-TO-YYYY * 10000
                           + (WS-TO-MM + 1) * 100 + 1) - 1)
               END-IF
               MOVE 0 TO WS-TO-M-HEADS(WS-TO-M)
               MOVE 0 TO WS-TO-M-LEAVE(WS-TO-M)
               IF WS-TO-MM = 1
                   MOVE 12 TO WS-TO-MM
                   SUBTRACT 1 FROM WS-TO-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-TO-MM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TO-SP-IDX FROM 1 BY 1
                   UNTIL WS-TO-SP-IDX > WS-TO-SPELL-COUNT
               PERFORM VARYING WS-TO-M FROM 1 BY 1 UNTIL WS-TO-M > 24
                   IF WS-TO-S-HIRE(WS-TO-SP-IDX)
                           NOT > WS-TO-M-END(WS-TO-M)
                       AND (WS-TO-S-TERM(WS-TO-SP-IDX) = 0
                            OR WS-TO-S-TERM(WS-TO-SP-IDX)
                               > WS-TO-M-END(WS-TO-M))
                       ADD 1 TO WS-TO-M-HEADS(WS-TO-M)
                   END-IF
                   IF WS-TO-S-TERM(WS-TO-SP-IDX)
                           NOT < WS-TO-M-START(WS-TO-M)
                       AND WS-TO-S-TERM(WS-TO-SP-IDX)
                           NOT > WS-TO-M-END(WS-TO-M)
                       ADD 1 TO WS-TO-M-LEAVE(WS-TO-M)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>   Turnover rate and average tenure at exit of group
      *>   WS-TO-G-IDX, into WS-TO-RATE and WS-TO-AVG-TENURE (years).
       4445-GROUP-RATES.
           COMPUTE WS-TO-AVG-HEADS =
               (WS-TO-G-OPEN(WS-TO-G-IDX) + WS-TO-G-CLOSE(WS-TO-G-IDX))
               / 2
           IF WS-TO-AVG-HEADS > 0
               COMPUTE WS-TO-RATE ROUNDED =
                   WS-TO-G-LEAVE(WS-TO-G-IDX) * 100 / WS-TO-AVG-HEADS
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TO-RATE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-TO-RATE
           END-IF
           IF WS-TO-G-TEN-COUNT(WS-TO-G-IDX) > 0
               COMPUTE WS-TO-AVG-TENURE ROUNDED =
                   WS-TO-G-TEN-DAYS(WS-TO-G-IDX)
                   / WS-TO-G-TEN-COUNT(WS-TO-G-IDX) / 365.25
           ELSE
               MOVE 0 TO WS-TO-AVG-TENURE
           END-IF.

      *****************************************************************
      * 4450-SHOW-TURNOVER - one section per breakdown, each group on
      * a line with its leavers by reason beneath it, then the trend.
      *****************************************************************
       4450-SHOW-TURNOVER.
           DISPLAY " "
           DISPLAY "============ STAFF TURNOVER " WS-TO-FROM " TO "
                   WS-TO-TO " ============"
           PERFORM VARYING WS-TO-DIM-IDX FROM 1 BY 1
                   UNTIL WS-TO-DIM-IDX > 5
               MOVE WS-TO-DIM-LIST(WS-TO-DIM-IDX:1) TO WS-TO-WANT-DIM
               DISPLAY " "
               EVALUATE WS-TO-WANT-DIM
                   WHEN 'T' DISPLAY "COMPANY"
                   WHEN 'D' DISPLAY "BY DEPARTMENT"
                   WHEN 'B' DISPLAY "BY BRANCH"
                   WHEN 'G' DISPLAY "BY GRADE"
                   WHEN OTHER DISPLAY "BY EEA OCCUPATIONAL LEVEL"
               END-EVALUATE
               DISPLAY "GROUP                 OPEN CLOSE  JOIN LEAVE"
                       "  RATE%  TENURE(Y) <90D  <1YR"
               PERFORM VARYING WS-TO-G-IDX FROM 1 BY 1
                       UNTIL WS-TO-G-IDX > WS-TO-GRP-COUNT
                   IF WS-TO-G-DIM(WS-TO-G-IDX) = WS-TO-WANT-DIM
                       PERFORM 4455-SHOW-GROUP
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY " "
           DISPLAY "12-MONTH ROLLING TREND (COMPANY)"
           DISPLAY "MONTH    HEADCOUNT LEAVERS  12M LEAVERS  12M RATE%"
           PERFORM VARYING WS-TO-M FROM 13 BY 1 UNTIL WS-TO-M > 24
               PERFORM 4460-ROLLING-RATE
               DISPLAY WS-TO-M-KEY(WS-TO-M) "     "
                       WS-TO-M-HEADS(WS-TO-M) "   "
                       WS-TO-M-LEAVE(WS-TO-M) "      "
                       WS-TO-ROLL-LEAVE "      "
                       WS-TO-PRINT-RATE
           END-PERFORM
           DISPLAY "============================================="
           DISPLAY "Reasons: DIS dismissed, RET retrenched, RES "
                   "resigned, CON contract expired,"
           DISPLAY "         DEC deceased, RTD retired, OTH other or "
                   "not captured".

       4455-SHOW-GROUP.
           PERFORM 4445-GROUP-RATES
           MOVE WS-TO-RATE TO WS-TO-PRINT-RATE
           MOVE WS-TO-AVG-TENURE TO WS-TO-PRINT-TEN
           DISPLAY WS-TO-G-VALUE(WS-TO-G-IDX) " "
                   WS-TO-G-OPEN(WS-TO-G-IDX) " "
                   WS-TO-G-CLOSE(WS-TO-G-IDX) " "
                   WS-TO-G-JOIN(WS-TO-G-IDX) " "
                   WS-TO-G-LEAVE(WS-TO-G-IDX) " "
                   WS-TO-PRINT-RATE "     "
                   WS-TO-PRINT-TEN " "
                   WS-TO-G-EARLY-90(WS-TO-G-IDX) " "
                   WS-TO-G-EARLY-1Y(WS-TO-G-IDX)
           IF WS-TO-G-LEAVE(WS-TO-G-IDX) > 0
               DISPLAY "    LEAVERS: DIS "
                       WS-TO-G-REASON(WS-TO-G-IDX, 1)
                       " RET " WS-TO-G-REASON(WS-TO-G-IDX, 2)
                       " RES " WS-TO-G-REASON(WS-TO-G-IDX, 3)
                       " CON " WS-TO-G-REASON(WS-TO-G-IDX, 4)
                       " DEC " WS-TO-G-REASON(WS-TO-G-IDX, 5)
                       " RTD " WS-TO-G-REASON(WS-TO-G-IDX, 6)
                       " OTH " WS-TO-G-REASON(WS-TO-G-IDX, 7)
           END-IF.

      *>   Month WS-TO-M's leavers over the twelve months to it,
      *>   against the average of the headcount a year before and at
      *>   the month end.
       4460-ROLLING-RATE.
           MOVE 0 TO WS-TO-ROLL-LEAVE
           COMPUTE WS-TO-K = WS-TO-M - 11
           PERFORM UNTIL WS-TO-K > WS-TO-M
               ADD WS-TO-M-LEAVE(WS-TO-K) TO WS-TO-ROLL-LEAVE
               ADD 1 TO WS-TO-K
           END-PERFORM
           COMPUTE WS-TO-K = WS-TO-M - 12
           COMPUTE WS-TO-AVG-HEADS =
               (WS-TO-M-HEADS(WS-TO-K) + WS-TO-M-HEADS(WS-TO-M)) / 2
           IF WS-TO-AVG-HEADS > 0
               COMPUTE WS-TO-RATE ROUNDED =
                   WS-TO-ROLL-LEAVE * 100 / WS-TO-AVG-HEADS
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TO-RATE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-TO-RATE
           END-IF
           MOVE WS-TO-RATE TO WS-TO-PRINT-RATE.

      *****************************************************************
      * 4470-WRITE-TURNOVER-EXTRACT - the same figures for the board
      * pack spreadsheet, pipe-delimited: G lines per group
      * (breakdown|group|open|close|join|leave|rate|tenure|<90d|<1yr),
      * R lines with each group's leavers by reason 01-06 and other,
      * T lines per trend month (month|heads|leavers|12m|12m rate).
      *****************************************************************
       4470-WRITE-TURNOVER-EXTRACT.
           MOVE 0 TO WS-TO-LINES
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/turnover_" WS-TO-FROM "_" WS-TO-TO ".txt"
               DELIMITED BY SIZE INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXPORT-RECORD
           STRING "H|TURNOVER|" WS-TO-FROM "|" WS-TO-TO
               DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 4495-PUT-TURNOVER-LINE
           PERFORM VARYING WS-TO-G-IDX FROM 1 BY 1
                   UNTIL WS-TO-G-IDX > WS-TO-GRP-COUNT
               PERFORM 4445-GROUP-RATES
               MOVE WS-TO-RATE TO WS-TO-PRINT-RATE
               MOVE WS-TO-AVG-TENURE TO WS-TO-PRINT-TEN
               STRING "G|" WS-TO-G-DIM(WS-TO-G-IDX) "|"
                      FUNCTION TRIM(WS-TO-G-VALUE(WS-TO-G-IDX)) "|"
                      WS-TO-G-OPEN(WS-TO-G-IDX) "|"
                      WS-TO-G-CLOSE(WS-TO-G-IDX) "|"
                      WS-TO-G-JOIN(WS-TO-G-IDX) "|"
                      WS-TO-G-LEAVE(WS-TO-G-IDX) "|"
                      FUNCTION TRIM(WS-TO-PRINT-RATE) "|"
                      FUNCTION TRIM(WS-TO-PRINT-TEN) "|"
                      WS-TO-G-EARLY-90(WS-TO-G-IDX) "|"
                      WS-TO-G-EARLY-1Y(WS-TO-G-IDX)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 4495-PUT-TURNOVER-LINE
               STRING "R|" WS-TO-G-DIM(WS-TO-G-IDX) "|"
                      FUNCTION TRIM(WS-TO-G-VALUE(WS-TO-G-IDX)) "|"
                      WS-TO-G-REASON(WS-TO-G-IDX, 1) "|"
                      WS-TO-G-REASON(WS-TO-G-IDX, 2) "|"
                      WS-TO-G-REASON(WS-TO-G-IDX, 3) "|"
                      WS-TO-G-REASON(WS-TO-G-IDX, 4) "|"
                      WS-TO-G-REASON(WS-TO-G-IDX, 5) "|"
                      WS-TO-G-REASON(WS-TO-G-IDX, 6) "|"
                      WS-TO-G-REASON(WS-TO-G-IDX, 7)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 4495-PUT-TURNOVER-LINE
           END-PERFORM
           PERFORM VARYING WS-TO-M FROM 13 BY 1 UNTIL WS-TO-M > 24
               PERFORM 4460-ROLLING-RATE
               STRING "T|" WS-TO-M-KEY(WS-TO-M) "|"
                      WS-TO-M-HEADS(WS-TO-M) "|"
                      WS-TO-M-LEAVE(WS-TO-M) "|"
                      WS-TO-ROLL-LEAVE "|"
                      FUNCTION TRIM(WS-TO-PRINT-RATE)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
               PERFORM 4495-PUT-TURNOVER-LINE
           END-PERFORM
           CLOSE EXPORT-FILE
           DISPLAY "Extract: " FUNCTION TRIM(WS-EXPORT-FILENAME)
                   " (" WS-TO-LINES " lines)".

       4495-PUT-TURNOVER-LINE.
           WRITE EXPORT-RECORD
           ADD 1 TO WS-TO-LINES
           MOVE SPACES TO EXPORT-RECORD.

      *****************************************************************
      * 4500-BELOW-MIN-WAGE-REPORT - employees paid below the minimum
      * wage that applies to them: each employee's sector (own
      * assignment, position type, department, else NATL) and the
      * rate in force on the as-at date, off MINWAGE. A monthly salary
      * (a part-timer's is the full-time equivalent) is held to the
      * monthly minimum; an hourly rate, and a part-timer's salary
      * over 160 hours, to the hourly one. Pieceworkers are floored
      * at the run itself, so are not listed. Terminated and pending
      * records are left out.
      *****************************************************************
       4500-BELOW-MIN-WAGE-REPORT.
           DISPLAY "As-at date (YYYYMMDD, 0 for today): "
                   WITH NO ADVANCING
           ACCEPT WS-BM-AS-AT
           IF WS-BM-AS-AT NOT NUMERIC OR WS-BM-AS-AT = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BM-AS-AT
           END-IF
           MOVE 'Y' TO WS-BM-RELOAD
           MOVE 0 TO WS-BM-COUNT
           MOVE 0 TO WS-BM-CHECKED
           MOVE 0 TO WS-BM-LINES
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open employee file"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/below_min_wage_" WS-BM-AS-AT ".txt"
               DELIMITED BY SIZE INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
               CLOSE EMPLOYEE-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "======= EMPLOYEES PAID BELOW THEIR MINIMUM WAGE "
                   "AS AT " WS-BM-AS-AT " ======="
           DISPLAY "EMP ID     SECTOR BASIS   PAY        MINIMUM    "
                   "SHORT BY   DEPARTMENT"
           MOVE SPACES TO EXPORT-RECORD
           STRING "H|BELOW-MIN-WAGE|" WS-BM-AS-AT
               DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 4595-PUT-MIN-WAGE-LINE
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE '10' TO EMP-FILE-STATUS
           END-START
           PERFORM UNTIL EMP-FILE-STATUS = '10'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO EMP-FILE-STATUS
                   NOT AT END
                       IF NOT EMP-TERMINATED AND NOT EMP-PENDING
                               AND EMP-TYPE NOT = 'W'
                           PERFORM 4510-CHECK-EMPLOYEE-MIN-WAGE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO EXPORT-RECORD
           STRING "T|" WS-BM-CHECKED "|" WS-BM-COUNT
               DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 4595-PUT-MIN-WAGE-LINE
           CLOSE EXPORT-FILE
           CLOSE EMPLOYEE-FILE
           DISPLAY " "
           DISPLAY "Employees checked: " WS-BM-CHECKED
                   "   below minimum: " WS-BM-COUNT
           DISPLAY "Extract: " FUNCTION TRIM(WS-EXPORT-FILENAME)
                   " (" WS-BM-LINES " lines)".

       4510-CHECK-EMPLOYEE-MIN-WAGE.
           ADD 1 TO WS-BM-CHECKED
           MOVE EMP-ID            TO WS-BM-EMP-ID
           MOVE EMP-DEPT          TO WS-BM-DEPT
           MOVE EMP-POSITION-TYPE TO WS-BM-POSITION-TYPE
           CALL "MINWAGE" USING WS-BM-PARAMS
           IF WS-BM-SECTOR = SPACES
               MOVE "NATL" TO WS-BM-SECTOR
           END-IF
           IF EMP-BASE-SALARY > 0 AND EMP-BASE-SALARY < WS-BM-MONTHLY
               MOVE "MONTHLY" TO WS-BM-BASIS
               MOVE EMP-BASE-SALARY TO WS-BM-PAY
               MOVE WS-BM-MONTHLY TO WS-BM-MINIMUM
               PERFORM 4520-LIST-BELOW-MINIMUM
           END-IF
           IF EMP-TYPE = 'P' AND EMP-BASE-SALARY > 0
                   AND WS-BM-HOURLY > 0
                   AND EMP-BASE-SALARY / 160 < WS-BM-HOURLY
               MOVE "HOURLY" TO WS-BM-BASIS
               COMPUTE WS-BM-PAY ROUNDED = EMP-BASE-SALARY / 160
               MOVE WS-BM-HOURLY TO WS-BM-MINIMUM
               PERFORM 4520-LIST-BELOW-MINIMUM
           END-IF
           IF EMP-PAY-RATE > 0 AND WS-BM-HOURLY > 0
                   AND EMP-PAY-RATE < WS-BM-HOURLY
               MOVE "RATE" TO WS-BM-BASIS
               MOVE EMP-PAY-RATE TO WS-BM-PAY
               MOVE WS-BM-HOURLY TO WS-BM-MINIMUM
               PERFORM 4520-LIST-BELOW-MINIMUM
           END-IF.

      *> One line per shortfall; an employee short on more than one
      *> basis is counted once.
       4520-LIST-BELOW-MINIMUM.
           IF WS-BM-EMP-ID NOT = SPACES
               ADD 1 TO WS-BM-COUNT
               MOVE SPACES TO WS-BM-EMP-ID
           END-IF
           COMPUTE WS-BM-SHORT = WS-BM-MINIMUM - WS-BM-PAY
           MOVE WS-BM-PAY TO WS-BM-PRINT-PAY
           MOVE WS-BM-MINIMUM TO WS-BM-PRINT-MIN
           MOVE WS-BM-SHORT TO WS-BM-PRINT-SHORT
           DISPLAY EMP-ID " " WS-BM-SECTOR "   " WS-BM-BASIS " "
                   WS-BM-PRINT-PAY " " WS-BM-PRINT-MIN " "
                   WS-BM-PRINT-SHORT " " EMP-DEPT
           MOVE SPACES TO EXPORT-RECORD
           STRING "E|" EMP-ID "|" WS-BM-SECTOR "|"
                  FUNCTION TRIM(WS-BM-BASIS) "|"
                  FUNCTION TRIM(WS-BM-PRINT-PAY) "|"
                  FUNCTION TRIM(WS-BM-PRINT-MIN) "|"
                  FUNCTION TRIM(WS-BM-PRINT-SHORT) "|"
                  FUNCTION TRIM(EMP-DEPT)
               DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 4595-PUT-MIN-WAGE-LINE.

       4595-PUT-MIN-WAGE-LINE.
           WRITE EXPORT-RECORD
           ADD 1 TO WS-BM-LINES
           MOVE SPACES TO EXPORT-RECORD.

      *****************************************************************
      * 4600-DAYS-ABROAD-MONITOR - employees working abroad measured
      * against the section 10(1)(o)(ii) tests as at a date: full
      * days abroad in the 12 months to that date (more than 183
      * needed) and the longest continuous stretch (more than 60
      * needed). Anyone who passes both is listed as QUALIFIES; anyone
      * within SC-FS-WATCH-DAYS of either test as NEAR, so the
      * travel plan can be looked at before the exemption is won or
      * lost. Terminated employees are left out.
      *****************************************************************
       4600-DAYS-ABROAD-MONITOR.
           DISPLAY "As-at date (YYYYMMDD, 0 for today): "
                   WITH NO ADVANCING
           ACCEPT WS-DM-AS-AT
           IF WS-DM-AS-AT NOT NUMERIC OR WS-DM-AS-AT = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DM-AS-AT
           END-IF
           MOVE 30 TO WS-DM-WATCH-DAYS
           OPEN INPUT SYSCONFIG-FILE
           IF CONFIG-FILE-STATUS = '00'
               READ SYSCONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-FS-WATCH-DAYS NUMERIC
                               AND SC-FS-EXEMPT-CAP NUMERIC
                               AND SC-FS-EXEMPT-CAP > 0
                           MOVE SC-FS-WATCH-DAYS TO WS-DM-WATCH-DAYS
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF
           MOVE 0 TO WS-DM-PERIOD-FROM
           MOVE 0 TO WS-DM-PERIOD-TO
           MOVE 'Y' TO WS-DM-RELOAD
           MOVE 0 TO WS-DM-QUALIFY-COUNT
           MOVE 0 TO WS-DM-NEAR-COUNT
           MOVE 0 TO WS-DM-LINES
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open employee file"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/days_abroad_monitor_" WS-DM-AS-AT ".txt"
               DELIMITED BY SIZE INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
               CLOSE EMPLOYEE-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "=========== DAYS ABROAD MONITOR AS AT "
                   WS-DM-AS-AT " ==========="
           DISPLAY "Tests: more than 183 full days abroad in 12 "
                   "months, more than 60 continuous; warning "
                   "margin " WS-DM-WATCH-DAYS " days"
           DISPLAY "EMP ID     STATUS    12-MTH LONGEST SHORT/TOT "
                   "SHORT/CONT NOW COUNTRY"
           MOVE SPACES TO EXPORT-RECORD
           STRING "H|DAYS-ABROAD|" WS-DM-AS-AT "|" WS-DM-WATCH-DAYS
               DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 4695-PUT-MONITOR-LINE
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE '10' TO EMP-FILE-STATUS
           END-START
           PERFORM UNTIL EMP-FILE-STATUS = '10'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO EMP-FILE-STATUS
                   NOT AT END
                       IF NOT EMP-TERMINATED
                           PERFORM 4610-CHECK-DAYS-ABROAD
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO EXPORT-RECORD
           STRING "T|" WS-DM-QUALIFY-COUNT "|" WS-DM-NEAR-COUNT
               DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 4695-PUT-MONITOR-LINE
           CLOSE EXPORT-FILE
           CLOSE EMPLOYEE-FILE
           DISPLAY " "
           DISPLAY "Qualifying: " WS-DM-QUALIFY-COUNT
                   "   near the thresholds: " WS-DM-NEAR-COUNT
           DISPLAY "Extract: " FUNCTION TRIM(WS-EXPORT-FILENAME)
                   " (" WS-DM-LINES " lines)".

       4610-CHECK-DAYS-ABROAD.
           MOVE EMP-ID TO WS-DM-EMP-ID
           CALL "DAYSABROAD" USING WS-DM-PARAMS
           IF WS-DM-WINDOW-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DM-WINDOW-DAYS > 183
               MOVE 0 TO WS-DM-SHORT-TOTAL
           ELSE
               COMPUTE WS-DM-SHORT-TOTAL = 184 - WS-DM-WINDOW-DAYS
           END-IF
           IF WS-DM-LONGEST > 60
               MOVE 0 TO WS-DM-SHORT-CONT
           ELSE
               COMPUTE WS-DM-SHORT-CONT = 61 - WS-DM-LONGEST
           END-IF
           EVALUATE TRUE
               WHEN WS-DM-QUALIFIES = 'Y'
                   MOVE "QUALIFIES" TO WS-DM-STATUS
                   ADD 1 TO WS-DM-QUALIFY-COUNT
               WHEN (WS-DM-SHORT-TOTAL > 0
                       AND WS-DM-SHORT-TOTAL NOT > WS-DM-WATCH-DAYS)
                    OR (WS-DM-SHORT-CONT > 0
                       AND WS-DM-SHORT-CONT NOT > WS-DM-WATCH-DAYS)
                   MOVE "NEAR" TO WS-DM-STATUS
                   ADD 1 TO WS-DM-NEAR-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY EMP-ID " " WS-DM-STATUS " " WS-DM-WINDOW-DAYS
                   "    " WS-DM-LONGEST "     " WS-DM-SHORT-TOTAL
                   "       " WS-DM-SHORT-CONT "        "
                   WS-DM-ABROAD-NOW "   " WS-DM-COUNTRY
           MOVE SPACES TO EXPORT-RECORD
           STRING "E|" EMP-ID "|" FUNCTION TRIM(WS-DM-STATUS) "|"
                  WS-DM-WINDOW-DAYS "|" WS-DM-LONGEST "|"
                  WS-DM-SHORT-TOTAL "|" WS-DM-SHORT-CONT "|"
                  WS-DM-ABROAD-NOW "|" FUNCTION TRIM(WS-DM-COUNTRY)
               DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 4695-PUT-MONITOR-LINE.

       4695-PUT-MONITOR-LINE.
           WRITE EXPORT-RECORD
           ADD 1 TO WS-DM-LINES
           MOVE SPACES TO EXPORT-RECORD.

      *****************************************************************
      * 4700-FORM-940 - the annual federal unemployment (FUTA) return
      * for the US roster: total payments for the calendar year off
      * the un-voided payroll records and any takeon, the part of
      * each employee's wages over the FUTA wage base, taxable FUTA
      * wages and the tax at the approved rate, the Part 5 quarterly
      * liabilities and the states wages were paid in - shown against
      * the FUTA PAYROLL costed, exported to a registered extract.
      *****************************************************************
       4700-FORM-940.
           DISPLAY "Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-UF-YEAR
           MOVE 0 TO WS-UF-QUARTER
           PERFORM 4710-LOAD-US-UNEMP-ROWS
           PERFORM 4720-LOAD-US-STAFF
           IF WS-UF-EMP-COUNT = 0
               DISPLAY "NO US EMPLOYEES ON THE ROSTER"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4730-SWEEP-US-WAGES
           PERFORM 4770-COLLECT-STATES

           COMPUTE WS-UF-OVER-BASE = WS-UF-TOTAL-PAY - WS-UF-FUTA-WAGES
           COMPUTE WS-UF-FUTA-TAX ROUNDED =
                   WS-UF-FUTA-WAGES * WS-UF-FUTA-RATE
           PERFORM VARYING WS-UF-Q FROM 1 BY 1 UNTIL WS-UF-Q > 4
               COMPUTE WS-UF-QTR-LIAB(WS-UF-Q) ROUNDED =
                       WS-UF-QTR-TAXABLE(WS-UF-Q) * WS-UF-FUTA-RATE
           END-PERFORM
           COMPUTE WS-UF-DIFFERENCE = WS-UF-FUTA-TAX - WS-UF-FUTA-BOOKED
           COMPUTE WS-UF-RATE-PCT = WS-UF-FUTA-RATE * 100
           MOVE WS-UF-RATE-PCT TO WS-UF-PRINT-PCT
           PERFORM 4750-DISPLAY-940
           PERFORM 4760-EXPORT-940.

      *>   The approved rows off us_unemployment.dat, and the FUTA
      *>   base and rate for the year (0.6% of 7,000.00 with no row).
       4710-LOAD-US-UNEMP-ROWS.
           MOVE 0 TO WS-UF-RATE-COUNT
           OPEN INPUT US-UNEMP-FILE
           IF UU-FILE-STATUS = '00'
               PERFORM UNTIL UU-FILE-STATUS = '10'
                   READ US-UNEMP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF UU-IS-APPROVED AND WS-UF-RATE-COUNT < 200
                               ADD 1 TO WS-UF-RATE-COUNT
                               MOVE UU-JURIS
                                   TO WS-UF-R-JURIS(WS-UF-RATE-COUNT)
                               MOVE UU-YEAR
                                   TO WS-UF-R-YEAR(WS-UF-RATE-COUNT)
                               MOVE UU-WAGE-BASE
                                   TO WS-UF-R-BASE(WS-UF-RATE-COUNT)
                               MOVE UU-RATE
                                   TO WS-UF-R-RATE(WS-UF-RATE-COUNT)
                               MOVE UU-ER-ACCOUNT
                                   TO WS-UF-R-ACCOUNT(WS-UF-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE US-UNEMP-FILE
           END-IF
           MOVE "US" TO WS-UF-WANT-JURIS
           PERFORM 4715-FIND-US-UNEMP-RATE
           IF WS-UF-FOUND = 'Y'
               MOVE WS-UF-BASE TO WS-UF-FUTA-BASE
               MOVE WS-UF-RATE TO WS-UF-FUTA-RATE
           ELSE
               MOVE 7000.00 TO WS-UF-FUTA-BASE
               MOVE 0.006 TO WS-UF-FUTA-RATE
           END-IF.

      *>   WS-UF-WANT-JURIS's row for WS-UF-YEAR, else its latest
      *>   earlier year - the same choice PAYROLL's 377 makes.
       4715-FIND-US-UNEMP-RATE.
           MOVE 'N' TO WS-UF-FOUND
           MOVE 0 TO WS-UF-BEST-YEAR
           MOVE 0 TO WS-UF-BASE
           MOVE 0 TO WS-UF-RATE
           MOVE SPACES TO WS-UF-ACCOUNT
           PERFORM VARYING WS-UF-R FROM 1 BY 1
                   UNTIL WS-UF-R > WS-UF-RATE-COUNT
               IF WS-UF-R-JURIS(WS-UF-R) = WS-UF-WANT-JURIS
                       AND WS-UF-R-YEAR(WS-UF-R) NOT > WS-UF-YEAR
                       AND WS-UF-R-YEAR(WS-UF-R) NOT < WS-UF-BEST-YEAR
                   MOVE 'Y' TO WS-UF-FOUND
                   MOVE WS-UF-R-YEAR(WS-UF-R) TO WS-UF-BEST-YEAR
                   MOVE WS-UF-R-BASE(WS-UF-R) TO WS-UF-BASE
                   MOVE WS-UF-R-RATE(WS-UF-R) TO WS-UF-RATE
                   MOVE WS-UF-R-ACCOUNT(WS-UF-R) TO WS-UF-ACCOUNT
               END-IF
           END-PERFORM.

      *>   Every US employee (leavers included - they may have been
      *>   paid in the year) with their work state's SUI wage base,
      *>   then any takeon wages for the year, which use the bases up
      *>   first.
       4720-LOAD-US-STAFF.
           MOVE 0 TO WS-UF-EMP-COUNT
           MOVE 0 TO WS-UF-TOTAL-PAY
           MOVE 0 TO WS-UF-FUTA-WAGES
           MOVE 0 TO WS-UF-FUTA-BOOKED
           PERFORM VARYING WS-UF-Q FROM 1 BY 1 UNTIL WS-UF-Q > 4
               MOVE 0 TO WS-UF-QTR-TAXABLE(WS-UF-Q)
           END-PERFORM
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS = '00'
               MOVE LOW-VALUES TO EMP-ID
               START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL EMP-FILE-STATUS = '10'
                           READ EMPLOYEE-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF EMP-COUNTRY-US
                                           AND WS-UF-EMP-COUNT < 500
                                       PERFORM 4725-ADD-US-EMPLOYEE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               CLOSE EMPLOYEE-FILE
           END-IF

           OPEN INPUT TAKEON-FILE
           IF TK-FILE-STATUS = '00'
               PERFORM VARYING WS-UF-HIT FROM 1 BY 1
                       UNTIL WS-UF-HIT > WS-UF-EMP-COUNT
                   MOVE WS-UF-E-ID(WS-UF-HIT) TO TK-EMP-ID
                   MOVE WS-UF-YEAR TO TK-TAX-YEAR
                   READ TAKEON-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TK-GROSS TO WS-UF-AMOUNT
                           MOVE 0 TO WS-UF-BOOK-FUTA
                           MOVE 0 TO WS-UF-BOOK-SUI
                           MOVE 1 TO WS-UF-Q
                           MOVE 'Y' TO WS-UF-FROM-TAKEON
                           PERFORM 4740-TAKE-US-WAGES
                   END-READ
               END-PERFORM
               CLOSE TAKEON-FILE
           END-IF.

       4725-ADD-US-EMPLOYEE.
           ADD 1 TO WS-UF-EMP-COUNT
           MOVE WS-UF-EMP-COUNT TO WS-UF-I
           MOVE EMP-ID TO WS-UF-E-ID(WS-UF-I)
           MOVE EMP-NAME TO WS-UF-E-NAME(WS-UF-I)
           MOVE EMP-SSN TO WS-UF-E-SSN(WS-UF-I)
           MOVE EMP-WORK-STATE TO WS-UF-E-STATE(WS-UF-I)
           MOVE 'N' TO WS-UF-E-PAID(WS-UF-I)
           MOVE 0 TO WS-UF-E-CUM(WS-UF-I)
           MOVE 0 TO WS-UF-E-QTR-GROSS(WS-UF-I)
           MOVE 0 TO WS-UF-E-QTR-TAXABLE(WS-UF-I)
           MOVE 0 TO WS-UF-E-QTR-BOOKED(WS-UF-I)
           MOVE 'N' TO WS-UF-E-SUI-FOUND(WS-UF-I)
           MOVE 0 TO WS-UF-E-SUI-BASE(WS-UF-I)
           IF EMP-WORK-STATE NOT = SPACES
               MOVE EMP-WORK-STATE TO WS-UF-WANT-JURIS
               PERFORM 4715-FIND-US-UNEMP-RATE
               IF WS-UF-FOUND = 'Y'
                   MOVE 'Y' TO WS-UF-E-SUI-FOUND(WS-UF-I)
                   MOVE WS-UF-BASE TO WS-UF-E-SUI-BASE(WS-UF-I)
               END-IF
           END-IF.

      *>   The year's un-voided payroll records in key order, so each
      *>   employee's periods arrive in date order and the wage bases
      *>   are used up in the order the wages were paid.
       4730-SWEEP-US-WAGES.
           OPEN INPUT PAYROLL-FILE
           IF PAY-FILE-STATUS = '00'
               PERFORM UNTIL PAY-FILE-STATUS = '10'
                   READ PAYROLL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PR-PAY-PERIOD(1:4) = WS-UF-YEAR
                                   AND PR-RUN-TYPE NOT = 'V'
                               PERFORM 4735-TAKE-US-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-FILE
           END-IF.

       4735-TAKE-US-RECORD.
           MOVE 0 TO WS-UF-HIT
           PERFORM VARYING WS-UF-I FROM 1 BY 1
                   UNTIL WS-UF-I > WS-UF-EMP-COUNT
               IF WS-UF-E-ID(WS-UF-I) = PR-EMP-ID
                   MOVE WS-UF-I TO WS-UF-HIT
               END-IF
           END-PERFORM
           IF WS-UF-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PR-PAY-PERIOD(6:2) TO WS-UF-REC-MONTH
           COMPUTE WS-UF-Q = (WS-UF-REC-MONTH + 2) / 3
           MOVE PR-GROSS-PAY TO WS-UF-AMOUNT
           MOVE PR-US-FUTA TO WS-UF-BOOK-FUTA
           MOVE PR-US-SUI TO WS-UF-BOOK-SUI
           MOVE 'N' TO WS-UF-FROM-TAKEON
           PERFORM 4740-TAKE-US-WAGES.

      *>   WS-UF-AMOUNT paid to employee WS-UF-HIT in quarter WS-UF-Q:
      *>   into the year's payments, the FUTA wages under the federal
      *>   base and - for the quarter being reported - the quarter
      *>   wages and the wages under the work state's base. Takeon
      *>   wages use the bases up but were reported by the previous
      *>   payroll, so they are not quarter wages here.
       4740-TAKE-US-WAGES.
           ADD WS-UF-AMOUNT TO WS-UF-TOTAL-PAY
           MOVE 'Y' TO WS-UF-E-PAID(WS-UF-HIT)
           COMPUTE WS-UF-ROOM = WS-UF-FUTA-BASE - WS-UF-E-CUM(WS-UF-HIT)
           PERFORM 4745-TAXABLE-PART
           ADD WS-UF-TAXABLE TO WS-UF-FUTA-WAGES
           ADD WS-UF-TAXABLE TO WS-UF-QTR-TAXABLE(WS-UF-Q)
           ADD WS-UF-BOOK-FUTA TO WS-UF-FUTA-BOOKED
           IF WS-UF-Q = WS-UF-QUARTER AND WS-UF-FROM-TAKEON NOT = 'Y'
               ADD WS-UF-AMOUNT TO WS-UF-E-QTR-GROSS(WS-UF-HIT)
               ADD WS-UF-BOOK-SUI TO WS-UF-E-QTR-BOOKED(WS-UF-HIT)
               IF WS-UF-E-SUI-FOUND(WS-UF-HIT) = 'Y'
                   COMPUTE WS-UF-ROOM = WS-UF-E-SUI-BASE(WS-UF-HIT)
                           - WS-UF-E-CUM(WS-UF-HIT)
                   PERFORM 4745-TAXABLE-PART
                   ADD WS-UF-TAXABLE
                       TO WS-UF-E-QTR-TAXABLE(WS-UF-HIT)
               END-IF
           END-IF
           ADD WS-UF-AMOUNT TO WS-UF-E-CUM(WS-UF-HIT).

      *>   The part of WS-UF-AMOUNT inside WS-UF-ROOM.
       4745-TAXABLE-PART.
           IF WS-UF-ROOM < 0
               MOVE 0 TO WS-UF-ROOM
           END-IF
           IF WS-UF-AMOUNT > WS-UF-ROOM
               MOVE WS-UF-ROOM TO WS-UF-TAXABLE
           ELSE
               MOVE WS-UF-AMOUNT TO WS-UF-TAXABLE
           END-IF.

       4750-DISPLAY-940.
           DISPLAY " "
           DISPLAY "====== FORM 940 - " WS-UF-YEAR " ======"
           DISPLAY "EMPLOYEES PAID:              " WS-UF-PAID-COUNT
           MOVE WS-UF-FUTA-BASE TO WS-UF-PRINT-AMT
           DISPLAY "FUTA WAGE BASE / RATE %:  " WS-UF-PRINT-AMT
                   "  " WS-UF-PRINT-PCT
           MOVE WS-UF-TOTAL-PAY TO WS-UF-PRINT-AMT
           DISPLAY "TOTAL PAYMENTS (LINE 3):  " WS-UF-PRINT-AMT
           MOVE WS-UF-OVER-BASE TO WS-UF-PRINT-AMT
           DISPLAY "OVER WAGE BASE (LINE 5):  " WS-UF-PRINT-AMT
           MOVE WS-UF-FUTA-WAGES TO WS-UF-PRINT-AMT
           DISPLAY "TAXABLE FUTA (LINE 7):    " WS-UF-PRINT-AMT
           MOVE WS-UF-FUTA-TAX TO WS-UF-PRINT-AMT
           DISPLAY "FUTA TAX (LINE 8):        " WS-UF-PRINT-AMT
           MOVE WS-UF-FUTA-BOOKED TO WS-UF-PRINT-AMT
           DISPLAY "FUTA COSTED BY PAYROLL:   " WS-UF-PRINT-AMT
           MOVE WS-UF-DIFFERENCE TO WS-UF-PRINT-DIFF
           DISPLAY "DIFFERENCE:              " WS-UF-PRINT-DIFF
           DISPLAY "QUARTERLY LIABILITY (PART 5):"
           PERFORM VARYING WS-UF-Q FROM 1 BY 1 UNTIL WS-UF-Q > 4
               MOVE WS-UF-QTR-LIAB(WS-UF-Q) TO WS-UF-PRINT-AMT
               DISPLAY "  QUARTER " WS-UF-Q ":              "
                       WS-UF-PRINT-AMT
           END-PERFORM
           DISPLAY "STATES PAID IN (LINE 1):"
           PERFORM VARYING WS-UF-S FROM 1 BY 1
                   UNTIL WS-UF-S > WS-UF-ST-COUNT
               DISPLAY "  " WS-UF-ST-CODE(WS-UF-S)
           END-PERFORM
           IF WS-UF-NO-STATE > 0
               DISPLAY "WARNING: " WS-UF-NO-STATE
                       " EMPLOYEE(S) PAID WITH NO WORK STATE"
           END-IF
           DISPLAY "================================================".

       4760-EXPORT-940.
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/f940_" DELIMITED BY SIZE
                   WS-UF-YEAR DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXPORT-RECORD
           STRING "FORM 940 " WS-UF-YEAR
                   "  " WS-ER-TRADE-NAME(1:30)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE WS-UF-TOTAL-PAY TO WS-UF-PRINT-AMT
           STRING "LINE 3 TOTAL PAYMENTS:  " WS-UF-PRINT-AMT
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE WS-UF-OVER-BASE TO WS-UF-PRINT-AMT
           STRING "LINE 5 OVER WAGE BASE:  " WS-UF-PRINT-AMT
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE WS-UF-FUTA-WAGES TO WS-UF-PRINT-AMT
           STRING "LINE 7 TAXABLE FUTA:    " WS-UF-PRINT-AMT
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE WS-UF-FUTA-TAX TO WS-UF-PRINT-AMT
           STRING "LINE 8 FUTA TAX:        " WS-UF-PRINT-AMT
                   "  AT " WS-UF-PRINT-PCT "%"
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           PERFORM VARYING WS-UF-Q FROM 1 BY 1 UNTIL WS-UF-Q > 4
               MOVE WS-UF-QTR-LIAB(WS-UF-Q) TO WS-UF-PRINT-AMT
               STRING "QUARTER " WS-UF-Q " LIABILITY:    "
                       WS-UF-PRINT-AMT
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
           END-PERFORM
           PERFORM VARYING WS-UF-S FROM 1 BY 1
                   UNTIL WS-UF-S > WS-UF-ST-COUNT
               STRING "STATE:                  " WS-UF-ST-CODE(WS-UF-S)
                       DELIMITED BY SIZE INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
           END-PERFORM
           CLOSE EXPORT-FILE
           DISPLAY "940 EXTRACT WRITTEN TO " WS-EXPORT-FILENAME
           MOVE SPACES TO WS-UF-REG-PERIOD
           MOVE WS-UF-YEAR TO WS-UF-REG-PERIOD
           MOVE WS-UF-PAID-COUNT TO WS-UF-REG-COUNT
           MOVE WS-UF-FUTA-TAX TO WS-UF-REG-HASH
           PERFORM 4795-REGISTER-US-EXTRACT.

      *>   The distinct work states of the employees paid in the
      *>   year, and how many were paid with no work state.
       4770-COLLECT-STATES.
           MOVE 0 TO WS-UF-ST-COUNT
           MOVE 0 TO WS-UF-PAID-COUNT
           MOVE 0 TO WS-UF-NO-STATE
           PERFORM VARYING WS-UF-I FROM 1 BY 1
                   UNTIL WS-UF-I > WS-UF-EMP-COUNT
               IF WS-UF-E-PAID(WS-UF-I) = 'Y'
                   ADD 1 TO WS-UF-PAID-COUNT
                   IF WS-UF-E-STATE(WS-UF-I) = SPACES
                       ADD 1 TO WS-UF-NO-STATE
                   ELSE
                       PERFORM 4775-ADD-STATE
                   END-IF
               END-IF
           END-PERFORM.

       4775-ADD-STATE.
           MOVE 'N' TO WS-UF-ST-FOUND
           PERFORM VARYING WS-UF-S FROM 1 BY 1
                   UNTIL WS-UF-S > WS-UF-ST-COUNT
               IF WS-UF-ST-CODE(WS-UF-S) = WS-UF-E-STATE(WS-UF-I)
                   MOVE 'Y' TO WS-UF-ST-FOUND
               END-IF
           END-PERFORM
           IF WS-UF-ST-FOUND = 'N' AND WS-UF-ST-COUNT < 60
               ADD 1 TO WS-UF-ST-COUNT
               MOVE WS-UF-E-STATE(WS-UF-I)
                   TO WS-UF-ST-CODE(WS-UF-ST-COUNT)
           END-IF.

       4795-REGISTER-US-EXTRACT.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
           INTO IR-TIMESTAMP
           MOVE WS-EXPORT-FILENAME(9:40) TO IR-FILE-NAME
           MOVE WS-UF-REG-PERIOD TO IR-PAY-PERIOD
           MOVE WS-UF-REG-COUNT TO IR-RECORD-COUNT
           MOVE WS-UF-REG-HASH TO IR-HASH-TOTAL
           MOVE 'G' TO IR-STATUS
           OPEN EXTEND INTERFACE-REG-FILE
           IF IR-FILE-STATUS = '35'
               OPEN OUTPUT INTERFACE-REG-FILE
           END-IF
           IF IR-FILE-STATUS = '00'
               WRITE INTERFACE-REGISTER-RECORD
               CLOSE INTERFACE-REG-FILE
           END-IF.

      *****************************************************************
      * 4800-SUI-WAGE-REPORTS - each work state's quarterly wage
      * report: every US employee whose work state it is and who was
      * paid in the quarter, with their SSN, quarter gross wages and
      * the part under the state's taxable wage base once the year's
      * earlier wages are taken off, the state totals and the
      * contribution at the employer's approved rate - against the
      * SUI PAYROLL costed. One registered file per state. An
      * employee is reported under their current work state.
      *****************************************************************
       4800-SUI-WAGE-REPORTS.
           DISPLAY "Year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-UF-YEAR
           DISPLAY "Quarter (1-4): " WITH NO ADVANCING
           ACCEPT WS-UF-QUARTER
           IF WS-UF-QUARTER < 1 OR WS-UF-QUARTER > 4
               MOVE 1 TO WS-UF-QUARTER
           END-IF
           PERFORM 4710-LOAD-US-UNEMP-ROWS
           PERFORM 4720-LOAD-US-STAFF
           IF WS-UF-EMP-COUNT = 0
               DISPLAY "NO US EMPLOYEES ON THE ROSTER"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4730-SWEEP-US-WAGES
           PERFORM 4770-COLLECT-STATES
           DISPLAY " "
           DISPLAY "====== STATE SUI WAGE REPORTS - " WS-UF-YEAR
                   " QUARTER " WS-UF-QUARTER " ======"
           IF WS-UF-ST-COUNT = 0
               DISPLAY "NO US WAGES PAID IN ANY WORK STATE"
           END-IF
           PERFORM VARYING WS-UF-S FROM 1 BY 1
                   UNTIL WS-UF-S > WS-UF-ST-COUNT
               PERFORM 4820-WRITE-STATE-REPORT
           END-PERFORM
           IF WS-UF-NO-STATE > 0
               DISPLAY "WARNING: " WS-UF-NO-STATE
                       " EMPLOYEE(S) PAID WITH NO WORK STATE - "
                       "NOT ON ANY STATE REPORT"
           END-IF
           DISPLAY "================================================".

       4820-WRITE-STATE-REPORT.
           MOVE WS-UF-ST-CODE(WS-UF-S) TO WS-UF-WANT-JURIS
           PERFORM 4715-FIND-US-UNEMP-RATE
           MOVE 0 TO WS-UF-ST-LINES
           MOVE 0 TO WS-UF-ST-GROSS
           MOVE 0 TO WS-UF-ST-TAXABLE
           MOVE 0 TO WS-UF-ST-BOOKED
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/sui_" DELIMITED BY SIZE
                   WS-UF-WANT-JURIS DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-UF-YEAR DELIMITED BY SIZE
                   "q" DELIMITED BY SIZE
                   WS-UF-QUARTER DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-UF-RATE-PCT = WS-UF-RATE * 100
           MOVE WS-UF-RATE-PCT TO WS-UF-PRINT-PCT
           MOVE WS-UF-BASE TO WS-UF-LINE-AMT
           MOVE SPACES TO EXPORT-RECORD
           STRING "H|SUI|" WS-UF-WANT-JURIS "|" WS-UF-YEAR "|Q"
                   WS-UF-QUARTER "|" WS-UF-ACCOUNT "|"
                   WS-UF-LINE-AMT "|" WS-UF-PRINT-PCT "|"
                   WS-ER-TRADE-NAME(1:20)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           PERFORM VARYING WS-UF-I FROM 1 BY 1
                   UNTIL WS-UF-I > WS-UF-EMP-COUNT
               IF WS-UF-E-STATE(WS-UF-I) = WS-UF-WANT-JURIS
                       AND WS-UF-E-QTR-GROSS(WS-UF-I) > 0
                   PERFORM 4830-PUT-SUI-EMPLOYEE
               END-IF
           END-PERFORM
           COMPUTE WS-UF-ST-CONTRIB ROUNDED =
                   WS-UF-ST-TAXABLE * WS-UF-RATE
           MOVE WS-UF-ST-GROSS TO WS-UF-LINE-AMT
           MOVE WS-UF-ST-TAXABLE TO WS-UF-LINE-AMT2
           MOVE WS-UF-ST-CONTRIB TO WS-UF-LINE-AMT3
           MOVE WS-UF-ST-BOOKED TO WS-UF-LINE-AMT4
           MOVE SPACES TO EXPORT-RECORD
           STRING "T|" WS-UF-ST-LINES "|" WS-UF-LINE-AMT "|"
                   WS-UF-LINE-AMT2 "|" WS-UF-LINE-AMT3 "|"
                   WS-UF-LINE-AMT4
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           CLOSE EXPORT-FILE

           DISPLAY "STATE " WS-UF-WANT-JURIS "  ACCOUNT "
                   WS-UF-ACCOUNT "  RATE % " WS-UF-PRINT-PCT
           IF WS-UF-FOUND NOT = 'Y'
               DISPLAY "  WARNING: NO APPROVED SUI RATE FOR "
                       WS-UF-WANT-JURIS " - NO TAXABLE WAGES OR "
                       "CONTRIBUTION WORKED OUT"
           END-IF
           MOVE WS-UF-ST-GROSS TO WS-UF-PRINT-AMT
           MOVE WS-UF-ST-TAXABLE TO WS-UF-PRINT-AMT2
           DISPLAY "  EMPLOYEES " WS-UF-ST-LINES
                   "  WAGES " WS-UF-PRINT-AMT
                   "  TAXABLE " WS-UF-PRINT-AMT2
           MOVE WS-UF-ST-CONTRIB TO WS-UF-PRINT-AMT
           MOVE WS-UF-ST-BOOKED TO WS-UF-PRINT-AMT2
           DISPLAY "  CONTRIBUTION " WS-UF-PRINT-AMT
                   "  COSTED BY PAYROLL " WS-UF-PRINT-AMT2
           DISPLAY "  WRITTEN TO " WS-EXPORT-FILENAME
           MOVE SPACES TO WS-UF-REG-PERIOD
           STRING WS-UF-YEAR " Q" WS-UF-QUARTER " SUI "
                   WS-UF-WANT-JURIS
                   DELIMITED BY SIZE INTO WS-UF-REG-PERIOD
           MOVE WS-UF-ST-LINES TO WS-UF-REG-COUNT
           MOVE WS-UF-ST-GROSS TO WS-UF-REG-HASH
           PERFORM 4795-REGISTER-US-EXTRACT.

       4830-PUT-SUI-EMPLOYEE.
           IF WS-UF-E-SSN(WS-UF-I) = SPACES
               MOVE "MISSING" TO WS-UF-PRINT-SSN
           ELSE
               MOVE SPACES TO WS-UF-PRINT-SSN
               STRING WS-UF-E-SSN(WS-UF-I)(1:3) "-"
                       WS-UF-E-SSN(WS-UF-I)(4:2) "-"
                       WS-UF-E-SSN(WS-UF-I)(6:4)
                       DELIMITED BY SIZE INTO WS-UF-PRINT-SSN
           END-IF
           MOVE WS-UF-E-QTR-GROSS(WS-UF-I) TO WS-UF-LINE-AMT
           MOVE WS-UF-E-QTR-TAXABLE(WS-UF-I) TO WS-UF-LINE-AMT2
           MOVE SPACES TO EXPORT-RECORD
           STRING "E|" WS-UF-E-ID(WS-UF-I) "|"
                   WS-UF-E-NAME(WS-UF-I)(1:25) "|"
                   WS-UF-PRINT-SSN "|" WS-UF-LINE-AMT "|"
                   WS-UF-LINE-AMT2
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           ADD 1 TO WS-UF-ST-LINES
           ADD WS-UF-E-QTR-GROSS(WS-UF-I) TO WS-UF-ST-GROSS
           ADD WS-UF-E-QTR-TAXABLE(WS-UF-I) TO WS-UF-ST-TAXABLE
           ADD WS-UF-E-QTR-BOOKED(WS-UF-I) TO WS-UF-ST-BOOKED.

      *****************************************************************
      * 4900-US-NEW-HIRE-EXTRACT - the state new-hire reports: every
      * US employee activated or rehired whose current hire date is
      * not yet on the new-hire log, grouped into one file per work
      * state with the employee's name, SSN, residential address and
      * hire date and the employer's FEIN and address. Each file is
      * registered on the interface register and each hire logged,
      * so nobody goes to a state twice. Hires within
      * SC-NH-WARN-DAYS of the state deadline (SC-NH-DUE-DAYS from
      * the hire date) or past it are flagged, as are pending hires
      * not yet activated and hires held back for a missing SSN,
      * work state or address.
      *****************************************************************
       4900-US-NEW-HIRE-EXTRACT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NH-TODAY
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NH-STAMP
           COMPUTE WS-NH-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NH-TODAY)
           DISPLAY "Earliest hire date to report (YYYYMMDD, 0 for "
                   "the last 90 days): " WITH NO ADVANCING
           ACCEPT WS-NH-FROM-DATE
           IF WS-NH-FROM-DATE NOT NUMERIC OR WS-NH-FROM-DATE = 0
               COMPUTE WS-NH-FROM-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-NH-TODAY-INT - 90)
           END-IF
           PERFORM 4910-LOAD-NEW-HIRE-LOG
           MOVE 0 TO WS-NH-OUT-COUNT
           MOVE 0 TO WS-NH-FLAG-COUNT
           MOVE 0 TO WS-NH-HELD-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open employee file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "====== US NEW-HIRE REPORTING AS AT " WS-NH-TODAY
                   " ======"
           DISPLAY "Due within " WS-NH-DUE-DAYS " days of hire; "
                   "** = within " WS-NH-WARN-DAYS
                   " days of the deadline or past it"
           DISPLAY "EMP ID     NAME                      ST HIRED    "
                   " DAYS LEFT    STATUS"
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE '10' TO EMP-FILE-STATUS
           END-START
           PERFORM UNTIL EMP-FILE-STATUS = '10'
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO EMP-FILE-STATUS
                   NOT AT END
                       IF EMP-COUNTRY-US AND NOT EMP-TERMINATED
                           PERFORM 4920-CHECK-US-HIRE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           DISPLAY " "
           DISPLAY "To report: " WS-NH-OUT-COUNT
                   "   held back: " WS-NH-HELD-COUNT
                   "   flagged: " WS-NH-FLAG-COUNT
           IF WS-NH-OUT-COUNT = 0
               DISPLAY "NO US HIRES TO REPORT"
               EXIT PARAGRAPH
           END-IF
           IF WS-ER-FEIN = SPACES
               DISPLAY "EMPLOYER FEIN NOT CAPTURED - SET IT IN CONFIG "
                       "(US NEW-HIRE REPORTING) BEFORE REPORTING"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Write the state new-hire files now (Y/N)? "
                   WITH NO ADVANCING
           ACCEPT WS-NH-WRITE
           IF WS-NH-WRITE NOT = 'Y' AND WS-NH-WRITE NOT = 'y'
               DISPLAY "Nothing written - the hires stay unreported"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4930-COLLECT-NH-STATES
           MOVE 0 TO WS-NH-FILES
           PERFORM VARYING WS-NH-S FROM 1 BY 1
                   UNTIL WS-NH-S > WS-NH-ST-COUNT
               PERFORM 4940-WRITE-NH-STATE-FILE
           END-PERFORM
           DISPLAY WS-NH-FILES " STATE NEW-HIRE FILE(S) WRITTEN".

      *>   The employee and hire date of every hire already reported.
       4910-LOAD-NEW-HIRE-LOG.
           MOVE 0 TO WS-NH-LOG-COUNT
           OPEN INPUT US-NEW-HIRE-FILE
           IF NH-FILE-STATUS = '00'
               PERFORM UNTIL NH-FILE-STATUS = '10'
                   READ US-NEW-HIRE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NH-LOG-COUNT < 3000
                               ADD 1 TO WS-NH-LOG-COUNT
                               MOVE NH-EMP-ID
                                   TO WS-NH-L-EMP-ID(WS-NH-LOG-COUNT)
                               MOVE NH-HIRE-DATE
                                   TO WS-NH-L-HIRE-DATE(WS-NH-LOG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE US-NEW-HIRE-FILE
           END-IF.

       4920-CHECK-US-HIRE.
           IF EMP-HIRE-DATE NOT NUMERIC
                   OR EMP-HIRE-DATE < WS-NH-FROM-DATE
                   OR EMP-HIRE-DATE > WS-NH-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NH-REPORTED
           PERFORM VARYING WS-NH-L FROM 1 BY 1
                   UNTIL WS-NH-L > WS-NH-LOG-COUNT
               IF WS-NH-L-EMP-ID(WS-NH-L) = EMP-ID
                       AND WS-NH-L-HIRE-DATE(WS-NH-L) = EMP-HIRE-DATE
                   MOVE 'Y' TO WS-NH-REPORTED
               END-IF
           END-PERFORM
           IF WS-NH-REPORTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NH-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE)
                   + WS-NH-DUE-DAYS - WS-NH-TODAY-INT
           EVALUATE TRUE
               WHEN EMP-PENDING
      *>           Not payable - nor reportable - until a second user
      *>           activates the record; listed once the deadline is
      *>           close so the activation is chased.
                   IF WS-NH-DAYS-LEFT > WS-NH-WARN-DAYS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "NOT YET ACTIVATED" TO WS-NH-STATUS
                   ADD 1 TO WS-NH-HELD-COUNT
               WHEN EMP-SSN = SPACES
                   MOVE "HELD - NO SSN" TO WS-NH-STATUS
                   ADD 1 TO WS-NH-HELD-COUNT
               WHEN EMP-WORK-STATE = SPACES
                   MOVE "HELD - NO WORK STATE" TO WS-NH-STATUS
                   ADD 1 TO WS-NH-HELD-COUNT
               WHEN EMP-RES-ADDR-1 = SPACES
                   MOVE "HELD - NO ADDRESS" TO WS-NH-STATUS
                   ADD 1 TO WS-NH-HELD-COUNT
               WHEN WS-NH-OUT-COUNT NOT < 500
                   MOVE "HELD - NEXT EXTRACT" TO WS-NH-STATUS
                   ADD 1 TO WS-NH-HELD-COUNT
               WHEN OTHER
                   IF WS-NH-DAYS-LEFT < 0
                       MOVE "TO REPORT - LATE" TO WS-NH-STATUS
                   ELSE
                       MOVE "TO REPORT" TO WS-NH-STATUS
                   END-IF
                   PERFORM 4925-ADD-NH-OUT
           END-EVALUATE
           MOVE WS-NH-DAYS-LEFT TO WS-NH-PRINT-LEFT
           IF WS-NH-DAYS-LEFT NOT > WS-NH-WARN-DAYS
               ADD 1 TO WS-NH-FLAG-COUNT
               DISPLAY EMP-ID " " EMP-NAME(1:25) " " EMP-WORK-STATE
                       " " EMP-HIRE-DATE " " WS-NH-PRINT-LEFT
                       " ** " WS-NH-STATUS
           ELSE
               DISPLAY EMP-ID " " EMP-NAME(1:25) " " EMP-WORK-STATE
                       " " EMP-HIRE-DATE " " WS-NH-PRINT-LEFT
                       "    " WS-NH-STATUS
           END-IF.

       4925-ADD-NH-OUT.
           ADD 1 TO WS-NH-OUT-COUNT
           MOVE WS-NH-OUT-COUNT TO WS-NH-O
           MOVE EMP-ID            TO WS-NH-O-EMP-ID(WS-NH-O)
           MOVE EMP-NAME          TO WS-NH-O-NAME(WS-NH-O)
           MOVE EMP-SSN           TO WS-NH-O-SSN(WS-NH-O)
           MOVE EMP-RES-ADDR-1    TO WS-NH-O-ADDR-1(WS-NH-O)
           MOVE EMP-RES-ADDR-2    TO WS-NH-O-ADDR-2(WS-NH-O)
           MOVE EMP-RES-CITY      TO WS-NH-O-CITY(WS-NH-O)
           MOVE EMP-RES-POSTCODE  TO WS-NH-O-POSTCODE(WS-NH-O)
           MOVE EMP-HIRE-DATE     TO WS-NH-O-HIRE-DATE(WS-NH-O)
           MOVE EMP-WORK-STATE    TO WS-NH-O-STATE(WS-NH-O).

       4930-COLLECT-NH-STATES.
           MOVE 0 TO WS-NH-ST-COUNT
           PERFORM VARYING WS-NH-O FROM 1 BY 1
                   UNTIL WS-NH-O > WS-NH-OUT-COUNT
               MOVE 'N' TO WS-NH-ST-FOUND
               PERFORM VARYING WS-NH-S FROM 1 BY 1
                       UNTIL WS-NH-S > WS-NH-ST-COUNT
                   IF WS-NH-ST-CODE(WS-NH-S) = WS-NH-O-STATE(WS-NH-O)
                       MOVE 'Y' TO WS-NH-ST-FOUND
                   END-IF
               END-PERFORM
               IF WS-NH-ST-FOUND = 'N' AND WS-NH-ST-COUNT < 60
                   ADD 1 TO WS-NH-ST-COUNT
                   MOVE WS-NH-O-STATE(WS-NH-O)
                       TO WS-NH-ST-CODE(WS-NH-ST-COUNT)
               END-IF
           END-PERFORM.

      *>   One state's file: the employer block, three lines per hire
      *>   (E = SSN, hire date and name; A = street address; C = city
      *>   and postal code) and a count trailer. Each hire written is
      *>   logged as reported.
       4940-WRITE-NH-STATE-FILE.
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/newhire_" DELIMITED BY SIZE
                   WS-NH-ST-CODE(WS-NH-S) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-NH-STAMP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND US-NEW-HIRE-FILE
           IF NH-FILE-STATUS = '35'
               OPEN OUTPUT US-NEW-HIRE-FILE
           END-IF
           MOVE 0 TO WS-NH-ST-LINES
           MOVE 0 TO WS-NH-HASH
           MOVE SPACES TO EXPORT-RECORD
           STRING "H|NEWHIRE|" WS-NH-ST-CODE(WS-NH-S) "|" WS-ER-FEIN
                   "|" WS-NH-TODAY
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "N|" WS-ER-TRADE-NAME
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "R|" WS-ER-ADDR-1 "|" WS-ER-ADDR-2 "|"
                   WS-ER-POSTCODE
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           PERFORM VARYING WS-NH-O FROM 1 BY 1
                   UNTIL WS-NH-O > WS-NH-OUT-COUNT
               IF WS-NH-O-STATE(WS-NH-O) = WS-NH-ST-CODE(WS-NH-S)
                   PERFORM 4945-PUT-NH-EMPLOYEE
               END-IF
           END-PERFORM
           MOVE SPACES TO EXPORT-RECORD
           STRING "T|" WS-NH-ST-LINES
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           CLOSE EXPORT-FILE
           IF NH-FILE-STATUS = '00'
               CLOSE US-NEW-HIRE-FILE
           END-IF
           ADD 1 TO WS-NH-FILES
           DISPLAY "  " WS-NH-ST-CODE(WS-NH-S) ": " WS-NH-ST-LINES
                   " hire(s) to " WS-EXPORT-FILENAME
           MOVE SPACES TO WS-UF-REG-PERIOD
           STRING "NEW HIRES " WS-NH-ST-CODE(WS-NH-S) " " WS-NH-TODAY
                   DELIMITED BY SIZE INTO WS-UF-REG-PERIOD
           MOVE WS-NH-ST-LINES TO WS-UF-REG-COUNT
           MOVE WS-NH-HASH TO WS-UF-REG-HASH
           PERFORM 4795-REGISTER-US-EXTRACT.

       4945-PUT-NH-EMPLOYEE.
           MOVE SPACES TO WS-NH-PRINT-SSN
           STRING WS-NH-O-SSN(WS-NH-O)(1:3) "-"
                   WS-NH-O-SSN(WS-NH-O)(4:2) "-"
                   WS-NH-O-SSN(WS-NH-O)(6:4)
                   DELIMITED BY SIZE INTO WS-NH-PRINT-SSN
           MOVE SPACES TO EXPORT-RECORD
           STRING "E|" WS-NH-PRINT-SSN "|" WS-NH-O-HIRE-DATE(WS-NH-O)
                   "|" WS-NH-O-NAME(WS-NH-O)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "A|" WS-NH-O-ADDR-1(WS-NH-O) "|"
                   WS-NH-O-ADDR-2(WS-NH-O)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           MOVE SPACES TO EXPORT-RECORD
           STRING "C|" WS-NH-O-CITY(WS-NH-O) "|"
                   WS-NH-O-POSTCODE(WS-NH-O)
                   DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           ADD 1 TO WS-NH-ST-LINES
      *>   Hash total: the SSNs summed, for the state's count check.
           IF WS-NH-O-SSN(WS-NH-O) NUMERIC
               MOVE WS-NH-O-SSN(WS-NH-O) TO WS-NH-SSN-NUM
               ADD WS-NH-SSN-NUM TO WS-NH-HASH
           END-IF
           IF NH-FILE-STATUS = '00'
               MOVE WS-NH-O-EMP-ID(WS-NH-O) TO NH-EMP-ID
               MOVE WS-NH-O-HIRE-DATE(WS-NH-O) TO NH-HIRE-DATE
               MOVE WS-NH-O-STATE(WS-NH-O) TO NH-STATE
               MOVE WS-NH-TODAY TO NH-REPORTED-DATE
               MOVE LS-EMP-ID TO NH-REPORTED-BY
               MOVE WS-EXPORT-FILENAME(9:40) TO NH-FILE-NAME
               WRITE US-NEW-HIRE-RECORD
           END-IF.

      *****************************************************************
      * 5000-SLIP-MESSAGE-DELIVERY - which employees received which
      * payslip message, off the delivery log PAYROLL writes as each
      * payslip is spooled: one message or all, one pay month or all.
      * Each delivery is listed with the employee's name, then a count
      * per message. Written to ../data/slip_msg_delivery_<date>.txt
      * as well as shown.
      *****************************************************************
       5000-SLIP-MESSAGE-DELIVERY.
           DISPLAY "Message ID (blank for all): " WITH NO ADVANCING
           ACCEPT WS-SD-MSG-ID
           MOVE FUNCTION UPPER-CASE(WS-SD-MSG-ID) TO WS-SD-MSG-ID
           DISPLAY "Pay month (YYYY-MM, blank for all): "
                   WITH NO ADVANCING
           ACCEPT WS-SD-MONTH
           PERFORM 5010-LOAD-SLIP-MESSAGES
           MOVE 0 TO WS-SD-LINES
           MOVE 0 TO WS-SD-UNKNOWN
           OPEN INPUT SLIP-MSG-LOG-FILE
           IF ML-FILE-STATUS NOT = '00'
               DISPLAY "NO PAYSLIP MESSAGES HAVE BEEN DELIVERED"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF EMP-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open employee file"
               CLOSE SLIP-MSG-LOG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "../data/slip_msg_delivery_"
                  FUNCTION CURRENT-DATE(1:8) ".txt"
               DELIMITED BY SIZE INTO WS-EXPORT-FILENAME
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to open " WS-EXPORT-FILENAME
               CLOSE SLIP-MSG-LOG-FILE
               CLOSE EMPLOYEE-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "=========== PAYSLIP MESSAGE DELIVERY ==========="
           DISPLAY "MSG    EMP ID     NAME                      "
                   "PAY PERIOD               RUN PRINTED"
           MOVE SPACES TO EXPORT-RECORD
           STRING "H|SLIP-MSG-DELIVERY|" WS-SD-MSG-ID "|" WS-SD-MONTH
               DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 5095-PUT-DELIVERY-LINE
           PERFORM UNTIL ML-FILE-STATUS = '10'
               READ SLIP-MSG-LOG-FILE
                   AT END
                       MOVE '10' TO ML-FILE-STATUS
                   NOT AT END
                       IF (WS-SD-MSG-ID = SPACES
                               OR ML-MSG-ID = WS-SD-MSG-ID)
                           AND (WS-SD-MONTH = SPACES
                               OR ML-PAY-PERIOD(1:7) = WS-SD-MONTH)
                           PERFORM 5030-LIST-ONE-DELIVERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLIP-MSG-LOG-FILE
           CLOSE EMPLOYEE-FILE

           DISPLAY " "
           DISPLAY "MSG    DELIVERED  TEXT"
           PERFORM VARYING WS-SD-M FROM 1 BY 1
                   UNTIL WS-SD-M > WS-SD-MSG-COUNT
               IF WS-SD-T-DELIVERED(WS-SD-M) > 0
                   DISPLAY WS-SD-T-ID(WS-SD-M) " "
                           WS-SD-T-DELIVERED(WS-SD-M) "      "
                           WS-SD-T-TEXT-1(WS-SD-M)(1:50)
                   MOVE SPACES TO EXPORT-RECORD
                   STRING "T|" WS-SD-T-ID(WS-SD-M) "|"
                          WS-SD-T-DELIVERED(WS-SD-M)
                       DELIMITED BY SIZE INTO EXPORT-RECORD
                   PERFORM 5095-PUT-DELIVERY-LINE
               END-IF
           END-PERFORM
           IF WS-SD-UNKNOWN > 0
               DISPLAY "(" WS-SD-UNKNOWN " deliveries of messages no "
                       "longer on the table)"
           END-IF
           CLOSE EXPORT-FILE
           DISPLAY "Extract: " FUNCTION TRIM(WS-EXPORT-FILENAME)
                   " (" WS-SD-LINES " lines)".

      *>   Every message on the table, withdrawn ones included - a
      *>   withdrawn message has still been delivered.
       5010-LOAD-SLIP-MESSAGES.
           MOVE 0 TO WS-SD-MSG-COUNT
           OPEN INPUT SLIP-MESSAGE-FILE
           IF SM-FILE-STATUS = '00'
               PERFORM UNTIL SM-FILE-STATUS = '10'
                   READ SLIP-MESSAGE-FILE
                       AT END
                           MOVE '10' TO SM-FILE-STATUS
                       NOT AT END
                           IF WS-SD-MSG-COUNT < 200
                               ADD 1 TO WS-SD-MSG-COUNT
                               MOVE SM-MSG-ID
                                   TO WS-SD-T-ID(WS-SD-MSG-COUNT)
                               MOVE SM-TEXT-1
                                   TO WS-SD-T-TEXT-1(WS-SD-MSG-COUNT)
                               MOVE SM-TEXT-2
                                   TO WS-SD-T-TEXT-2(WS-SD-MSG-COUNT)
                               MOVE 0 TO
                                   WS-SD-T-DELIVERED(WS-SD-MSG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLIP-MESSAGE-FILE
           END-IF.

      *>   WS-SD-M = the table row for ML-MSG-ID, 0 when not found.
       5020-FIND-SLIP-MESSAGE.
           MOVE 0 TO WS-SD-M
           PERFORM VARYING WS-SD-I FROM 1 BY 1
                   UNTIL WS-SD-I > WS-SD-MSG-COUNT OR WS-SD-M > 0
               IF WS-SD-T-ID(WS-SD-I) = ML-MSG-ID
                   MOVE WS-SD-I TO WS-SD-M
               END-IF
           END-PERFORM.

       5030-LIST-ONE-DELIVERY.
           PERFORM 5020-FIND-SLIP-MESSAGE
           IF WS-SD-M > 0
               ADD 1 TO WS-SD-T-DELIVERED(WS-SD-M)
           ELSE
               ADD 1 TO WS-SD-UNKNOWN
           END-IF
           MOVE ML-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO EMP-NAME
           END-READ
           DISPLAY ML-MSG-ID " " ML-EMP-ID " " EMP-NAME(1:25) " "
                   ML-PAY-PERIOD " " ML-RUN-MODE "   "
                   ML-PRINTED-DATE
           MOVE SPACES TO EXPORT-RECORD
           STRING "D|" ML-MSG-ID "|" ML-EMP-ID "|"
                  FUNCTION TRIM(EMP-NAME) "|" ML-PAY-PERIOD "|"
                  ML-RUN-MODE "|" ML-PRINTED-DATE
               DELIMITED BY SIZE INTO EXPORT-RECORD
           PERFORM 5095-PUT-DELIVERY-LINE.

       5095-PUT-DELIVERY-LINE.
           WRITE EXPORT-RECORD
           ADD 1 TO WS-SD-LINES
           MOVE SPACES TO EXPORT-RECORD.

       END PROGRAM REPORTS.
