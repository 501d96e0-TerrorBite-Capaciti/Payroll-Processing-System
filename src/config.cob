      *                   SARS Medical Scheme Fees Tax Credit amounts
      *                   to 300-BENEFIT-CONFIG, for PAYROLL's per-
      *                   family medical deduction and PAYE credit.
      * 2026-10-15  BDEV  PAYE brackets and rebates are now kept per
      *                   tax year in ../data/paye_tables.dat. The
      *                   bracket screen asks which tax year it is
      *                   maintaining, so next year's Budget Speech
      *                   table can be loaded ahead of 1 March without
      *                   going live; only the table for the tax year
      *                   in force is copied into the settings file.
      * 2026-10-15  BDEV  Every setting saved now writes a before/after
      *                   row (field, old, new, user, timestamp) to
      *                   ../data/config_history.dat, GL mapping
      *                   changes included. Statutory settings - SA
      *                   PAYE/UIF/SDL rates, minimum wage, PAYE
      *                   brackets and rebates, statutory caps, COIDA
      *                   ceiling and the employer profile - are held
      *                   on ../data/config_pending.dat until a second,
      *                   different user approves them on the new
      *                   approval screen. CONFIG now opens with a
      *                   USERMANAGEMENT sign-on so maker and checker
      *                   are real, distinct USER-IDs.
      * 2026-10-15  BDEV  Added segregation-of-duties control to the
      *                   permissions screen: a maintained table of
      *                   conflicting function pairs
      *                   (../data/sod_conflicts.dat), a conflict
      *                   report resolving every USERFILE user's
      *                   effective rights through ACCESSCHECK, and a
      *                   warning - with an explicit confirm - before
      *                   a role grant or user override is saved that
      *                   would give somebody both halves of a pair.
      *                   The function list carries the new EMPACTIV,
      *                   BANKVRFY and EFTREL codes.
      * 2026-10-15  BDEV  System settings carry the access
      *                   recertification window and the dormant-
      *                   account threshold (days) USERADMIN's
      *                   recertification and dormant sweep run on.
      * 2026-10-15  BDEV  GL mapping lists the ACCR/ACCRER elements
      *                   the month-end salary accrual credits.
      * 2026-10-15  BDEV  System settings carry the SARS prescribed
      *                   travel rate per km and daily subsistence
      *                   allowance expense claims are reimbursed
      *                   tax-free up to; the function list carries
      *                   CLAIMAPR and GL mapping lists the CLTRAV/
      *                   CLSUBS/CLCELL/CLOTHR claim elements.
      * 2026-10-15  BDEV  Function list carries OTAUTH.
      * 2026-10-15  BDEV  Function list carries ATTCORR.
      * 2026-10-15  BDEV  System settings carry the minimum department
      *                   cover LEAVE-MGMT warns against when leave
      *                   is approved.
      * 2026-10-15  BDEV  Function list carries IODREG.
      * 2026-10-15  BDEV  Function list carries COUNCIL.
      *                   GL mapping lists element BCL (bargaining
      *                   council levies payable).
      * 2026-10-15  BDEV  Function list carries TRAINING.
      * 2026-10-15  BDEV  Function list carries ASSETS.
      *                   GL mapping lists element AST (asset loss
      *                   recoveries).
      * 2026-10-15  BDEV  Function list carries STUDY.
      *                   Bursary remuneration cap setting
      *                   (SC-BURSARY-REM-CAP, default R600 000 a
      *                   year) for STUDYMGMT's exempt/taxable test.
      *                   GL mapping lists element BUR (bursary
      *                   claw-back recoveries).
      * 2026-10-15  BDEV  Function list carries VENDDED. The deduction
      *                   priority order now places vendor deductions
      *                   (V) among P/M/U; V's place is held in the new
      *                   SC-DED-VENDOR-POS so SC-DED-PRIORITY keeps
      *                   its P/M/U layout. GL mapping lists element
      *                   VND (vendor deductions payable).
      * 2026-10-15  BDEV  Added the legal entity screen, maintaining
      *                   ../data/legal_entities.dat: per registered
      *                   company its statutory profile, EFT bank
      *                   account (BANKVALIDATE-checked), GL company
      *                   code and the company branches it employs.
      *                   Entity changes go to the change history.
      * 2026-10-15  BDEV  GL mapping lists the intercompany recharge
      *                   elements ICREC, ICRCV, ICEXP and ICPAY.
      * 2026-10-15  BDEV  Function list carries BANKREC.
      * 2026-10-15  BDEV  GL mapping lists UNCLM, the unclaimed wages
      *                   liability stale cheques are written back to.
      * 2026-10-15  BDEV  Function list carries CHEQUES.
      * 2026-10-15  BDEV  Function list carries AUDSMP.
      * 2026-10-15  BDEV  Added the long service and retirement screen:
      *                   normal retirement age (default 65), the
      *                   longest break between spells that keeps
      *                   service continuous (default 365 days) and up
      *                   to five long-service award milestones with
      *                   their once-off cash amounts, read by LONGSVC.
      *                   WS-CFG-SAVED-IMAGE widened to the full
      *                   settings record - the last fields were being
      *                   cut off the change-history comparison.
      * 2026-10-15  BDEV  Function list carries LONGSVC.
      * 2026-10-15  BDEV  Function list carries BUDGET.
      * 2026-10-15  BDEV  Function list carries REQUISN.
      * 2026-10-15  BDEV  Added the disciplinary warning validity
      *                   screen: months a verbal (default 3), written
      *                   (default 6) and final written (default 12)
      *                   warning stays valid, read by EMPLOYEE-MGMT's
      *                   case register.
      * 2026-10-15  BDEV  Function list carries DISCWARN.
      * 2026-10-15  BDEV  Added the sector minimum wage screen: an
      *                   effective-dated monthly and hourly minimum
      *                   per sector on ../data/min_wages.dat (each
      *                   new rate approved by a second user) and the
      *                   sector assignments by employee, position
      *                   type or department on
      *                   ../data/min_wage_sectors.dat, read through
      *                   MINWAGE. SC-MIN-WAGE stays as the fallback
      *                   for anyone with no sector rate in force.
      * 2026-10-15  BDEV  Added the foreign service exemption screen:
      *                   the annual section 10(1)(o)(ii) cap (default
      *                   R1,250,000.00, held for approval like the
      *                   other statutory figures) and how many days
      *                   short of the 183/60-day tests REPORTS' days
      *                   abroad monitor starts listing an employee
      *                   (default 30).
      * 2026-10-15  BDEV  Added the US unemployment screen: the FUTA
      *                   and each state's SUI taxable wage base and
      *                   employer rate (the state experience rate
      *                   and employer account number) per calendar
      *                   year on ../data/us_unemployment.dat, each
      *                   row approved by a second user before PAYROLL
      *                   or REPORTS use it.
      * 2026-10-15  BDEV  Added the US new-hire reporting screen: the
      *                   employer FEIN for the state new-hire
      *                   reports, the days a state allows from hire
      *                   date (default 20) and the warning margin
      *                   before that (default 5).
      * 2026-10-15  BDEV  Added the US 401(k) plan screen: the IRS
      *                   annual deferral limit, the catch-up
      *                   allowance and its age (held for approval
      *                   like the other statutory figures), the
      *                   employer match rate and pay cap, and the
      *                   recordkeeper's plan number.
      * 2026-10-15  BDEV  Added the payslip message screen: HR's
      *                   notices for payslips, the months they run
      *                   and who gets them (department, branch,
      *                   EMP-TYPE, status or named employees).
      * 2026-10-15  BDEV  Function list carries TRAINREF.
      * 2026-10-15  BDEV  Added the death in service policy screen:
      *                   what DEATHSVC does with a deceased
      *                   employee's loan and paid salary advance,
      *                   and the fund and group life insurer named
      *                   on the beneficiary notification schedule.
      * 2026-10-15  BDEV  Function list carries DEATHSVC.
      * 2026-10-15  BDEV  The pay period calendar carries each period's
      *                   input cut-off date and time, captured when a
      *                   period is added and changeable on an open
      *                   one.
      * 2026-10-15  BDEV  Function list carries LATEINP.
      * 2026-10-15  BDEV  Function list carries LATEREL.
      * 2026-10-15  BDEV  Function list carries PAYQRY.
      * 2026-10-15  BDEV  Function list carries SUBJACC.
      * 2026-10-15  BDEV  Added the annual leave sale policy screen:
      *                   the balance an employee must keep, the most
      *                   days sold a year and the MMDD window sales
      *                   are open in (LEAVE-MGMT).
      * 2026-10-15  BDEV  Added the benefits open enrolment window
      *                   screen (BENEFITS).
      * 2026-10-15  BDEV  WS-CFG-SAVED-IMAGE widened to the 796-byte
      *                   settings record. The fields from the US new-
      *                   hire profile on were being blanked on save,
      *                   so 401(k) limit changes skipped approval and
      *                   false change-history rows were written.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DB-FILE-STATUS.

           SELECT LEGAL-ENTITY-FILE
               ASSIGN TO "../data/legal_entities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LE-FILE-STATUS.

           SELECT PIECE-RATE-FILE
               ASSIGN TO "../data/piece_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PW-FILE-STATUS.

           SELECT MIN-WAGE-FILE
               ASSIGN TO "../data/min_wages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MW-FILE-STATUS.

           SELECT MW-SECTOR-FILE
               ASSIGN TO "../data/min_wage_sectors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-FILE-STATUS.

           SELECT US-UNEMP-FILE
               ASSIGN TO "../data/us_unemployment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UU-FILE-STATUS.

           SELECT SLIP-MESSAGE-FILE
               ASSIGN TO "../data/slip_messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-FILE-STATUS.

           SELECT PROJECT-FILE
               ASSIGN TO "../data/projects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PAYE-TABLE-FILE
               ASSIGN TO "../data/paye_tables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.

           SELECT SOD-CONFLICT-FILE
               ASSIGN TO "../data/sod_conflicts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SD-FILE-STATUS.

           SELECT USER-FILE ASSIGN TO 'USERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT CONFIG-CHANGE-FILE
               ASSIGN TO "../data/config_history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.

           SELECT CONFIG-PENDING-FILE
               ASSIGN TO "../data/config_pending.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT REOPEN-LOG-FILE
               ASSIGN TO "../data/period_reopen_log.dat"
               ORGANIZATION IS SEQUENTIAL
       FD  DEPT-BUDGET-FILE.
           COPY dept_budget.

       FD  LEGAL-ENTITY-FILE.
           COPY legal_entity.

       FD  PIECE-RATE-FILE.
      *> One row per piece rate code: the per-unit rate pieceworkers
      *> are priced at.
           05  FILLER             PIC X(2).
           05  PW-RATE            PIC 9(5)V99.

       FD  MIN-WAGE-FILE.
           COPY min_wage.

       FD  MW-SECTOR-FILE.
           COPY mw_sector.

       FD  US-UNEMP-FILE.
           COPY us_unemp.

       FD  SLIP-MESSAGE-FILE.
           COPY slip_message.

       FD  PROJECT-FILE.
      *> One row per project/job code the labor distribution can
      *> price hours against.
       FD  PERMISSION-FILE.
           COPY perm_matrix.

       FD  PAYE-TABLE-FILE.
           COPY paye_table.

       FD  SOD-CONFLICT-FILE.
           COPY sod_conflict.

       FD  USER-FILE.
      *> Mirrors USERMANAGEMENT's 118-byte USER-RECORD - read here only
      *> to resolve each user's role for the conflict checks.
       01  USER-RECORD.
           05  USER-ID               PIC X(08).
           05  USER-NAME             PIC X(40).
           05  FILLER                PIC X(16).
           05  USER-ROLE             PIC X(01).
           05  USER-DEPARTMENT       PIC X(15).
           05  USER-STATUS           PIC X(01).
           05  FILLER                PIC X(37).

       FD  CONFIG-CHANGE-FILE.
           COPY cfg_change.

       FD  CONFIG-PENDING-FILE.
           COPY cfg_pending.

       FD  REOPEN-LOG-FILE.
       01  REOPEN-LOG-RECORD.
           05  RL-TIMESTAMP       PIC X(19).
               10  WS-PP-T-TO     PIC 9(8).
               10  WS-PP-T-FREQ   PIC X(1).
               10  WS-PP-T-STATUS PIC X(1).
               10  WS-PP-T-CUTOFF-DATE PIC 9(8).
               10  WS-PP-T-CUTOFF-TIME PIC 9(4).
       01  WS-PP-NEW-ID           PIC X(8).
       01  WS-PP-NEW-FROM         PIC 9(8).
       01  WS-PP-NEW-TO           PIC 9(8).
       01  WS-PP-NEW-FREQ         PIC X(1).
       01  WS-PP-NEW-CUTOFF-DATE  PIC 9(8).
       01  WS-PP-NEW-CUTOFF-TIME  PIC 9(4).
       01  WS-PP-CUTOFF-ID        PIC X(8).
       01  WS-PP-REOPEN-ID        PIC X(8).
       01  WS-PP-REOPEN-REASON    PIC X(40).
       01  WS-PP-FOUND            PIC X(1).
      *>      figure PAYROLL always charged, plus R250 per dependant;
      *>      MTC defaults are the 2025/26 SARS monthly credits.
       01  WS-DED-PRIORITY        PIC X(3) VALUE "PMU".
      *>      Vendor deductions' place (1-4) in the shedding order,
      *>      and the four-place order as shown and keyed (e.g. PMUV)
       01  WS-DED-VENDOR-POS      PIC 9(1) VALUE 4.
       01  WS-DED-ORDER           PIC X(4).
       01  WS-DO-BASE             PIC X(3).
       01  WS-DO-IDX              PIC 9(1).
       01  WS-DO-OUT              PIC 9(1).
       01  WS-DO-COUNT-P          PIC 9(1).
       01  WS-DO-COUNT-M          PIC 9(1).
       01  WS-DO-COUNT-U          PIC 9(1).
       01  WS-DO-COUNT-V          PIC 9(1).
       01  WS-SHIFT-NIGHT-PCT     PIC 99V99 VALUE 10.00.
       01  WS-SHIFT-SUNDAY-MULT   PIC 9V99 VALUE 2.00.
       01  WS-ADVANCE-MAX-PCT     PIC 99V99 VALUE 25.00.
       01  WS-RETAIN-PAY-YEARS    PIC 9(2) VALUE 5.
       01  WS-RETAIN-ATT-YEARS    PIC 9(2) VALUE 3.
       01  WS-RECERT-WINDOW-DAYS  PIC 9(3) VALUE 30.
       01  WS-DORMANT-DAYS        PIC 9(3) VALUE 90.
       01  WS-CLAIM-KM-RATE       PIC 9(2)V99 VALUE 4.76.
       01  WS-CLAIM-DAY-RATE      PIC 9(4)V99 VALUE 548.00.
       01  WS-LEAVE-MIN-COVER     PIC 9(3) VALUE 1.
       01  WS-BURSARY-REM-CAP     PIC 9(7)V99 VALUE 600000.00.
       01  WS-RETIRE-AGE          PIC 9(2) VALUE 65.
       01  WS-SERVICE-BRIDGE-DAYS PIC 9(4) VALUE 365.
      *>      Long-service milestones: 5, 10, 20 and 25 years stand
      *>      as the default with no award amounts until one is set
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
       01  WS-LSA-IDX             PIC 9(1).
       01  WS-WARN-VALIDITY.
           05  WS-WARN-VERBAL-MTHS  PIC 9(2) VALUE 3.
           05  WS-WARN-WRITTEN-MTHS PIC 9(2) VALUE 6.
           05  WS-WARN-FINAL-MTHS   PIC 9(2) VALUE 12.
       01  WS-FOREIGN-SERVICE.
           05  WS-FS-EXEMPT-CAP     PIC 9(7)V99 VALUE 1250000.00.
           05  WS-FS-WATCH-DAYS     PIC 9(3) VALUE 30.
       01  WS-FS-NEW-CAP          PIC 9(7)V99.
       01  WS-US-NEW-HIRE.
           05  WS-ER-FEIN           PIC X(10) VALUE SPACES.
           05  WS-NH-DUE-DAYS       PIC 9(2) VALUE 20.
           05  WS-NH-WARN-DAYS      PIC 9(2) VALUE 5.
       01  WS-NH-NEW-FEIN         PIC X(10).
       01  WS-US-401K.
           05  WS-401K-LIMITS.
               10  WS-401K-DEFER-LIMIT  PIC 9(7)V99 VALUE 23500.00.
               10  WS-401K-CATCHUP      PIC 9(7)V99 VALUE 7500.00.
               10  WS-401K-CATCHUP-AGE  PIC 9(2) VALUE 50.
           05  WS-401K-MATCH-RATE   PIC 9V999 VALUE 1.000.
           05  WS-401K-MATCH-CAP    PIC 9V999 VALUE 0.
           05  WS-401K-PLAN-ID      PIC X(15) VALUE SPACES.
       01  WS-DEATH-SERVICE.
           05  WS-DTH-LOAN-POLICY   PIC X(1) VALUE 'E'.
           05  WS-DTH-ADV-POLICY    PIC X(1) VALUE 'R'.
           05  WS-DTH-FUND-NAME     PIC X(30) VALUE SPACES.
           05  WS-DTH-INSURER-NAME  PIC X(30) VALUE SPACES.
       01  WS-LEAVE-SALE.
           05  WS-LVS-MIN-BALANCE   PIC 9(3)V99 VALUE 10.00.
           05  WS-LVS-MAX-DAYS      PIC 9(3)V99 VALUE 10.00.
           05  WS-LVS-WINDOW-FROM   PIC 9(4) VALUE 0101.
           05  WS-LVS-WINDOW-TO     PIC 9(4) VALUE 1231.
       01  WS-LVS-NEW-TEXT        PIC X(8).
       01  WS-BEN-ENROLMENT.
           05  WS-BEN-ENROL-FROM    PIC 9(4) VALUE 1101.
           05  WS-BEN-ENROL-TO      PIC 9(4) VALUE 1130.
       01  WS-BEN-NEW-FROM        PIC 9(4).
       01  WS-LVS-NEW-MMDD        PIC 9(4).
       01  WS-DTH-NEW-POLICY      PIC X(1).
       01  WS-DTH-NEW-NAME        PIC X(30).
       01  WS-401K-NEW-AMT        PIC 9(7)V99.
       01  WS-401K-NEW-AGE        PIC 9(2).
       01  WS-401K-NEW-PCT        PIC X(7).
       01  WS-401K-NEW-PLAN       PIC X(15).
       01  WS-401K-PRINT-AMT      PIC ZZZ,ZZ9.99.
       01  WS-401K-PRINT-PCT      PIC ZZ9.9.
       01  WS-FS-PRINT-CAP        PIC Z,ZZZ,ZZ9.99.
       01  WS-EMPLOYER-PROFILE.
           05  WS-ER-TRADE-NAME     PIC X(40).
           05  WS-ER-PAYE-REF       PIC X(10).
       01  WS-DB-NEW-HEADS        PIC 9(4).
       01  WS-DB-STORED           PIC X(1).
       01  WS-DB-PRINT-AMT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LE-FILE-STATUS      PIC XX.
       01  WS-LE-COUNT            PIC 9(2) VALUE 0.
       01  WS-LE-ENTRY OCCURS 10 TIMES INDEXED BY WS-LE-IDX.
           05  WS-LE-T-CODE       PIC X(4).
           05  WS-LE-T-PROFILE.
               10  WS-LE-T-TRADE-NAME PIC X(40).
               10  WS-LE-T-PAYE-REF   PIC X(10).
               10  WS-LE-T-UIF-REF    PIC X(10).
               10  WS-LE-T-SDL-REF    PIC X(10).
               10  WS-LE-T-COIDA-REG  PIC X(13).
               10  WS-LE-T-ADDR-1     PIC X(30).
               10  WS-LE-T-ADDR-2     PIC X(30).
               10  WS-LE-T-POSTCODE   PIC X(10).
           05  WS-LE-T-BANK-NAME  PIC X(20).
           05  WS-LE-T-BANK-BRANCH PIC X(6).
           05  WS-LE-T-BANK-ACCT  PIC X(11).
           05  WS-LE-T-GL-COMPANY PIC X(4).
           05  WS-LE-T-DEFAULT    PIC X(1).
           05  WS-LE-T-BR-COUNT   PIC 9(2).
           05  WS-LE-T-BRANCHES.
               10  WS-LE-T-BRANCH PIC X(10) OCCURS 10 TIMES.
           05  WS-LE-T-UPDATED-BY PIC X(8).
           05  WS-LE-T-UPDATED-TS PIC X(19).
      *>   The entity as it stood before the capture, for the change
      *>   history - laid out as one WS-LE-ENTRY.
       01  WS-LE-OLD-ENTRY.
           05  WS-LE-O-CODE       PIC X(4).
           05  WS-LE-O-PROFILE.
               10  WS-LE-O-TRADE-NAME PIC X(40).
               10  WS-LE-O-PAYE-REF   PIC X(10).
               10  WS-LE-O-UIF-REF    PIC X(10).
               10  WS-LE-O-SDL-REF    PIC X(10).
               10  WS-LE-O-COIDA-REG  PIC X(13).
               10  WS-LE-O-ADDR-1     PIC X(30).
               10  WS-LE-O-ADDR-2     PIC X(30).
               10  WS-LE-O-POSTCODE   PIC X(10).
           05  WS-LE-O-BANK-NAME  PIC X(20).
           05  WS-LE-O-BANK-BRANCH PIC X(6).
           05  WS-LE-O-BANK-ACCT  PIC X(11).
           05  WS-LE-O-GL-COMPANY PIC X(4).
           05  WS-LE-O-DEFAULT    PIC X(1).
           05  WS-LE-O-BR-COUNT   PIC 9(2).
           05  WS-LE-O-BRANCHES.
               10  WS-LE-O-BRANCH PIC X(10) OCCURS 10 TIMES.
           05  WS-LE-O-UPDATED-BY PIC X(8).
           05  WS-LE-O-UPDATED-TS PIC X(19).
       01  WS-LE-NEW-CODE         PIC X(4).
       01  WS-LE-SEL              PIC 9(2) VALUE 0.
       01  WS-LE-OTHER            PIC 9(2) VALUE 0.
       01  WS-LE-BR-IDX           PIC 9(2) VALUE 0.
       01  WS-LE-BR-IDX2          PIC 9(2) VALUE 0.
       01  WS-LE-IN-TEXT          PIC X(40).
       01  WS-LE-IN-BRANCH        PIC X(10).
       01  WS-LE-ADDED            PIC X(1).
       01  WS-LE-OK               PIC X(1).
       01  WS-LE-BR-TAKEN         PIC X(1).
       01  WS-LE-LOG-NAME         PIC X(14).
       01  WS-LE-BR-TEXT          PIC X(40).
       01  WS-LE-BR-PTR           PIC 9(3).
       01  WS-LE-BR-WORK          PIC X(100).
       01  WS-LE-BR-WORK-R REDEFINES WS-LE-BR-WORK.
           05  WS-LE-BR-W-CODE    PIC X(10) OCCURS 10 TIMES.
       01  WS-LE-BANK-VALIDATE-PARAMS.
           05  WS-LE-BV-BRANCH-CODE    PIC X(6).
           05  WS-LE-BV-ACCOUNT-NUMBER PIC X(11).
           05  WS-LE-BV-RESULT         PIC X(1).
           05  WS-LE-BV-BANK-NAME      PIC X(20).
           05  WS-LE-BV-MESSAGE        PIC X(50).
       01  WS-PW-FILE-STATUS      PIC XX.
       01  WS-PW-NEW-CODE         PIC X(4).
       01  WS-PW-NEW-DESC         PIC X(20).
       01  WS-PW-NEW-RATE         PIC 9(5)V99.
       01  WS-MW-FILE-STATUS      PIC XX.
       01  WS-MS-FILE-STATUS      PIC XX.
       01  WS-MWC-CHOICE          PIC 9(2).
       01  WS-MWC-ROW             PIC 9(4).
       01  WS-MWC-TYPE            PIC X(1).
       01  WS-MWC-KEY             PIC X(20).
       01  WS-MWC-SECTOR          PIC X(4).
       01  WS-MWC-PRINT-HOURLY    PIC ZZ9.99.
       01  WS-MWC-PRIOR-DATE      PIC 9(8).
       01  WS-MWC-PRIOR-MONTHLY   PIC 9(5)V99.
       01  WS-MWC-PRIOR-HOURLY    PIC 9(3)V99.
       01  WS-MWR-COUNT           PIC 9(3) VALUE 0.
       01  WS-MWR-ENTRY OCCURS 300 TIMES INDEXED BY WS-MWR-IDX.
           05  WS-MWR-T-ROW.
               10  WS-MWR-T-SECTOR    PIC X(4).
               10  FILLER             PIC X(2).
               10  WS-MWR-T-EFF-DATE  PIC 9(8).
               10  FILLER             PIC X(2).
               10  WS-MWR-T-DESC      PIC X(30).
               10  FILLER             PIC X(2).
               10  WS-MWR-T-MONTHLY   PIC 9(5)V99.
               10  FILLER             PIC X(2).
               10  WS-MWR-T-HOURLY    PIC 9(3)V99.
               10  FILLER             PIC X(2).
               10  WS-MWR-T-STATUS    PIC X(1).
               10  FILLER             PIC X(20).
       01  WS-MWS-COUNT           PIC 9(4) VALUE 0.
       01  WS-MWS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-MWS-IDX.
           05  WS-MWS-T-ENTRY.
               10  WS-MWS-T-TYPE      PIC X(1).
               10  WS-MWS-T-KEY       PIC X(20).
               10  WS-MWS-T-SECTOR    PIC X(4).
      *> US unemployment (FUTA/SUI) rate rows, 571-577.
       01  WS-UU-FILE-STATUS      PIC XX.
       01  WS-UUC-CHOICE          PIC 9(2).
       01  WS-UUC-ROW             PIC 9(4).
       01  WS-UUC-RATE-PCT        PIC 9(2)V9(3).
       01  WS-UUC-PRINT-PCT       PIC Z9.999.
       01  WS-UUC-PRIOR-YEAR      PIC 9(4).
       01  WS-UUC-PRIOR-BASE      PIC 9(7)V99.
       01  WS-UUC-PRIOR-RATE      PIC 9V9(5).
       01  WS-UUR-COUNT           PIC 9(3) VALUE 0.
       01  WS-UUR-ENTRY OCCURS 200 TIMES INDEXED BY WS-UUR-IDX.
           05  WS-UUR-T-ROW.
               10  WS-UUR-T-JURIS     PIC X(2).
               10  FILLER             PIC X(2).
               10  WS-UUR-T-YEAR      PIC 9(4).
               10  FILLER             PIC X(2).
               10  WS-UUR-T-BASE      PIC 9(7)V99.
               10  FILLER             PIC X(2).
               10  WS-UUR-T-RATE      PIC 9V9(5).
               10  FILLER             PIC X(2).
               10  WS-UUR-T-ACCOUNT   PIC X(15).
               10  FILLER             PIC X(2).
               10  WS-UUR-T-STATUS    PIC X(1).
               10  FILLER             PIC X(20).
      *> Payslip messages, 670-678.
       01  WS-SM-FILE-STATUS      PIC XX.
       01  WS-SMC-CHOICE          PIC 9(2).
       01  WS-SMC-ROW             PIC 9(4).
       01  WS-SMC-ID              PIC X(6).
       01  WS-SMC-OLD-STATUS      PIC X(1).
       01  WS-SMC-OLD-TEXT        PIC X(60).
       01  WS-SMC-TGT-TYPE        PIC X(1).
       01  WS-SMC-TGT-KEY         PIC X(20).
       01  WS-SMC-TGT-IDX         PIC 9(2).
       01  WS-SMC-MONTH           PIC X(7).
       01  WS-SMC-MONTH-OK        PIC X(1).
       01  WS-SMR-COUNT           PIC 9(3) VALUE 0.
       01  WS-SMR-ENTRY OCCURS 200 TIMES INDEXED BY WS-SMR-IDX.
           05  WS-SMR-T-ROW       PIC X(591).
       01  WS-PJ-FILE-STATUS      PIC XX.
       01  WS-PJ-NEW-CODE         PIC X(6).
       01  WS-PJ-NEW-NAME         PIC X(30).
           05  FILLER PIC X(8) VALUE "FRINGE  ".
           05  FILLER PIC X(8) VALUE "SLIPDIST".
           05  FILLER PIC X(8) VALUE "CASHFC  ".
           05  FILLER PIC X(8) VALUE "EMPACTIV".
           05  FILLER PIC X(8) VALUE "BANKVRFY".
           05  FILLER PIC X(8) VALUE "EFTREL  ".
           05  FILLER PIC X(8) VALUE "CLAIMAPR".
           05  FILLER PIC X(8) VALUE "OTAUTH  ".
           05  FILLER PIC X(8) VALUE "ATTCORR ".
           05  FILLER PIC X(8) VALUE "IODREG  ".
           05  FILLER PIC X(8) VALUE "COUNCIL ".
           05  FILLER PIC X(8) VALUE "TRAINING".
           05  FILLER PIC X(8) VALUE "ASSETS  ".
           05  FILLER PIC X(8) VALUE "STUDY   ".
           05  FILLER PIC X(8) VALUE "VENDDED ".
           05  FILLER PIC X(8) VALUE "BANKREC ".
           05  FILLER PIC X(8) VALUE "CHEQUES ".
           05  FILLER PIC X(8) VALUE "AUDSMP  ".
           05  FILLER PIC X(8) VALUE "LONGSVC ".
           05  FILLER PIC X(8) VALUE "BUDGET  ".
           05  FILLER PIC X(8) VALUE "REQUISN ".
           05  FILLER PIC X(8) VALUE "DISCWARN".
           05  FILLER PIC X(8) VALUE "TRAINREF".
           05  FILLER PIC X(8) VALUE "DEATHSVC".
           05  FILLER PIC X(8) VALUE "LATEINP ".
           05  FILLER PIC X(8) VALUE "LATEREL ".
           05  FILLER PIC X(8) VALUE "PAYQRY  ".
           05  FILLER PIC X(8) VALUE "SUBJACC ".
       01  WS-PM-FUNC-ENTRIES REDEFINES WS-PM-FUNC-TABLE.
           05  WS-PM-FUNC OCCURS 54 TIMES
                   INDEXED BY WS-PM-FIDX PIC X(8).
      *> Segregation of duties: the conflicting function pairs, the
      *> three built in for when no table is on file, and the report
      *> and grant-warning work fields.
       01  WS-SD-FILE-STATUS      PIC XX.
       01  WS-USER-FILE-STATUS    PIC XX.
       01  WS-SD-COUNT            PIC 9(2) VALUE 0.
       01  WS-SD-TABLE.
           05  WS-SD-ENTRY OCCURS 30 TIMES INDEXED BY WS-SD-IDX.
               10  WS-SD-T-FUNC-A PIC X(8).
               10  WS-SD-T-FUNC-B PIC X(8).
               10  WS-SD-T-DESC   PIC X(40).
       01  WS-SD-DEFAULT-TABLE.
           05  FILLER PIC X(16) VALUE "EMPMGMT EMPACTIV".
           05  FILLER PIC X(40)
                   VALUE "CAPTURE AND ACTIVATE A NEW HIRE".
           05  FILLER PIC X(16) VALUE "EMPMGMT BANKVRFY".
           05  FILLER PIC X(40)
                   VALUE "CHANGE AND VERIFY BANK DETAILS".
           05  FILLER PIC X(16) VALUE "PAYRUN  EFTREL  ".
           05  FILLER PIC X(40)
                   VALUE "RUN PAYROLL AND RELEASE THE EFT BATCH".
       01  WS-SD-CHOICE           PIC 9(1).
       01  WS-SD-NEW-A            PIC X(8).
       01  WS-SD-NEW-B            PIC X(8).
       01  WS-SD-NEW-DESC         PIC X(40).
       01  WS-SD-FOUND            PIC 9(2).
       01  WS-SD-RIDX             PIC 9(1).
       01  WS-SD-OTHER-FUNC       PIC X(8).
       01  WS-SD-RIGHT-A          PIC X(1).
       01  WS-SD-USERS            PIC 9(5).
       01  WS-SD-USERS-HIT        PIC 9(5).
       01  WS-SD-USER-PAIRS       PIC 9(3).
       01  WS-SD-CONFLICTS        PIC 9(5).
       01  WS-SD-NEW-HITS         PIC 9(3).
       01  WS-SD-CONFIRM          PIC X(1).
       01  WS-SD-EOF              PIC X(1).
      *>      Default is the published 2025 COIDA assessment ceiling.
       01  WS-COIDA-CEILING       PIC 9(9)V99 VALUE 597328.00.
       01  WS-MEDICAL-SETTINGS.
           05  WS-REBATE-SECONDARY PIC 9(7)V99 VALUE 9444.00.
           05  WS-REBATE-TERTIARY  PIC 9(7)V99 VALUE 3145.00.
       01  WS-PB-PRINT-AMT        PIC ZZZ,ZZZ,ZZ9.99.
      *>      Every tax year's table off ../data/paye_tables.dat, and
      *>      the table in force today held aside while another
      *>      year's table is being maintained.
       01  WS-PT-FILE-STATUS      PIC XX.
       01  WS-PT-COUNT            PIC 9(2) VALUE 0.
       01  WS-PT-ENTRY OCCURS 20 TIMES INDEXED BY WS-PT-IDX.
           05  WS-PT-T-YEAR       PIC 9(4).
           05  WS-PT-T-BRACKETS   PIC X(175).
           05  WS-PT-T-REBATES    PIC X(27).
       01  WS-PT-YEAR             PIC 9(4).
       01  WS-PT-CURRENT-YEAR     PIC 9(4).
       01  WS-PT-FOUND            PIC X(1).
       01  WS-PT-HOLD-BRACKETS    PIC X(175).
       01  WS-PT-HOLD-REBATES     PIC X(27).
      *>      The tax year's table as it stood before this change,
      *>      for the before/after history rows.
       01  WS-PT-OLD-BRACKETS.
           05  WS-PT-OLD-BRACKET OCCURS 7 TIMES.
               10  WS-PT-OLD-UPPER    PIC 9(9)V99.
               10  WS-PT-OLD-BASE     PIC 9(9)V99.
               10  WS-PT-OLD-RATE     PIC V999.
       01  WS-PT-OLD-REBATES.
           05  WS-PT-OLD-PRIMARY      PIC 9(7)V99.
           05  WS-PT-OLD-SECONDARY    PIC 9(7)V99.
           05  WS-PT-OLD-TERTIARY     PIC 9(7)V99.
       01  WS-PT-BRACKET-NO       PIC 9(1).
      *>      Defaults are the caps in force for 2025/26: UIF monthly
      *>      remuneration ceiling R17,712.00, SDL annual exemption
      *>      threshold R500,000.
       01  WS-CAPS-ANSWER         PIC X(1).
       01  WS-PERCENT             PIC Z9.99.

      *> Configuration change history and the statutory maker-checker.
      *> WS-CFG-SAVED-IMAGE is the settings record as last loaded or
      *> saved - 500-SAVE-SETTINGS puts it back in the record area so
      *> every SC- field can be compared against its WS- counterpart.
       01  WS-CH-FILE-STATUS      PIC XX.
       01  WS-CP-FILE-STATUS      PIC XX.
       01  WS-CFG-SAVED-IMAGE     PIC X(796).
       01  WS-CFG-APPLYING        PIC X(1) VALUE 'N'.
       01  WS-CFG-AMOUNT          PIC 9(9)V9(4).
       01  WS-CFG-AMOUNT-X REDEFINES WS-CFG-AMOUNT PIC X(13).
       01  WS-CH-ACTION           PIC X(1).
       01  WS-CH-FIELD            PIC X(24).
       01  WS-CH-OLD-TEXT         PIC X(40).
       01  WS-CH-NEW-TEXT         PIC X(40).
       01  WS-CH-OLD-NUM          PIC 9(9)V9(4).
       01  WS-CH-NEW-NUM          PIC 9(9)V9(4).
       01  WS-CH-NUM-ED           PIC Z(8)9.9(4).
       01  WS-CH-MAKER            PIC X(8).
       01  WS-CH-SEQ              PIC 9(6).
       01  WS-CH-STAMP            PIC X(19).
       01  WS-CH-EOF              PIC X(1).
       01  WS-CP-UNIT             PIC X(16).
       01  WS-CP-TAX-YEAR         PIC 9(4).
       01  WS-CP-NEW-IMAGE        PIC X(202).
       01  WS-CP-UNIT-BUSY        PIC X(1).
       01  WS-CP-LAST-SEQ         PIC 9(6).
       01  WS-CP-PENDING-COUNT    PIC 9(4).
       01  WS-CP-DECIDE-SEQ       PIC 9(6).
       01  WS-CP-DECISION         PIC X(1).
       01  WS-CP-FOUND            PIC X(1).
       01  WS-CP-EOF              PIC X(1).

      *> USERMANAGEMENT sign-on for whoever is changing settings this
      *> session - the identity the history and the maker-checker
      *> comparison carry.
       01  WS-SIGNON-AUTH-PARAMS.
           05  WS-SO-USERID        PIC X(08).
           05  WS-SO-PASSWORD      PIC X(16).
           05  WS-SO-IP-ADDRESS    PIC X(15) VALUE 'CONSOLE'.
           05  WS-SO-AUTH-RESULT   PIC X(01).
           05  WS-SO-USER-ROLE     PIC X(01).
           05  WS-SO-ERROR-MSG     PIC X(50).
       01  WS-SIGNON-ADMIN-PARAMS.
           05  WS-SO-ADMIN-ACTION  PIC X(10) VALUE SPACES.
           05  WS-SO-TARGET-ID     PIC X(08) VALUE SPACES.
           05  WS-SO-NEW-DATA      PIC X(50) VALUE SPACES.
           05  WS-SO-OLD-PASSWORD  PIC X(16) VALUE SPACES.
           05  WS-SO-NEW-PASSWORD  PIC X(16) VALUE SPACES.
           05  WS-SO-ADMIN-RESULT  PIC X(01).
           05  WS-SO-ADMIN-MSG     PIC X(50).
       01  WS-CFG-USER-ID         PIC X(08) VALUE SPACES.
       01  WS-SIGNON-OK           PIC X(1).

       LINKAGE SECTION.
       01  LS-USER-ROLE           PIC X(1).
       01  LS-EMP-ID              PIC X(10).
               GOBACK
           END-IF.

           PERFORM 105-SIGN-ON-OPERATOR
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           PERFORM 140-DEFAULT-PAYE-BRACKETS
           PERFORM 150-LOAD-SETTINGS
           PERFORM 501-BUILD-SETTINGS-RECORD
           MOVE SYSCONFIG-RECORD TO WS-CFG-SAVED-IMAGE

           PERFORM UNTIL WS-CONFIG-CHOICE = 0
               DISPLAY " "
               DISPLAY "15. Function Permissions"
               DISPLAY "16. Project Code Master"
               DISPLAY "17. Piece Rate Table"
               DISPLAY "18. Approve Pending Statutory Changes"
               DISPLAY "19. Legal Entities"
               DISPLAY "20. Long Service and Retirement"
               DISPLAY "21. Disciplinary Warning Validity"
               DISPLAY "22. Sector Minimum Wages"
               DISPLAY "23. Foreign Service Exemption"
               DISPLAY "24. US Unemployment (FUTA/SUI)"
               DISPLAY "25. US New-Hire Reporting"
               DISPLAY "26. US 401(k) Plan Limits and Match"
               DISPLAY "27. Payslip Messages"
               DISPLAY "28. Death in Service Policy"
               DISPLAY "29. Annual Leave Sale Policy"
               DISPLAY "30. Benefits Open Enrolment Window"
               DISPLAY "0. Return to Main Menu"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-CONFIG-CHOICE
                   WHEN 15 PERFORM 560-PERMISSION-CONFIG
                   WHEN 16 PERFORM 570-PROJECT-CONFIG
                   WHEN 17 PERFORM 580-PIECE-RATE-CONFIG
                   WHEN 18 PERFORM 590-APPROVE-PENDING-CHANGES
                   WHEN 19 PERFORM 542-LEGAL-ENTITY-CONFIG
                   WHEN 20 PERFORM 525-LONG-SERVICE-CONFIG
                   WHEN 21 PERFORM 527-WARNING-VALIDITY-CONFIG
                   WHEN 22 PERFORM 581-MIN-WAGE-CONFIG
                   WHEN 23 PERFORM 528-FOREIGN-SERVICE-CONFIG
                   WHEN 24 PERFORM 571-US-UNEMP-CONFIG
                   WHEN 25 PERFORM 529-US-NEW-HIRE-CONFIG
                   WHEN 26 PERFORM 526-US-401K-CONFIG
                   WHEN 27 PERFORM 670-SLIP-MESSAGE-CONFIG
                   WHEN 28 PERFORM 524-DEATH-SERVICE-CONFIG
                   WHEN 29 PERFORM 521-LEAVE-SALE-CONFIG
                   WHEN 30 PERFORM 523-BEN-ENROLMENT-CONFIG
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *****************************************************************
      * 105-SIGN-ON-OPERATOR - USERMANAGEMENT authentication for
      * whoever is maintaining settings, so the change history and
      * the statutory maker-checker record real USER-IDs.
      *****************************************************************
       105-SIGN-ON-OPERATOR.
           MOVE 'N' TO WS-SIGNON-OK
           DISPLAY "OPERATOR SIGN-ON - USER ID: " WITH NO ADVANCING
           ACCEPT WS-SO-USERID
           DISPLAY "PASSWORD: " WITH NO ADVANCING
           ACCEPT WS-SO-PASSWORD
           MOVE SPACES TO WS-SO-AUTH-RESULT
           MOVE SPACES TO WS-SO-ADMIN-ACTION
           CALL "USERMANAGEMENT" USING WS-SIGNON-AUTH-PARAMS
                   WS-SIGNON-ADMIN-PARAMS
           IF WS-SO-AUTH-RESULT = 'S'
               MOVE WS-SO-USERID TO WS-CFG-USER-ID
               MOVE 'Y' TO WS-SIGNON-OK
           ELSE
               DISPLAY "SIGN-ON FAILED: " WS-SO-ERROR-MSG
           END-IF.

      *****************************************************************
      * 140-DEFAULT-PAYE-BRACKETS - seed the working-storage PAYE
      * bracket table with the 2025/26 SARS individual table, the same
                       IF SC-DED-PRIORITY NOT = SPACES
                           MOVE SC-DED-PRIORITY TO WS-DED-PRIORITY
                       END-IF
                       IF SC-DED-VENDOR-POS NUMERIC
                               AND SC-DED-VENDOR-POS > 0
                               AND SC-DED-VENDOR-POS NOT > 4
                           MOVE SC-DED-VENDOR-POS TO WS-DED-VENDOR-POS
                       END-IF
                       IF SC-COIDA-CEILING NUMERIC
                               AND SC-COIDA-CEILING > 0
                           MOVE SC-COIDA-CEILING
                           MOVE SC-RETAIN-ATT-YEARS
                               TO WS-RETAIN-ATT-YEARS
                       END-IF
                       IF SC-DORMANT-DAYS NUMERIC
                               AND SC-DORMANT-DAYS > 0
                           MOVE SC-RECERT-WINDOW-DAYS
                               TO WS-RECERT-WINDOW-DAYS
                           MOVE SC-DORMANT-DAYS
                               TO WS-DORMANT-DAYS
                       END-IF
                       IF SC-CLAIM-KM-RATE NUMERIC
                               AND SC-CLAIM-KM-RATE > 0
                           MOVE SC-CLAIM-KM-RATE
                               TO WS-CLAIM-KM-RATE
                           MOVE SC-CLAIM-DAY-RATE
                               TO WS-CLAIM-DAY-RATE
                       END-IF
                       IF SC-LEAVE-MIN-COVER NUMERIC
                           MOVE SC-LEAVE-MIN-COVER
                               TO WS-LEAVE-MIN-COVER
                       END-IF
                       IF SC-BURSARY-REM-CAP NUMERIC
                               AND SC-BURSARY-REM-CAP > 0
                           MOVE SC-BURSARY-REM-CAP
                               TO WS-BURSARY-REM-CAP
                       END-IF
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
                       IF SC-WARN-VALIDITY NUMERIC
                               AND SC-WARN-VALIDITY NOT = ZEROS
                           MOVE SC-WARN-VALIDITY TO WS-WARN-VALIDITY
                       END-IF
                       IF SC-FOREIGN-SERVICE NUMERIC
                               AND SC-FS-EXEMPT-CAP > 0
                           MOVE SC-FOREIGN-SERVICE
                               TO WS-FOREIGN-SERVICE
                       END-IF
                       IF SC-NH-DUE-DAYS NUMERIC
                               AND SC-NH-DUE-DAYS > 0
                           MOVE SC-US-NEW-HIRE TO WS-US-NEW-HIRE
                       END-IF
                       IF SC-401K-DEFER-LIMIT NUMERIC
                               AND SC-401K-DEFER-LIMIT > 0
                           MOVE SC-US-401K TO WS-US-401K
                       END-IF
                       IF SC-DTH-LOAN-POLICY = 'E' OR 'W'
                           MOVE SC-DEATH-SERVICE TO WS-DEATH-SERVICE
                       END-IF
                       IF SC-LVS-WINDOW-FROM NUMERIC
                               AND SC-LVS-WINDOW-FROM > 0
                           MOVE SC-LEAVE-SALE TO WS-LEAVE-SALE
                       END-IF
                       IF SC-BEN-ENROL-FROM NUMERIC
                               AND SC-BEN-ENROL-FROM > 0
                           MOVE SC-BEN-ENROLMENT TO WS-BEN-ENROLMENT
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.

      *****************************************************************
      * 500-SAVE-SETTINGS - write the current working-storage settings
      * out to SYSCONFIG-FILE so they stick between runs. The settings
      * as last saved go back into the record area first, so every
      * SC- field still holds its old value while it is compared with
      * the WS- value replacing it: statutory changes are taken out
      * and held for approval, and every change that does go through
      * gets its history row. An approved change being applied
      * (WS-CFG-APPLYING) skips the hold and logs as approved.
      *****************************************************************
       500-SAVE-SETTINGS.
           MOVE WS-CFG-SAVED-IMAGE TO SYSCONFIG-RECORD
           IF WS-CFG-APPLYING = 'Y'
               MOVE 'A' TO WS-CH-ACTION
           ELSE
               PERFORM 610-HOLD-STATUTORY-CHANGES
               MOVE 'C' TO WS-CH-ACTION
               MOVE WS-CFG-USER-ID TO WS-CH-MAKER
               MOVE 0 TO WS-CH-SEQ
           END-IF
           PERFORM 600-LOG-SETTING-CHANGES
           PERFORM 501-BUILD-SETTINGS-RECORD

           OPEN OUTPUT SYSCONFIG-FILE
           IF WS-CONFIG-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: Unable to save settings. Status: "
                       WS-CONFIG-FILE-STATUS
           ELSE
               WRITE SYSCONFIG-RECORD
               CLOSE SYSCONFIG-FILE
               MOVE SYSCONFIG-RECORD TO WS-CFG-SAVED-IMAGE
           END-IF.

       501-BUILD-SETTINGS-RECORD.
           MOVE WS-FED-TAX-RATE    TO SC-FED-TAX-RATE
           MOVE WS-STATE-TAX-RATE  TO SC-STATE-TAX-RATE
           MOVE WS-FICA-RATE       TO SC-FICA-RATE
           MOVE WS-ADVANCE-MAX-PCT TO SC-ADVANCE-MAX-PCT
           MOVE WS-RETAIN-PAY-YEARS TO SC-RETAIN-PAY-YEARS
           MOVE WS-RETAIN-ATT-YEARS TO SC-RETAIN-ATT-YEARS
           MOVE WS-RECERT-WINDOW-DAYS TO SC-RECERT-WINDOW-DAYS
           MOVE WS-DORMANT-DAYS    TO SC-DORMANT-DAYS
           MOVE WS-CLAIM-KM-RATE   TO SC-CLAIM-KM-RATE
           MOVE WS-CLAIM-DAY-RATE  TO SC-CLAIM-DAY-RATE
           MOVE WS-LEAVE-MIN-COVER TO SC-LEAVE-MIN-COVER
           MOVE WS-BURSARY-REM-CAP TO SC-BURSARY-REM-CAP
           MOVE WS-DED-VENDOR-POS  TO SC-DED-VENDOR-POS
           MOVE WS-RETIRE-AGE      TO SC-RETIRE-AGE
           MOVE WS-SERVICE-BRIDGE-DAYS TO SC-SERVICE-BRIDGE-DAYS
           MOVE WS-LS-AWARDS       TO SC-LS-AWARDS
           MOVE WS-WARN-VALIDITY   TO SC-WARN-VALIDITY
           MOVE WS-FOREIGN-SERVICE TO SC-FOREIGN-SERVICE
           MOVE WS-US-NEW-HIRE     TO SC-US-NEW-HIRE
           MOVE WS-US-401K         TO SC-US-401K
           MOVE WS-DEATH-SERVICE   TO SC-DEATH-SERVICE
           MOVE WS-LEAVE-SALE      TO SC-LEAVE-SALE
           MOVE WS-BEN-ENROLMENT   TO SC-BEN-ENROLMENT.

       200-TAX-CONFIG.
           MOVE WS-FED-TAX-RATE TO WS-TEMP-VALUE
           DISPLAY "Enter new MTC added dependant credit: "
                   WITH NO ADVANCING
           ACCEPT WS-MTC-ADD-DEP
           PERFORM 305-BUILD-DED-ORDER
           DISPLAY "Current deduction priority order: "
                   WS-DED-ORDER " (P=pension, M=medical, "
                   "U=union, V=vendor; lowest priority sheds first)"
           DISPLAY "Enter new priority order (e.g. PMUV): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DED-ORDER
           ACCEPT WS-DED-ORDER
           IF WS-DED-ORDER = SPACES
               MOVE "PMUV" TO WS-DED-ORDER
           END-IF
           PERFORM 306-SPLIT-DED-ORDER
           DISPLAY "Benefit settings updated."
           PERFORM 500-SAVE-SETTINGS.

      *> The four-place order: V slotted into WS-DED-PRIORITY at
      *> WS-DED-VENDOR-POS, the same order PAYROLL sheds in.
       305-BUILD-DED-ORDER.
           MOVE SPACES TO WS-DED-ORDER
           EVALUATE WS-DED-VENDOR-POS
               WHEN 1
                   STRING "V" WS-DED-PRIORITY
                          DELIMITED BY SIZE INTO WS-DED-ORDER
               WHEN 2
                   STRING WS-DED-PRIORITY(1:1) "V"
                          WS-DED-PRIORITY(2:2)
                          DELIMITED BY SIZE INTO WS-DED-ORDER
               WHEN 3
                   STRING WS-DED-PRIORITY(1:2) "V"
                          WS-DED-PRIORITY(3:1)
                          DELIMITED BY SIZE INTO WS-DED-ORDER
               WHEN OTHER
                   STRING WS-DED-PRIORITY "V"
                          DELIMITED BY SIZE INTO WS-DED-ORDER
           END-EVALUATE.

      *> A keyed order must use each of P, M, U and V exactly once;
      *> V's place goes to WS-DED-VENDOR-POS and the rest, in order,
      *> to WS-DED-PRIORITY. Anything else leaves both unchanged.
       306-SPLIT-DED-ORDER.
           MOVE FUNCTION UPPER-CASE(WS-DED-ORDER) TO WS-DED-ORDER
           MOVE 0 TO WS-DO-COUNT-P
           MOVE 0 TO WS-DO-COUNT-M
           MOVE 0 TO WS-DO-COUNT-U
           MOVE 0 TO WS-DO-COUNT-V
           INSPECT WS-DED-ORDER TALLYING WS-DO-COUNT-P FOR ALL "P"
                                         WS-DO-COUNT-M FOR ALL "M"
                                         WS-DO-COUNT-U FOR ALL "U"
                                         WS-DO-COUNT-V FOR ALL "V"
           IF WS-DO-COUNT-P = 1 AND WS-DO-COUNT-M = 1
                   AND WS-DO-COUNT-U = 1 AND WS-DO-COUNT-V = 1
               MOVE SPACES TO WS-DO-BASE
               MOVE 0 TO WS-DO-OUT
               PERFORM VARYING WS-DO-IDX FROM 1 BY 1
                       UNTIL WS-DO-IDX > 4
                   IF WS-DED-ORDER(WS-DO-IDX:1) = "V"
                       MOVE WS-DO-IDX TO WS-DED-VENDOR-POS
                   ELSE
                       ADD 1 TO WS-DO-OUT
                       MOVE WS-DED-ORDER(WS-DO-IDX:1)
                           TO WS-DO-BASE(WS-DO-OUT:1)
                   END-IF
               END-PERFORM
               MOVE WS-DO-BASE TO WS-DED-PRIORITY
           ELSE
               DISPLAY "Priority order must use each of P, M, U and "
                       "V once - order left unchanged"
           END-IF.

       400-SYSTEM-CONFIG.
           MOVE WS-VARIANCE-PCT TO WS-TEMP-VALUE
           COMPUTE WS-PERCENT = WS-TEMP-VALUE * 100
                   " minutes"
           DISPLAY "Salary Advance Cap: " WS-ADVANCE-MAX-PCT
                   "% of last net pay"
           DISPLAY "Access Recertification Window: "
                   WS-RECERT-WINDOW-DAYS " days into the quarter"
           DISPLAY "Dormant Account Threshold: " WS-DORMANT-DAYS
                   " days without sign-on"
           DISPLAY "Expense Claim Prescribed Rates: R "
                   WS-CLAIM-KM-RATE " per km, R " WS-CLAIM-DAY-RATE
                   " per day away"
           DISPLAY "Minimum Department Cover: " WS-LEAVE-MIN-COVER
                   " on duty per day"
           DISPLAY "Bursary Remuneration Cap: R " WS-BURSARY-REM-CAP
                   " a year (above it study fees are taxable)"
           DISPLAY " "
           DISPLAY "Enter new pay period length (days): "
                   WITH NO ADVANCING
           DISPLAY "Enter POPIA retention years - attendance rows: "
                   WITH NO ADVANCING
           ACCEPT WS-RETAIN-ATT-YEARS
           DISPLAY "Enter access recertification window (days into "
                   "the quarter): " WITH NO ADVANCING
           ACCEPT WS-RECERT-WINDOW-DAYS
           DISPLAY "Enter dormant account threshold (days without "
                   "sign-on): " WITH NO ADVANCING
           ACCEPT WS-DORMANT-DAYS
           DISPLAY "Enter SARS prescribed travel rate per km "
                   "(e.g. 4.76): " WITH NO ADVANCING
           ACCEPT WS-CLAIM-KM-RATE
           DISPLAY "Enter daily subsistence allowance "
                   "(e.g. 548.00): " WITH NO ADVANCING
           ACCEPT WS-CLAIM-DAY-RATE
           DISPLAY "Enter minimum department headcount on duty "
                   "(0 = no cover warning): " WITH NO ADVANCING
           ACCEPT WS-LEAVE-MIN-COVER
           DISPLAY "Enter bursary remuneration cap per year "
                   "(e.g. 600000.00): " WITH NO ADVANCING
           ACCEPT WS-BURSARY-REM-CAP
           DISPLAY "System settings updated."
           PERFORM 500-SAVE-SETTINGS.

      *****************************************************************
      * 460-PAYE-BRACKET-CONFIG - display and maintain the annual SARS
      * PAYE bracket table and the primary/secondary/tertiary age
      * rebates PAYROLL applies per employee, for a chosen tax year.
      * A year not yet on file starts from the table in force. The
      * new table is held for a second user's approval (590); once
      * approved, only the current tax year's table is copied into
      * the settings file - a future year's table waits on
      * paye_tables.dat until PAYROLL runs a period that falls in it.
      * Entering 0 for a bracket's upper limit keeps that bracket.
      *****************************************************************
       460-PAYE-BRACKET-CONFIG.
           PERFORM 462-LOAD-PAYE-TABLES
           PERFORM 463-SET-CURRENT-TAX-YEAR
      *>   First use since the tables went per tax year: the settings-
      *>   file table is the one that has been in force, so it is
      *>   filed as the current year's before anything else is
      *>   loaded.
           IF WS-PT-COUNT = 0
               MOVE WS-PT-CURRENT-YEAR TO WS-PT-YEAR
               PERFORM 464-STORE-PAYE-TABLE
               PERFORM 466-SAVE-PAYE-TABLES
               DISPLAY "Settings-file table recorded as tax year "
                       WS-PT-CURRENT-YEAR
           END-IF
           DISPLAY "PAYE tables on file (tax year = year February "
                   "falls in):"
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-T-YEAR(WS-PT-IDX) = WS-PT-CURRENT-YEAR
                   DISPLAY "  " WS-PT-T-YEAR(WS-PT-IDX) "  (in force)"
               ELSE
                   DISPLAY "  " WS-PT-T-YEAR(WS-PT-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Tax year to maintain (0 = " WS-PT-CURRENT-YEAR
                   "): " WITH NO ADVANCING
           ACCEPT WS-PT-YEAR
           IF WS-PT-YEAR = 0
               MOVE WS-PT-CURRENT-YEAR TO WS-PT-YEAR
           END-IF

           MOVE WS-PAYE-BRACKETS TO WS-PT-HOLD-BRACKETS
           MOVE WS-PAYE-REBATES  TO WS-PT-HOLD-REBATES
           PERFORM 465-FIND-YEAR-TABLE
           IF WS-PT-FOUND = 'N'
               DISPLAY "No table on file for " WS-PT-YEAR
                       " - starting from the table in force."
           END-IF

           DISPLAY "SA PAYE Brackets for tax year " WS-PT-YEAR
                   " (annual figures):"
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > 7
               MOVE WS-PB-UPPER-LIMIT(WS-PB-IDX) TO WS-PB-PRINT-AMT
           ACCEPT WS-REBATE-SECONDARY
           DISPLAY "Enter tertiary rebate (75+): " WITH NO ADVANCING
           ACCEPT WS-REBATE-TERTIARY

      *>   Brackets and rebates are statutory: the new table is held
      *>   for a second user's approval and nothing changes until then.
           IF WS-PAYE-BRACKETS = WS-PT-OLD-BRACKETS
                   AND WS-PAYE-REBATES = WS-PT-OLD-REBATES
               DISPLAY "No change to the tax year " WS-PT-YEAR
                       " table."
           ELSE
               MOVE "PAYE-TABLE" TO WS-CP-UNIT
               MOVE WS-PT-YEAR TO WS-CP-TAX-YEAR
               PERFORM 612-SCAN-PENDING
               IF WS-CP-UNIT-BUSY NOT = 'Y'
                   MOVE WS-PAYE-BRACKETS TO WS-CP-NEW-IMAGE(1:175)
                   MOVE WS-PAYE-REBATES  TO WS-CP-NEW-IMAGE(176:27)
                   PERFORM 614-RAISE-PENDING
                   MOVE 'P' TO WS-CH-ACTION
                   MOVE WS-CFG-USER-ID TO WS-CH-MAKER
                   PERFORM 468-LOG-PAYE-TABLE-CHANGES
               END-IF
           END-IF
           MOVE WS-PT-HOLD-BRACKETS TO WS-PAYE-BRACKETS
           MOVE WS-PT-HOLD-REBATES  TO WS-PAYE-REBATES.

      *>   The tax year's own table into WS-PAYE-BRACKETS/REBATES (the
      *>   table in force stays there for a year not yet on file), and
      *>   a copy of it as the "before" for the history rows.
       465-FIND-YEAR-TABLE.
           MOVE 'N' TO WS-PT-FOUND
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-T-YEAR(WS-PT-IDX) = WS-PT-YEAR
                   MOVE WS-PT-T-BRACKETS(WS-PT-IDX) TO WS-PAYE-BRACKETS
                   MOVE WS-PT-T-REBATES(WS-PT-IDX)  TO WS-PAYE-REBATES
                   MOVE 'Y' TO WS-PT-FOUND
               END-IF
           END-PERFORM
           MOVE WS-PAYE-BRACKETS TO WS-PT-OLD-BRACKETS
           MOVE WS-PAYE-REBATES  TO WS-PT-OLD-REBATES.

      *>   One history row per bracket figure or rebate that differs
      *>   between WS-PT-OLD- and the table now in WS-PAYE-BRACKETS.
       468-LOG-PAYE-TABLE-CHANGES.
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > 7
               SET WS-PT-BRACKET-NO TO WS-PB-IDX
               MOVE SPACES TO WS-CH-FIELD
               STRING "PAYE" WS-PT-YEAR " B" WS-PT-BRACKET-NO
                      " UPPER" DELIMITED BY SIZE INTO WS-CH-FIELD
               MOVE WS-PT-OLD-UPPER(WS-PB-IDX) TO WS-CH-OLD-NUM
               MOVE WS-PB-UPPER-LIMIT(WS-PB-IDX) TO WS-CH-NEW-NUM
               PERFORM 620-LOG-NUMERIC-CHANGE
               MOVE SPACES TO WS-CH-FIELD
               STRING "PAYE" WS-PT-YEAR " B" WS-PT-BRACKET-NO
                      " BASE" DELIMITED BY SIZE INTO WS-CH-FIELD
               MOVE WS-PT-OLD-BASE(WS-PB-IDX) TO WS-CH-OLD-NUM
               MOVE WS-PB-BASE-TAX(WS-PB-IDX) TO WS-CH-NEW-NUM
               PERFORM 620-LOG-NUMERIC-CHANGE
               MOVE SPACES TO WS-CH-FIELD
               STRING "PAYE" WS-PT-YEAR " B" WS-PT-BRACKET-NO
                      " RATE" DELIMITED BY SIZE INTO WS-CH-FIELD
               MOVE WS-PT-OLD-RATE(WS-PB-IDX) TO WS-CH-OLD-NUM
               MOVE WS-PB-RATE(WS-PB-IDX) TO WS-CH-NEW-NUM
               PERFORM 620-LOG-NUMERIC-CHANGE
           END-PERFORM
           MOVE SPACES TO WS-CH-FIELD
           STRING "PAYE" WS-PT-YEAR " REBATE PRIMARY"
                  DELIMITED BY SIZE INTO WS-CH-FIELD
           MOVE WS-PT-OLD-PRIMARY TO WS-CH-OLD-NUM
           MOVE WS-REBATE-PRIMARY TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE SPACES TO WS-CH-FIELD
           STRING "PAYE" WS-PT-YEAR " REBATE SECOND"
                  DELIMITED BY SIZE INTO WS-CH-FIELD
           MOVE WS-PT-OLD-SECONDARY TO WS-CH-OLD-NUM
           MOVE WS-REBATE-SECONDARY TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE SPACES TO WS-CH-FIELD
           STRING "PAYE" WS-PT-YEAR " REBATE TERTIARY"
                  DELIMITED BY SIZE INTO WS-CH-FIELD
           MOVE WS-PT-OLD-TERTIARY TO WS-CH-OLD-NUM
           MOVE WS-REBATE-TERTIARY TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE.

       462-LOAD-PAYE-TABLES.
           MOVE 0 TO WS-PT-COUNT
           OPEN INPUT PAYE-TABLE-FILE
           IF WS-PT-FILE-STATUS = '00'
               PERFORM UNTIL WS-PT-FILE-STATUS = '10'
                   READ PAYE-TABLE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PT-COUNT < 20
                               ADD 1 TO WS-PT-COUNT
                               MOVE PT-TAX-YEAR
                                   TO WS-PT-T-YEAR(WS-PT-COUNT)
                               MOVE PT-BRACKETS
                                   TO WS-PT-T-BRACKETS(WS-PT-COUNT)
                               MOVE PT-REBATES
                                   TO WS-PT-T-REBATES(WS-PT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYE-TABLE-FILE
           END-IF.

      *>   The SARS tax year runs March to February and is labelled by
      *>   the year its February falls in.
       463-SET-CURRENT-TAX-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PT-CURRENT-YEAR
           IF FUNCTION CURRENT-DATE(5:2) NOT < "03"
               ADD 1 TO WS-PT-CURRENT-YEAR
           END-IF.

       464-STORE-PAYE-TABLE.
           MOVE 'N' TO WS-PT-FOUND
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-T-YEAR(WS-PT-IDX) = WS-PT-YEAR
                   MOVE WS-PAYE-BRACKETS TO WS-PT-T-BRACKETS(WS-PT-IDX)
                   MOVE WS-PAYE-REBATES  TO WS-PT-T-REBATES(WS-PT-IDX)
                   MOVE 'Y' TO WS-PT-FOUND
               END-IF
           END-PERFORM
           IF WS-PT-FOUND = 'N'
               IF WS-PT-COUNT < 20
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-PT-YEAR TO WS-PT-T-YEAR(WS-PT-COUNT)
                   MOVE WS-PAYE-BRACKETS
                       TO WS-PT-T-BRACKETS(WS-PT-COUNT)
                   MOVE WS-PAYE-REBATES
                       TO WS-PT-T-REBATES(WS-PT-COUNT)
               ELSE
                   DISPLAY "PAYE TABLE FILE FULL - NOT ADDED"
               END-IF
           END-IF.

       466-SAVE-PAYE-TABLES.
           OPEN OUTPUT PAYE-TABLE-FILE
           IF WS-PT-FILE-STATUS = '00'
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                   MOVE SPACES TO PAYE-TABLE-RECORD
                   MOVE WS-PT-T-YEAR(WS-PT-IDX)     TO PT-TAX-YEAR
                   MOVE WS-PT-T-BRACKETS(WS-PT-IDX) TO PT-BRACKETS
                   MOVE WS-PT-T-REBATES(WS-PT-IDX)  TO PT-REBATES
                   WRITE PAYE-TABLE-RECORD
               END-PERFORM
               CLOSE PAYE-TABLE-FILE
           ELSE
               DISPLAY "ERROR: Unable to save PAYE tables. Status: "
                       WS-PT-FILE-STATUS
           END-IF.

      *****************************************************************
      * 470-HOLIDAY-CONFIG - maintain the public holiday calendar.
           PERFORM 482-LOAD-GL-MAPPINGS
           DISPLAY "GL Account Mappings (" WS-GM-COUNT " row(s)):"
           DISPLAY "ELEMENTS: SAL PAYE UIF SDL MED PEN OTH GARN "
                   "LOAN ERCON ERUIF ERPEN BANK ACCR ACCRER"
           DISPLAY "          CLTRAV CLSUBS CLCELL CLOTHR BCL AST BUR"
           DISPLAY "          VND ICREC ICRCV ICEXP ICPAY UNCLM"
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT
               DISPLAY "  " WS-GM-ELEMENT(WS-GM-IDX) " "
                   IF WS-GM-ELEMENT(WS-GM-IDX) = WS-GM-NEW-ELEMENT
                           AND WS-GM-BRANCH(WS-GM-IDX) =
                               WS-GM-NEW-BRANCH
                       MOVE WS-GM-ACCOUNT(WS-GM-IDX) TO WS-CH-OLD-TEXT
                       MOVE WS-GM-NEW-ACCOUNT
                           TO WS-GM-ACCOUNT(WS-GM-IDX)
                       MOVE 'Y' TO WS-GM-REPLACED
                   END-IF
               END-PERFORM
               IF WS-GM-REPLACED NOT = 'Y'
                   MOVE "(NONE)" TO WS-CH-OLD-TEXT
               END-IF
               IF WS-GM-REPLACED NOT = 'Y' AND WS-GM-COUNT < 50
                   ADD 1 TO WS-GM-COUNT
                   MOVE WS-GM-NEW-ELEMENT
                       TO WS-GM-ACCOUNT(WS-GM-COUNT)
               END-IF
               PERFORM 484-SAVE-GL-MAPPINGS
               MOVE SPACES TO WS-CH-FIELD
               STRING "GLMAP " WS-GM-NEW-ELEMENT " " WS-GM-NEW-BRANCH
                      DELIMITED BY SIZE INTO WS-CH-FIELD
               MOVE WS-GM-NEW-ACCOUNT TO WS-CH-NEW-TEXT
               MOVE 'C' TO WS-CH-ACTION
               MOVE WS-CFG-USER-ID TO WS-CH-MAKER
               MOVE 0 TO WS-CH-SEQ
               PERFORM 622-LOG-TEXT-CHANGE
               DISPLAY "GL mapping updated."
           END-IF.

      * 510-PAY-PERIOD-CONFIG - maintain the pay period calendar
      * PAYROLL's full runs are driven off: list the periods, add a
      * new one (opens as 'O'), or - Admin only - reopen a closed
      * period with the reason logged. Each period carries an input
      * cut-off: changes captured after it wait on the late-input
      * queue for the next period.
      *****************************************************************
       510-PAY-PERIOD-CONFIG.
           PERFORM 512-LOAD-PAY-PERIODS
                       WS-PP-T-FREQ(WS-PP-IDX) "  STATUS "
                       WS-PP-T-STATUS(WS-PP-IDX)
                       " (O=OPEN, P=PROCESSING, C=CLOSED)"
               IF WS-PP-T-CUTOFF-DATE(WS-PP-IDX) > 0
                   DISPLAY "            INPUT CUT-OFF "
                           WS-PP-T-CUTOFF-DATE(WS-PP-IDX) " "
                           WS-PP-T-CUTOFF-TIME(WS-PP-IDX)
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "Add period id e.g. 2025-05M (blank for none): "
               IF WS-PP-NEW-FREQ NOT = 'B'
                   MOVE 'M' TO WS-PP-NEW-FREQ
               END-IF
               PERFORM 518-ACCEPT-CUTOFF
               ADD 1 TO WS-PP-COUNT
               MOVE WS-PP-NEW-ID   TO WS-PP-T-ID(WS-PP-COUNT)
               MOVE WS-PP-NEW-FROM TO WS-PP-T-FROM(WS-PP-COUNT)
               MOVE WS-PP-NEW-TO   TO WS-PP-T-TO(WS-PP-COUNT)
               MOVE WS-PP-NEW-FREQ TO WS-PP-T-FREQ(WS-PP-COUNT)
               MOVE 'O'            TO WS-PP-T-STATUS(WS-PP-COUNT)
               MOVE WS-PP-NEW-CUTOFF-DATE
                   TO WS-PP-T-CUTOFF-DATE(WS-PP-COUNT)
               MOVE WS-PP-NEW-CUTOFF-TIME
                   TO WS-PP-T-CUTOFF-TIME(WS-PP-COUNT)
               PERFORM 514-SAVE-PAY-PERIODS
               DISPLAY "Period added as OPEN."
           END-IF

           DISPLAY "Set the input cut-off of an open period - id "
                   "(blank for none): " WITH NO ADVANCING
           ACCEPT WS-PP-CUTOFF-ID
           IF WS-PP-CUTOFF-ID NOT = SPACES
               MOVE 'N' TO WS-PP-FOUND
               PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                       UNTIL WS-PP-IDX > WS-PP-COUNT
                   IF WS-PP-T-ID(WS-PP-IDX) = WS-PP-CUTOFF-ID
                           AND WS-PP-T-STATUS(WS-PP-IDX) = 'O'
                       MOVE 'Y' TO WS-PP-FOUND
                       PERFORM 518-ACCEPT-CUTOFF
                       MOVE WS-PP-NEW-CUTOFF-DATE
                           TO WS-PP-T-CUTOFF-DATE(WS-PP-IDX)
                       MOVE WS-PP-NEW-CUTOFF-TIME
                           TO WS-PP-T-CUTOFF-TIME(WS-PP-IDX)
                   END-IF
               END-PERFORM
               IF WS-PP-FOUND = 'Y'
                   PERFORM 514-SAVE-PAY-PERIODS
                   DISPLAY "Input cut-off saved."
               ELSE
                   DISPLAY "No open period with that id."
               END-IF
           END-IF

           DISPLAY "Reopen a closed period - id (blank for none): "
                   WITH NO ADVANCING
           ACCEPT WS-PP-REOPEN-ID
                                   WS-PP-T-FREQ(WS-PP-COUNT)
                               MOVE PP-STATUS TO
                                   WS-PP-T-STATUS(WS-PP-COUNT)
                               MOVE 0 TO
                                   WS-PP-T-CUTOFF-DATE(WS-PP-COUNT)
                               MOVE 0 TO
                                   WS-PP-T-CUTOFF-TIME(WS-PP-COUNT)
                               IF PP-CUTOFF-DATE NUMERIC
                                   MOVE PP-CUTOFF-DATE TO
                                     WS-PP-T-CUTOFF-DATE(WS-PP-COUNT)
                               END-IF
                               IF PP-CUTOFF-TIME NUMERIC
                                   MOVE PP-CUTOFF-TIME TO
                                     WS-PP-T-CUTOFF-TIME(WS-PP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE WS-PP-T-TO(WS-PP-IDX)     TO PP-TO-DATE
                   MOVE WS-PP-T-FREQ(WS-PP-IDX)   TO PP-FREQUENCY
                   MOVE WS-PP-T-STATUS(WS-PP-IDX) TO PP-STATUS
                   MOVE WS-PP-T-CUTOFF-DATE(WS-PP-IDX)
                       TO PP-CUTOFF-DATE
                   MOVE WS-PP-T-CUTOFF-TIME(WS-PP-IDX)
                       TO PP-CUTOFF-TIME
                   WRITE PAY-PERIOD-RECORD
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
               CLOSE REOPEN-LOG-FILE
           END-IF.

       518-ACCEPT-CUTOFF.
           DISPLAY "Input cut-off date (YYYYMMDD, 0 for none): "
                   WITH NO ADVANCING
           ACCEPT WS-PP-NEW-CUTOFF-DATE
           IF WS-PP-NEW-CUTOFF-DATE NOT NUMERIC
               MOVE 0 TO WS-PP-NEW-CUTOFF-DATE
           END-IF
           MOVE 0 TO WS-PP-NEW-CUTOFF-TIME
           IF WS-PP-NEW-CUTOFF-DATE > 0
               DISPLAY "Input cut-off time (HHMM): "
                       WITH NO ADVANCING
               ACCEPT WS-PP-NEW-CUTOFF-TIME
               IF WS-PP-NEW-CUTOFF-TIME NOT NUMERIC
                       OR WS-PP-NEW-CUTOFF-TIME > 2359
                   MOVE 0 TO WS-PP-NEW-CUTOFF-TIME
               END-IF
           END-IF.

      *****************************************************************
      * 520-SHIFT-DIFF-CONFIG - the night-shift premium percent and
      * the Sunday/public-holiday pay multiplier PAYROLL applies to
           DISPLAY "Shift differentials updated."
           PERFORM 500-SAVE-SETTINGS.

      *****************************************************************
      * 521-LEAVE-SALE-CONFIG - the policy LEAVE-MGMT checks an
      * annual leave sale against, both when the employee asks and
      * again when the manager approves: the annual balance that must
      * be kept, the most days sold in a calendar year, and the MMDD
      * window sales are open in (a window running past 1231 wraps
      * into the new year).
      *****************************************************************
       521-LEAVE-SALE-CONFIG.
           DISPLAY "Current Annual Leave Sale Policy:"
           DISPLAY "Minimum annual balance kept: " WS-LVS-MIN-BALANCE
                   " days"
           DISPLAY "Most days sold per year:     " WS-LVS-MAX-DAYS
                   " days (0 = sales closed)"
           DISPLAY "Sale window (MMDD):          " WS-LVS-WINDOW-FROM
                   " to " WS-LVS-WINDOW-TO
           DISPLAY " "
           DISPLAY "Minimum annual balance kept (blank to keep): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-LVS-NEW-TEXT
           ACCEPT WS-LVS-NEW-TEXT
           IF WS-LVS-NEW-TEXT NOT = SPACES
               COMPUTE WS-LVS-MIN-BALANCE =
                       FUNCTION NUMVAL(WS-LVS-NEW-TEXT)
           END-IF
           DISPLAY "Most days sold per year (blank to keep, 0 closes "
                   "sales): " WITH NO ADVANCING
           MOVE SPACES TO WS-LVS-NEW-TEXT
           ACCEPT WS-LVS-NEW-TEXT
           IF WS-LVS-NEW-TEXT NOT = SPACES
               COMPUTE WS-LVS-MAX-DAYS =
                       FUNCTION NUMVAL(WS-LVS-NEW-TEXT)
           END-IF
           DISPLAY "Window opens MMDD (blank to keep): "
                   WITH NO ADVANCING
           PERFORM 522-ACCEPT-MMDD
           IF WS-LVS-NEW-MMDD > 0
               MOVE WS-LVS-NEW-MMDD TO WS-LVS-WINDOW-FROM
           END-IF
           DISPLAY "Window closes MMDD (blank to keep): "
                   WITH NO ADVANCING
           PERFORM 522-ACCEPT-MMDD
           IF WS-LVS-NEW-MMDD > 0
               MOVE WS-LVS-NEW-MMDD TO WS-LVS-WINDOW-TO
           END-IF
           DISPLAY "Annual leave sale policy updated."
           PERFORM 500-SAVE-SETTINGS.

      *>   Leaves WS-LVS-NEW-MMDD zero when the entry is blank or not
      *>   a month and day.
       522-ACCEPT-MMDD.
           MOVE 0 TO WS-LVS-NEW-MMDD
           MOVE SPACES TO WS-LVS-NEW-TEXT
           ACCEPT WS-LVS-NEW-TEXT
           IF WS-LVS-NEW-TEXT NOT = SPACES
               COMPUTE WS-LVS-NEW-MMDD =
                       FUNCTION NUMVAL(WS-LVS-NEW-TEXT)
               IF WS-LVS-NEW-MMDD(1:2) < "01"
                       OR WS-LVS-NEW-MMDD(1:2) > "12"
                       OR WS-LVS-NEW-MMDD(3:2) < "01"
                       OR WS-LVS-NEW-MMDD(3:2) > "31"
                   DISPLAY "Not a valid MMDD - kept."
                   MOVE 0 TO WS-LVS-NEW-MMDD
               END-IF
           END-IF.

      *****************************************************************
      * 523-BEN-ENROLMENT-CONFIG - the MMDD window BENEFITS takes next
      * year's open enrolment elections in. It has to fall inside
      * the year, since the elections start on 1 January.
      *****************************************************************
       523-BEN-ENROLMENT-CONFIG.
           DISPLAY "Current Benefits Open Enrolment Window:"
           DISPLAY "Opens (MMDD):  " WS-BEN-ENROL-FROM
           DISPLAY "Closes (MMDD): " WS-BEN-ENROL-TO
           DISPLAY " "
           DISPLAY "Window opens MMDD (blank to keep): "
                   WITH NO ADVANCING
           PERFORM 522-ACCEPT-MMDD
           MOVE WS-BEN-ENROL-FROM TO WS-BEN-NEW-FROM
           IF WS-LVS-NEW-MMDD > 0
               MOVE WS-LVS-NEW-MMDD TO WS-BEN-NEW-FROM
           END-IF
           DISPLAY "Window closes MMDD (blank to keep): "
                   WITH NO ADVANCING
           PERFORM 522-ACCEPT-MMDD
           IF WS-LVS-NEW-MMDD = 0
               MOVE WS-BEN-ENROL-TO TO WS-LVS-NEW-MMDD
           END-IF
           IF WS-BEN-NEW-FROM > WS-LVS-NEW-MMDD
               DISPLAY "The window must open before it closes - kept."
           ELSE
               MOVE WS-BEN-NEW-FROM TO WS-BEN-ENROL-FROM
               MOVE WS-LVS-NEW-MMDD TO WS-BEN-ENROL-TO
               DISPLAY "Open enrolment window updated."
               PERFORM 500-SAVE-SETTINGS
           END-IF.

      *****************************************************************
      * 524-DEATH-SERVICE-CONFIG - what DEATHSVC does when an
      * employee dies in service: the company loan is either claimed
      * from the estate (installments stop) or written off, and a
      * salary advance already paid is either left for the final pay
      * to recover or written off. Also the pension or provident
      * fund and the group life insurer the notification schedule of
      * nominated beneficiaries is addressed to.
      *****************************************************************
       524-DEATH-SERVICE-CONFIG.
           DISPLAY "Current Death in Service Policy:"
           DISPLAY "Loan balance:         " WS-DTH-LOAN-POLICY
                   "  (E=claim from estate, W=write off)"
           DISPLAY "Paid salary advance:  " WS-DTH-ADV-POLICY
                   "  (R=recover from final pay, W=write off)"
           DISPLAY "Pension/provident fund: " WS-DTH-FUND-NAME
           DISPLAY "Group life insurer:     " WS-DTH-INSURER-NAME
           DISPLAY " "
           DISPLAY "Loan policy E/W (blank to keep): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DTH-NEW-POLICY
           ACCEPT WS-DTH-NEW-POLICY
           MOVE FUNCTION UPPER-CASE(WS-DTH-NEW-POLICY)
               TO WS-DTH-NEW-POLICY
           EVALUATE WS-DTH-NEW-POLICY
               WHEN SPACE
                   CONTINUE
               WHEN 'E'
               WHEN 'W'
                   MOVE WS-DTH-NEW-POLICY TO WS-DTH-LOAN-POLICY
               WHEN OTHER
                   DISPLAY "Loan policy must be E or W - kept."
           END-EVALUATE
           DISPLAY "Paid advance policy R/W (blank to keep): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DTH-NEW-POLICY
           ACCEPT WS-DTH-NEW-POLICY
           MOVE FUNCTION UPPER-CASE(WS-DTH-NEW-POLICY)
               TO WS-DTH-NEW-POLICY
           EVALUATE WS-DTH-NEW-POLICY
               WHEN SPACE
                   CONTINUE
               WHEN 'R'
               WHEN 'W'
                   MOVE WS-DTH-NEW-POLICY TO WS-DTH-ADV-POLICY
               WHEN OTHER
                   DISPLAY "Advance policy must be R or W - kept."
           END-EVALUATE
           DISPLAY "Pension/provident fund name (blank to keep): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DTH-NEW-NAME
           ACCEPT WS-DTH-NEW-NAME
           IF WS-DTH-NEW-NAME NOT = SPACES
               MOVE WS-DTH-NEW-NAME TO WS-DTH-FUND-NAME
           END-IF
           DISPLAY "Group life insurer name (blank to keep): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DTH-NEW-NAME
           ACCEPT WS-DTH-NEW-NAME
           IF WS-DTH-NEW-NAME NOT = SPACES
               MOVE WS-DTH-NEW-NAME TO WS-DTH-INSURER-NAME
           END-IF
           DISPLAY "Death in service policy updated."
           PERFORM 500-SAVE-SETTINGS.

      *****************************************************************
      * 525-LONG-SERVICE-CONFIG - normal retirement age, the service
      * break rule and the long-service award table LONGSVC forecasts
      * from and raises award earnings off. Years of 00 clear a row.
      *****************************************************************
       525-LONG-SERVICE-CONFIG.
           DISPLAY "Current Long Service and Retirement Settings:"
           DISPLAY "Normal retirement age: " WS-RETIRE-AGE
           DISPLAY "Break between spells that keeps service "
                   "continuous: up to " WS-SERVICE-BRIDGE-DAYS
                   " days (0 = any break resets)"
           PERFORM VARYING WS-LSA-IDX FROM 1 BY 1 UNTIL WS-LSA-IDX > 5
               DISPLAY "Award " WS-LSA-IDX ": "
                       WS-LSA-YEARS(WS-LSA-IDX) " years  R "
                       WS-LSA-AMOUNT(WS-LSA-IDX)
           END-PERFORM
           DISPLAY " "
           DISPLAY "Enter normal retirement age (e.g. 65): "
                   WITH NO ADVANCING
           ACCEPT WS-RETIRE-AGE
           IF WS-RETIRE-AGE < 50
               DISPLAY "Retirement age below 50 refused - keeping 65"
               MOVE 65 TO WS-RETIRE-AGE
           END-IF
           DISPLAY "Enter longest break that keeps service "
                   "continuous (days, 0 = any break resets): "
                   WITH NO ADVANCING
           ACCEPT WS-SERVICE-BRIDGE-DAYS
           PERFORM VARYING WS-LSA-IDX FROM 1 BY 1 UNTIL WS-LSA-IDX > 5
               DISPLAY "Award " WS-LSA-IDX " milestone in years "
                       "(00 = none): " WITH NO ADVANCING
               ACCEPT WS-LSA-YEARS(WS-LSA-IDX)
               IF WS-LSA-YEARS(WS-LSA-IDX) = 0
                   MOVE 0 TO WS-LSA-AMOUNT(WS-LSA-IDX)
               ELSE
                   DISPLAY "Award " WS-LSA-IDX " once-off amount "
                           "(0 = forecast only): " WITH NO ADVANCING
                   ACCEPT WS-LSA-AMOUNT(WS-LSA-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Long service and retirement settings updated."
           PERFORM 500-SAVE-SETTINGS.

      *****************************************************************
      * 526-US-401K-CONFIG - the 401(k) plan settings PAYROLL applies
      * to US employees' elections: the IRS annual elective deferral
      * limit and the catch-up allowance and age (statutory - a
      * change is held for a second user's approval), the employer
      * match as a percentage of the deferral capped at a percentage
      * of pay, and the recordkeeper's plan number.
      *****************************************************************
       526-US-401K-CONFIG.
           DISPLAY "Current US 401(k) Plan Settings:"
           MOVE WS-401K-DEFER-LIMIT TO WS-401K-PRINT-AMT
           DISPLAY "Annual deferral limit:  $ " WS-401K-PRINT-AMT
           MOVE WS-401K-CATCHUP TO WS-401K-PRINT-AMT
           DISPLAY "Catch-up allowance:     $ " WS-401K-PRINT-AMT
                   " from age " WS-401K-CATCHUP-AGE
           COMPUTE WS-401K-PRINT-PCT = WS-401K-MATCH-RATE * 100
           DISPLAY "Employer match:           " WS-401K-PRINT-PCT
                   "% of the deferral"
           COMPUTE WS-401K-PRINT-PCT = WS-401K-MATCH-CAP * 100
           DISPLAY "Match capped at:          " WS-401K-PRINT-PCT
                   "% of pay (0 = no cap)"
           DISPLAY "Recordkeeper plan no:     " WS-401K-PLAN-ID
           DISPLAY " "
           DISPLAY "Enter annual deferral limit (0 to keep): "
                   WITH NO ADVANCING
           ACCEPT WS-401K-NEW-AMT
           IF WS-401K-NEW-AMT > 0
               MOVE WS-401K-NEW-AMT TO WS-401K-DEFER-LIMIT
           END-IF
           DISPLAY "Enter catch-up allowance (0 to keep): "
                   WITH NO ADVANCING
           ACCEPT WS-401K-NEW-AMT
           IF WS-401K-NEW-AMT > 0
               MOVE WS-401K-NEW-AMT TO WS-401K-CATCHUP
           END-IF
           DISPLAY "Enter catch-up age (0 to keep): "
                   WITH NO ADVANCING
           ACCEPT WS-401K-NEW-AGE
           IF WS-401K-NEW-AGE > 0
               MOVE WS-401K-NEW-AGE TO WS-401K-CATCHUP-AGE
           END-IF
           DISPLAY "Enter employer match % of the deferral (blank to "
                   "keep): " WITH NO ADVANCING
           MOVE SPACES TO WS-401K-NEW-PCT
           ACCEPT WS-401K-NEW-PCT
           IF WS-401K-NEW-PCT NOT = SPACES
               COMPUTE WS-401K-MATCH-RATE =
                       FUNCTION NUMVAL(WS-401K-NEW-PCT) / 100
           END-IF
           DISPLAY "Enter match cap % of pay (blank to keep, 0 = no "
                   "cap): " WITH NO ADVANCING
           MOVE SPACES TO WS-401K-NEW-PCT
           ACCEPT WS-401K-NEW-PCT
           IF WS-401K-NEW-PCT NOT = SPACES
               COMPUTE WS-401K-MATCH-CAP =
                       FUNCTION NUMVAL(WS-401K-NEW-PCT) / 100
           END-IF
           DISPLAY "Enter recordkeeper plan number (blank to keep): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-401K-NEW-PLAN
           ACCEPT WS-401K-NEW-PLAN
           IF WS-401K-NEW-PLAN NOT = SPACES
               MOVE WS-401K-NEW-PLAN TO WS-401K-PLAN-ID
           END-IF
           DISPLAY "US 401(k) plan settings updated."
           PERFORM 500-SAVE-SETTINGS.

      *****************************************************************
      * 527-WARNING-VALIDITY-CONFIG - how long each level of
      * disciplinary warning stays valid, in months from the outcome
      * date. EMPLOYEE-MGMT stamps the expiry on the case when the
      * outcome is recorded.
      *****************************************************************
       527-WARNING-VALIDITY-CONFIG.
           DISPLAY "Current Disciplinary Warning Validity (months):"
           DISPLAY "Verbal warning:        " WS-WARN-VERBAL-MTHS
           DISPLAY "Written warning:       " WS-WARN-WRITTEN-MTHS
           DISPLAY "Final written warning: " WS-WARN-FINAL-MTHS
           DISPLAY " "
           DISPLAY "Enter verbal warning validity (months): "
                   WITH NO ADVANCING
           ACCEPT WS-WARN-VERBAL-MTHS
           DISPLAY "Enter written warning validity (months): "
                   WITH NO ADVANCING
           ACCEPT WS-WARN-WRITTEN-MTHS
           DISPLAY "Enter final written warning validity (months): "
                   WITH NO ADVANCING
           ACCEPT WS-WARN-FINAL-MTHS
           IF WS-WARN-VERBAL-MTHS = 0 OR WS-WARN-WRITTEN-MTHS = 0
                   OR WS-WARN-FINAL-MTHS = 0
               DISPLAY "A validity of 0 months refused - "
                       "keeping 3/6/12"
               MOVE 3 TO WS-WARN-VERBAL-MTHS
               MOVE 6 TO WS-WARN-WRITTEN-MTHS
               MOVE 12 TO WS-WARN-FINAL-MTHS
           END-IF
           DISPLAY "Disciplinary warning validity updated."
           PERFORM 500-SAVE-SETTINGS.

      *****************************************************************
      * 528-FOREIGN-SERVICE-CONFIG - the annual cap on remuneration
      * PAYROLL exempts under section 10(1)(o)(ii) for days worked
      * abroad, and the days abroad monitor's warning margin. A new
      * cap is statutory and is held for a second user's approval.
      *****************************************************************
       528-FOREIGN-SERVICE-CONFIG.
           MOVE WS-FS-EXEMPT-CAP TO WS-FS-PRINT-CAP
           DISPLAY "Current Foreign Service Exemption Settings:"
           DISPLAY "Annual exemption cap:  R " WS-FS-PRINT-CAP
           DISPLAY "Monitor warning margin: " WS-FS-WATCH-DAYS
                   " days short of the 183/60-day tests"
           DISPLAY " "
           DISPLAY "Enter annual exemption cap (0 to keep): "
                   WITH NO ADVANCING
           ACCEPT WS-FS-NEW-CAP
           IF WS-FS-NEW-CAP > 0
               MOVE WS-FS-NEW-CAP TO WS-FS-EXEMPT-CAP
           END-IF
           DISPLAY "Enter monitor warning margin (days): "
                   WITH NO ADVANCING
           ACCEPT WS-FS-WATCH-DAYS
           DISPLAY "Foreign service exemption settings updated."
           PERFORM 500-SAVE-SETTINGS.

      *****************************************************************
      * 529-US-NEW-HIRE-CONFIG - the employer FEIN every state
      * new-hire report carries, the days from the hire date a state
      * allows for the report and how many days before that REPORTS'
      * new-hire extract flags a hire not yet reported.
      *****************************************************************
       529-US-NEW-HIRE-CONFIG.
           DISPLAY "Current US New-Hire Reporting Settings:"
           DISPLAY "Employer FEIN:          " WS-ER-FEIN
           DISPLAY "Report due within:      " WS-NH-DUE-DAYS
                   " days of the hire date"
           DISPLAY "Flag unreported hires:  " WS-NH-WARN-DAYS
                   " days before the deadline"
           DISPLAY " "
           DISPLAY "Enter employer FEIN (NN-NNNNNNN, blank to keep): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-NH-NEW-FEIN
           ACCEPT WS-NH-NEW-FEIN
           IF WS-NH-NEW-FEIN NOT = SPACES
               MOVE WS-NH-NEW-FEIN TO WS-ER-FEIN
           END-IF
           DISPLAY "Enter days allowed from hire date: "
                   WITH NO ADVANCING
           ACCEPT WS-NH-DUE-DAYS
           DISPLAY "Enter warning margin (days): " WITH NO ADVANCING
           ACCEPT WS-NH-WARN-DAYS
           IF WS-NH-DUE-DAYS = 0
               DISPLAY "0 days refused - keeping 20"
               MOVE 20 TO WS-NH-DUE-DAYS
           END-IF
           IF WS-NH-WARN-DAYS NOT < WS-NH-DUE-DAYS
               DISPLAY "Warning margin must be under the days allowed"
                       " - keeping 5"
               MOVE 5 TO WS-NH-WARN-DAYS
           END-IF
           DISPLAY "US new-hire reporting settings updated."
           PERFORM 500-SAVE-SETTINGS.

      *****************************************************************
      * 530-PAY-GRADE-CONFIG - display and maintain the pay grade /
      * pay scale table. Capturing an existing grade code replaces
      * 540-EMPLOYER-PROFILE-CONFIG - the employer identity every
      * statutory extract stamps on its header: trade name, the SARS
      * PAYE reference, UIF and SDL references, COIDA registration
      * and the company address. Where the payroll runs more than
      * one legal entity this is the group's identity, used on the
      * consolidated returns; each entity's own profile is kept on
      * the Legal Entities screen.
      *****************************************************************
       540-EMPLOYER-PROFILE-CONFIG.
           DISPLAY "Current Employer Statutory Profile:"
           DISPLAY "Employer profile updated."
           PERFORM 500-SAVE-SETTINGS.
      *****************************************************************
      * 542-LEGAL-ENTITY-CONFIG - the registered companies run on
      * this payroll. Each has its own statutory profile (refs and
      * address for its EMP201/EMP501/UI-19/COIDA returns and IRP5s),
      * the bank account its share of the EFT batch is paid from, the
      * company code its GL journal lines post to and the company
      * branches whose staff it employs. Staff of a branch no entity
      * lists belong to the default entity. Capturing an existing
      * code replaces that entity; a blank answer keeps the current
      * value. With no entities on file the payroll is one employer,
      * the Employer Statutory Profile.
      *****************************************************************
       542-LEGAL-ENTITY-CONFIG.
           PERFORM 543-LOAD-LEGAL-ENTITIES
           DISPLAY "Legal entities:"
           IF WS-LE-COUNT = 0
               DISPLAY "  (none on file - the payroll is one "
                       "employer, the Employer Statutory Profile)"
           END-IF
           PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                   UNTIL WS-LE-IDX > WS-LE-COUNT
               DISPLAY WS-LE-T-CODE(WS-LE-IDX) " "
                       WS-LE-T-TRADE-NAME(WS-LE-IDX)
                       "  PAYE " WS-LE-T-PAYE-REF(WS-LE-IDX)
                       "  GL CO " WS-LE-T-GL-COMPANY(WS-LE-IDX)
                       WITH NO ADVANCING
               IF WS-LE-T-DEFAULT(WS-LE-IDX) = 'Y'
                   DISPLAY "  DEFAULT"
               ELSE
                   DISPLAY " "
               END-IF
               DISPLAY "     BANK " WS-LE-T-BANK-NAME(WS-LE-IDX) " "
                       WS-LE-T-BANK-BRANCH(WS-LE-IDX) " "
                       WS-LE-T-BANK-ACCT(WS-LE-IDX)
               DISPLAY "     BRANCHES:" WITH NO ADVANCING
               PERFORM VARYING WS-LE-BR-IDX FROM 1 BY 1
                       UNTIL WS-LE-BR-IDX >
                             WS-LE-T-BR-COUNT(WS-LE-IDX)
                   DISPLAY " " WS-LE-T-BRANCH(WS-LE-IDX, WS-LE-BR-IDX)
                           WITH NO ADVANCING
               END-PERFORM
               DISPLAY " "
           END-PERFORM
           DISPLAY "Enter entity code to add/replace (blank to "
                   "return): " WITH NO ADVANCING
           ACCEPT WS-LE-NEW-CODE
           IF WS-LE-NEW-CODE NOT = SPACES
               PERFORM 544-CAPTURE-LEGAL-ENTITY
           END-IF.

       543-LOAD-LEGAL-ENTITIES.
           MOVE 0 TO WS-LE-COUNT
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
                               MOVE LE-BANK-NAME
                                   TO WS-LE-T-BANK-NAME(WS-LE-COUNT)
                               MOVE LE-BANK-BRANCH
                                   TO WS-LE-T-BANK-BRANCH(WS-LE-COUNT)
                               MOVE LE-BANK-ACCOUNT
                                   TO WS-LE-T-BANK-ACCT(WS-LE-COUNT)
                               MOVE LE-GL-COMPANY
                                   TO WS-LE-T-GL-COMPANY(WS-LE-COUNT)
                               MOVE LE-DEFAULT
                                   TO WS-LE-T-DEFAULT(WS-LE-COUNT)
                               MOVE LE-BRANCH-COUNT
                                   TO WS-LE-T-BR-COUNT(WS-LE-COUNT)
                               MOVE LE-BRANCH-LIST
                                   TO WS-LE-T-BRANCHES(WS-LE-COUNT)
                               MOVE LE-UPDATED-BY
                                   TO WS-LE-T-UPDATED-BY(WS-LE-COUNT)
                               MOVE LE-UPDATED-TS
                                   TO WS-LE-T-UPDATED-TS(WS-LE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-ENTITY-FILE
           END-IF.

      *>   Capture one entity into its table slot (a new code takes
      *>   the next free slot), check it, then save the whole table
      *>   and log what changed.
       544-CAPTURE-LEGAL-ENTITY.
           MOVE 0 TO WS-LE-SEL
           MOVE 'N' TO WS-LE-ADDED
           PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                   UNTIL WS-LE-IDX > WS-LE-COUNT
               IF WS-LE-T-CODE(WS-LE-IDX) = WS-LE-NEW-CODE
                   SET WS-LE-SEL TO WS-LE-IDX
               END-IF
           END-PERFORM
           IF WS-LE-SEL = 0
               IF WS-LE-COUNT >= 10
                   DISPLAY "ENTITY TABLE FULL - NOT ADDED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LE-COUNT
               MOVE WS-LE-COUNT TO WS-LE-SEL
               MOVE 'Y' TO WS-LE-ADDED
               MOVE SPACES TO WS-LE-ENTRY(WS-LE-SEL)
               MOVE WS-LE-NEW-CODE TO WS-LE-T-CODE(WS-LE-SEL)
               MOVE 'N' TO WS-LE-T-DEFAULT(WS-LE-SEL)
               MOVE 0 TO WS-LE-T-BR-COUNT(WS-LE-SEL)
           END-IF
           MOVE WS-LE-ENTRY(WS-LE-SEL) TO WS-LE-OLD-ENTRY
           DISPLAY "(Blank keeps the value shown)"
           DISPLAY "Trade name [" WS-LE-T-TRADE-NAME(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-TRADE-NAME(WS-LE-SEL)
           END-IF
           DISPLAY "SARS PAYE reference [" WS-LE-T-PAYE-REF(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-PAYE-REF(WS-LE-SEL)
           END-IF
           DISPLAY "UIF reference [" WS-LE-T-UIF-REF(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-UIF-REF(WS-LE-SEL)
           END-IF
           DISPLAY "SDL reference [" WS-LE-T-SDL-REF(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-SDL-REF(WS-LE-SEL)
           END-IF
           DISPLAY "COIDA registration [" WS-LE-T-COIDA-REG(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-COIDA-REG(WS-LE-SEL)
           END-IF
           DISPLAY "Address line 1 [" WS-LE-T-ADDR-1(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-ADDR-1(WS-LE-SEL)
           END-IF
           DISPLAY "Address line 2 [" WS-LE-T-ADDR-2(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-ADDR-2(WS-LE-SEL)
           END-IF
           DISPLAY "Postal code [" WS-LE-T-POSTCODE(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-POSTCODE(WS-LE-SEL)
           END-IF
           DISPLAY "Bank branch code [" WS-LE-T-BANK-BRANCH(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-BANK-BRANCH(WS-LE-SEL)
           END-IF
           DISPLAY "Bank account number [" WS-LE-T-BANK-ACCT(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-BANK-ACCT(WS-LE-SEL)
           END-IF
           DISPLAY "GL company code [" WS-LE-T-GL-COMPANY(WS-LE-SEL)
                   "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT NOT = SPACES
               MOVE WS-LE-IN-TEXT TO WS-LE-T-GL-COMPANY(WS-LE-SEL)
           END-IF
           DISPLAY "Default entity for unlisted branches (Y/N) ["
                   WS-LE-T-DEFAULT(WS-LE-SEL) "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-LE-IN-TEXT
           ACCEPT WS-LE-IN-TEXT
           IF WS-LE-IN-TEXT(1:1) = 'Y' OR 'y'
               MOVE 'Y' TO WS-LE-T-DEFAULT(WS-LE-SEL)
           END-IF
           IF WS-LE-IN-TEXT(1:1) = 'N' OR 'n'
               MOVE 'N' TO WS-LE-T-DEFAULT(WS-LE-SEL)
           END-IF
           PERFORM 546-CAPTURE-ENTITY-BRANCHES
           PERFORM 547-CHECK-LEGAL-ENTITY
           IF WS-LE-OK NOT = 'Y'
               DISPLAY "Entity " WS-LE-NEW-CODE " not saved."
               IF WS-LE-ADDED = 'Y'
                   SUBTRACT 1 FROM WS-LE-COUNT
               ELSE
                   MOVE WS-LE-OLD-ENTRY TO WS-LE-ENTRY(WS-LE-SEL)
               END-IF
               EXIT PARAGRAPH
           END-IF
      *>   Only one entity can take the unlisted branches
           IF WS-LE-T-DEFAULT(WS-LE-SEL) = 'Y'
               PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                       UNTIL WS-LE-IDX > WS-LE-COUNT
                   IF WS-LE-IDX NOT = WS-LE-SEL
                      AND WS-LE-T-DEFAULT(WS-LE-IDX) = 'Y'
                       MOVE 'N' TO WS-LE-T-DEFAULT(WS-LE-IDX)
                       DISPLAY "Entity " WS-LE-T-CODE(WS-LE-IDX)
                               " is no longer the default."
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 626-SET-CHANGE-STAMP
           MOVE WS-CFG-USER-ID TO WS-LE-T-UPDATED-BY(WS-LE-SEL)
           MOVE WS-CH-STAMP    TO WS-LE-T-UPDATED-TS(WS-LE-SEL)
           PERFORM 548-SAVE-LEGAL-ENTITIES
           IF WS-LE-FILE-STATUS = '00'
               PERFORM 640-LOG-ENTITY-FIELDS
               DISPLAY "Entity " WS-LE-NEW-CODE " saved."
           ELSE
               DISPLAY "ERROR: Unable to save legal entities. "
                       "Status: " WS-LE-FILE-STATUS
           END-IF.

      *>   Any branch entered replaces the entity's list; a blank
      *>   first answer keeps it. A branch another entity already
      *>   employs is refused - each branch belongs to one company.
       546-CAPTURE-ENTITY-BRANCHES.
           DISPLAY "Company branches employed by this entity, one "
                   "per line, blank to finish"
           DISPLAY "(blank first answer keeps the current list): "
           MOVE SPACES TO WS-LE-IN-BRANCH
           ACCEPT WS-LE-IN-BRANCH
           IF WS-LE-IN-BRANCH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LE-T-BR-COUNT(WS-LE-SEL)
           MOVE SPACES TO WS-LE-T-BRANCHES(WS-LE-SEL)
           PERFORM UNTIL WS-LE-IN-BRANCH = SPACES
               MOVE 'N' TO WS-LE-BR-TAKEN
               PERFORM VARYING WS-LE-OTHER FROM 1 BY 1
                       UNTIL WS-LE-OTHER > WS-LE-COUNT
                   IF WS-LE-OTHER NOT = WS-LE-SEL
                       PERFORM VARYING WS-LE-BR-IDX2 FROM 1 BY 1
                               UNTIL WS-LE-BR-IDX2 >
                                     WS-LE-T-BR-COUNT(WS-LE-OTHER)
                           IF WS-LE-T-BRANCH(WS-LE-OTHER,
                                   WS-LE-BR-IDX2) = WS-LE-IN-BRANCH
                               MOVE 'Y' TO WS-LE-BR-TAKEN
                               DISPLAY "Branch " WS-LE-IN-BRANCH
                                       " is employed by entity "
                                       WS-LE-T-CODE(WS-LE-OTHER)
                                       " - not added"
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-LE-BR-TAKEN = 'N'
                   IF WS-LE-T-BR-COUNT(WS-LE-SEL) < 10
                       ADD 1 TO WS-LE-T-BR-COUNT(WS-LE-SEL)
                       MOVE WS-LE-IN-BRANCH
                         TO WS-LE-T-BRANCH(WS-LE-SEL,
                                           WS-LE-T-BR-COUNT(WS-LE-SEL))
                   ELSE
                       DISPLAY "Ten branches already listed - "
                               WS-LE-IN-BRANCH " not added"
                   END-IF
               END-IF
               MOVE SPACES TO WS-LE-IN-BRANCH
               ACCEPT WS-LE-IN-BRANCH
           END-PERFORM.

      *>   An entity needs a name and PAYE reference to file returns
      *>   under, and a bank account that passes BANKVALIDATE's
      *>   check-digit verification to pay its staff from.
       547-CHECK-LEGAL-ENTITY.
           MOVE 'Y' TO WS-LE-OK
           IF WS-LE-T-TRADE-NAME(WS-LE-SEL) = SPACES
              OR WS-LE-T-PAYE-REF(WS-LE-SEL) = SPACES
               DISPLAY "Trade name and PAYE reference are required."
               MOVE 'N' TO WS-LE-OK
           END-IF
           IF WS-LE-T-GL-COMPANY(WS-LE-SEL) = SPACES
               DISPLAY "GL company code is required."
               MOVE 'N' TO WS-LE-OK
           END-IF
           IF WS-LE-T-BANK-BRANCH(WS-LE-SEL) = SPACES
              OR WS-LE-T-BANK-ACCT(WS-LE-SEL) = SPACES
               DISPLAY "Bank branch code and account are required."
               MOVE 'N' TO WS-LE-OK
           ELSE
               MOVE WS-LE-T-BANK-BRANCH(WS-LE-SEL)
                 TO WS-LE-BV-BRANCH-CODE
               MOVE WS-LE-T-BANK-ACCT(WS-LE-SEL)
                 TO WS-LE-BV-ACCOUNT-NUMBER
               CALL "BANKVALIDATE" USING WS-LE-BANK-VALIDATE-PARAMS
               IF WS-LE-BV-RESULT = 'V'
                   IF WS-LE-BV-BANK-NAME NOT = SPACES
                       MOVE WS-LE-BV-BANK-NAME
                         TO WS-LE-T-BANK-NAME(WS-LE-SEL)
                       DISPLAY "BANK IDENTIFIED: " WS-LE-BV-BANK-NAME
                   END-IF
               ELSE
                   DISPLAY "BANK DETAILS REJECTED: " WS-LE-BV-MESSAGE
                   MOVE 'N' TO WS-LE-OK
               END-IF
           END-IF.

       548-SAVE-LEGAL-ENTITIES.
           OPEN OUTPUT LEGAL-ENTITY-FILE
           IF WS-LE-FILE-STATUS = '00'
               PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                       UNTIL WS-LE-IDX > WS-LE-COUNT
                   MOVE SPACES TO LEGAL-ENTITY-RECORD
                   MOVE WS-LE-T-CODE(WS-LE-IDX)       TO LE-CODE
                   MOVE WS-LE-T-PROFILE(WS-LE-IDX)    TO LE-PROFILE
                   MOVE WS-LE-T-BANK-NAME(WS-LE-IDX)  TO LE-BANK-NAME
                   MOVE WS-LE-T-BANK-BRANCH(WS-LE-IDX)
                                                      TO LE-BANK-BRANCH
                   MOVE WS-LE-T-BANK-ACCT(WS-LE-IDX)
                                                     TO LE-BANK-ACCOUNT
                   MOVE WS-LE-T-GL-COMPANY(WS-LE-IDX) TO LE-GL-COMPANY
                   MOVE WS-LE-T-DEFAULT(WS-LE-IDX)    TO LE-DEFAULT
                   MOVE WS-LE-T-BR-COUNT(WS-LE-IDX)
                                                     TO LE-BRANCH-COUNT
                   MOVE WS-LE-T-BRANCHES(WS-LE-IDX)
                                                     TO LE-BRANCH-LIST
                   MOVE WS-LE-T-UPDATED-BY(WS-LE-IDX) TO LE-UPDATED-BY
                   MOVE WS-LE-T-UPDATED-TS(WS-LE-IDX) TO LE-UPDATED-TS
                   WRITE LEGAL-ENTITY-RECORD
               END-PERFORM
               CLOSE LEGAL-ENTITY-FILE
           END-IF.
      *****************************************************************
      * 550-DEPT-BUDGET-CONFIG - display and maintain the annual
      * payroll budget per department/branch: the monthly gross and
      * headcount figures REPORTS' budget-versus-actual compares the
      * run actuals against. Capturing an existing year/department/
      * branch combination replaces that row.
      *****************************************************************
       550-DEPT-BUDGET-CONFIG.
           PERFORM 552-LOAD-DEPT-BUDGETS
           DISPLAY "Current department budgets:"
           IF WS-DB-COUNT = 0
               DISPLAY "  (none on file)"
           END-IF
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT
               MOVE WS-DB-T-GROSS(WS-DB-IDX) TO WS-DB-PRINT-AMT
               DISPLAY WS-DB-T-YEAR(WS-DB-IDX) " "
                       WS-DB-T-DEPT(WS-DB-IDX) " "
                       WS-DB-T-BRANCH(WS-DB-IDX)
                       "  GROSS/MTH " WS-DB-PRINT-AMT
                       "  HEADS " WS-DB-T-HEADS(WS-DB-IDX)
           END-PERFORM
           DISPLAY "Enter budget year to add/replace (0 to "
                   "return): " WITH NO ADVANCING
           ACCEPT WS-DB-NEW-YEAR
           IF WS-DB-NEW-YEAR > 0
               DISPLAY "Department: " WITH NO ADVANCING
               ACCEPT WS-DB-NEW-DEPT
               DISPLAY "Branch: " WITH NO ADVANCING
               ACCEPT WS-DB-NEW-BRANCH
               DISPLAY "3. Set Per-User Override"
               DISPLAY "4. Access Rights Report (per role)"
               DISPLAY "5. Access Rights Report (per user)"
               DISPLAY "6. Conflicting Function Pairs"
               DISPLAY "7. Segregation-of-Duties Conflict Report"
               DISPLAY "0. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-PM-CHOICE
                   WHEN 3 PERFORM 566-SET-USER-OVERRIDE
                   WHEN 4 PERFORM 568-RIGHTS-BY-ROLE
                   WHEN 5 PERFORM 569-RIGHTS-BY-USER
                   WHEN 6 PERFORM 650-SOD-PAIR-CONFIG
                   WHEN 7 PERFORM 656-SOD-CONFLICT-REPORT
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           DISPLAY "Allowed role letters (e.g. AH): "
                   WITH NO ADVANCING
           ACCEPT WS-PM-NEW-ROLES
           PERFORM 660-CHECK-ROLE-GRANT
           PERFORM 668-CONFIRM-CONFLICT
           IF WS-SD-CONFIRM NOT = 'Y'
               DISPLAY "Role grant not saved."
           ELSE
               MOVE SPACES TO PERMISSION-RECORD
               MOVE WS-PM-NEW-FUNCTION TO PM-FUNCTION
               MOVE WS-PM-NEW-ROLES    TO PM-ROLES
               MOVE SPACES             TO PM-USER-ID
               MOVE SPACE              TO PM-ALLOW
               PERFORM 567-APPEND-MATRIX-ROW
               DISPLAY "Role grant saved (the LAST row for a function "
                       "wins)."
           END-IF.

       566-SET-USER-OVERRIDE.
           DISPLAY "Function code: " WITH NO ADVANCING
           IF WS-PM-NEW-ALLOW NOT = 'Y'
               MOVE 'N' TO WS-PM-NEW-ALLOW
           END-IF
           MOVE 'Y' TO WS-SD-CONFIRM
           IF WS-PM-NEW-ALLOW = 'Y'
               PERFORM 662-CHECK-USER-OVERRIDE
               PERFORM 668-CONFIRM-CONFLICT
           END-IF
           IF WS-SD-CONFIRM NOT = 'Y'
               DISPLAY "User override not saved."
           ELSE
               MOVE SPACES TO PERMISSION-RECORD
               MOVE WS-PM-NEW-FUNCTION TO PM-FUNCTION
               MOVE SPACES             TO PM-ROLES
               MOVE WS-PM-NEW-USER     TO PM-USER-ID
               MOVE WS-PM-NEW-ALLOW    TO PM-ALLOW
               PERFORM 567-APPEND-MATRIX-ROW
               DISPLAY "User override saved."
           END-IF.

       567-APPEND-MATRIX-ROW.
           OPEN EXTEND PERMISSION-FILE
           DISPLAY "ACCESS RIGHTS FOR ROLE " WS-PM-REPORT-ROLE
           DISPLAY "-------------------------"
           PERFORM VARYING WS-PM-FIDX FROM 1 BY 1
                   UNTIL WS-PM-FIDX > 54
               MOVE WS-PM-FUNC(WS-PM-FIDX) TO WS-AC-FUNCTION
               MOVE WS-PM-REPORT-ROLE TO WS-AC-USER-ROLE
               MOVE SPACES TO WS-AC-USER-ID
           DISPLAY "ACCESS RIGHTS FOR USER " WS-PM-REPORT-USER
           DISPLAY "-------------------------"
           PERFORM VARYING WS-PM-FIDX FROM 1 BY 1
                   UNTIL WS-PM-FIDX > 54
               MOVE WS-PM-FUNC(WS-PM-FIDX) TO WS-AC-FUNCTION
               MOVE WS-PM-REPORT-ROLE TO WS-AC-USER-ROLE
               MOVE WS-PM-REPORT-USER TO WS-AC-USER-ID
                   DISPLAY "Project " WS-PJ-NEW-CODE " added."
               END-IF
           END-IF.

      *****************************************************************
      * 571-US-UNEMP-CONFIG - the FUTA and state SUI wage bases and
      * employer rates, one row per jurisdiction and calendar year.
      * A row is statutory: it is captured pending and only used once
      * a different user approves it, as for the sector minimum wages.
      *****************************************************************
       571-US-UNEMP-CONFIG.
           MOVE 99 TO WS-UUC-CHOICE
           PERFORM UNTIL WS-UUC-CHOICE = 0
               DISPLAY " "
               DISPLAY "US Unemployment (FUTA/SUI)"
               DISPLAY "1. List Wage Bases and Rates"
               DISPLAY "2. Capture a Year's Base and Rate"
               DISPLAY "3. Approve / Reject a Pending Row"
               DISPLAY "0. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-UUC-CHOICE
               EVALUATE WS-UUC-CHOICE
                   WHEN 1 PERFORM 572-LIST-US-UNEMP
                   WHEN 2 PERFORM 574-CAPTURE-US-UNEMP
                   WHEN 3 PERFORM 575-DECIDE-US-UNEMP
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.

       572-LIST-US-UNEMP.
           PERFORM 573-LOAD-US-UNEMP
           DISPLAY "Rows (US = FUTA; A approved, P pending, "
                   "R rejected):"
           IF WS-UUR-COUNT = 0
               DISPLAY "  (none on file - FUTA runs at 0.600% of "
                       "the first 7,000.00; no SUI is costed)"
           END-IF
           PERFORM VARYING WS-UUR-IDX FROM 1 BY 1
                   UNTIL WS-UUR-IDX > WS-UUR-COUNT
               MOVE WS-UUR-T-BASE(WS-UUR-IDX) TO WS-PG-PRINT-AMT
               COMPUTE WS-UUC-RATE-PCT =
                       WS-UUR-T-RATE(WS-UUR-IDX) * 100
               MOVE WS-UUC-RATE-PCT TO WS-UUC-PRINT-PCT
               DISPLAY WS-UUR-IDX ". " WS-UUR-T-JURIS(WS-UUR-IDX)
                       " " WS-UUR-T-YEAR(WS-UUR-IDX)
                       " " WS-UUR-T-STATUS(WS-UUR-IDX)
                       "  BASE " WS-PG-PRINT-AMT
                       "  RATE " WS-UUC-PRINT-PCT "%"
                       "  " WS-UUR-T-ACCOUNT(WS-UUR-IDX)
           END-PERFORM.

       573-LOAD-US-UNEMP.
           MOVE 0 TO WS-UUR-COUNT
           OPEN INPUT US-UNEMP-FILE
           IF WS-UU-FILE-STATUS = '00'
               PERFORM UNTIL WS-UU-FILE-STATUS = '10'
                   READ US-UNEMP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-UUR-COUNT < 200
                               ADD 1 TO WS-UUR-COUNT
                               MOVE US-UNEMP-RECORD
                                   TO WS-UUR-T-ROW(WS-UUR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE US-UNEMP-FILE
           END-IF.

      *> A new year is a further row: earlier years keep their own
      *> base and rate for re-running their returns.
       574-CAPTURE-US-UNEMP.
           PERFORM 573-LOAD-US-UNEMP
           MOVE SPACES TO US-UNEMP-RECORD
           DISPLAY "Jurisdiction (US = FUTA, else state code, blank "
                   "to return): " WITH NO ADVANCING
           ACCEPT UU-JURIS
           MOVE FUNCTION UPPER-CASE(UU-JURIS) TO UU-JURIS
           IF UU-JURIS = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Calendar year (YYYY): " WITH NO ADVANCING
           ACCEPT UU-YEAR
           IF UU-YEAR NOT NUMERIC OR UU-YEAR < 2000
               DISPLAY "Invalid year - row not captured"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Taxable wage base per employee: "
                   WITH NO ADVANCING
           ACCEPT UU-WAGE-BASE
           DISPLAY "Employer rate in percent (e.g. 0.6 or 2.7): "
                   WITH NO ADVANCING
           ACCEPT WS-UUC-RATE-PCT
           IF UU-WAGE-BASE = 0 OR WS-UUC-RATE-PCT = 0
                   OR WS-UUC-RATE-PCT > 15
               DISPLAY "Wage base and a rate up to 15% are needed "
                       "- row not captured"
               EXIT PARAGRAPH
           END-IF
           COMPUTE UU-RATE = WS-UUC-RATE-PCT / 100
           IF NOT UU-IS-FUTA
               DISPLAY "State employer account number: "
                       WITH NO ADVANCING
               ACCEPT UU-ER-ACCOUNT
           END-IF
           PERFORM VARYING WS-UUR-IDX FROM 1 BY 1
                   UNTIL WS-UUR-IDX > WS-UUR-COUNT
               IF WS-UUR-T-JURIS(WS-UUR-IDX) = UU-JURIS
                       AND WS-UUR-T-YEAR(WS-UUR-IDX) = UU-YEAR
                       AND WS-UUR-T-STATUS(WS-UUR-IDX) NOT = 'R'
                   DISPLAY UU-JURIS " already has a row for "
                           UU-YEAR " - not captured"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-UUR-COUNT NOT < 200
               DISPLAY "US UNEMPLOYMENT TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           SET UU-IS-PENDING TO TRUE
           MOVE WS-CFG-USER-ID TO UU-CAPTURED-BY
           ADD 1 TO WS-UUR-COUNT
           MOVE US-UNEMP-RECORD TO WS-UUR-T-ROW(WS-UUR-COUNT)
           PERFORM 576-SAVE-US-UNEMP
           MOVE 'P' TO WS-CH-ACTION
           MOVE WS-CFG-USER-ID TO WS-CH-MAKER
           MOVE 0 TO WS-CH-SEQ
           PERFORM 577-LOG-US-UNEMP-ROW
           DISPLAY UU-JURIS " " UU-YEAR
                   " captured - awaiting approval by another user.".

       575-DECIDE-US-UNEMP.
           PERFORM 572-LIST-US-UNEMP
           DISPLAY "Row number to decide (0 to return): "
                   WITH NO ADVANCING
           ACCEPT WS-UUC-ROW
           IF WS-UUC-ROW = 0 OR WS-UUC-ROW > WS-UUR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UUR-T-ROW(WS-UUC-ROW) TO US-UNEMP-RECORD
           IF NOT UU-IS-PENDING
               DISPLAY "Row " WS-UUC-ROW " is not pending"
               EXIT PARAGRAPH
           END-IF
           IF UU-CAPTURED-BY = WS-CFG-USER-ID
               DISPLAY "APPROVAL REFUSED: THE CHANGE MUST "
                   "BE DECIDED BY A DIFFERENT USER THAN "
                   "THE ONE WHO CAPTURED IT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approve or reject (A/R): " WITH NO ADVANCING
           ACCEPT WS-CP-DECISION
           MOVE FUNCTION UPPER-CASE(WS-CP-DECISION) TO WS-CP-DECISION
           IF WS-CP-DECISION NOT = 'A' AND WS-CP-DECISION NOT = 'R'
               DISPLAY "Invalid choice"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CP-DECISION TO UU-STATUS
           MOVE WS-CFG-USER-ID TO UU-DECIDED-BY
           MOVE US-UNEMP-RECORD TO WS-UUR-T-ROW(WS-UUC-ROW)
           PERFORM 576-SAVE-US-UNEMP
           MOVE WS-CP-DECISION TO WS-CH-ACTION
           MOVE UU-CAPTURED-BY TO WS-CH-MAKER
           MOVE 0 TO WS-CH-SEQ
           PERFORM 577-LOG-US-UNEMP-ROW
           IF UU-IS-APPROVED
               DISPLAY UU-JURIS " " UU-YEAR
                       " approved and in force for that year."
           ELSE
               DISPLAY UU-JURIS " " UU-YEAR " rejected."
           END-IF.

       576-SAVE-US-UNEMP.
           OPEN OUTPUT US-UNEMP-FILE
           IF WS-UU-FILE-STATUS = '00'
               PERFORM VARYING WS-UUR-IDX FROM 1 BY 1
                       UNTIL WS-UUR-IDX > WS-UUR-COUNT
                   MOVE WS-UUR-T-ROW(WS-UUR-IDX) TO US-UNEMP-RECORD
                   WRITE US-UNEMP-RECORD
               END-PERFORM
               CLOSE US-UNEMP-FILE
           ELSE
               DISPLAY "ERROR: Unable to save US unemployment rates. "
                       "Status: " WS-UU-FILE-STATUS
           END-IF.

      *> The row's base and rate (in percent) in the change history,
      *> under the field name UU-<juris>-<year>-BASE/RATE; the old
      *> value is the approved row of the latest earlier year.
       577-LOG-US-UNEMP-ROW.
           MOVE 0 TO WS-UUC-PRIOR-YEAR
           MOVE 0 TO WS-UUC-PRIOR-BASE
           MOVE 0 TO WS-UUC-PRIOR-RATE
           PERFORM VARYING WS-UUR-IDX FROM 1 BY 1
                   UNTIL WS-UUR-IDX > WS-UUR-COUNT
               IF WS-UUR-T-JURIS(WS-UUR-IDX) = UU-JURIS
                       AND WS-UUR-T-STATUS(WS-UUR-IDX) = 'A'
                       AND WS-UUR-T-YEAR(WS-UUR-IDX) < UU-YEAR
                       AND WS-UUR-T-YEAR(WS-UUR-IDX)
                           NOT < WS-UUC-PRIOR-YEAR
                   MOVE WS-UUR-T-YEAR(WS-UUR-IDX)
                       TO WS-UUC-PRIOR-YEAR
                   MOVE WS-UUR-T-BASE(WS-UUR-IDX)
                       TO WS-UUC-PRIOR-BASE
                   MOVE WS-UUR-T-RATE(WS-UUR-IDX)
                       TO WS-UUC-PRIOR-RATE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CH-FIELD
           STRING "UU-" UU-JURIS "-" UU-YEAR "-BASE"
                  DELIMITED BY SIZE INTO WS-CH-FIELD
           MOVE WS-UUC-PRIOR-BASE TO WS-CH-OLD-NUM
           MOVE UU-WAGE-BASE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE SPACES TO WS-CH-FIELD
           STRING "UU-" UU-JURIS "-" UU-YEAR "-RATE"
                  DELIMITED BY SIZE INTO WS-CH-FIELD
           COMPUTE WS-CH-OLD-NUM = WS-UUC-PRIOR-RATE * 100
           COMPUTE WS-CH-NEW-NUM = UU-RATE * 100
           PERFORM 620-LOG-NUMERIC-CHANGE.

      *****************************************************************
      * 580-PIECE-RATE-CONFIG - list the piece rate table and append
      * new codes/rates.
                   DISPLAY "Piece rate " WS-PW-NEW-CODE " added."
               END-IF
           END-IF.

      *****************************************************************
      * 581-MIN-WAGE-CONFIG - the sector minimum wage table and the
      * sector assignments. A rate row is statutory: it is captured
      * pending and only used once a different user approves it, the
      * same maker-checker as the single minimum wage figure.
      *****************************************************************
       581-MIN-WAGE-CONFIG.
           MOVE 99 TO WS-MWC-CHOICE
           PERFORM UNTIL WS-MWC-CHOICE = 0
               DISPLAY " "
               DISPLAY "Sector Minimum Wages"
               DISPLAY "1. List Sector Rates"
               DISPLAY "2. Capture a New Sector Rate"
               DISPLAY "3. Approve / Reject a Pending Rate"
               DISPLAY "4. List Sector Assignments"
               DISPLAY "5. Assign / Remove a Sector"
               DISPLAY "0. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-MWC-CHOICE
               EVALUATE WS-MWC-CHOICE
                   WHEN 1 PERFORM 582-LIST-MIN-WAGES
                   WHEN 2 PERFORM 584-CAPTURE-MIN-WAGE
                   WHEN 3 PERFORM 585-DECIDE-MIN-WAGE
                   WHEN 4 PERFORM 588-LIST-MW-SECTORS
                   WHEN 5 PERFORM 589-ASSIGN-MW-SECTOR
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.

       582-LIST-MIN-WAGES.
           PERFORM 583-LOAD-MIN-WAGES
           DISPLAY "Sector rates (A approved, P pending, R rejected):"
           IF WS-MWR-COUNT = 0
               DISPLAY "  (none on file - SC-MIN-WAGE "
                       WS-MIN-WAGE " applies to everyone)"
           END-IF
           PERFORM VARYING WS-MWR-IDX FROM 1 BY 1
                   UNTIL WS-MWR-IDX > WS-MWR-COUNT
               MOVE WS-MWR-T-MONTHLY(WS-MWR-IDX) TO WS-PG-PRINT-AMT
               MOVE WS-MWR-T-HOURLY(WS-MWR-IDX) TO WS-MWC-PRINT-HOURLY
               DISPLAY WS-MWR-IDX ". " WS-MWR-T-SECTOR(WS-MWR-IDX)
                       " FROM " WS-MWR-T-EFF-DATE(WS-MWR-IDX)
                       " " WS-MWR-T-STATUS(WS-MWR-IDX)
                       "  MONTHLY " WS-PG-PRINT-AMT
                       "  HOURLY " WS-MWC-PRINT-HOURLY
                       "  " WS-MWR-T-DESC(WS-MWR-IDX)
           END-PERFORM.

       583-LOAD-MIN-WAGES.
           MOVE 0 TO WS-MWR-COUNT
           OPEN INPUT MIN-WAGE-FILE
           IF WS-MW-FILE-STATUS = '00'
               PERFORM UNTIL WS-MW-FILE-STATUS = '10'
                   READ MIN-WAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-MWR-COUNT < 300
                               ADD 1 TO WS-MWR-COUNT
                               MOVE MIN-WAGE-RECORD
                                   TO WS-MWR-T-ROW(WS-MWR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MIN-WAGE-FILE
           END-IF.

      *> A new rate is a further row: the old rate stays in force for
      *> dates before the new row's effective date.
       584-CAPTURE-MIN-WAGE.
           PERFORM 583-LOAD-MIN-WAGES
           MOVE SPACES TO MIN-WAGE-RECORD
           DISPLAY "Sector code (NATL = national minimum, blank to "
                   "return): " WITH NO ADVANCING
           ACCEPT MW-SECTOR
           MOVE FUNCTION UPPER-CASE(MW-SECTOR) TO MW-SECTOR
           IF MW-SECTOR = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT MW-DESC
           DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT MW-EFF-DATE
           IF MW-EFF-DATE NOT NUMERIC OR MW-EFF-DATE = 0
               DISPLAY "Invalid effective date - rate not captured"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Monthly minimum: " WITH NO ADVANCING
           ACCEPT MW-MONTHLY
           DISPLAY "Hourly minimum (0 if none): " WITH NO ADVANCING
           ACCEPT MW-HOURLY
           IF MW-MONTHLY = 0 AND MW-HOURLY = 0
               DISPLAY "No rate entered - rate not captured"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MWR-IDX FROM 1 BY 1
                   UNTIL WS-MWR-IDX > WS-MWR-COUNT
               IF WS-MWR-T-SECTOR(WS-MWR-IDX) = MW-SECTOR
                       AND WS-MWR-T-EFF-DATE(WS-MWR-IDX) = MW-EFF-DATE
                       AND WS-MWR-T-STATUS(WS-MWR-IDX) NOT = 'R'
                   DISPLAY "Sector " MW-SECTOR " already has a rate "
                           "from " MW-EFF-DATE " - not captured"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-MWR-COUNT NOT < 300
               DISPLAY "MINIMUM WAGE TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           SET MW-IS-PENDING TO TRUE
           MOVE WS-CFG-USER-ID TO MW-CAPTURED-BY
           ADD 1 TO WS-MWR-COUNT
           MOVE MIN-WAGE-RECORD TO WS-MWR-T-ROW(WS-MWR-COUNT)
           PERFORM 586-SAVE-MIN-WAGES
           MOVE 'P' TO WS-CH-ACTION
           MOVE WS-CFG-USER-ID TO WS-CH-MAKER
           MOVE 0 TO WS-CH-SEQ
           PERFORM 587-LOG-MIN-WAGE-ROW
           DISPLAY "Rate for " MW-SECTOR " from " MW-EFF-DATE
                   " captured - awaiting approval by another user.".

       585-DECIDE-MIN-WAGE.
           PERFORM 582-LIST-MIN-WAGES
           DISPLAY "Row number to decide (0 to return): "
                   WITH NO ADVANCING
           ACCEPT WS-MWC-ROW
           IF WS-MWC-ROW = 0 OR WS-MWC-ROW > WS-MWR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MWR-T-ROW(WS-MWC-ROW) TO MIN-WAGE-RECORD
           IF NOT MW-IS-PENDING
               DISPLAY "Row " WS-MWC-ROW " is not pending"
               EXIT PARAGRAPH
           END-IF
           IF MW-CAPTURED-BY = WS-CFG-USER-ID
               DISPLAY "APPROVAL REFUSED: THE CHANGE MUST "
                   "BE DECIDED BY A DIFFERENT USER THAN "
                   "THE ONE WHO CAPTURED IT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approve or reject (A/R): " WITH NO ADVANCING
           ACCEPT WS-CP-DECISION
           MOVE FUNCTION UPPER-CASE(WS-CP-DECISION) TO WS-CP-DECISION
           IF WS-CP-DECISION NOT = 'A' AND WS-CP-DECISION NOT = 'R'
               DISPLAY "Invalid choice"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CP-DECISION TO MW-STATUS
           MOVE WS-CFG-USER-ID TO MW-DECIDED-BY
           MOVE MIN-WAGE-RECORD TO WS-MWR-T-ROW(WS-MWC-ROW)
           PERFORM 586-SAVE-MIN-WAGES
           MOVE WS-CP-DECISION TO WS-CH-ACTION
           MOVE MW-CAPTURED-BY TO WS-CH-MAKER
           MOVE 0 TO WS-CH-SEQ
           PERFORM 587-LOG-MIN-WAGE-ROW
           IF MW-IS-APPROVED
               DISPLAY "Rate for " MW-SECTOR " from " MW-EFF-DATE
                       " approved and in force from that date."
           ELSE
               DISPLAY "Rate for " MW-SECTOR " from " MW-EFF-DATE
                       " rejected."
           END-IF.

       586-SAVE-MIN-WAGES.
           OPEN OUTPUT MIN-WAGE-FILE
           IF WS-MW-FILE-STATUS = '00'
               PERFORM VARYING WS-MWR-IDX FROM 1 BY 1
                       UNTIL WS-MWR-IDX > WS-MWR-COUNT
                   MOVE WS-MWR-T-ROW(WS-MWR-IDX) TO MIN-WAGE-RECORD
                   WRITE MIN-WAGE-RECORD
               END-PERFORM
               CLOSE MIN-WAGE-FILE
           ELSE
               DISPLAY "ERROR: Unable to save minimum wages. Status: "
                       WS-MW-FILE-STATUS
           END-IF.

      *> The row's two rates in the change history, under the field
      *> name MW-<sector>-<date>-M/H (monthly/hourly); the old value
      *> is the rate the sector had in force before it.
       587-LOG-MIN-WAGE-ROW.
           MOVE 0 TO WS-MWC-PRIOR-MONTHLY
           MOVE 0 TO WS-MWC-PRIOR-HOURLY
           MOVE 0 TO WS-MWC-PRIOR-DATE
           PERFORM VARYING WS-MWR-IDX FROM 1 BY 1
                   UNTIL WS-MWR-IDX > WS-MWR-COUNT
               IF WS-MWR-T-SECTOR(WS-MWR-IDX) = MW-SECTOR
                       AND WS-MWR-T-STATUS(WS-MWR-IDX) = 'A'
                       AND WS-MWR-T-EFF-DATE(WS-MWR-IDX) < MW-EFF-DATE
                       AND WS-MWR-T-EFF-DATE(WS-MWR-IDX)
                           NOT < WS-MWC-PRIOR-DATE
                   MOVE WS-MWR-T-EFF-DATE(WS-MWR-IDX)
                       TO WS-MWC-PRIOR-DATE
                   MOVE WS-MWR-T-MONTHLY(WS-MWR-IDX)
                       TO WS-MWC-PRIOR-MONTHLY
                   MOVE WS-MWR-T-HOURLY(WS-MWR-IDX)
                       TO WS-MWC-PRIOR-HOURLY
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CH-FIELD
           STRING "MW-" MW-SECTOR "-" MW-EFF-DATE "-M"
                  DELIMITED BY SIZE INTO WS-CH-FIELD
           MOVE WS-MWC-PRIOR-MONTHLY TO WS-CH-OLD-NUM
           MOVE MW-MONTHLY TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE SPACES TO WS-CH-FIELD
           STRING "MW-" MW-SECTOR "-" MW-EFF-DATE "-H"
                  DELIMITED BY SIZE INTO WS-CH-FIELD
           MOVE WS-MWC-PRIOR-HOURLY TO WS-CH-OLD-NUM
           MOVE MW-HOURLY TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE.

       588-LIST-MW-SECTORS.
           MOVE 0 TO WS-MWS-COUNT
           OPEN INPUT MW-SECTOR-FILE
           IF WS-MS-FILE-STATUS = '00'
               PERFORM UNTIL WS-MS-FILE-STATUS = '10'
                   READ MW-SECTOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-MWS-COUNT < 2000
                               ADD 1 TO WS-MWS-COUNT
                               MOVE MS-TYPE
                                   TO WS-MWS-T-TYPE(WS-MWS-COUNT)
                               MOVE MS-KEY
                                   TO WS-MWS-T-KEY(WS-MWS-COUNT)
                               MOVE MS-SECTOR
                                   TO WS-MWS-T-SECTOR(WS-MWS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MW-SECTOR-FILE
           END-IF
           DISPLAY "Sector assignments (E employee, P position type, "
                   "D department):"
           IF WS-MWS-COUNT = 0
               DISPLAY "  (none - everyone falls under NATL)"
           END-IF
           PERFORM VARYING WS-MWS-IDX FROM 1 BY 1
                   UNTIL WS-MWS-IDX > WS-MWS-COUNT
               DISPLAY "  " WS-MWS-T-TYPE(WS-MWS-IDX) " "
                       WS-MWS-T-KEY(WS-MWS-IDX) "  -> "
                       WS-MWS-T-SECTOR(WS-MWS-IDX)
           END-PERFORM.

      *> Capturing an existing type/key replaces its sector; a blank
      *> sector removes the row.
       589-ASSIGN-MW-SECTOR.
           PERFORM 588-LIST-MW-SECTORS
           DISPLAY "Assign by (E=employee, P=position type, "
                   "D=department): " WITH NO ADVANCING
           ACCEPT WS-MWC-TYPE
           MOVE FUNCTION UPPER-CASE(WS-MWC-TYPE) TO WS-MWC-TYPE
           IF WS-MWC-TYPE NOT = 'E' AND WS-MWC-TYPE NOT = 'P'
                   AND WS-MWC-TYPE NOT = 'D'
               DISPLAY "Invalid choice"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee ID / position type / department: "
                   WITH NO ADVANCING
           ACCEPT WS-MWC-KEY
           IF WS-MWC-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sector code (blank to remove the assignment): "
                   WITH NO ADVANCING
           ACCEPT WS-MWC-SECTOR
           MOVE FUNCTION UPPER-CASE(WS-MWC-SECTOR) TO WS-MWC-SECTOR
           MOVE 0 TO WS-MWC-ROW
           PERFORM VARYING WS-MWS-IDX FROM 1 BY 1
                   UNTIL WS-MWS-IDX > WS-MWS-COUNT
               IF WS-MWS-T-TYPE(WS-MWS-IDX) = WS-MWC-TYPE
                       AND WS-MWS-T-KEY(WS-MWS-IDX) = WS-MWC-KEY
                   SET WS-MWC-ROW TO WS-MWS-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CH-OLD-TEXT
           IF WS-MWC-ROW > 0
               MOVE WS-MWS-T-SECTOR(WS-MWC-ROW) TO WS-CH-OLD-TEXT
           END-IF
           EVALUATE TRUE
               WHEN WS-MWC-SECTOR = SPACES AND WS-MWC-ROW = 0
                   DISPLAY "No assignment to remove"
                   EXIT PARAGRAPH
               WHEN WS-MWC-SECTOR = SPACES
                   PERFORM VARYING WS-MWS-IDX FROM WS-MWC-ROW BY 1
                           UNTIL WS-MWS-IDX NOT < WS-MWS-COUNT
                       MOVE WS-MWS-T-ENTRY(WS-MWS-IDX + 1)
                           TO WS-MWS-T-ENTRY(WS-MWS-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-MWS-COUNT
               WHEN WS-MWC-ROW > 0
                   MOVE WS-MWC-SECTOR TO WS-MWS-T-SECTOR(WS-MWC-ROW)
               WHEN WS-MWS-COUNT NOT < 2000
                   DISPLAY "SECTOR ASSIGNMENT TABLE FULL - NOT ADDED"
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-MWS-COUNT
                   MOVE WS-MWC-TYPE TO WS-MWS-T-TYPE(WS-MWS-COUNT)
                   MOVE WS-MWC-KEY TO WS-MWS-T-KEY(WS-MWS-COUNT)
                   MOVE WS-MWC-SECTOR
                       TO WS-MWS-T-SECTOR(WS-MWS-COUNT)
           END-EVALUATE
           OPEN OUTPUT MW-SECTOR-FILE
           IF WS-MS-FILE-STATUS = '00'
               PERFORM VARYING WS-MWS-IDX FROM 1 BY 1
                       UNTIL WS-MWS-IDX > WS-MWS-COUNT
                   MOVE SPACES TO MW-SECTOR-RECORD
                   MOVE WS-MWS-T-TYPE(WS-MWS-IDX) TO MS-TYPE
                   MOVE WS-MWS-T-KEY(WS-MWS-IDX) TO MS-KEY
                   MOVE WS-MWS-T-SECTOR(WS-MWS-IDX) TO MS-SECTOR
                   WRITE MW-SECTOR-RECORD
               END-PERFORM
               CLOSE MW-SECTOR-FILE
           END-IF
           MOVE 'C' TO WS-CH-ACTION
           MOVE WS-CFG-USER-ID TO WS-CH-MAKER
           MOVE 0 TO WS-CH-SEQ
           MOVE SPACES TO WS-CH-FIELD
           STRING "MWSECT-" WS-MWC-TYPE "-" WS-MWC-KEY
                  DELIMITED BY SIZE INTO WS-CH-FIELD
           MOVE WS-MWC-SECTOR TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           DISPLAY "Sector assignment saved.".

      *****************************************************************
      * 590-APPROVE-PENDING-CHANGES - the checker's side of the
      * statutory maker-checker: list what is waiting, field by field
      * with old and new values, and approve or reject one request.
      * As with activating a pending new hire, the user who captured
      * a change may not approve it.
      *****************************************************************
       590-APPROVE-PENDING-CHANGES.
           PERFORM 592-LIST-PENDING-CHANGES
           IF WS-CP-PENDING-COUNT = 0
               DISPLAY "No statutory changes awaiting approval."
           ELSE
               DISPLAY "Request number to decide (0 = none): "
                       WITH NO ADVANCING
               ACCEPT WS-CP-DECIDE-SEQ
               IF WS-CP-DECIDE-SEQ > 0
                   PERFORM 594-DECIDE-PENDING-CHANGE
               END-IF
           END-IF.

       592-LIST-PENDING-CHANGES.
           MOVE 0 TO WS-CP-PENDING-COUNT
           OPEN INPUT CONFIG-PENDING-FILE
           IF WS-CP-FILE-STATUS = '00'
               MOVE 'N' TO WS-CP-EOF
               PERFORM UNTIL WS-CP-EOF = 'Y'
                   READ CONFIG-PENDING-FILE
                       AT END
                           MOVE 'Y' TO WS-CP-EOF
                       NOT AT END
                           IF CP-IS-PENDING
                               ADD 1 TO WS-CP-PENDING-COUNT
                               DISPLAY " "
                               DISPLAY "Request " CP-SEQ "  " CP-UNIT
                                       "  tax year " CP-TAX-YEAR
                               DISPLAY "  Captured by " CP-REQUESTED-BY
                                       " at " CP-REQUESTED-TS
                               PERFORM 593-SHOW-PENDING-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-PENDING-FILE
           END-IF.

      *>   The 'P' history rows written when the request was raised
      *>   carry its field-by-field old and new values.
       593-SHOW-PENDING-DETAIL.
           OPEN INPUT CONFIG-CHANGE-FILE
           IF WS-CH-FILE-STATUS = '00'
               MOVE 'N' TO WS-CH-EOF
               PERFORM UNTIL WS-CH-EOF = 'Y'
                   READ CONFIG-CHANGE-FILE
                       AT END
                           MOVE 'Y' TO WS-CH-EOF
                       NOT AT END
                           IF CH-HELD-PENDING
                                   AND CH-PENDING-SEQ = CP-SEQ
                               DISPLAY "    " CH-FIELD " "
                                       CH-OLD-VALUE
                               DISPLAY "      -> " CH-NEW-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-CHANGE-FILE
           END-IF.

       594-DECIDE-PENDING-CHANGE.
           DISPLAY "Approve or reject (A/R): " WITH NO ADVANCING
           ACCEPT WS-CP-DECISION
           IF WS-CP-DECISION = 'a'
               MOVE 'A' TO WS-CP-DECISION
           END-IF
           IF WS-CP-DECISION = 'r'
               MOVE 'R' TO WS-CP-DECISION
           END-IF
           IF WS-CP-DECISION NOT = 'A' AND WS-CP-DECISION NOT = 'R'
               DISPLAY "Invalid choice"
           ELSE
               MOVE 'N' TO WS-CP-FOUND
               OPEN I-O CONFIG-PENDING-FILE
               IF WS-CP-FILE-STATUS = '00'
                   MOVE 'N' TO WS-CP-EOF
                   PERFORM UNTIL WS-CP-EOF = 'Y'
                       READ CONFIG-PENDING-FILE
                           AT END
                               MOVE 'Y' TO WS-CP-EOF
                           NOT AT END
                               IF CP-SEQ = WS-CP-DECIDE-SEQ
                                       AND CP-IS-PENDING
                                   MOVE 'Y' TO WS-CP-FOUND
                                   MOVE 'Y' TO WS-CP-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-CP-FOUND = 'N'
                       DISPLAY "No pending request " WS-CP-DECIDE-SEQ
                   ELSE
                       IF CP-REQUESTED-BY = WS-CFG-USER-ID
                           DISPLAY "APPROVAL REFUSED: THE CHANGE MUST "
                               "BE DECIDED BY A DIFFERENT USER THAN "
                               "THE ONE WHO CAPTURED IT."
                       ELSE
                           IF WS-CP-DECISION = 'A'
                               PERFORM 596-APPLY-PENDING-CHANGE
                               SET CP-IS-APPROVED TO TRUE
                           ELSE
                               MOVE 'R' TO WS-CH-ACTION
                               MOVE CP-REQUESTED-BY TO WS-CH-MAKER
                               MOVE CP-SEQ TO WS-CH-SEQ
                               MOVE CP-UNIT TO WS-CH-FIELD
                               MOVE SPACES TO WS-CH-OLD-TEXT
                               MOVE "REQUEST REJECTED" TO WS-CH-NEW-TEXT
                               PERFORM 624-WRITE-CHANGE-ROW
                               SET CP-IS-REJECTED TO TRUE
                               DISPLAY "Request " CP-SEQ " rejected."
                           END-IF
                           PERFORM 626-SET-CHANGE-STAMP
                           MOVE WS-CFG-USER-ID TO CP-DECIDED-BY
                           MOVE WS-CH-STAMP TO CP-DECIDED-TS
                           REWRITE CONFIG-PENDING-RECORD
                       END-IF
                   END-IF
                   CLOSE CONFIG-PENDING-FILE
               ELSE
                   DISPLAY "No statutory changes awaiting approval."
               END-IF
           END-IF.

      *****************************************************************
      * 596-APPLY-PENDING-CHANGE - put an approved request's values
      * into force. Settings-file units go back through
      * 500-SAVE-SETTINGS in applying mode, which writes the 'A'
      * history rows; a PAYE table is filed under its tax year and
      * only reaches the settings file if that year is in force.
      *****************************************************************
       596-APPLY-PENDING-CHANGE.
           MOVE CP-REQUESTED-BY TO WS-CH-MAKER
           MOVE CP-SEQ TO WS-CH-SEQ
           IF CP-UNIT = "PAYE-TABLE"
               PERFORM 462-LOAD-PAYE-TABLES
               PERFORM 463-SET-CURRENT-TAX-YEAR
               MOVE CP-TAX-YEAR TO WS-PT-YEAR
               MOVE WS-PAYE-BRACKETS TO WS-PT-HOLD-BRACKETS
               MOVE WS-PAYE-REBATES  TO WS-PT-HOLD-REBATES
               PERFORM 465-FIND-YEAR-TABLE
               MOVE CP-NEW-IMAGE(1:175)   TO WS-PAYE-BRACKETS
               MOVE CP-NEW-IMAGE(176:27)  TO WS-PAYE-REBATES
               MOVE 'A' TO WS-CH-ACTION
               PERFORM 468-LOG-PAYE-TABLE-CHANGES
               PERFORM 464-STORE-PAYE-TABLE
               PERFORM 466-SAVE-PAYE-TABLES
               IF WS-PT-YEAR = WS-PT-CURRENT-YEAR
                   MOVE 'Y' TO WS-CFG-APPLYING
                   PERFORM 500-SAVE-SETTINGS
                   MOVE 'N' TO WS-CFG-APPLYING
                   DISPLAY "PAYE brackets approved for tax year "
                           WS-PT-YEAR " (in force)."
               ELSE
                   MOVE WS-PT-HOLD-BRACKETS TO WS-PAYE-BRACKETS
                   MOVE WS-PT-HOLD-REBATES  TO WS-PAYE-REBATES
                   DISPLAY "PAYE brackets approved for tax year "
                           WS-PT-YEAR " - applied to pay periods in "
                           "that year only."
               END-IF
           ELSE
               EVALUATE CP-UNIT
                   WHEN "SA-TAX-RATES"
                       MOVE CP-NEW-IMAGE(1:9) TO WS-SA-TAX-RATES
                   WHEN "MIN-WAGE"
                       MOVE CP-NEW-IMAGE(1:13) TO WS-CFG-AMOUNT-X
                       MOVE WS-CFG-AMOUNT TO WS-MIN-WAGE
                   WHEN "COIDA-CEILING"
                       MOVE CP-NEW-IMAGE(1:13) TO WS-CFG-AMOUNT-X
                       MOVE WS-CFG-AMOUNT TO WS-COIDA-CEILING
                   WHEN "STATUTORY-CAPS"
                       MOVE CP-NEW-IMAGE(1:56) TO WS-STATUTORY-CAPS
                   WHEN "EMPLOYER-PROFILE"
                       MOVE CP-NEW-IMAGE(1:153) TO WS-EMPLOYER-PROFILE
                   WHEN "FS-EXEMPT-CAP"
                       MOVE CP-NEW-IMAGE(1:13) TO WS-CFG-AMOUNT-X
                       MOVE WS-CFG-AMOUNT TO WS-FS-EXEMPT-CAP
                   WHEN "401K-LIMITS"
                       MOVE CP-NEW-IMAGE(1:20) TO WS-401K-LIMITS
               END-EVALUATE
               MOVE 'Y' TO WS-CFG-APPLYING
               PERFORM 500-SAVE-SETTINGS
               MOVE 'N' TO WS-CFG-APPLYING
               DISPLAY "Request " CP-SEQ " approved and in force."
           END-IF.

      *****************************************************************
      * 600-LOG-SETTING-CHANGES - one history row for every setting
      * whose SC- value (as last saved) differs from the WS- value
      * about to be saved. The PAYE brackets and rebates are logged by
      * 468 against their own tax year's table instead.
      *****************************************************************
       600-LOG-SETTING-CHANGES.
           MOVE "SC-FED-TAX-RATE" TO WS-CH-FIELD
           MOVE SC-FED-TAX-RATE TO WS-CH-OLD-NUM
           MOVE WS-FED-TAX-RATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-STATE-TAX-RATE" TO WS-CH-FIELD
           MOVE SC-STATE-TAX-RATE TO WS-CH-OLD-NUM
           MOVE WS-STATE-TAX-RATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-FICA-RATE" TO WS-CH-FIELD
           MOVE SC-FICA-RATE TO WS-CH-OLD-NUM
           MOVE WS-FICA-RATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-401K-MAX-RATE" TO WS-CH-FIELD
           MOVE SC-401K-MAX-RATE TO WS-CH-OLD-NUM
           MOVE WS-401K-MAX-RATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-HEALTH-INS-COST" TO WS-CH-FIELD
           MOVE SC-HEALTH-INS-COST TO WS-CH-OLD-NUM
           MOVE WS-HEALTH-INS-COST TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-PAY-PERIOD-LEN" TO WS-CH-FIELD
           MOVE SC-PAY-PERIOD-LEN TO WS-CH-OLD-NUM
           MOVE WS-PAY-PERIOD-LEN TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-MAX-LOGIN-ATT" TO WS-CH-FIELD
           MOVE SC-MAX-LOGIN-ATT TO WS-CH-OLD-NUM
           MOVE WS-MAX-LOGIN-ATT TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-PWD-EXPIRY" TO WS-CH-FIELD
           MOVE SC-PWD-EXPIRY TO WS-CH-OLD-NUM
           MOVE WS-PWD-EXPIRY TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-VARIANCE-PCT" TO WS-CH-FIELD
           MOVE SC-VARIANCE-PCT TO WS-CH-OLD-NUM
           MOVE WS-VARIANCE-PCT TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-LOCKOUT-COOLDOWN-MIN" TO WS-CH-FIELD
           MOVE SC-LOCKOUT-COOLDOWN-MIN TO WS-CH-OLD-NUM
           MOVE WS-LOCKOUT-COOLDOWN-MIN TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-BONUS-MONTH-1" TO WS-CH-FIELD
           MOVE SC-BONUS-MONTH-1 TO WS-CH-OLD-NUM
           MOVE WS-BONUS-MONTH-1 TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-BONUS-PCT-1" TO WS-CH-FIELD
           MOVE SC-BONUS-PCT-1 TO WS-CH-OLD-NUM
           MOVE WS-BONUS-PCT-1 TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-BONUS-MONTH-2" TO WS-CH-FIELD
           MOVE SC-BONUS-MONTH-2 TO WS-CH-OLD-NUM
           MOVE WS-BONUS-MONTH-2 TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-BONUS-PCT-2" TO WS-CH-FIELD
           MOVE SC-BONUS-PCT-2 TO WS-CH-OLD-NUM
           MOVE WS-BONUS-PCT-2 TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-MED-PREM-MAIN" TO WS-CH-FIELD
           MOVE SC-MED-PREM-MAIN TO WS-CH-OLD-NUM
           MOVE WS-MED-PREM-MAIN TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-MED-PREM-DEP" TO WS-CH-FIELD
           MOVE SC-MED-PREM-DEP TO WS-CH-OLD-NUM
           MOVE WS-MED-PREM-DEP TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-MTC-MAIN" TO WS-CH-FIELD
           MOVE SC-MTC-MAIN TO WS-CH-OLD-NUM
           MOVE WS-MTC-MAIN TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-MTC-FIRST-DEP" TO WS-CH-FIELD
           MOVE SC-MTC-FIRST-DEP TO WS-CH-OLD-NUM
           MOVE WS-MTC-FIRST-DEP TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-MTC-ADD-DEP" TO WS-CH-FIELD
           MOVE SC-MTC-ADD-DEP TO WS-CH-OLD-NUM
           MOVE WS-MTC-ADD-DEP TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-DED-PRIORITY" TO WS-CH-FIELD
           MOVE SC-DED-PRIORITY TO WS-CH-OLD-TEXT
           MOVE WS-DED-PRIORITY TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-DED-VENDOR-POS" TO WS-CH-FIELD
           MOVE SC-DED-VENDOR-POS TO WS-CH-OLD-NUM
           MOVE WS-DED-VENDOR-POS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-SHIFT-NIGHT-PCT" TO WS-CH-FIELD
           MOVE SC-SHIFT-NIGHT-PCT TO WS-CH-OLD-NUM
           MOVE WS-SHIFT-NIGHT-PCT TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-SHIFT-SUNDAY-MULT" TO WS-CH-FIELD
           MOVE SC-SHIFT-SUNDAY-MULT TO WS-CH-OLD-NUM
           MOVE WS-SHIFT-SUNDAY-MULT TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-ADVANCE-MAX-PCT" TO WS-CH-FIELD
           MOVE SC-ADVANCE-MAX-PCT TO WS-CH-OLD-NUM
           MOVE WS-ADVANCE-MAX-PCT TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-RETAIN-PAY-YEARS" TO WS-CH-FIELD
           MOVE SC-RETAIN-PAY-YEARS TO WS-CH-OLD-NUM
           MOVE WS-RETAIN-PAY-YEARS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-RETAIN-ATT-YEARS" TO WS-CH-FIELD
           MOVE SC-RETAIN-ATT-YEARS TO WS-CH-OLD-NUM
           MOVE WS-RETAIN-ATT-YEARS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-RECERT-WINDOW-DAYS" TO WS-CH-FIELD
           MOVE SC-RECERT-WINDOW-DAYS TO WS-CH-OLD-NUM
           MOVE WS-RECERT-WINDOW-DAYS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-DORMANT-DAYS" TO WS-CH-FIELD
           MOVE SC-DORMANT-DAYS TO WS-CH-OLD-NUM
           MOVE WS-DORMANT-DAYS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-CLAIM-KM-RATE" TO WS-CH-FIELD
           MOVE SC-CLAIM-KM-RATE TO WS-CH-OLD-NUM
           MOVE WS-CLAIM-KM-RATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-CLAIM-DAY-RATE" TO WS-CH-FIELD
           MOVE SC-CLAIM-DAY-RATE TO WS-CH-OLD-NUM
           MOVE WS-CLAIM-DAY-RATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-LEAVE-MIN-COVER" TO WS-CH-FIELD
           MOVE SC-LEAVE-MIN-COVER TO WS-CH-OLD-NUM
           MOVE WS-LEAVE-MIN-COVER TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-BURSARY-REM-CAP" TO WS-CH-FIELD
           MOVE SC-BURSARY-REM-CAP TO WS-CH-OLD-NUM
           MOVE WS-BURSARY-REM-CAP TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-RETIRE-AGE" TO WS-CH-FIELD
           MOVE SC-RETIRE-AGE TO WS-CH-OLD-NUM
           MOVE WS-RETIRE-AGE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-SERVICE-BRIDGE-DAYS" TO WS-CH-FIELD
           MOVE SC-SERVICE-BRIDGE-DAYS TO WS-CH-OLD-NUM
           MOVE WS-SERVICE-BRIDGE-DAYS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           PERFORM VARYING WS-LSA-IDX FROM 1 BY 1 UNTIL WS-LSA-IDX > 5
               MOVE SPACES TO WS-CH-FIELD
               STRING "SC-LSA-YEARS(" WS-LSA-IDX ")"
                   DELIMITED BY SIZE INTO WS-CH-FIELD
               MOVE SC-LSA-YEARS(WS-LSA-IDX) TO WS-CH-OLD-NUM
               MOVE WS-LSA-YEARS(WS-LSA-IDX) TO WS-CH-NEW-NUM
               PERFORM 620-LOG-NUMERIC-CHANGE
               MOVE SPACES TO WS-CH-FIELD
               STRING "SC-LSA-AMOUNT(" WS-LSA-IDX ")"
                   DELIMITED BY SIZE INTO WS-CH-FIELD
               MOVE SC-LSA-AMOUNT(WS-LSA-IDX) TO WS-CH-OLD-NUM
               MOVE WS-LSA-AMOUNT(WS-LSA-IDX) TO WS-CH-NEW-NUM
               PERFORM 620-LOG-NUMERIC-CHANGE
           END-PERFORM
           MOVE "SC-WARN-VERBAL-MTHS" TO WS-CH-FIELD
           MOVE SC-WARN-VERBAL-MTHS TO WS-CH-OLD-NUM
           MOVE WS-WARN-VERBAL-MTHS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-WARN-WRITTEN-MTHS" TO WS-CH-FIELD
           MOVE SC-WARN-WRITTEN-MTHS TO WS-CH-OLD-NUM
           MOVE WS-WARN-WRITTEN-MTHS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-WARN-FINAL-MTHS" TO WS-CH-FIELD
           MOVE SC-WARN-FINAL-MTHS TO WS-CH-OLD-NUM
           MOVE WS-WARN-FINAL-MTHS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-FS-WATCH-DAYS" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-FS-WATCH-DAYS NUMERIC
               MOVE SC-FS-WATCH-DAYS TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-FS-WATCH-DAYS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-ER-FEIN" TO WS-CH-FIELD
           MOVE SC-ER-FEIN TO WS-CH-OLD-TEXT
           MOVE WS-ER-FEIN TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-NH-DUE-DAYS" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-NH-DUE-DAYS NUMERIC
               MOVE SC-NH-DUE-DAYS TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-NH-DUE-DAYS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-NH-WARN-DAYS" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-NH-WARN-DAYS NUMERIC
               MOVE SC-NH-WARN-DAYS TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-NH-WARN-DAYS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-401K-MATCH-RATE" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-401K-MATCH-RATE NUMERIC
               MOVE SC-401K-MATCH-RATE TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-401K-MATCH-RATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-401K-MATCH-CAP" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-401K-MATCH-CAP NUMERIC
               MOVE SC-401K-MATCH-CAP TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-401K-MATCH-CAP TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-401K-PLAN-ID" TO WS-CH-FIELD
           MOVE SC-401K-PLAN-ID TO WS-CH-OLD-TEXT
           MOVE WS-401K-PLAN-ID TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-DTH-LOAN-POLICY" TO WS-CH-FIELD
           MOVE SC-DTH-LOAN-POLICY TO WS-CH-OLD-TEXT
           MOVE WS-DTH-LOAN-POLICY TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-DTH-ADV-POLICY" TO WS-CH-FIELD
           MOVE SC-DTH-ADV-POLICY TO WS-CH-OLD-TEXT
           MOVE WS-DTH-ADV-POLICY TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-DTH-FUND-NAME" TO WS-CH-FIELD
           MOVE SC-DTH-FUND-NAME TO WS-CH-OLD-TEXT
           MOVE WS-DTH-FUND-NAME TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-DTH-INSURER-NAME" TO WS-CH-FIELD
           MOVE SC-DTH-INSURER-NAME TO WS-CH-OLD-TEXT
           MOVE WS-DTH-INSURER-NAME TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-LVS-MIN-BALANCE" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-LVS-MIN-BALANCE NUMERIC
               MOVE SC-LVS-MIN-BALANCE TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-LVS-MIN-BALANCE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-LVS-MAX-DAYS" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-LVS-MAX-DAYS NUMERIC
               MOVE SC-LVS-MAX-DAYS TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-LVS-MAX-DAYS TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-LVS-WINDOW-FROM" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-LVS-WINDOW-FROM NUMERIC
               MOVE SC-LVS-WINDOW-FROM TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-LVS-WINDOW-FROM TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-LVS-WINDOW-TO" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-LVS-WINDOW-TO NUMERIC
               MOVE SC-LVS-WINDOW-TO TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-LVS-WINDOW-TO TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-BEN-ENROL-FROM" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-BEN-ENROL-FROM NUMERIC
               MOVE SC-BEN-ENROL-FROM TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-BEN-ENROL-FROM TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-BEN-ENROL-TO" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-BEN-ENROL-TO NUMERIC
               MOVE SC-BEN-ENROL-TO TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-BEN-ENROL-TO TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           PERFORM 630-LOG-SA-RATE-FIELDS
           PERFORM 632-LOG-MIN-WAGE-FIELD
           PERFORM 634-LOG-COIDA-FIELD
           PERFORM 636-LOG-CAPS-FIELDS
           PERFORM 638-LOG-PROFILE-FIELDS
           PERFORM 639-LOG-FS-CAP-FIELD
           PERFORM 637-LOG-401K-LIMIT-FIELDS.

      *****************************************************************
      * 610-HOLD-STATUTORY-CHANGES - take each changed statutory unit
      * out of the save: raise a pending request carrying the new
      * values, log them as 'P' rows and put the WS- values back to
      * what is in force. A unit that already has a request waiting
      * is refused until that one is decided.
      *****************************************************************
       610-HOLD-STATUTORY-CHANGES.
           MOVE 'P' TO WS-CH-ACTION
           MOVE WS-CFG-USER-ID TO WS-CH-MAKER
           MOVE 0 TO WS-CP-TAX-YEAR
           IF WS-SA-PAYE-RATE NOT = SC-PAYE-RATE
                   OR WS-SA-UIF-RATE NOT = SC-UIF-RATE
                   OR WS-SA-SDL-RATE NOT = SC-SDL-RATE
               MOVE "SA-TAX-RATES" TO WS-CP-UNIT
               PERFORM 612-SCAN-PENDING
               IF WS-CP-UNIT-BUSY NOT = 'Y'
                   MOVE WS-SA-TAX-RATES TO WS-CP-NEW-IMAGE
                   PERFORM 614-RAISE-PENDING
                   PERFORM 630-LOG-SA-RATE-FIELDS
               END-IF
               MOVE SC-PAYE-RATE TO WS-SA-PAYE-RATE
               MOVE SC-UIF-RATE  TO WS-SA-UIF-RATE
               MOVE SC-SDL-RATE  TO WS-SA-SDL-RATE
           END-IF
           IF WS-MIN-WAGE NOT = SC-MIN-WAGE
               MOVE "MIN-WAGE" TO WS-CP-UNIT
               PERFORM 612-SCAN-PENDING
               IF WS-CP-UNIT-BUSY NOT = 'Y'
                   MOVE WS-MIN-WAGE TO WS-CFG-AMOUNT
                   MOVE WS-CFG-AMOUNT-X TO WS-CP-NEW-IMAGE
                   PERFORM 614-RAISE-PENDING
                   PERFORM 632-LOG-MIN-WAGE-FIELD
               END-IF
               MOVE SC-MIN-WAGE TO WS-MIN-WAGE
           END-IF
           IF WS-COIDA-CEILING NOT = SC-COIDA-CEILING
               MOVE "COIDA-CEILING" TO WS-CP-UNIT
               PERFORM 612-SCAN-PENDING
               IF WS-CP-UNIT-BUSY NOT = 'Y'
                   MOVE WS-COIDA-CEILING TO WS-CFG-AMOUNT
                   MOVE WS-CFG-AMOUNT-X TO WS-CP-NEW-IMAGE
                   PERFORM 614-RAISE-PENDING
                   PERFORM 634-LOG-COIDA-FIELD
               END-IF
               MOVE SC-COIDA-CEILING TO WS-COIDA-CEILING
           END-IF
           IF WS-STATUTORY-CAPS NOT = SC-STATUTORY-CAPS
               MOVE "STATUTORY-CAPS" TO WS-CP-UNIT
               PERFORM 612-SCAN-PENDING
               IF WS-CP-UNIT-BUSY NOT = 'Y'
                   MOVE WS-STATUTORY-CAPS TO WS-CP-NEW-IMAGE
                   PERFORM 614-RAISE-PENDING
                   PERFORM 636-LOG-CAPS-FIELDS
               END-IF
               MOVE SC-STATUTORY-CAPS TO WS-STATUTORY-CAPS
           END-IF
           IF WS-EMPLOYER-PROFILE NOT = SC-EMPLOYER-PROFILE
               MOVE "EMPLOYER-PROFILE" TO WS-CP-UNIT
               PERFORM 612-SCAN-PENDING
               IF WS-CP-UNIT-BUSY NOT = 'Y'
                   MOVE WS-EMPLOYER-PROFILE TO WS-CP-NEW-IMAGE
                   PERFORM 614-RAISE-PENDING
                   PERFORM 638-LOG-PROFILE-FIELDS
               END-IF
               MOVE SC-EMPLOYER-PROFILE TO WS-EMPLOYER-PROFILE
           END-IF
      *>   A settings file from before the cap was carried takes the
      *>   default straight in; a change to a cap in force is held.
           IF SC-FS-EXEMPT-CAP NUMERIC AND SC-FS-EXEMPT-CAP > 0
                   AND WS-FS-EXEMPT-CAP NOT = SC-FS-EXEMPT-CAP
               MOVE "FS-EXEMPT-CAP" TO WS-CP-UNIT
               PERFORM 612-SCAN-PENDING
               IF WS-CP-UNIT-BUSY NOT = 'Y'
                   MOVE WS-FS-EXEMPT-CAP TO WS-CFG-AMOUNT
                   MOVE WS-CFG-AMOUNT-X TO WS-CP-NEW-IMAGE
                   PERFORM 614-RAISE-PENDING
                   PERFORM 639-LOG-FS-CAP-FIELD
               END-IF
               MOVE SC-FS-EXEMPT-CAP TO WS-FS-EXEMPT-CAP
           END-IF
           IF SC-401K-DEFER-LIMIT NUMERIC AND SC-401K-DEFER-LIMIT > 0
                   AND WS-401K-LIMITS NOT = SC-401K-LIMITS
               MOVE "401K-LIMITS" TO WS-CP-UNIT
               PERFORM 612-SCAN-PENDING
               IF WS-CP-UNIT-BUSY NOT = 'Y'
                   MOVE WS-401K-LIMITS TO WS-CP-NEW-IMAGE
                   PERFORM 614-RAISE-PENDING
                   PERFORM 637-LOG-401K-LIMIT-FIELDS
               END-IF
               MOVE SC-401K-LIMITS TO WS-401K-LIMITS
           END-IF.

      *>   Whether WS-CP-UNIT (for WS-CP-TAX-YEAR) already has a
      *>   request waiting, and the highest request number so far.
       612-SCAN-PENDING.
           MOVE 'N' TO WS-CP-UNIT-BUSY
           MOVE 0 TO WS-CP-LAST-SEQ
           OPEN INPUT CONFIG-PENDING-FILE
           IF WS-CP-FILE-STATUS = '00'
               MOVE 'N' TO WS-CP-EOF
               PERFORM UNTIL WS-CP-EOF = 'Y'
                   READ CONFIG-PENDING-FILE
                       AT END
                           MOVE 'Y' TO WS-CP-EOF
                       NOT AT END
                           IF CP-SEQ > WS-CP-LAST-SEQ
                               MOVE CP-SEQ TO WS-CP-LAST-SEQ
                           END-IF
                           IF CP-IS-PENDING
                                   AND CP-UNIT = WS-CP-UNIT
                                   AND CP-TAX-YEAR = WS-CP-TAX-YEAR
                               MOVE 'Y' TO WS-CP-UNIT-BUSY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-PENDING-FILE
           END-IF
           IF WS-CP-UNIT-BUSY = 'Y'
               DISPLAY "CHANGE REFUSED: " WS-CP-UNIT
                       " already has a change awaiting approval."
           END-IF.

       614-RAISE-PENDING.
           PERFORM 626-SET-CHANGE-STAMP
           MOVE SPACES TO CONFIG-PENDING-RECORD
           ADD 1 TO WS-CP-LAST-SEQ
           MOVE WS-CP-LAST-SEQ TO CP-SEQ
           SET CP-IS-PENDING TO TRUE
           MOVE WS-CP-UNIT TO CP-UNIT
           MOVE WS-CP-TAX-YEAR TO CP-TAX-YEAR
           MOVE WS-CP-NEW-IMAGE TO CP-NEW-IMAGE
           MOVE WS-CFG-USER-ID TO CP-REQUESTED-BY
           MOVE WS-CH-STAMP TO CP-REQUESTED-TS
           OPEN EXTEND CONFIG-PENDING-FILE
           IF WS-CP-FILE-STATUS = '35'
               OPEN OUTPUT CONFIG-PENDING-FILE
           END-IF
           IF WS-CP-FILE-STATUS = '00'
               WRITE CONFIG-PENDING-RECORD
               CLOSE CONFIG-PENDING-FILE
               MOVE CP-SEQ TO WS-CH-SEQ
               DISPLAY WS-CP-UNIT " change held for approval as "
                       "request " CP-SEQ
                       " - a different user must approve it."
           ELSE
               DISPLAY "ERROR: Unable to hold change. Status: "
                       WS-CP-FILE-STATUS
           END-IF.

      *****************************************************************
      * 620-LOG-NUMERIC-CHANGE / 622-LOG-TEXT-CHANGE - write a history
      * row for WS-CH-FIELD if its old and new values differ, under
      * WS-CH-ACTION, WS-CH-MAKER and WS-CH-SEQ as set by the caller.
      *****************************************************************
       620-LOG-NUMERIC-CHANGE.
           IF WS-CH-OLD-NUM NOT = WS-CH-NEW-NUM
               MOVE WS-CH-OLD-NUM TO WS-CH-NUM-ED
               MOVE WS-CH-NUM-ED TO WS-CH-OLD-TEXT
               MOVE WS-CH-NEW-NUM TO WS-CH-NUM-ED
               MOVE WS-CH-NUM-ED TO WS-CH-NEW-TEXT
               PERFORM 624-WRITE-CHANGE-ROW
           END-IF.

       622-LOG-TEXT-CHANGE.
           IF WS-CH-OLD-TEXT NOT = WS-CH-NEW-TEXT
               PERFORM 624-WRITE-CHANGE-ROW
           END-IF.

       624-WRITE-CHANGE-ROW.
           PERFORM 626-SET-CHANGE-STAMP
           MOVE SPACES TO CONFIG-CHANGE-RECORD
           MOVE WS-CH-STAMP    TO CH-TIMESTAMP
           MOVE WS-CFG-USER-ID TO CH-USER
           MOVE WS-CH-ACTION   TO CH-ACTION
           MOVE WS-CH-FIELD    TO CH-FIELD
           MOVE WS-CH-OLD-TEXT TO CH-OLD-VALUE
           MOVE WS-CH-NEW-TEXT TO CH-NEW-VALUE
           MOVE WS-CH-MAKER    TO CH-MAKER
           MOVE WS-CH-SEQ      TO CH-PENDING-SEQ
           OPEN EXTEND CONFIG-CHANGE-FILE
           IF WS-CH-FILE-STATUS = '35'
               OPEN OUTPUT CONFIG-CHANGE-FILE
           END-IF
           IF WS-CH-FILE-STATUS = '00'
               WRITE CONFIG-CHANGE-RECORD
               CLOSE CONFIG-CHANGE-FILE
           ELSE
               DISPLAY "ERROR: Unable to log change. Status: "
                       WS-CH-FILE-STATUS
           END-IF.

       626-SET-CHANGE-STAMP.
           MOVE SPACES TO WS-CH-STAMP
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
           INTO WS-CH-STAMP.

      *>   The statutory units' fields, logged under whatever action
      *>   the caller has set - 'P' when a change is held, 'A' when
      *>   it is applied, 'C' for anything else.
       630-LOG-SA-RATE-FIELDS.
           MOVE "SC-PAYE-RATE" TO WS-CH-FIELD
           MOVE SC-PAYE-RATE TO WS-CH-OLD-NUM
           MOVE WS-SA-PAYE-RATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-UIF-RATE" TO WS-CH-FIELD
           MOVE SC-UIF-RATE TO WS-CH-OLD-NUM
           MOVE WS-SA-UIF-RATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-SDL-RATE" TO WS-CH-FIELD
           MOVE SC-SDL-RATE TO WS-CH-OLD-NUM
           MOVE WS-SA-SDL-RATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE.

       632-LOG-MIN-WAGE-FIELD.
           MOVE "SC-MIN-WAGE" TO WS-CH-FIELD
           MOVE SC-MIN-WAGE TO WS-CH-OLD-NUM
           MOVE WS-MIN-WAGE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE.

       634-LOG-COIDA-FIELD.
           MOVE "SC-COIDA-CEILING" TO WS-CH-FIELD
           MOVE SC-COIDA-CEILING TO WS-CH-OLD-NUM
           MOVE WS-COIDA-CEILING TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE.

       636-LOG-CAPS-FIELDS.
           MOVE "SC-UIF-CEILING" TO WS-CH-FIELD
           MOVE SC-UIF-CEILING TO WS-CH-OLD-NUM
           MOVE WS-UIF-CEILING TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-SDL-EXEMPT-ANNUAL" TO WS-CH-FIELD
           MOVE SC-SDL-EXEMPT-ANNUAL TO WS-CH-OLD-NUM
           MOVE WS-SDL-EXEMPT-ANNUAL TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-CAPS-EFF-DATE" TO WS-CH-FIELD
           MOVE SC-CAPS-EFF-DATE TO WS-CH-OLD-NUM
           MOVE WS-CAPS-EFF-DATE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-UIF-CEILING-PRV" TO WS-CH-FIELD
           MOVE SC-UIF-CEILING-PRV TO WS-CH-OLD-NUM
           MOVE WS-UIF-CEILING-PRV TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-SDL-EXEMPT-PRV" TO WS-CH-FIELD
           MOVE SC-SDL-EXEMPT-PRV TO WS-CH-OLD-NUM
           MOVE WS-SDL-EXEMPT-PRV TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-CAPS-EFF-DATE-PRV" TO WS-CH-FIELD
           MOVE SC-CAPS-EFF-DATE-PRV TO WS-CH-OLD-NUM
           MOVE WS-CAPS-EFF-DATE-PRV TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE.

       638-LOG-PROFILE-FIELDS.
           MOVE "SC-ER-TRADE-NAME" TO WS-CH-FIELD
           MOVE SC-ER-TRADE-NAME TO WS-CH-OLD-TEXT
           MOVE WS-ER-TRADE-NAME TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-ER-PAYE-REF" TO WS-CH-FIELD
           MOVE SC-ER-PAYE-REF TO WS-CH-OLD-TEXT
           MOVE WS-ER-PAYE-REF TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-ER-UIF-REF" TO WS-CH-FIELD
           MOVE SC-ER-UIF-REF TO WS-CH-OLD-TEXT
           MOVE WS-ER-UIF-REF TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-ER-SDL-REF" TO WS-CH-FIELD
           MOVE SC-ER-SDL-REF TO WS-CH-OLD-TEXT
           MOVE WS-ER-SDL-REF TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-ER-COIDA-REG" TO WS-CH-FIELD
           MOVE SC-ER-COIDA-REG TO WS-CH-OLD-TEXT
           MOVE WS-ER-COIDA-REG TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-ER-ADDR-1" TO WS-CH-FIELD
           MOVE SC-ER-ADDR-1 TO WS-CH-OLD-TEXT
           MOVE WS-ER-ADDR-1 TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-ER-ADDR-2" TO WS-CH-FIELD
           MOVE SC-ER-ADDR-2 TO WS-CH-OLD-TEXT
           MOVE WS-ER-ADDR-2 TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           MOVE "SC-ER-POSTCODE" TO WS-CH-FIELD
           MOVE SC-ER-POSTCODE TO WS-CH-OLD-TEXT
           MOVE WS-ER-POSTCODE TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE.

       637-LOG-401K-LIMIT-FIELDS.
           MOVE "SC-401K-DEFER-LIMIT" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-401K-DEFER-LIMIT NUMERIC
               MOVE SC-401K-DEFER-LIMIT TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-401K-DEFER-LIMIT TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-401K-CATCHUP" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-401K-CATCHUP NUMERIC
               MOVE SC-401K-CATCHUP TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-401K-CATCHUP TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE
           MOVE "SC-401K-CATCHUP-AGE" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-401K-CATCHUP-AGE NUMERIC
               MOVE SC-401K-CATCHUP-AGE TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-401K-CATCHUP-AGE TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE.

       639-LOG-FS-CAP-FIELD.
           MOVE "SC-FS-EXEMPT-CAP" TO WS-CH-FIELD
           MOVE 0 TO WS-CH-OLD-NUM
           IF SC-FS-EXEMPT-CAP NUMERIC
               MOVE SC-FS-EXEMPT-CAP TO WS-CH-OLD-NUM
           END-IF
           MOVE WS-FS-EXEMPT-CAP TO WS-CH-NEW-NUM
           PERFORM 620-LOG-NUMERIC-CHANGE.

      *>   One history row per entity field that changed, named
      *>   "LE-<code> <field>" (old value blank for a new entity).
       640-LOG-ENTITY-FIELDS.
           MOVE 'C' TO WS-CH-ACTION
           MOVE WS-CFG-USER-ID TO WS-CH-MAKER
           MOVE 0 TO WS-CH-SEQ
           MOVE "TRADE-NAME" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-TRADE-NAME TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-TRADE-NAME(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "PAYE-REF" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-PAYE-REF TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-PAYE-REF(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "UIF-REF" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-UIF-REF TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-UIF-REF(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "SDL-REF" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-SDL-REF TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-SDL-REF(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "COIDA-REG" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-COIDA-REG TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-COIDA-REG(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "ADDR-1" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-ADDR-1 TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-ADDR-1(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "ADDR-2" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-ADDR-2 TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-ADDR-2(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "POSTCODE" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-POSTCODE TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-POSTCODE(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "BANK-BRANCH" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-BANK-BRANCH TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-BANK-BRANCH(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "BANK-ACCT" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-BANK-ACCT TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-BANK-ACCT(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "GL-COMPANY" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-GL-COMPANY TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-GL-COMPANY(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "DEFAULT" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-DEFAULT TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-DEFAULT(WS-LE-SEL) TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD
           MOVE "BRANCHES" TO WS-LE-LOG-NAME
           MOVE WS-LE-O-BRANCHES TO WS-LE-BR-WORK
           PERFORM 642-LIST-ENTITY-BRANCHES
           MOVE WS-LE-BR-TEXT TO WS-CH-OLD-TEXT
           MOVE WS-LE-T-BRANCHES(WS-LE-SEL) TO WS-LE-BR-WORK
           PERFORM 642-LIST-ENTITY-BRANCHES
           MOVE WS-LE-BR-TEXT TO WS-CH-NEW-TEXT
           PERFORM 641-LOG-ENTITY-FIELD.

       641-LOG-ENTITY-FIELD.
           MOVE SPACES TO WS-CH-FIELD
           STRING "LE-" DELIMITED BY SIZE
                  WS-LE-NEW-CODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-LE-LOG-NAME DELIMITED BY SPACE
                  INTO WS-CH-FIELD
           PERFORM 622-LOG-TEXT-CHANGE.

      *>   The branch list as one comma-separated history value.
       642-LIST-ENTITY-BRANCHES.
           MOVE SPACES TO WS-LE-BR-TEXT
           MOVE 1 TO WS-LE-BR-PTR
           PERFORM VARYING WS-LE-BR-IDX FROM 1 BY 1
                   UNTIL WS-LE-BR-IDX > 10
               IF WS-LE-BR-W-CODE(WS-LE-BR-IDX) NOT = SPACES
                   IF WS-LE-BR-PTR > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-LE-BR-TEXT
                           WITH POINTER WS-LE-BR-PTR
                       END-STRING
                   END-IF
                   STRING WS-LE-BR-W-CODE(WS-LE-BR-IDX)
                              DELIMITED BY SPACE
                       INTO WS-LE-BR-TEXT
                       WITH POINTER WS-LE-BR-PTR
                   END-STRING
               END-IF
           END-PERFORM.

      *****************************************************************
      * 650-SOD-PAIR-CONFIG - maintain the segregation-of-duties
      * table: the function pairs no single user should hold both of.
      * With no table on file the three built-in pairs stand.
      *****************************************************************
       650-SOD-PAIR-CONFIG.
           PERFORM 652-LOAD-SOD-PAIRS
           DISPLAY "Conflicting function pairs (" WS-SD-COUNT
                   " row(s)):"
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               DISPLAY "  " WS-SD-T-FUNC-A(WS-SD-IDX) " + "
                       WS-SD-T-FUNC-B(WS-SD-IDX) "  "
                       WS-SD-T-DESC(WS-SD-IDX)
           END-PERFORM
           DISPLAY " "
           DISPLAY "1. Add a pair  2. Remove a pair  0. Return: "
                   WITH NO ADVANCING
           ACCEPT WS-SD-CHOICE
           IF WS-SD-CHOICE = 1 OR WS-SD-CHOICE = 2
               DISPLAY "First function code: " WITH NO ADVANCING
               ACCEPT WS-SD-NEW-A
               DISPLAY "Second function code: " WITH NO ADVANCING
               ACCEPT WS-SD-NEW-B
           END-IF
           EVALUATE WS-SD-CHOICE
               WHEN 1
                   DISPLAY "Description: " WITH NO ADVANCING
                   ACCEPT WS-SD-NEW-DESC
                   IF WS-SD-COUNT < 30
                       ADD 1 TO WS-SD-COUNT
                       MOVE WS-SD-NEW-A TO WS-SD-T-FUNC-A(WS-SD-COUNT)
                       MOVE WS-SD-NEW-B TO WS-SD-T-FUNC-B(WS-SD-COUNT)
                       MOVE WS-SD-NEW-DESC
                           TO WS-SD-T-DESC(WS-SD-COUNT)
                       PERFORM 654-SAVE-SOD-PAIRS
                       DISPLAY "Conflict pair added."
                   ELSE
                       DISPLAY "CONFLICT TABLE FULL - NOT ADDED"
                   END-IF
               WHEN 2
                   MOVE 0 TO WS-SD-FOUND
                   PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                           UNTIL WS-SD-IDX > WS-SD-COUNT
                       IF (WS-SD-T-FUNC-A(WS-SD-IDX) = WS-SD-NEW-A
                           AND WS-SD-T-FUNC-B(WS-SD-IDX) = WS-SD-NEW-B)
                          OR (WS-SD-T-FUNC-A(WS-SD-IDX) = WS-SD-NEW-B
                           AND WS-SD-T-FUNC-B(WS-SD-IDX) = WS-SD-NEW-A)
                           SET WS-SD-FOUND TO WS-SD-IDX
                       END-IF
                   END-PERFORM
                   IF WS-SD-FOUND = 0
                       DISPLAY "No such pair."
                   ELSE
                       PERFORM VARYING WS-SD-IDX FROM WS-SD-FOUND BY 1
                               UNTIL WS-SD-IDX >= WS-SD-COUNT
                           MOVE WS-SD-ENTRY(WS-SD-IDX + 1)
                               TO WS-SD-ENTRY(WS-SD-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-SD-COUNT
                       PERFORM 654-SAVE-SOD-PAIRS
                       DISPLAY "Conflict pair removed."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       652-LOAD-SOD-PAIRS.
           MOVE 0 TO WS-SD-COUNT
           OPEN INPUT SOD-CONFLICT-FILE
           IF WS-SD-FILE-STATUS = '00'
               PERFORM UNTIL WS-SD-FILE-STATUS = '10'
                   READ SOD-CONFLICT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SD-COUNT < 30
                               ADD 1 TO WS-SD-COUNT
                               MOVE SD-FUNCTION-A
                                   TO WS-SD-T-FUNC-A(WS-SD-COUNT)
                               MOVE SD-FUNCTION-B
                                   TO WS-SD-T-FUNC-B(WS-SD-COUNT)
                               MOVE SD-DESC
                                   TO WS-SD-T-DESC(WS-SD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOD-CONFLICT-FILE
           ELSE
               MOVE WS-SD-DEFAULT-TABLE TO WS-SD-TABLE
               MOVE 3 TO WS-SD-COUNT
           END-IF.

       654-SAVE-SOD-PAIRS.
           OPEN OUTPUT SOD-CONFLICT-FILE
           IF WS-SD-FILE-STATUS = '00'
               PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                       UNTIL WS-SD-IDX > WS-SD-COUNT
                   MOVE SPACES TO SOD-CONFLICT-RECORD
                   MOVE WS-SD-T-FUNC-A(WS-SD-IDX) TO SD-FUNCTION-A
                   MOVE WS-SD-T-FUNC-B(WS-SD-IDX) TO SD-FUNCTION-B
                   MOVE WS-SD-T-DESC(WS-SD-IDX)   TO SD-DESC
                   WRITE SOD-CONFLICT-RECORD
               END-PERFORM
               CLOSE SOD-CONFLICT-FILE
           ELSE
               DISPLAY "ERROR: Unable to save conflict pairs. Status: "
                       WS-SD-FILE-STATUS
           END-IF.

      *****************************************************************
      * 656-SOD-CONFLICT-REPORT - every user on USERFILE, their
      * effective rights resolved exactly as the menus resolve them
      * (ACCESSCHECK: user override, else role grant, else built-in
      * default), and every conflicting pair they hold both halves of.
      *****************************************************************
       656-SOD-CONFLICT-REPORT.
           PERFORM 652-LOAD-SOD-PAIRS
           MOVE 0 TO WS-SD-USERS
           MOVE 0 TO WS-SD-USERS-HIT
           MOVE 0 TO WS-SD-CONFLICTS
           OPEN INPUT USER-FILE
           IF WS-USER-FILE-STATUS NOT = '00'
               DISPLAY "No user file on disk - nothing to report."
           ELSE
               DISPLAY " "
               DISPLAY "SEGREGATION-OF-DUTIES CONFLICT REPORT"
               DISPLAY "-------------------------------------"
               MOVE 'N' TO WS-SD-EOF
               PERFORM UNTIL WS-SD-EOF = 'Y'
                   READ USER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SD-EOF
                       NOT AT END
                           ADD 1 TO WS-SD-USERS
                           PERFORM 658-LIST-USER-CONFLICTS
                   END-READ
               END-PERFORM
               CLOSE USER-FILE
               DISPLAY "-------------------------------------"
               DISPLAY WS-SD-USERS " USER(S) CHECKED, "
                       WS-SD-USERS-HIT " IN CONFLICT, "
                       WS-SD-CONFLICTS " CONFLICT(S)"
           END-IF.

       658-LIST-USER-CONFLICTS.
           MOVE 0 TO WS-SD-USER-PAIRS
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               MOVE USER-ROLE TO WS-AC-USER-ROLE
               MOVE USER-ID   TO WS-AC-USER-ID
               MOVE WS-SD-T-FUNC-A(WS-SD-IDX) TO WS-AC-FUNCTION
               PERFORM 664-ASK-ACCESSCHECK
               MOVE WS-AC-RESULT TO WS-SD-RIGHT-A
               MOVE WS-SD-T-FUNC-B(WS-SD-IDX) TO WS-AC-FUNCTION
               PERFORM 664-ASK-ACCESSCHECK
               IF WS-SD-RIGHT-A = 'Y' AND WS-AC-RESULT = 'Y'
                   IF WS-SD-USER-PAIRS = 0
                       ADD 1 TO WS-SD-USERS-HIT
                       DISPLAY USER-ID " " USER-NAME(1:25) " ROLE "
                               USER-ROLE " DEPT " USER-DEPARTMENT
                               " STATUS " USER-STATUS
                   END-IF
                   ADD 1 TO WS-SD-USER-PAIRS
                   ADD 1 TO WS-SD-CONFLICTS
                   DISPLAY "    " WS-SD-T-FUNC-A(WS-SD-IDX) " + "
                           WS-SD-T-FUNC-B(WS-SD-IDX) "  "
                           WS-SD-T-DESC(WS-SD-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      * 660-CHECK-ROLE-GRANT - before 564 saves a role grant: every
      * role letter being granted WS-PM-NEW-FUNCTION that does not
      * hold it today but already holds the other half of a pair.
      *****************************************************************
       660-CHECK-ROLE-GRANT.
           PERFORM 652-LOAD-SOD-PAIRS
           MOVE 0 TO WS-SD-NEW-HITS
           PERFORM VARYING WS-SD-RIDX FROM 1 BY 1
                   UNTIL WS-SD-RIDX > 4
               IF WS-PM-NEW-ROLES(WS-SD-RIDX:1) NOT = SPACE
                   MOVE WS-PM-NEW-ROLES(WS-SD-RIDX:1)
                       TO WS-AC-USER-ROLE
                   MOVE SPACES TO WS-AC-USER-ID
                   PERFORM 666-CHECK-NEW-CONFLICTS
               END-IF
           END-PERFORM.

      *****************************************************************
      * 662-CHECK-USER-OVERRIDE - before 566 saves an allowing
      * override: does it hand the user the second half of a pair?
      *****************************************************************
       662-CHECK-USER-OVERRIDE.
           PERFORM 652-LOAD-SOD-PAIRS
           MOVE 0 TO WS-SD-NEW-HITS
           MOVE SPACE TO WS-AC-USER-ROLE
           OPEN INPUT USER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-PM-NEW-USER TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE USER-ROLE TO WS-AC-USER-ROLE
               END-READ
               CLOSE USER-FILE
           END-IF
           MOVE WS-PM-NEW-USER TO WS-AC-USER-ID
           PERFORM 666-CHECK-NEW-CONFLICTS.

       664-ASK-ACCESSCHECK.
           MOVE 'N' TO WS-AC-RESULT
           CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS.

      *>   For the role/user already in WS-AC-USER-ROLE/-ID: each pair
      *>   containing WS-PM-NEW-FUNCTION where the new function is not
      *>   held today and the other half is.
       666-CHECK-NEW-CONFLICTS.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               MOVE SPACES TO WS-SD-OTHER-FUNC
               IF WS-SD-T-FUNC-A(WS-SD-IDX) = WS-PM-NEW-FUNCTION
                   MOVE WS-SD-T-FUNC-B(WS-SD-IDX) TO WS-SD-OTHER-FUNC
               END-IF
               IF WS-SD-T-FUNC-B(WS-SD-IDX) = WS-PM-NEW-FUNCTION
                   MOVE WS-SD-T-FUNC-A(WS-SD-IDX) TO WS-SD-OTHER-FUNC
               END-IF
               IF WS-SD-OTHER-FUNC NOT = SPACES
                   MOVE WS-PM-NEW-FUNCTION TO WS-AC-FUNCTION
                   PERFORM 664-ASK-ACCESSCHECK
                   MOVE WS-AC-RESULT TO WS-SD-RIGHT-A
                   MOVE WS-SD-OTHER-FUNC TO WS-AC-FUNCTION
                   PERFORM 664-ASK-ACCESSCHECK
                   IF WS-SD-RIGHT-A NOT = 'Y' AND WS-AC-RESULT = 'Y'
                       ADD 1 TO WS-SD-NEW-HITS
                       IF WS-AC-USER-ID = SPACES
                           DISPLAY "WARNING: ROLE " WS-AC-USER-ROLE
                                   " WOULD HOLD BOTH "
                                   WS-PM-NEW-FUNCTION " AND "
                                   WS-SD-OTHER-FUNC
                       ELSE
                           DISPLAY "WARNING: USER " WS-AC-USER-ID
                                   " WOULD HOLD BOTH "
                                   WS-PM-NEW-FUNCTION " AND "
                                   WS-SD-OTHER-FUNC
                       END-IF
                       DISPLAY "         ("
                               WS-SD-T-DESC(WS-SD-IDX) ")"
                   END-IF
               END-IF
           END-PERFORM.

      *>   After a warning, the grant is saved only on an explicit Y.
       668-CONFIRM-CONFLICT.
           MOVE 'Y' TO WS-SD-CONFIRM
           IF WS-SD-NEW-HITS > 0
               DISPLAY "Save anyway, creating the conflict(s) above? "
                       "(Y/N): " WITH NO ADVANCING
               ACCEPT WS-SD-CONFIRM
               IF WS-SD-CONFIRM = 'y'
                   MOVE 'Y' TO WS-SD-CONFIRM
               END-IF
           END-IF.

      *****************************************************************
      * 670-SLIP-MESSAGE-CONFIG - HR's payslip messages: the text,
      * the months it runs (YYYY-MM, from the month a pay period
      * starts in) and who gets it. A message with no targets goes to
      * everybody; with targets, to any employee matching one of
      * them. SLIPMSG picks them for PAYROLL and REPORTS.
      *****************************************************************
       670-SLIP-MESSAGE-CONFIG.
           MOVE 99 TO WS-SMC-CHOICE
           PERFORM UNTIL WS-SMC-CHOICE = 0
               DISPLAY " "
               DISPLAY "Payslip Messages"
               DISPLAY "1. List Messages"
               DISPLAY "2. Add / Replace a Message"
               DISPLAY "3. Withdraw a Message"
               DISPLAY "0. Return"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT WS-SMC-CHOICE
               EVALUATE WS-SMC-CHOICE
                   WHEN 1 PERFORM 671-LIST-SLIP-MESSAGES
                   WHEN 2 PERFORM 673-CAPTURE-SLIP-MESSAGE
                   WHEN 3 PERFORM 675-WITHDRAW-SLIP-MESSAGE
                   WHEN 0 CONTINUE
                   WHEN OTHER DISPLAY "Invalid choice"
               END-EVALUATE
           END-PERFORM.

       671-LIST-SLIP-MESSAGES.
           PERFORM 672-LOAD-SLIP-MESSAGES
           DISPLAY "Payslip messages (A active, W withdrawn):"
           IF WS-SMR-COUNT = 0
               DISPLAY "  (none on file)"
           END-IF
           PERFORM VARYING WS-SMR-IDX FROM 1 BY 1
                   UNTIL WS-SMR-IDX > WS-SMR-COUNT
               MOVE WS-SMR-T-ROW(WS-SMR-IDX) TO SLIP-MESSAGE-RECORD
               DISPLAY WS-SMR-IDX ". " SM-MSG-ID " " SM-STATUS
                       "  " SM-FROM-MONTH " TO " SM-TO-MONTH
                       "  BY " SM-CAPTURED-BY " " SM-CAPTURED-DATE
               DISPLAY "     " SM-TEXT-1
               IF SM-TEXT-2 NOT = SPACES
                   DISPLAY "     " SM-TEXT-2
               END-IF
               IF SM-TARGET-COUNT NOT NUMERIC OR SM-TARGET-COUNT = 0
                   DISPLAY "     FOR: every employee"
               ELSE
                   PERFORM VARYING WS-SMC-TGT-IDX FROM 1 BY 1
                           UNTIL WS-SMC-TGT-IDX > SM-TARGET-COUNT
                       DISPLAY "     FOR: "
                               SM-TGT-TYPE(WS-SMC-TGT-IDX) " "
                               SM-TGT-KEY(WS-SMC-TGT-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.

       672-LOAD-SLIP-MESSAGES.
           MOVE 0 TO WS-SMR-COUNT
           OPEN INPUT SLIP-MESSAGE-FILE
           IF WS-SM-FILE-STATUS = '00'
               PERFORM UNTIL WS-SM-FILE-STATUS = '10'
                   READ SLIP-MESSAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SMR-COUNT < 200
                               ADD 1 TO WS-SMR-COUNT
                               MOVE SLIP-MESSAGE-RECORD
                                   TO WS-SMR-T-ROW(WS-SMR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLIP-MESSAGE-FILE
           END-IF.

      *> A message ID already on the table is replaced outright - text,
      *> months and targets - and made active again.
       673-CAPTURE-SLIP-MESSAGE.
           PERFORM 672-LOAD-SLIP-MESSAGES
           DISPLAY "Message ID (blank to return): " WITH NO ADVANCING
           ACCEPT WS-SMC-ID
           MOVE FUNCTION UPPER-CASE(WS-SMC-ID) TO WS-SMC-ID
           IF WS-SMC-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SMC-ROW
           MOVE SPACES TO WS-SMC-OLD-TEXT
           PERFORM VARYING WS-SMR-IDX FROM 1 BY 1
                   UNTIL WS-SMR-IDX > WS-SMR-COUNT
               MOVE WS-SMR-T-ROW(WS-SMR-IDX) TO SLIP-MESSAGE-RECORD
               IF SM-MSG-ID = WS-SMC-ID
                   SET WS-SMC-ROW TO WS-SMR-IDX
                   MOVE SM-TEXT-1 TO WS-SMC-OLD-TEXT
               END-IF
           END-PERFORM
           IF WS-SMC-ROW = 0 AND WS-SMR-COUNT NOT < 200
               DISPLAY "PAYSLIP MESSAGE TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SLIP-MESSAGE-RECORD
           MOVE WS-SMC-ID TO SM-MSG-ID
           DISPLAY "Message line 1: " WITH NO ADVANCING
           ACCEPT SM-TEXT-1
           IF SM-TEXT-1 = SPACES
               DISPLAY "No message text - not captured"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Message line 2 (optional): " WITH NO ADVANCING
           ACCEPT SM-TEXT-2
           DISPLAY "First pay month (YYYY-MM): " WITH NO ADVANCING
           ACCEPT WS-SMC-MONTH
           PERFORM 677-CHECK-SLIP-MONTH
           IF WS-SMC-MONTH-OK NOT = 'Y' OR WS-SMC-MONTH = SPACES
               DISPLAY "Invalid month - not captured"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SMC-MONTH TO SM-FROM-MONTH
           DISPLAY "Last pay month (YYYY-MM, blank = until withdrawn): "
                   WITH NO ADVANCING
           ACCEPT WS-SMC-MONTH
           PERFORM 677-CHECK-SLIP-MONTH
           IF WS-SMC-MONTH-OK NOT = 'Y'
                   OR (WS-SMC-MONTH NOT = SPACES
                       AND WS-SMC-MONTH < SM-FROM-MONTH)
               DISPLAY "Invalid month - not captured"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SMC-MONTH TO SM-TO-MONTH
           PERFORM 674-CAPTURE-SLIP-TARGETS
           SET SM-IS-ACTIVE TO TRUE
           MOVE WS-CFG-USER-ID TO SM-CAPTURED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO SM-CAPTURED-DATE

           IF WS-SMC-ROW = 0
               ADD 1 TO WS-SMR-COUNT
               MOVE WS-SMR-COUNT TO WS-SMC-ROW
           END-IF
           MOVE SLIP-MESSAGE-RECORD TO WS-SMR-T-ROW(WS-SMC-ROW)
           PERFORM 676-SAVE-SLIP-MESSAGES
           MOVE 'C' TO WS-CH-ACTION
           MOVE SPACES TO WS-CH-MAKER
           MOVE 0 TO WS-CH-SEQ
           MOVE SPACES TO WS-CH-FIELD
           STRING "SM-" SM-MSG-ID "-TEXT" DELIMITED BY SIZE
                  INTO WS-CH-FIELD
           MOVE WS-SMC-OLD-TEXT TO WS-CH-OLD-TEXT
           MOVE SM-TEXT-1 TO WS-CH-NEW-TEXT
           PERFORM 624-WRITE-CHANGE-ROW
           IF SM-TARGET-COUNT = 0
               DISPLAY "Message " SM-MSG-ID " saved from "
                       SM-FROM-MONTH " for every employee."
           ELSE
               DISPLAY "Message " SM-MSG-ID " saved from "
                       SM-FROM-MONTH " for " SM-TARGET-COUNT
                       " target(s)."
           END-IF.

      *> Up to 20 targets; an employee gets the message when any one
      *> of them fits. None at all means every employee.
       674-CAPTURE-SLIP-TARGETS.
           MOVE 0 TO SM-TARGET-COUNT
           MOVE 'X' TO WS-SMC-TGT-TYPE
           PERFORM UNTIL WS-SMC-TGT-TYPE = SPACES
                   OR SM-TARGET-COUNT = 20
               DISPLAY "Target (D dept, B branch, T emp type, "
                       "S status, E employee; blank = done): "
                       WITH NO ADVANCING
               ACCEPT WS-SMC-TGT-TYPE
               MOVE FUNCTION UPPER-CASE(WS-SMC-TGT-TYPE)
                   TO WS-SMC-TGT-TYPE
               EVALUATE WS-SMC-TGT-TYPE
                   WHEN SPACES
                       CONTINUE
                   WHEN 'D'
                   WHEN 'B'
                   WHEN 'T'
                   WHEN 'S'
                   WHEN 'E'
                       DISPLAY "Value: " WITH NO ADVANCING
                       ACCEPT WS-SMC-TGT-KEY
                       IF WS-SMC-TGT-KEY NOT = SPACES
                           ADD 1 TO SM-TARGET-COUNT
                           MOVE WS-SMC-TGT-TYPE
                               TO SM-TGT-TYPE(SM-TARGET-COUNT)
                           MOVE WS-SMC-TGT-KEY
                               TO SM-TGT-KEY(SM-TARGET-COUNT)
                       END-IF
                   WHEN OTHER
                       DISPLAY "Invalid target type"
               END-EVALUATE
           END-PERFORM.

       675-WITHDRAW-SLIP-MESSAGE.
           PERFORM 671-LIST-SLIP-MESSAGES
           DISPLAY "Row number to withdraw (0 to return): "
                   WITH NO ADVANCING
           ACCEPT WS-SMC-ROW
           IF WS-SMC-ROW = 0 OR WS-SMC-ROW > WS-SMR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SMR-T-ROW(WS-SMC-ROW) TO SLIP-MESSAGE-RECORD
           IF SM-IS-WITHDRAWN
               DISPLAY "Message " SM-MSG-ID " is already withdrawn"
               EXIT PARAGRAPH
           END-IF
           MOVE SM-STATUS TO WS-SMC-OLD-STATUS
           SET SM-IS-WITHDRAWN TO TRUE
           MOVE SLIP-MESSAGE-RECORD TO WS-SMR-T-ROW(WS-SMC-ROW)
           PERFORM 676-SAVE-SLIP-MESSAGES
           MOVE 'C' TO WS-CH-ACTION
           MOVE SPACES TO WS-CH-MAKER
           MOVE 0 TO WS-CH-SEQ
           MOVE SPACES TO WS-CH-FIELD
           STRING "SM-" SM-MSG-ID "-STATUS" DELIMITED BY SIZE
                  INTO WS-CH-FIELD
           MOVE WS-SMC-OLD-STATUS TO WS-CH-OLD-TEXT
           MOVE SM-STATUS TO WS-CH-NEW-TEXT
           PERFORM 622-LOG-TEXT-CHANGE
           DISPLAY "Message " SM-MSG-ID " withdrawn - no longer "
                   "printed on payslips.".

       676-SAVE-SLIP-MESSAGES.
           OPEN OUTPUT SLIP-MESSAGE-FILE
           IF WS-SM-FILE-STATUS = '00'
               PERFORM VARYING WS-SMR-IDX FROM 1 BY 1
                       UNTIL WS-SMR-IDX > WS-SMR-COUNT
                   MOVE WS-SMR-T-ROW(WS-SMR-IDX) TO SLIP-MESSAGE-RECORD
                   WRITE SLIP-MESSAGE-RECORD
               END-PERFORM
               CLOSE SLIP-MESSAGE-FILE
           ELSE
               DISPLAY "ERROR: Unable to save payslip messages. "
                       "Status: " WS-SM-FILE-STATUS
           END-IF.

      *> WS-SMC-MONTH-OK 'Y' for a blank month or a YYYY-MM one.
       677-CHECK-SLIP-MONTH.
           MOVE 'Y' TO WS-SMC-MONTH-OK
           IF WS-SMC-MONTH = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SMC-MONTH(1:4) NOT NUMERIC
                   OR WS-SMC-MONTH(5:1) NOT = '-'
                   OR WS-SMC-MONTH(6:2) NOT NUMERIC
                   OR WS-SMC-MONTH(6:2) < "01"
                   OR WS-SMC-MONTH(6:2) > "12"
               MOVE 'N' TO WS-SMC-MONTH-OK
           END-IF.
       END PROGRAM CONFIG.
