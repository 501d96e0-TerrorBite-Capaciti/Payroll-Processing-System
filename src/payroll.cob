      *                   re-queues its parked late-clock days. The
      *                   payslip now prints the net pay disposition
      *                   split lines itself.
      * 2026-10-15  BDEV  PAYE brackets and rebates are picked per tax
      *                   year off CONFIG's ../data/paye_tables.dat:
      *                   406-TAX-ON-ANNUAL-TAXABLE applies the table
      *                   for the tax year the pay period (or, in a
      *                   retro recompute, the period being redone)
      *                   falls in, so last year's periods keep last
      *                   year's brackets once the Budget Speech table
      *                   is loaded. A year with no table falls back to
      *                   the settings-file table, as before.
      * 2026-10-15  BDEV  Releasing the held EFT batch now also needs
      *                   the releasing user to hold permission-matrix
      *                   function EFTREL, so release can be granted
      *                   apart from running payroll (PAYRUN).
      * 2026-10-15  BDEV  Approved expense claims (EXPCLAIM's
      *                   ../data/expense_claims.dat) are reimbursed
      *                   in the run: tax-free up to the SARS
      *                   prescribed rate (per km for travel, per day
      *                   for subsistence) and added to net; any
      *                   excess joins gross and is taxed. Claims show
      *                   on the payslip, travel claims on the IRP5
      *                   (3702/3703), the GL journal debits each
      *                   claim category's expense account, and a
      *                   backout puts the run's claims back to
      *                   approved.
      * 2026-10-15  BDEV  Overtime is paid only where a manager has
      *                   pre-authorised it (OTAUTH's
      *                   ../data/ot_auth.dat): each recorded day's
      *                   overtime draws down an active authorisation
      *                   covering the day, up to its maximum hours.
      *                   Hours with no authorisation left are held
      *                   unpaid on ../data/ot_held.dat and the
      *                   exception register (OTNA) for the manager
      *                   to approve retrospectively or reject; a
      *                   backout drops the run's undecided holds.
      * 2026-10-15  BDEV  The overtime paid in a part-timer's base pay
      *                   is now recorded as its own OVTIME component
      *                   row, as SHIFT already was, so the Stats SA
      *                   QES can show overtime separately.
      * 2026-10-15  BDEV  Bargaining council levies (COUNCILMGMT's
      *                   ../data/councils.dat and council_cover.dat):
      *                   an employee covered by an active council -
      *                   by their own row, else their position type,
      *                   else their department - has the employee
      *                   levy deducted (BCLEVY) and the employer levy
      *                   costed (BCER, component type 'C'), each a
      *                   rate on gross plus a fixed amount, capped
      *                   monthly. Off-cycle runs take no levy. The
      *                   payslip shows both, the employer levy joins
      *                   the employer cost debit and both are credited
      *                   to council levies payable (element BCL).
      * 2026-10-15  BDEV  Settlement exit clearance against the
      *                   ASSETMGMT register (../data/assets.dat): a
      *                   settlement is refused while any asset is
      *                   still issued to the leaver. Items HR wrote
      *                   off with the employee's signed consent are
      *                   recovered from final pay (ASSETR, up to the
      *                   net pay available), marked recovered on the
      *                   register, shown on the payslip and credited
      *                   to asset loss recoveries (element AST).
      * 2026-10-15  BDEV  Bursary and study assistance (STUDYMGMT,
      *                   ../data/study_assist.dat): fee payments
      *                   classed as a taxable bursary join the PAYE
      *                   base with the fringe benefits in the first
      *                   final or settlement run on or after their
      *                   payment date, and are stamped with the
      *                   period that taxed them. A settlement for a
      *                   bursar who leaves before the work-back is
      *                   served computes the pro-rata claw-back and
      *                   offers it as a deduction from final pay
      *                   (BURSR, up to the net pay available, any
      *                   excess raised as a loan) or as a loan in
      *                   LOANMGMT. Deductions are credited to bursary
      *                   claw-back recoveries (element BUR).
      * 2026-10-15  BDEV  Vendor deductions (VENDIMP, ../data/
      *                   vendor_ded.dat): a final or settlement run
      *                   deducts the employee's pending canteen, staff
      *                   shop and cellphone amounts as deduction type
      *                   V, shed in the place SC-DED-VENDOR-POS gives
      *                   it in the priority order (lowest by default)
      *                   and never carried to arrears. Once the
      *                   payment is recorded each row is stamped
      *                   recovered, short or unrecovered for
      *                   THIRDPARTY to pay and report to the vendor;
      *                   a backout puts the run's rows back to
      *                   pending. Shown on the payslip, component
      *                   VENDOR, credited to vendor deductions
      *                   payable (element VND).
      * 2026-10-15  BDEV  Legal entities (CONFIG, ../data/legal_
      *                   entities.dat): each employee belongs to the
      *                   entity employing their company branch. Run
      *                   totals are kept per entity; the GL journal
      *                   is written and proved per entity with its GL
      *                   company code on every line, and a backout
      *                   reverses each entity's share the same way.
      *                   Each EFT line is also copied to the entity's
      *                   own bank file (eft_entity_<code>.dat, with
      *                   header and trailer), proved back to the
      *                   batch. The run end shows per-entity totals
      *                   reconciled to the run.
      * 2026-10-15  BDEV  Intercompany recharge of seconded staff:
      *                   each run prices the employee's secondments
      *                   (EMPLOYEE-MGMT's register, ../data/
      *                   secondments.dat) at a percentage of cost or
      *                   a fixed fee plus markup for the days in the
      *                   period, posts intercompany receivable and
      *                   recovery on the home branch and recharge
      *                   expense and payable on the host (elements
      *                   ICREC/ICRCV/ICEXP/ICPAY), appends the
      *                   schedule to ic_recharge.dat and writes each
      *                   host branch a statement. A backout reverses
      *                   the recharges with the run.
      * 2026-10-15  BDEV  A trial run also saves every employee's
      *                   components with gross and net to ../data/
      *                   payroll_trial_detail.dat under the trial's
      *                   timestamp, for REPORTS' parallel run
      *                   comparison against the live run or another
      *                   trial.
      * 2026-10-15  BDEV  Every cheque drawn also goes on the run's
      *                   positive pay file for the bank (../data/
      *                   positive_pay_<run stamp>.dat, closed with a
      *                   count and total trailer), so the bank refuses
      *                   a cheque whose number or amount was altered.
      * 2026-10-15  BDEV  The net pay floor, the trial register flag,
      *                   the garnishee protected-earnings floor and
      *                   the piecework top-up use the employee's own
      *                   sector minimum wage in force at period end
      *                   (MINWAGE), not the single SC-MIN-WAGE.
      * 2026-10-15  BDEV  Section 10(1)(o)(ii) foreign service
      *                   exemption: an employee with more than 183
      *                   full days abroad (more than 60 of them
      *                   continuous) in the 12 months to period end,
      *                   off the days abroad register (DAYSABROAD),
      *                   has the share of the period's remuneration
      *                   earned on full days abroad taken out of the
      *                   PAYE base, up to the annual cap on SYSCONFIG
      *                   less what the tax year has already exempted.
      *                   Carried on PR-FOREIGN-EXEMPT for the IRP5.
      * 2026-10-15  BDEV  US employer unemployment tax: each US
      *                   employee's FUTA and work-state SUI, each on
      *                   the wages up to its own taxable wage base
      *                   for the calendar year (wages already paid in
      *                   the year, takeon included, use the base up
      *                   first) at the approved rate off CONFIG's
      *                   us_unemployment.dat. Company cost only -
      *                   carried on PR-US-FUTA/PR-US-SUI and booked in
      *                   the GL journal as employer contributions
      *                   expense against FUTA and SUI payable.
      * 2026-10-15  BDEV  US 401(k): each US employee's BENEFITS-FILE
      *                   election is deducted as an elective deferral
      *                   up to the IRS annual limit for the calendar
      *                   year (plus the catch-up allowance from the
      *                   catch-up age) less what the year has
      *                   deferred, and the employer match is trued up
      *                   every run to the match rate on the year's
      *                   deferrals within the pay cap. Both carried on
      *                   PR-US-401K-DEFER/PR-US-401K-MATCH; each full
      *                   or off-cycle run writes the recordkeeper's
      *                   contribution remittance file
      *                   (../data/k401_remit_*.dat), registered on the
      *                   interface register.
      * 2026-10-15  BDEV  Payslip messages: HR's notices picked off
      *                   SLIPMSG for the employee's department,
      *                   branch, type, status or own number print at
      *                   the foot of the payslip and its spooled
      *                   copy; each one delivered is logged to
      *                   ../data/slip_msg_log.dat.
      * 2026-10-15  BDEV  Death in service: the final pay of an
      *                   employee terminated as deceased (reason 05)
      *                   goes as one EFT line to the estate late
      *                   account on DEATHSVC's case instead of the
      *                   employee's own bank, cheque or cash leg and
      *                   net pay splits. No case, or an estate account
      *                   no second user has verified, holds the pay
      *                   as exception ESTA.
      * 2026-10-15  BDEV  Input cut-off: the calendar carries each
      *                   period's cut-off date and time. Unpaid leave
      *                   approved and hires activated after it wait
      *                   on LATEQUEUE's late-input queue, and while
      *                   held the leave is not docked and the hire is
      *                   skipped as exception LATE. Full and trial
      *                   runs, and closing a period, first apply every
      *                   held item whose period has closed, so it
      *                   lands in the next period.
      * 2026-10-15  BDEV  Benefit elections are effective-dated:
      *                   436-LOOKUP-BENEFIT-ELECTION takes the
      *                   BENEFIT-ELECTION-FILE row in force on the
      *                   start of the period being paid, and a retro
      *                   adjustment looks it up per period, so a
      *                   back-dated run applies the election of the
      *                   time. An employee with no dated elections
      *                   still falls back to BENEFITS-FILE.
      * 2026-10-15  BDEV  Leave balance accruals, settlement zeroing,
      *                   garnishment and loan balances and claw-back
      *                   loans are journalled to the master after-image
      *                   journal (MSTJRNL) for forward recovery after a
      *                   restore.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS BN-EMP-ID
               FILE STATUS IS BN-FILE-STATUS.

           SELECT BENEFIT-ELECTION-FILE
               ASSIGN TO "../data/benefit_elections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS BE-FILE-STATUS.

           SELECT LEAVE-BALANCE-FILE
               ASSIGN TO "../data/leave_balances.dat"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TR-FILE-STATUS.

           SELECT TRIAL-COMPONENT-FILE
               ASSIGN TO "../data/payroll_trial_detail.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TV-FILE-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO WS-PV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PV-FILE-STATUS.

           SELECT EFT-CONTROL-FILE
               ASSIGN TO WS-EC-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOL-FILE-STATUS.

           SELECT PAYE-TABLE-FILE
               ASSIGN TO "../data/paye_tables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PYT-FILE-STATUS.

           SELECT US-UNEMP-FILE
               ASSIGN TO "../data/us_unemployment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UU-FILE-STATUS.

           SELECT LEGAL-ENTITY-FILE
               ASSIGN TO "../data/legal_entities.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LE-FILE-STATUS.

           SELECT ENTITY-EFT-FILE ASSIGN TO WS-LE-EFT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LE-EFT-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE
               ASSIGN TO "../data/salary_history.dat"
               ORGANIZATION IS SEQUENTIAL
               RECORD KEY IS EA-KEY
               FILE STATUS IS EA-FILE-STATUS.

           SELECT EXPENSE-CLAIM-FILE
               ASSIGN TO "../data/expense_claims.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-KEY
               FILE STATUS IS XC-FILE-STATUS.

           SELECT DED-ARREARS-FILE
               ASSIGN TO "../data/ded_arrears.dat"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PN-FILE-STATUS.

           SELECT K401-REMIT-FILE
               ASSIGN TO WS-K4-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS K4-FILE-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "../data/loans.dat"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SQ-FILE-STATUS.

           SELECT SLIP-MSG-LOG-FILE
               ASSIGN TO "../data/slip_msg_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-FILE-STATUS.

           SELECT FRINGE-FILE
               ASSIGN TO "../data/fringe_benefits.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FB-KEY
               FILE STATUS IS FB-FILE-STATUS.

           SELECT COUNCIL-FILE
               ASSIGN TO "../data/councils.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-CODE
               FILE STATUS IS BC-FILE-STATUS.

           SELECT COUNCIL-COVER-FILE
               ASSIGN TO "../data/council_cover.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-KEY
               FILE STATUS IS CV-FILE-STATUS.

           SELECT ASSET-FILE
               ASSIGN TO "../data/assets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-TAG
               FILE STATUS IS AS-FILE-STATUS.

           SELECT STUDY-FILE
               ASSIGN TO "../data/study_assist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS SB-FILE-STATUS.

           SELECT VENDOR-DED-FILE
               ASSIGN TO "../data/vendor_ded.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VX-KEY
               FILE STATUS IS VX-FILE-STATUS.

           SELECT TAKEON-FILE ASSIGN TO "../data/ytd_takeon.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPL-KEY
               FILE STATUS IS SPL-FILE-STATUS.

           SELECT DEATH-CASE-FILE
               ASSIGN TO "../data/death_cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-EMP-ID
               FILE STATUS IS DS-FILE-STATUS.

           SELECT COMPONENT-FILE
               ASSIGN TO "../data/pay_components.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS PC-KEY
               FILE STATUS IS PC-FILE-STATUS.

           SELECT LATE-INPUT-FILE
               ASSIGN TO "../data/late_input.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LI-FILE-STATUS.

           SELECT LATE-ADJ-FILE
               ASSIGN TO "../data/late_clock_adj.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LA-FILE-STATUS.

           SELECT OT-AUTH-FILE
               ASSIGN TO "../data/ot_auth.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-KEY
               FILE STATUS IS OT-FILE-STATUS.

           SELECT OT-HELD-FILE
               ASSIGN TO "../data/ot_held.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS OH-FILE-STATUS.

           SELECT PRENOTE-FILE
               ASSIGN TO "../data/prenote_status.dat"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BT-FILE-STATUS.

           SELECT SECONDMENT-FILE
               ASSIGN TO "../data/secondments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-KEY
               FILE STATUS IS SD-FILE-STATUS.

           SELECT IC-RECHARGE-FILE
               ASSIGN TO "../data/ic_recharge.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IC-FILE-STATUS.

           SELECT IC-STATEMENT-FILE ASSIGN TO WS-IC-STMT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-STMT-FILE-STATUS.

           SELECT RETIRE-CARRY-FILE
               ASSIGN TO "../data/retire_carry.dat"
               ORGANIZATION IS INDEXED
       FD  BENEFITS-FILE.
           COPY benefits.

       FD  BENEFIT-ELECTION-FILE.
           COPY benefit_election.

       FD  LEAVE-BALANCE-FILE.
           COPY leave_balance.

       FD  TRIAL-REVIEW-FILE.
       01  TRIAL-REVIEW-RECORD       PIC X(80).

       FD  TRIAL-COMPONENT-FILE.
           COPY trial_component.

       FD  POSITIVE-PAY-FILE.
           COPY positive_pay.

       FD  REPAY-QUEUE-FILE.
           COPY repay_queue.

           05  FILLER              PIC X(2).
           05  HOL-DESC            PIC X(30).

       FD  PAYE-TABLE-FILE.
           COPY paye_table.

       FD  LEGAL-ENTITY-FILE.
           COPY legal_entity.

       FD  ENTITY-EFT-FILE.
       01  ENTITY-EFT-RECORD         PIC X(80).

       FD  SALARY-HISTORY-FILE.
           COPY salary_history.

       FD  EARNING-FILE.
           COPY earning.

       FD  EXPENSE-CLAIM-FILE.
           COPY expense_claim.

       FD  DED-ARREARS-FILE.
           COPY ded_arrears.

       FD  PENSION-SCHED-FILE.
       01  PENSION-SCHED-RECORD      PIC X(100).

       FD  K401-REMIT-FILE.
       01  K401-REMIT-RECORD         PIC X(150).

       FD  LOAN-FILE.
           COPY loan.

       FD  BRANCH-TRANSFER-FILE.
           COPY branch_transfer.

       FD  SECONDMENT-FILE.
           COPY secondment.

       FD  IC-RECHARGE-FILE.
           COPY ic_recharge.

       FD  IC-STATEMENT-FILE.
       01  IC-STATEMENT-RECORD       PIC X(120).

       FD  CHEQUE-REG-FILE.
           COPY cheque_register.

       FD  LATE-ADJ-FILE.
           COPY late_adjust.

       FD  LATE-INPUT-FILE.
           COPY late_input.

       FD  OT-AUTH-FILE.
           COPY ot_auth.

       FD  OT-HELD-FILE.
           COPY ot_held.

       FD  COMPONENT-FILE.
           COPY pay_component.

       FD  PAY-SPLIT-FILE.
           COPY pay_split.

       FD  DEATH-CASE-FILE.
           COPY death_case.

       FD  TAKEON-FILE.
           COPY takeon.

       FD  FRINGE-FILE.
           COPY fringe_benefit.

       FD  COUNCIL-FILE.
           COPY council.

       FD  COUNCIL-COVER-FILE.
           COPY council_cover.

       FD  ASSET-FILE.
           COPY asset.

       FD  STUDY-FILE.
           COPY study.

       FD  VENDOR-DED-FILE.
           COPY vendor_ded.

       FD  SLIP-QUEUE-FILE.
           COPY slip_queue.

       FD  SLIP-MSG-LOG-FILE.
           COPY slip_msg_log.

       FD  WORK-SCHEDULE-FILE.
           COPY work_schedule.

       FD  BANK-VERIFY-FILE.
           COPY bank_verify.

       FD  US-UNEMP-FILE.
           COPY us_unemp.

       FD  EFT-CONTROL-FILE.
       01  EFT-CONTROL-RECORD.
           05  EC-TIMESTAMP        PIC X(19).
           05  CK-FILE-STATUS      PIC XX.
           05  VL-FILE-STATUS      PIC XX.
           05  BN-FILE-STATUS      PIC XX.
           05  BE-FILE-STATUS      PIC XX.
           05  LB-FILE-STATUS      PIC XX.
           05  EFT-FILE-STATUS     PIC XX.
           05  GL-FILE-STATUS      PIC XX.
           05  GN-FILE-STATUS      PIC XX.
           05  AT-FILE-STATUS      PIC XX.
           05  TR-FILE-STATUS      PIC XX.
           05  TV-FILE-STATUS      PIC XX.
           05  EC-FILE-STATUS      PIC XX.
           05  RQ-FILE-STATUS      PIC XX.
           05  PS-FILE-STATUS      PIC XX.
           05  PN-FILE-STATUS      PIC XX.
           05  K4-FILE-STATUS      PIC XX.
           05  LR-FILE-STATUS      PIC XX.
           05  HOL-FILE-STATUS     PIC XX.
           05  SH-FILE-STATUS      PIC XX.
           05  RC-FILE-STATUS      PIC XX.
           05  EX-FILE-STATUS      PIC XX.
           05  EA-FILE-STATUS      PIC XX.
           05  XC-FILE-STATUS      PIC XX.
           05  DA-FILE-STATUS      PIC XX.
           05  IR-FILE-STATUS      PIC XX.
           05  LN-FILE-STATUS      PIC XX.
           05  RD-FILE-STATUS      PIC XX.
           05  BT-FILE-STATUS      PIC XX.
           05  CQ-FILE-STATUS      PIC XX.
           05  PV-FILE-STATUS      PIC XX.
           05  AV-FILE-STATUS      PIC XX.
           05  ECL-FILE-STATUS     PIC XX.
           05  BVF-FILE-STATUS     PIC XX.
           05  SD-FILE-STATUS      PIC XX.
           05  IC-FILE-STATUS      PIC XX.
           05  PZ-FILE-STATUS      PIC XX.
           05  LA-FILE-STATUS      PIC XX.
           05  LI-FILE-STATUS      PIC XX.
           05  OT-FILE-STATUS      PIC XX.
           05  OH-FILE-STATUS      PIC XX.
           05  PC-FILE-STATUS      PIC XX.
           05  SPL-FILE-STATUS     PIC XX.
           05  DS-FILE-STATUS      PIC XX.
           05  TK-FILE-STATUS      PIC XX.
           05  FB-FILE-STATUS      PIC XX.
           05  BC-FILE-STATUS      PIC XX.
           05  CV-FILE-STATUS      PIC XX.
           05  AS-FILE-STATUS      PIC XX.
           05  SB-FILE-STATUS      PIC XX.
           05  VX-FILE-STATUS      PIC XX.
           05  SQ-FILE-STATUS      PIC XX.
           05  ML-FILE-STATUS      PIC XX.
           05  PD-FILE-STATUS      PIC XX.
           05  PW-FILE-STATUS      PIC XX.
           05  WK-FILE-STATUS      PIC XX.
           05  PYT-FILE-STATUS     PIC XX.
           05  UU-FILE-STATUS      PIC XX.

      *> A branch-scoped run gets its own EFT batch and batch
      *> control files; the company-wide names stand as defaults so
      *> remainder, the rest to the main account. When net is short
      *> of the fixed splits, rows clip in order.
       01  WS-SPL-AVAILABLE       PIC X(1) VALUE 'N'.
      *> DEATHSVC's death in service cases: a deceased employee's
      *> final pay goes to the estate late account on the case.
       01  WS-DS-AVAILABLE        PIC X(1) VALUE 'N'.
       01  WS-DS-FOUND            PIC X(1).
       01  WS-SPL-REMAIN          PIC S9(9)V99.
       01  WS-SPL-THIS            PIC 9(7)V99.
       01  WS-SPL-SEQ             PIC 9(1).
      *> payslip line, so nobody has to remember a manual deduction.
       01  WS-ADVANCE-DED         PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-ADVANCE       PIC 9(9)V99 VALUE 0.

      *> Bargaining council levy for the employee in hand: the
      *> council their coverage resolves to, the employee share
      *> deducted and the employer share costed.
       01  WS-BC-AVAILABLE        PIC X(1) VALUE 'N'.
       01  WS-BC-COUNCIL          PIC X(6).
       01  WS-BC-RULE             PIC X(1).
       01  WS-BC-EE-LEVY          PIC 9(7)V99 VALUE 0.
       01  WS-BC-ER-LEVY          PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-BC-EE         PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-BC-ER         PIC 9(9)V99 VALUE 0.
      *> Settlement exit clearance: assets still issued to the leaver
      *> (which block the settlement) and consented write-offs still
      *> to be recovered, and what this settlement recovers of them.
       01  WS-AS-OUTSTANDING      PIC 9(3) VALUE 0.
       01  WS-AS-PENDING          PIC 9(7)V99 VALUE 0.
       01  WS-AS-RECOVERY         PIC 9(7)V99 VALUE 0.
       01  WS-AS-LEFT             PIC 9(7)V99 VALUE 0.
       01  WS-AS-SCAN-DONE        PIC X(1).
       01  WS-TOTAL-ASSET-REC     PIC 9(9)V99 VALUE 0.
      *> Bursaries: taxable study fees taxed this period, and a
      *> leaver's claw-back of study fees for work-back not served -
      *> what is owed, how the operator chose to recover it, what the
      *> settlement deducts and what goes to LOANMGMT as a loan.
       01  WS-SB-AVAILABLE        PIC X(1) VALUE 'N'.
       01  WS-SB-SCAN-DONE        PIC X(1).
       01  WS-SB-IDX              PIC 9(2).
       01  WS-SB-TAXABLE          PIC 9(7)V99 VALUE 0.
       01  WS-SB-CLAWBACK-DUE     PIC 9(8)V99 VALUE 0.
       01  WS-SB-ITEM-DUE         PIC 9(8)V99 VALUE 0.
       01  WS-SB-HOW              PIC X(1) VALUE SPACE.
           88  SB-HOW-DEDUCT              VALUE 'D'.
           88  SB-HOW-LOAN                VALUE 'L'.
       01  WS-SB-DEDUCT           PIC 9(7)V99 VALUE 0.
       01  WS-SB-TO-LOAN          PIC 9(8)V99 VALUE 0.
       01  WS-SB-LOAN-INST        PIC 9(7)V99 VALUE 0.
       01  WS-SB-WB-FROM          PIC 9(8).
       01  WS-SB-WB-FROM-R REDEFINES WS-SB-WB-FROM.
           05  WS-SB-WB-FROM-YYYY PIC 9(4).
           05  WS-SB-WB-FROM-MM   PIC 9(2).
           05  WS-SB-WB-FROM-DD   PIC 9(2).
       01  WS-SB-WB-TO            PIC 9(8).
       01  WS-SB-WB-TO-R REDEFINES WS-SB-WB-TO.
           05  WS-SB-WB-TO-YYYY   PIC 9(4).
           05  WS-SB-WB-TO-MM     PIC 9(2).
           05  WS-SB-WB-TO-DD     PIC 9(2).
       01  WS-SB-SERVED           PIC S9(5).
       01  WS-SB-OWED             PIC 9(3).
       01  WS-TOTAL-BURSARY-REC   PIC 9(9)V99 VALUE 0.
      *> Vendor deductions: the employee's pending VENDIMP rows
      *> totalled for this run, what is left of that total after
      *> shedding while it is allocated back over the rows, and the
      *> run total credited to the vendors' payable account.
       01  WS-VX-AVAILABLE        PIC X(1) VALUE 'N'.
       01  WS-VX-SCAN-DONE        PIC X(1).
       01  WS-VX-ROWS             PIC 9(3) VALUE 0.
       01  WS-VENDOR-DED          PIC 9(7)V99 VALUE 0.
       01  WS-VX-LEFT             PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-VENDOR        PIC 9(9)V99 VALUE 0.
      *> Non-taxable expense claim reimbursements by category, debited
      *> to each category's expense account on the GL journal.
       01  WS-TOTAL-CLM-TRAV      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CLM-SUBS      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CLM-CELL      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CLM-OTHR      PIC 9(9)V99 VALUE 0.
       01  WS-ADV-CONFIRM         PIC X(1).
       01  WS-ADV-PENDING         PIC X(1).

       01  WS-CHQ-NEXT-NO         PIC 9(6) VALUE 0.
       01  WS-CHQ-COUNT           PIC 9(5) VALUE 0.
       01  WS-CHQ-TOTAL-CONV      PIC 9(11)V99 VALUE 0.
      *> The run's positive pay file: every cheque drawn, for the bank.
       01  WS-PV-FILENAME         PIC X(60).
       01  WS-PV-COUNT            PIC 9(6) VALUE 0.
       01  WS-PV-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-CASH-COUNT          PIC 9(5) VALUE 0.
       01  WS-CASH-TOTAL-CONV     PIC 9(11)V99 VALUE 0.
       01  WS-COIN-TABLE.
           05  WS-REL-NEW-PASSWORD PIC X(16) VALUE SPACES.
           05  WS-REL-ADMIN-RESULT PIC X(01).
           05  WS-REL-ADMIN-MSG    PIC X(50).
      *> Function-permission check for the releasing user, answered
      *> by ACCESSCHECK off the maintained matrix.
       01  WS-ACCESS-PARAMS.
           05  WS-AC-FUNCTION      PIC X(8).
           05  WS-AC-USER-ROLE     PIC X(1).
           05  WS-AC-USER-ID       PIC X(10).
           05  WS-AC-RESULT        PIC X(1).
       01  WS-RELEASE-CONFIRM     PIC X(1).

      *> Run-operator sign-on: every paying/correcting run starts
           05  WS-PP-T-TO          PIC 9(8).
           05  WS-PP-T-FREQ        PIC X(1).
           05  WS-PP-T-STATUS      PIC X(1).
           05  WS-PP-T-CUTOFF-DATE PIC 9(8).
           05  WS-PP-T-CUTOFF-TIME PIC 9(4).
       01  WS-PP-CHOICE-ID        PIC X(8).
       01  WS-PP-SELECTED-ID      PIC X(8) VALUE SPACES.
       01  WS-PP-FOUND-IDX        PIC 9(2).
           05  WS-YTD-RETIRE       PIC 9(9)V99.
           05  WS-YTD-TRAVEL       PIC 9(9)V99.
           05  WS-YTD-FRINGE       PIC 9(9)V99.
           05  WS-YTD-FS-EXEMPT    PIC 9(9)V99.
           05  WS-YTD-PERIODS      PIC 9(3).
           05  WS-YTD-CAL-GROSS    PIC 9(9)V99.
      *>      gross paid in the run's calendar year, for the US
      *>      unemployment wage bases
           05  WS-YTD-CAL-401K     PIC 9(9)V99.
           05  WS-YTD-CAL-MATCH    PIC 9(9)V99.
      *>      401(k) deferrals and employer match in the calendar
      *>      year, for the IRS limit and the match true-up
       01  WS-YTD-FOUND-IDX        PIC 9(4).
      *> SARS tax-year window for the YTD sweep: March to February,
      *> labelled by the year February falls in (the 2026 tax year
       01  WS-OT-EXCESS            PIC 9(3)V99.
       01  WS-OT-OVERRIDE          PIC X(1).

      *> Overtime pre-authorisations for the employee being priced,
      *> loaded by 476-LOAD-OT-AUTHORISATIONS. Each entry's hours
      *> left are drawn down day by day as the attendance scan meets
      *> overtime - from the earliest authorisation's start, so days
      *> an earlier period already paid against it count too.
       01  WS-OTA-AVAILABLE        PIC X(1) VALUE 'N'.
       01  WS-OTA-SCAN-DONE        PIC X(1).
       01  WS-OTA-COUNT            PIC 9(2).
       01  WS-OTA-ENTRY OCCURS 20 TIMES INDEXED BY WS-OTA-IDX.
           05  WS-OTA-FROM         PIC 9(8).
           05  WS-OTA-TO           PIC 9(8).
           05  WS-OTA-LEFT         PIC 9(3)V99.
       01  WS-OTA-SCAN-FROM        PIC 9(8).
       01  WS-OTA-DAY-OT           PIC 9(3)V99.
       01  WS-OTA-DAY-PAID         PIC 9(3)V99.
       01  WS-OTA-TAKE             PIC 9(3)V99.
       01  WS-OTA-HELD-TOTAL       PIC 9(4)V99.
       01  WS-OTA-PRINT-HRS        PIC ZZ9.99.

      *> Approved UNPAID leave days per employee falling inside the
      *> pay period, loaded once per run by 172-LOAD-APPROVED-LEAVE.
      *> Approved paid leave types simply stay paid - only unpaid
           05  WS-UL-EMP-ID        PIC X(10).
           05  WS-UL-DAYS          PIC 9(2).
       01  WS-UL-FOUND-IDX         PIC 9(4).

      *> Unpaid leave approvals and hires captured after a period's
      *> input cut-off and still held on the late-input queue,
      *> loaded once per run by 162-LOAD-HELD-LATE-INPUT.
       01  WS-LH-COUNT             PIC 9(4) VALUE 0.
       01  WS-LH-ENTRY OCCURS 500 TIMES INDEXED BY WS-LH-IDX.
           05  WS-LH-TYPE          PIC X(4).
           05  WS-LH-EMP-ID        PIC X(10).
           05  WS-LH-REQ-ID        PIC 9(6).
       01  WS-LH-FIND-TYPE         PIC X(4).
       01  WS-LH-FIND-EMP-ID       PIC X(10).
       01  WS-LH-FIND-REQ-ID       PIC 9(6).
       01  WS-LH-HELD              PIC X(1).
       01  WS-LATE-QUEUE-PARAMS.
           05  WS-LQ-FUNCTION      PIC X(1).
           05  WS-LQ-ITEM-TYPE     PIC X(4).
           05  WS-LQ-EMP-ID        PIC X(10).
           05  WS-LQ-REF           PIC X(10).
           05  WS-LQ-DETAIL        PIC X(30).
           05  WS-LQ-OLD-VALUE     PIC 9(7)V99.
           05  WS-LQ-NEW-VALUE     PIC 9(7)V99.
           05  WS-LQ-EFF-DATE      PIC 9(8).
           05  WS-LQ-USER          PIC X(10).
           05  WS-LQ-SEQ           PIC 9(6).
           05  WS-LQ-REASON        PIC X(30).
           05  WS-LQ-LATE          PIC X(1).
           05  WS-LQ-PERIOD-ID     PIC X(8).
           05  WS-LQ-CUTOFF-DATE   PIC 9(8).
           05  WS-LQ-CUTOFF-TIME   PIC 9(4).
           05  WS-LQ-RESULT        PIC X(1).
           05  WS-LQ-COUNT         PIC 9(4).
           05  WS-LQ-MESSAGE       PIC X(50).
       01  WS-UL-OVERLAP-WORK.
           05  WS-UL-OV-START      PIC 9(8).
           05  WS-UL-OV-END        PIC 9(8).
           05  WS-EL-ONCE          PIC X(1).
       01  WS-EARN-THIS            PIC 9(7)V99.

      *> Approved expense claims for the employee being calculated:
      *> the non-taxable reimbursement added to net, the excess over
      *> the SARS prescribed rate added to gross, the travel split for
      *> the IRP5 codes, the non-taxable amount per category for the
      *> GL journal, and the claims taken (the payslip lines, and the
      *> rows 473 marks paid). The prescribed rates come off CONFIG;
      *> the VALUEs are the 2025/26 rates.
       01  WS-CLAIM-KM-RATE        PIC 9(2)V99 VALUE 4.76.
       01  WS-CLAIM-DAY-RATE       PIC 9(4)V99 VALUE 548.00.
       01  WS-CLAIM-NONTAX         PIC 9(7)V99 VALUE 0.
       01  WS-CLAIM-TAXABLE        PIC 9(7)V99 VALUE 0.
       01  WS-CLAIM-TRAV-NONTAX    PIC 9(7)V99 VALUE 0.
       01  WS-CLAIM-TRAV-TAX       PIC 9(7)V99 VALUE 0.
       01  WS-CLAIM-SUBS-NONTAX    PIC 9(7)V99 VALUE 0.
       01  WS-CLAIM-CELL-NONTAX    PIC 9(7)V99 VALUE 0.
       01  WS-CLAIM-OTHR-NONTAX    PIC 9(7)V99 VALUE 0.
       01  WS-CLAIM-LIMIT          PIC 9(9)V99.
       01  WS-CLAIM-THIS-TAX       PIC 9(7)V99.
       01  WS-CLAIM-SCAN-DONE      PIC X(1).
       01  WS-CL-COUNT             PIC 9(2) VALUE 0.
       01  WS-CL-ENTRY OCCURS 10 TIMES INDEXED BY WS-CL-IDX.
           05  WS-CL-SEQ           PIC 9(3).
           05  WS-CL-CATEGORY      PIC X(4).
           05  WS-CL-AMOUNT        PIC 9(7)V99.
           05  WS-CL-TAXABLE       PIC 9(7)V99.

      *> Ordered deduction shedding: configured priority of the
      *> voluntary deductions and the shortfall/arrears work fields.
      *> SC-DED-PRIORITY orders P/M/U; SC-DED-VENDOR-POS slots the
      *> vendor deductions (V) into that order - 764 builds the
      *> four-place order the shedding loop walks.
       01  WS-DED-BASE-ORDER       PIC X(3) VALUE "PMU".
       01  WS-DED-VENDOR-POS       PIC 9(1) VALUE 4.
       01  WS-DED-PRIORITY         PIC X(4) VALUE "PMUV".
       01  WS-SHED-WORK.
           05  WS-SHORTFALL        PIC S9(9)V99.
           05  WS-SHED-TYPE        PIC X(1).
           05  WS-ER-UIF          PIC 9(7)V99.
           05  WS-ER-SDL          PIC 9(7)V99.
           05  WS-ER-PENSION      PIC 9(7)V99.
           05  WS-ER-FUTA         PIC 9(7)V99.
           05  WS-ER-SUI          PIC 9(7)V99.
       01  WS-EMPLOYER-TOTALS.
           05  WS-TOTAL-ER-UIF     PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-ER-SDL     PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-ER-PENSION PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-ER-COST    PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-ER-FUTA    PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-ER-SUI     PIC 9(9)V99 VALUE 0.

      *> US employer unemployment tax (376): the approved FUTA and
      *> state SUI rows off CONFIG's us_unemployment.dat, and the
      *> current employee's wages already paid in the calendar year
      *> that have used up each wage base.
       01  WS-UU-COUNT            PIC 9(3) VALUE 0.
       01  WS-UU-ENTRY OCCURS 200 TIMES INDEXED BY WS-UU-IDX.
           05  WS-UU-T-JURIS      PIC X(2).
           05  WS-UU-T-YEAR       PIC 9(4).
           05  WS-UU-T-BASE       PIC 9(7)V99.
           05  WS-UU-T-RATE       PIC 9V9(5).
       01  WS-UU-WANT-JURIS       PIC X(2).
       01  WS-UU-FOUND            PIC X(1).
       01  WS-UU-BEST-YEAR        PIC 9(4).
       01  WS-UU-BASE             PIC 9(7)V99.
       01  WS-UU-RATE             PIC 9V9(5).
       01  WS-UU-PRIOR-WAGES      PIC 9(9)V99.
       01  WS-UU-ROOM             PIC S9(9)V99.
       01  WS-UU-TAXABLE          PIC 9(7)V99.
       01  WS-UU-ADD-EMP-ID       PIC X(10).
       01  WS-UU-ADD-AMOUNT       PIC 9(9)V99.
       01  WS-K4-ADD-DEFER        PIC 9(9)V99.
       01  WS-K4-ADD-MATCH        PIC 9(9)V99.

      *> US 401(k) (379): the plan limits and match off SYSCONFIG, the
      *> current employee's deferrals, match and pay already in the
      *> calendar year, and the recordkeeper's remittance file
      *> (941/953).
       01  WS-US-401K.
           05  WS-K4-DEFER-LIMIT   PIC 9(7)V99 VALUE 23500.00.
           05  WS-K4-CATCHUP       PIC 9(7)V99 VALUE 7500.00.
           05  WS-K4-CATCHUP-AGE   PIC 9(2) VALUE 50.
           05  WS-K4-MATCH-RATE    PIC 9V999 VALUE 1.000.
           05  WS-K4-MATCH-CAP     PIC 9V999 VALUE 0.
           05  WS-K4-PLAN-ID       PIC X(15) VALUE SPACES.
       01  WS-K4-FEIN             PIC X(10) VALUE SPACES.
       01  WS-K4-PRIOR-DEFER      PIC 9(9)V99.
       01  WS-K4-PRIOR-MATCH      PIC 9(9)V99.
       01  WS-K4-PRIOR-PAY        PIC 9(9)V99.
       01  WS-K4-LIMIT            PIC 9(7)V99.
       01  WS-K4-ROOM             PIC S9(9)V99.
       01  WS-K4-CATCHUP-AMT      PIC S9(9)V99.
       01  WS-K4-MATCH-DUE        PIC 9(9)V99.
       01  WS-K4-MATCH-MAX        PIC 9(9)V99.
       01  WS-K4-MATCH-NOW        PIC S9(9)V99.
       01  WS-K4-TRUE-UP          PIC S9(9)V99.
       01  WS-K4-PRINT-AMT        PIC Z(6)9.99.
       01  WS-K4-FILENAME         PIC X(60).
       01  WS-K4-OPEN             PIC X(1) VALUE 'N'.
       01  WS-K4-COUNT            PIC 9(5) VALUE 0.
       01  WS-K4-TOTAL-DEFER      PIC 9(9)V99 VALUE 0.
       01  WS-K4-TOTAL-MATCH      PIC 9(9)V99 VALUE 0.
       01  WS-K4-OUT-GROSS        PIC 9(7).99.
       01  WS-K4-OUT-DEFER        PIC 9(7).99.
       01  WS-K4-OUT-CATCHUP      PIC 9(7).99.
       01  WS-K4-OUT-MATCH        PIC 9(7).99.
       01  WS-K4-OUT-TRUE-UP      PIC 9(7).99.
       01  WS-K4-OUT-YTD-DEFER    PIC 9(9).99.
       01  WS-K4-OUT-YTD-MATCH    PIC 9(9).99.

       01  WS-TAX-RATES.
           05  SA-PAYE-RATE      PIC V999 VALUE .18.  *> Basic PAYE rate
           05  WS-REBATE-PRIMARY   PIC 9(7)V99 VALUE 17235.00.
           05  WS-REBATE-SECONDARY PIC 9(7)V99 VALUE 9444.00.
           05  WS-REBATE-TERTIARY  PIC 9(7)V99 VALUE 3145.00.
      *> Every tax year's bracket table off ../data/paye_tables.dat,
      *> the settings-file table kept aside as the fallback for a
      *> year with no table of its own, and the tax year whose table
      *> currently sits in WS-PAYE-BRACKETS. WS-PAYE-TAX-DATE is the
      *> period start date the table is chosen for (0 = not yet set,
      *> the settings-file table stands).
       01  WS-PYT-COUNT            PIC 9(2) VALUE 0.
       01  WS-PYT-ENTRY OCCURS 20 TIMES INDEXED BY WS-PYT-IDX.
           05  WS-PYT-T-YEAR       PIC 9(4).
           05  WS-PYT-T-BRACKETS   PIC X(175).
           05  WS-PYT-T-REBATES    PIC X(27).
       01  WS-PYT-CFG-BRACKETS     PIC X(175).
       01  WS-PYT-CFG-REBATES      PIC X(27).
       01  WS-PAYE-TAX-DATE        PIC 9(8) VALUE 0.
       01  WS-PAYE-TAX-DATE-X REDEFINES WS-PAYE-TAX-DATE.
           05  WS-PAYE-TAX-DATE-YYYY PIC 9(4).
           05  WS-PAYE-TAX-DATE-MM   PIC 9(2).
           05  WS-PAYE-TAX-DATE-DD   PIC 9(2).
       01  WS-PAYE-TAX-YEAR        PIC 9(4).
       01  WS-PAYE-YEAR-LOADED     PIC 9(4) VALUE 0.
       01  WS-PYT-FOUND            PIC X(1).
       01  WS-PAYE-WORK.
           05  WS-PERIODS-PER-YEAR PIC 99.
           05  WS-ANNUAL-TAXABLE   PIC 9(9)V99.
           05  WS-PRIOR-RETIRE     PIC 9(9)V99.
           05  WS-PRIOR-TRAVEL     PIC 9(9)V99.
           05  WS-PRIOR-FRINGE     PIC 9(9)V99.
           05  WS-PRIOR-FS-EXEMPT  PIC 9(9)V99.
           05  WS-PRIOR-PERIODS    PIC 9(3).

      *> Statutory caps in their two effective-dated generations off
       01  WS-BT-OLD-GROSS        PIC 9(9)V99.
       01  WS-BT-OLD-NET          PIC S9(9)V99.

      *> Secondments (EMPLOYEE-MGMT's register) live in the pay
      *> period, loaded once per run, and the recharges priced off
      *> them as the run goes: one row per seconded employee for the
      *> schedule and the host branch statements, and one per home/
      *> host branch pair for the intercompany GL lines.
       01  WS-SD-COUNT            PIC 9(3) VALUE 0.
       01  WS-SD-ENTRY OCCURS 200 TIMES INDEXED BY WS-SD-IDX.
           05  WS-SD-T-EMP-ID      PIC X(10).
           05  WS-SD-T-HOST        PIC X(10).
           05  WS-SD-T-FROM        PIC 9(8).
           05  WS-SD-T-TO          PIC 9(8).
           05  WS-SD-T-BASIS       PIC X(1).
           05  WS-SD-T-PCT         PIC 9(3)V99.
           05  WS-SD-T-FEE         PIC 9(7)V99.
           05  WS-SD-T-MARKUP      PIC 9(3)V99.
       01  WS-IC-COUNT            PIC 9(3) VALUE 0.
       01  WS-IC-ENTRY OCCURS 200 TIMES.
           05  WS-IC-T-EMP-ID      PIC X(10).
           05  WS-IC-T-NAME        PIC X(30).
           05  WS-IC-T-HOME        PIC X(10).
           05  WS-IC-T-HOST        PIC X(10).
           05  WS-IC-T-BASIS       PIC X(1).
           05  WS-IC-T-PCT         PIC 9(3)V99.
           05  WS-IC-T-DAYS        PIC 9(3).
           05  WS-IC-T-COST        PIC 9(9)V99.
           05  WS-IC-T-BASE        PIC 9(9)V99.
           05  WS-IC-T-MARKUP-PCT  PIC 9(3)V99.
           05  WS-IC-T-MARKUP      PIC 9(9)V99.
           05  WS-IC-T-TOTAL       PIC 9(9)V99.
       01  WS-ICP-COUNT           PIC 99 VALUE 0.
       01  WS-ICP-ENTRY OCCURS 50 TIMES INDEXED BY WS-ICP-IDX.
           05  WS-ICP-HOME         PIC X(10).
           05  WS-ICP-HOST         PIC X(10).
           05  WS-ICP-HOME-ENT     PIC 99.
           05  WS-ICP-HOST-ENT     PIC 99.
           05  WS-ICP-AMOUNT       PIC 9(9)V99.
       01  WS-IC-ROW              PIC 9(3).
       01  WS-IC-SCAN             PIC 9(3).
       01  WS-IC-SEEN             PIC X(1).
       01  WS-IC-FROM             PIC 9(8).
       01  WS-IC-TO               PIC 9(8).
       01  WS-IC-DAYS             PIC 9(3).
       01  WS-IC-COST             PIC 9(9)V99.
       01  WS-IC-BASE             PIC 9(9)V99.
       01  WS-IC-MARKUP           PIC 9(9)V99.
       01  WS-IC-WANT-HOME        PIC X(10).
       01  WS-IC-WANT-HOST        PIC X(10).
       01  WS-IC-WANT-AMT         PIC 9(9)V99.
       01  WS-IC-FOUND-IDX        PIC 99.
       01  WS-IC-HOST             PIC X(10).
       01  WS-IC-GL-LEGS          PIC 9(11)V99.
       01  WS-IC-REVERSING        PIC X(1) VALUE 'N'.
       01  WS-IC-DESC-BODY        PIC X(24).
       01  WS-IC-LEG-DRCR         PIC XX.
       01  WS-IC-LEG-ENT          PIC 99.
       01  WS-IC-SUM-TOTAL        PIC 9(11)V99.
       01  WS-IC-STMT-TOTAL       PIC 9(11)V99.
       01  WS-IC-STMT-COUNT       PIC 9(3).
       01  WS-IC-STMT-FILENAME    PIC X(60).
       01  WS-IC-STMT-FILE-STATUS PIC XX.
       01  WS-IC-PRINT-COST       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-IC-PRINT-BASE       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-IC-PRINT-MARKUP     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-IC-PRINT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

      *> Work schedule pattern for the employee in hand: which
      *> weekdays they actually work (index 1 = Sunday, off MOD 7 of
      *> the integer date) and the hours per day. No pattern on file
       01  WS-SHIFT-SUNDAY-MULT  PIC 9V99 VALUE 2.00.
       01  WS-NIGHT-HOURS        PIC 9(3)V99.
       01  WS-SHIFT-DIFF-AMT     PIC 9(7)V99 VALUE 0.
      *> Overtime pay (time and a half) inside the period's base pay,
      *> recorded as its own component for the Stats SA QES.
       01  WS-OVERTIME-PAY       PIC 9(7)V99 VALUE 0.

       01  WS-MIN-WAGE           PIC 9(5)V99 VALUE 3500.00.
      *> The minimum that applies to the employee being paid - their
      *> sector's rate in force at period end, off MINWAGE; looked up
      *> once per employee per period.
       01  WS-EMP-MIN-WAGE       PIC 9(5)V99 VALUE 3500.00.
       01  WS-MWL-DONE-KEY       PIC X(18) VALUE SPACES.
       01  WS-MIN-WAGE-PARAMS.
           05  WS-MWL-EMP-ID         PIC X(10).
           05  WS-MWL-DEPT           PIC X(20).
           05  WS-MWL-POSITION-TYPE  PIC X(20).
           05  WS-MWL-AS-AT          PIC 9(8).
           05  WS-MWL-RELOAD         PIC X(1) VALUE 'N'.
           05  WS-MWL-SECTOR         PIC X(4).
           05  WS-MWL-MONTHLY        PIC 9(5)V99.
           05  WS-MWL-HOURLY         PIC 9(3)V99.
           05  WS-MWL-SOURCE         PIC X(1).
      *> Foreign service exemption: the full days the employee spent
      *> abroad, off DAYSABROAD, and the slice of this period's
      *> remuneration exempted for them (never past the annual cap
      *> less what the tax year has exempted already).
       01  WS-FS-EXEMPT          PIC 9(7)V99 VALUE 0.
       01  WS-FS-EXEMPT-CAP      PIC 9(7)V99 VALUE 1250000.00.
       01  WS-FS-PERIOD-LEN      PIC 9(3).
       01  WS-FS-ROOM            PIC S9(9)V99.
       01  WS-DAYS-ABROAD-PARAMS.
           05  WS-DAB-EMP-ID         PIC X(10).
           05  WS-DAB-AS-AT          PIC 9(8).
           05  WS-DAB-PERIOD-FROM    PIC 9(8).
           05  WS-DAB-PERIOD-TO      PIC 9(8).
           05  WS-DAB-RELOAD         PIC X(1) VALUE 'N'.
           05  WS-DAB-WINDOW-DAYS    PIC 9(3).
           05  WS-DAB-LONGEST        PIC 9(3).
           05  WS-DAB-PERIOD-DAYS    PIC 9(3).
           05  WS-DAB-QUALIFIES      PIC X(1).
           05  WS-DAB-ABROAD-NOW     PIC X(1).
           05  WS-DAB-COUNTRY        PIC X(20).
      *> HR's payslip messages for the employee being paid, off
      *> SLIPMSG (770).
       01  WS-SLIP-MSG-PARAMS.
           05  WS-SMP-EMP-ID         PIC X(10).
           05  WS-SMP-DEPT           PIC X(20).
           05  WS-SMP-BRANCH         PIC X(10).
           05  WS-SMP-EMP-TYPE       PIC X(1).
           05  WS-SMP-STATUS         PIC X(1).
           05  WS-SMP-MONTH          PIC X(7).
           05  WS-SMP-RELOAD         PIC X(1) VALUE 'N'.
           05  WS-SMP-COUNT          PIC 9(1) VALUE 0.
           05  WS-SMP-MESSAGE OCCURS 5 TIMES.
               10  WS-SMP-MSG-ID     PIC X(6).
               10  WS-SMP-TEXT-1     PIC X(60).
               10  WS-SMP-TEXT-2     PIC X(60).
       01  WS-SMP-IDX            PIC 9(1).
       01  WS-NET-PAY-FLAG       PIC X(1) VALUE 'Y'.
           88  NET-PAY-OK                 VALUE 'Y'.
           88  NET-PAY-BELOW-MINIMUM      VALUE 'N'.
           05  WS-BN-401K-PCT        PIC 9V999 VALUE 0.000.
           05  WS-BN-DEPENDANTS      PIC 9(2) VALUE 0.
           05  WS-BENEFITS-AVAILABLE PIC X(1) VALUE 'N'.
           05  WS-BE-AVAILABLE       PIC X(1) VALUE 'N'.
      *>       the date the election has to be in force on
           05  WS-BN-AS-AT           PIC 9(8) VALUE 0.
           05  WS-BE-ANY             PIC X(1).
           05  WS-BE-SCAN-DONE       PIC X(1).

      *> Tiered medical premiums and the monthly SARS Medical Scheme
      *> Fees Tax Credit, off CONFIG's benefit settings (defaults:
           05  WS-BR-GROSS         PIC 9(9)V99 VALUE 0.
           05  WS-BR-NET           PIC 9(9)V99 VALUE 0.
           05  WS-BR-EMP-COUNT     PIC 9(5) VALUE 0.
           05  WS-BR-ENTITY        PIC 99 VALUE 0.
       01  WS-BR-FOUND-IDX        PIC 99.

      *> Legal entities (CONFIG's ../data/legal_entities.dat): each
      *> registered company's GL company code, EFT originating account
      *> and the company branches it employs. With none on file
      *> WS-LE-COUNT stays 0 and the run is one employer throughout.
       01  WS-LE-FILE-STATUS      PIC XX.
       01  WS-LE-COUNT            PIC 99 VALUE 0.
       01  WS-LE-ENTRY OCCURS 10 TIMES INDEXED BY WS-LE-IDX.
           05  WS-LE-T-CODE        PIC X(4).
           05  WS-LE-T-NAME        PIC X(40).
           05  WS-LE-T-BANK-BRANCH PIC X(6).
           05  WS-LE-T-BANK-ACCT   PIC X(11).
           05  WS-LE-T-GL-COMPANY  PIC X(4).
           05  WS-LE-T-DEFAULT     PIC X(1).
           05  WS-LE-T-BR-COUNT    PIC 99.
           05  WS-LE-T-BRANCHES.
               10  WS-LE-T-BRANCH  PIC X(10) OCCURS 10 TIMES.
           05  WS-LE-T-HEADS       PIC 9(5).
           05  WS-LE-T-EFT-COUNT   PIC 9(5).
           05  WS-LE-T-EFT-TOTAL   PIC 9(9)V99.
           05  WS-LE-T-IC-HOST     PIC 9(9)V99.
           05  WS-LE-T-BO-GROSS    PIC 9(11)V99.
           05  WS-LE-T-BO-NET      PIC 9(11)V99.
           05  WS-LE-T-BO-TRAV     PIC 9(11)V99.
           05  WS-LE-T-BO-SUBS     PIC 9(11)V99.
           05  WS-LE-T-BO-CELL     PIC 9(11)V99.
           05  WS-LE-T-BO-OTHR     PIC 9(11)V99.
       01  WS-LE-DEFAULT-IDX      PIC 99 VALUE 0.
       01  WS-LE-WANT-BRANCH      PIC X(10).
       01  WS-LE-SLOT             PIC 99 VALUE 0.
       01  WS-LE-CUR              PIC 99 VALUE 0.
       01  WS-LE-BR-IDX           PIC 99.
       01  WS-LE-TOT-IDX          PIC 99.
      *> Run totals per entity, kept in the same elements as the
      *> WS-TOTAL-* fields. Slot 11 holds the consolidated figures
      *> while one entity's are loaded into WS-TOTAL-* to be added
      *> to or journalled.
       01  WS-LE-TOTAL-TABLE.
           05  WS-LE-TOTALS OCCURS 11 TIMES.
               10  WS-LT-GROSS        PIC 9(9)V99.
               10  WS-LT-NET          PIC 9(9)V99.
               10  WS-LT-PAYE         PIC 9(9)V99.
               10  WS-LT-UIF          PIC 9(9)V99.
               10  WS-LT-SDL          PIC 9(9)V99.
               10  WS-LT-HEALTH       PIC 9(9)V99.
               10  WS-LT-PENSION      PIC 9(9)V99.
               10  WS-LT-OTHER-DED    PIC 9(9)V99.
               10  WS-LT-GARNISH      PIC 9(9)V99.
               10  WS-LT-LOAN         PIC 9(9)V99.
               10  WS-LT-BC-EE        PIC 9(9)V99.
               10  WS-LT-BC-ER        PIC 9(9)V99.
               10  WS-LT-ASSET-REC    PIC 9(9)V99.
               10  WS-LT-BURSARY-REC  PIC 9(9)V99.
               10  WS-LT-VENDOR       PIC 9(9)V99.
               10  WS-LT-ADVANCE      PIC 9(9)V99.
               10  WS-LT-CLM-TRAV     PIC 9(9)V99.
               10  WS-LT-CLM-SUBS     PIC 9(9)V99.
               10  WS-LT-CLM-CELL     PIC 9(9)V99.
               10  WS-LT-CLM-OTHR     PIC 9(9)V99.
               10  WS-LT-STATE        PIC 9(9)V99.
               10  WS-LT-ER-UIF       PIC 9(9)V99.
               10  WS-LT-ER-SDL       PIC 9(9)V99.
               10  WS-LT-ER-PENSION   PIC 9(9)V99.
               10  WS-LT-ER-COST      PIC 9(9)V99.
               10  WS-LT-ER-FUTA      PIC 9(9)V99.
               10  WS-LT-ER-SUI       PIC 9(9)V99.
       01  WS-LE-EFT-FILENAME     PIC X(60).
       01  WS-LE-EFT-FILE-STATUS  PIC XX.
       01  WS-LE-EFT-AMT          PIC 9(9)V99.
       01  WS-LE-PRINT-COUNT      PIC ZZZZ9.
       01  WS-LE-SUM-HEADS        PIC 9(5).
       01  WS-LE-SUM-GROSS        PIC 9(11)V99.
       01  WS-LE-SUM-NET          PIC 9(11)V99.
       01  WS-LE-SUM-PAYE         PIC 9(11)V99.
       01  WS-LE-SUM-EFT          PIC 9(11)V99.
       01  WS-LE-SUM-EFT-COUNT    PIC 9(5).
       01  WS-LE-DIFF             PIC S9(11)V99.
       01  WS-GL-COMPANY          PIC X(4) VALUE SPACES.
       01  WS-GL-ENTITY-FILTER    PIC 99 VALUE 0.
       01  WS-GL-ENT-REFUSED      PIC 99 VALUE 0.

      *> Cost-centre split allocation work fields: the employee's
      *> split rows and the amounts being allocated to one branch.
       01  WS-CS-COUNT            PIC 9(1).
       01  WS-BO-GROSS            PIC 9(11)V99.
       01  WS-BO-NET              PIC 9(11)V99.
       01  WS-BO-DED              PIC 9(11)V99.
       01  WS-BO-CLM-TRAV         PIC 9(11)V99.
       01  WS-BO-CLM-SUBS         PIC 9(11)V99.
       01  WS-BO-CLM-CELL         PIC 9(11)V99.
       01  WS-BO-CLM-OTHR         PIC 9(11)V99.
       01  WS-BO-CLM-NONTAX       PIC 9(7)V99.
       01  WS-BO-PP-STRING        PIC X(24).

      *> Retroactive adjustment (run mode 'R') work fields. The deltas

       01  WS-TIMESTAMP           PIC X(19).
       01  WS-FORMATTED-AMOUNT    PIC Z,ZZZ,ZZ9.99.
      *> After-image journal of master file updates (MSTJRNL).
       01  WS-MST-JOURNAL-PARAMS.
           05  WS-MJ-FILE          PIC X(14).
           05  WS-MJ-OPERATION     PIC X(1).
           05  WS-MJ-USER          PIC X(10).
           05  WS-MJ-PROGRAM       PIC X(16).
           05  WS-MJ-IMAGE         PIC X(1000).
           05  WS-MJ-RESULT        PIC X(1).

       LINKAGE SECTION.
       01  LS-USER-ROLE           PIC X(1).
       100-MAIN-PAYROLL.
           PERFORM 155-DEFAULT-PAYE-BRACKETS
           PERFORM 150-READ-CONFIG
           PERFORM 157-LOAD-PAYE-TABLES
           PERFORM 158-LOAD-LEGAL-ENTITIES
           PERFORM 160-SET-TIMESTAMP
           PERFORM 210-SELECT-RUN-MODE
      *>   Every mode that touches payroll data runs under the
                   PERFORM 900-FINALIZE-PAYROLL
               WHEN 'T'
                   PERFORM 300-GET-PAY-PERIOD
                   PERFORM 163-APPLY-DUE-LATE-INPUT
                   PERFORM 195-LOAD-YTD-TOTALS
                   PERFORM 200-INITIALIZE-PAYROLL
                   PERFORM 170-LOAD-ATTENDANCE-HOURS
                   PERFORM 900-FINALIZE-PAYROLL
               WHEN OTHER
                   PERFORM 300-GET-PAY-PERIOD
                   PERFORM 163-APPLY-DUE-LATE-INPUT
                   PERFORM 195-LOAD-YTD-TOTALS
                   PERFORM 200-INITIALIZE-PAYROLL
                   PERFORM 220-READ-CHECKPOINT
                               TO WS-MEDICAL-SETTINGS
                       END-IF
                       IF SC-DED-PRIORITY NOT = SPACES
                           MOVE SC-DED-PRIORITY TO WS-DED-BASE-ORDER
                       END-IF
                       IF SC-DED-VENDOR-POS NUMERIC
                               AND SC-DED-VENDOR-POS > 0
                               AND SC-DED-VENDOR-POS NOT > 4
                           MOVE SC-DED-VENDOR-POS TO WS-DED-VENDOR-POS
                       END-IF
                       PERFORM 764-BUILD-DED-PRIORITY
                       IF SC-SHIFT-SUNDAY-MULT NUMERIC
                               AND SC-SHIFT-SUNDAY-MULT > 0
                           MOVE SC-SHIFT-NIGHT-PCT
                           MOVE SC-SHIFT-SUNDAY-MULT
                               TO WS-SHIFT-SUNDAY-MULT
                       END-IF
                       IF SC-CLAIM-KM-RATE NUMERIC
                               AND SC-CLAIM-KM-RATE > 0
                           MOVE SC-CLAIM-KM-RATE TO WS-CLAIM-KM-RATE
                           MOVE SC-CLAIM-DAY-RATE
                               TO WS-CLAIM-DAY-RATE
                       END-IF
                       IF SC-FS-EXEMPT-CAP NUMERIC
                               AND SC-FS-EXEMPT-CAP > 0
                           MOVE SC-FS-EXEMPT-CAP TO WS-FS-EXEMPT-CAP
                       END-IF
                       IF SC-401K-DEFER-LIMIT NUMERIC
                               AND SC-401K-DEFER-LIMIT > 0
                           MOVE SC-US-401K TO WS-US-401K
                       END-IF
                       IF SC-NH-DUE-DAYS NUMERIC
                               AND SC-NH-DUE-DAYS > 0
                           MOVE SC-ER-FEIN TO WS-K4-FEIN
                       END-IF
               END-READ
               CLOSE SYSCONFIG-FILE
           END-IF.
           MOVE 644489.00    TO WS-PB-BASE-TAX(7)
           MOVE .450         TO WS-PB-RATE(7).

      *****************************************************************
      * 157-LOAD-PAYE-TABLES - keep the settings-file bracket table
      * aside as the fallback, then load every tax year's table CONFIG
      * has filed. 182-SELECT-PAYE-TABLE swaps the right one in.
      *****************************************************************
       157-LOAD-PAYE-TABLES.
           MOVE WS-PAYE-BRACKETS TO WS-PYT-CFG-BRACKETS
           MOVE WS-PAYE-REBATES  TO WS-PYT-CFG-REBATES
           MOVE 0 TO WS-PYT-COUNT
           OPEN INPUT PAYE-TABLE-FILE
           IF PYT-FILE-STATUS = '00'
               PERFORM UNTIL PYT-FILE-STATUS = '10'
                   READ PAYE-TABLE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PYT-COUNT < 20
                               ADD 1 TO WS-PYT-COUNT
                               MOVE PT-TAX-YEAR
                                   TO WS-PYT-T-YEAR(WS-PYT-COUNT)
                               MOVE PT-BRACKETS
                                   TO WS-PYT-T-BRACKETS(WS-PYT-COUNT)
                               MOVE PT-REBATES
                                   TO WS-PYT-T-REBATES(WS-PYT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYE-TABLE-FILE
           END-IF.

      *****************************************************************
      * 158-LOAD-LEGAL-ENTITIES - the registered companies run on this
      * payroll, from CONFIG's legal entity table. The entity flagged
      * default (else the first on file) employs the staff of any
      * branch no entity lists. No file means one employer, as before.
      *****************************************************************
       158-LOAD-LEGAL-ENTITIES.
           MOVE 0 TO WS-LE-COUNT
           MOVE 0 TO WS-LE-DEFAULT-IDX
           INITIALIZE WS-LE-TOTAL-TABLE
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
                               MOVE LE-TRADE-NAME
                                   TO WS-LE-T-NAME(WS-LE-COUNT)
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
                               MOVE 0 TO WS-LE-T-HEADS(WS-LE-COUNT)
                               MOVE 0
                                   TO WS-LE-T-EFT-COUNT(WS-LE-COUNT)
                               MOVE 0
                                   TO WS-LE-T-EFT-TOTAL(WS-LE-COUNT)
                               MOVE 0
                                   TO WS-LE-T-IC-HOST(WS-LE-COUNT)
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
      * 159-RESOLVE-LEGAL-ENTITY - the entity employing the staff of
      * company branch WS-LE-WANT-BRANCH, left in WS-LE-SLOT (the
      * default entity when no entity lists the branch).
      *****************************************************************
       159-RESOLVE-LEGAL-ENTITY.
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

      *****************************************************************
      * 170-LOAD-ATTENDANCE-HOURS - once WS-PAY-PERIOD is known, parse
      * it into numeric date bounds and open the keyed attendance
           IF AT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ATT-AVAILABLE
           END-IF
           MOVE 'N' TO WS-OTA-AVAILABLE
           OPEN INPUT OT-AUTH-FILE
           IF OT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-OTA-AVAILABLE
           END-IF
           PERFORM 162-LOAD-HELD-LATE-INPUT
           PERFORM 172-LOAD-APPROVED-LEAVE
           PERFORM 196-LOAD-SALARY-HISTORY
           PERFORM 199-LOAD-BRANCH-TRANSFERS
           PERFORM 161-LOAD-SECONDMENTS
           PERFORM 168-LOAD-BANK-CHANGE-STATUS
           PERFORM 171-LOAD-PIECE-RATES
           PERFORM 198-LOAD-FX-RATES
           PERFORM 186-LOAD-US-UNEMPLOYMENT.

      *****************************************************************
      * 171-LOAD-PIECE-RATES - CONFIG's per-unit piece rates, and the
                   TO WS-BK-STAMP(WS-BK-FOUND-IDX)
           END-IF.

      *****************************************************************
      * 162-LOAD-HELD-LATE-INPUT - the unpaid leave approvals and
      * hires still held on the late-input queue, so 172 and 416 can
      * leave them out of this period.
      *****************************************************************
       162-LOAD-HELD-LATE-INPUT.
           MOVE 0 TO WS-LH-COUNT
           OPEN INPUT LATE-INPUT-FILE
           IF LI-FILE-STATUS = '00'
               PERFORM UNTIL LI-FILE-STATUS = '10'
                   READ LATE-INPUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LI-HELD AND (LI-LEAVE OR LI-NEW-HIRE)
                                   AND WS-LH-COUNT < 500
                               ADD 1 TO WS-LH-COUNT
                               MOVE LI-ITEM-TYPE
                                   TO WS-LH-TYPE(WS-LH-COUNT)
                               MOVE LI-EMP-ID
                                   TO WS-LH-EMP-ID(WS-LH-COUNT)
                               MOVE 0 TO WS-LH-REQ-ID(WS-LH-COUNT)
                               IF LI-LEAVE
                                   MOVE LI-REF(1:6)
                                       TO WS-LH-REQ-ID(WS-LH-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LATE-INPUT-FILE
           END-IF
           IF WS-LH-COUNT > 0
               DISPLAY WS-LH-COUNT " LATE INPUT ITEM(S) HELD OUT OF "
                       "THIS PERIOD (LEAVE/HIRES)"
           END-IF.

      *****************************************************************
      * 165-CHECK-LATE-HELD - is the item described by WS-LH-FIND-*
      * still held on the late-input queue?
      *****************************************************************
       165-CHECK-LATE-HELD.
           MOVE 'N' TO WS-LH-HELD
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
                   UNTIL WS-LH-IDX > WS-LH-COUNT
               IF WS-LH-TYPE(WS-LH-IDX) = WS-LH-FIND-TYPE
                       AND WS-LH-EMP-ID(WS-LH-IDX) = WS-LH-FIND-EMP-ID
                       AND WS-LH-REQ-ID(WS-LH-IDX) = WS-LH-FIND-REQ-ID
                   MOVE 'Y' TO WS-LH-HELD
               END-IF
           END-PERFORM.

      *****************************************************************
      * 163-APPLY-DUE-LATE-INPUT - every late-input item held against
      * a period that has since closed goes live now, for the period
      * after it: held earnings go active, held pay changes reach the
      * master, held leave and hires stop being passed over.
      *****************************************************************
       163-APPLY-DUE-LATE-INPUT.
           INITIALIZE WS-LATE-QUEUE-PARAMS
           MOVE 'N' TO WS-LQ-FUNCTION
           MOVE WS-RUN-USER-ID TO WS-LQ-USER
           CALL "LATEQUEUE" USING WS-LATE-QUEUE-PARAMS
           IF WS-LQ-COUNT > 0
               DISPLAY WS-LQ-COUNT " LATE INPUT ITEM(S) FROM A CLOSED "
                       "PERIOD APPLIED"
           END-IF.

      *****************************************************************
      * 167-CHECK-BANK-UNVERIFIED - is the employee in hand carrying
      * a bank-field change no second user has verified yet?
               CLOSE BRANCH-TRANSFER-FILE
           END-IF.

      *****************************************************************
      * 161-LOAD-SECONDMENTS - the active secondments that touch the
      * pay period, loaded once per run for 371 to price.
      *****************************************************************
       161-LOAD-SECONDMENTS.
           MOVE 0 TO WS-SD-COUNT
           MOVE 0 TO WS-IC-COUNT
           MOVE 0 TO WS-ICP-COUNT
           OPEN INPUT SECONDMENT-FILE
           IF SD-FILE-STATUS = '00'
               PERFORM UNTIL SD-FILE-STATUS = '10'
                   READ SECONDMENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SD-ACTIVE
                                   AND SD-FROM-DATE
                                       NOT > WS-PERIOD-TO
                                   AND (SD-TO-DATE = 0
                                   OR SD-TO-DATE
                                       NOT < WS-PERIOD-FROM)
                                   AND WS-SD-COUNT < 200
                               ADD 1 TO WS-SD-COUNT
                               MOVE SD-EMP-ID
                                   TO WS-SD-T-EMP-ID(WS-SD-COUNT)
                               MOVE SD-HOST-BRANCH
                                   TO WS-SD-T-HOST(WS-SD-COUNT)
                               MOVE SD-FROM-DATE
                                   TO WS-SD-T-FROM(WS-SD-COUNT)
                               MOVE SD-TO-DATE
                                   TO WS-SD-T-TO(WS-SD-COUNT)
                               MOVE SD-BASIS
                                   TO WS-SD-T-BASIS(WS-SD-COUNT)
                               MOVE SD-PCT
                                   TO WS-SD-T-PCT(WS-SD-COUNT)
                               MOVE SD-FEE
                                   TO WS-SD-T-FEE(WS-SD-COUNT)
                               MOVE SD-MARKUP-PCT
                                   TO WS-SD-T-MARKUP(WS-SD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECONDMENT-FILE
           END-IF.

      *****************************************************************
      * 409-CHECK-BRANCH-TRANSFER - does this employee have a branch
      * transfer effective strictly inside the pay period? One on the
               CLOSE FX-RATE-FILE
           END-IF.

      *****************************************************************
      * 186-LOAD-US-UNEMPLOYMENT - the approved FUTA and state SUI
      * rows off CONFIG's us_unemployment.dat, once per run. Pending
      * and rejected rows are not used.
      *****************************************************************
       186-LOAD-US-UNEMPLOYMENT.
           MOVE 0 TO WS-UU-COUNT
           OPEN INPUT US-UNEMP-FILE
           IF UU-FILE-STATUS = '00'
               PERFORM UNTIL UU-FILE-STATUS = '10'
                   READ US-UNEMP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF UU-IS-APPROVED AND WS-UU-COUNT < 200
                               ADD 1 TO WS-UU-COUNT
                               MOVE UU-JURIS
                                   TO WS-UU-T-JURIS(WS-UU-COUNT)
                               MOVE UU-YEAR
                                   TO WS-UU-T-YEAR(WS-UU-COUNT)
                               MOVE UU-WAGE-BASE
                                   TO WS-UU-T-BASE(WS-UU-COUNT)
                               MOVE UU-RATE
                                   TO WS-UU-T-RATE(WS-UU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE US-UNEMP-FILE
           END-IF.

      *****************************************************************
      * 419-LOOKUP-FX-RATE - conversion factor to the group reporting
      * currency for WS-FX-LOOKUP-CCY: the latest rate effective on or
                       NOT AT END
                           IF LR-APPROVED
                                   AND LR-LEAVE-TYPE(1:6) = "UNPAID"
                               MOVE "LEAV" TO WS-LH-FIND-TYPE
                               MOVE LR-EMP-ID TO WS-LH-FIND-EMP-ID
                               MOVE LR-REQUEST-ID TO WS-LH-FIND-REQ-ID
                               PERFORM 165-CHECK-LATE-HELD
                               IF WS-LH-HELD NOT = 'Y'
                                   PERFORM 174-ADD-UNPAID-LEAVE-DAYS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
      * SDL exemption threshold for the period.
      *****************************************************************
       180-SELECT-STATUTORY-CAPS.
           MOVE WS-PERIOD-FROM TO WS-PAYE-TAX-DATE
           MOVE WS-PERIOD-FROM TO WS-BN-AS-AT
           PERFORM 182-SELECT-PAYE-TABLE

           IF WS-PERIOD-FROM NOT < WS-CAPS-EFF-DATE
               MOVE WS-UIF-CEILING       TO WS-UIF-CEILING-USE
               MOVE WS-SDL-EXEMPT-ANNUAL TO WS-SDL-EXEMPT-USE
               END-IF
           END-IF.

      *****************************************************************
      * 182-SELECT-PAYE-TABLE - put the bracket table and rebates for
      * the tax year WS-PAYE-TAX-DATE falls in (March to February,
      * labelled by the February) into WS-PAYE-BRACKETS/REBATES. A
      * year CONFIG has filed no table for runs on the settings-file
      * table, with a warning the first time it is picked.
      *****************************************************************
       182-SELECT-PAYE-TABLE.
           IF WS-PAYE-TAX-DATE > 0
               MOVE WS-PAYE-TAX-DATE-YYYY TO WS-PAYE-TAX-YEAR
               IF WS-PAYE-TAX-DATE-MM NOT < 3
                   ADD 1 TO WS-PAYE-TAX-YEAR
               END-IF
               IF WS-PAYE-TAX-YEAR NOT = WS-PAYE-YEAR-LOADED
                   MOVE 'N' TO WS-PYT-FOUND
                   PERFORM VARYING WS-PYT-IDX FROM 1 BY 1
                           UNTIL WS-PYT-IDX > WS-PYT-COUNT
                       IF WS-PYT-T-YEAR(WS-PYT-IDX) = WS-PAYE-TAX-YEAR
                           MOVE WS-PYT-T-BRACKETS(WS-PYT-IDX)
                               TO WS-PAYE-BRACKETS
                           MOVE WS-PYT-T-REBATES(WS-PYT-IDX)
                               TO WS-PAYE-REBATES
                           MOVE 'Y' TO WS-PYT-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-PYT-FOUND = 'N'
                       MOVE WS-PYT-CFG-BRACKETS TO WS-PAYE-BRACKETS
                       MOVE WS-PYT-CFG-REBATES  TO WS-PAYE-REBATES
                       IF WS-PYT-COUNT > 0
                           DISPLAY "WARNING: NO PAYE TABLE FOR TAX "
                                   "YEAR " WS-PAYE-TAX-YEAR
                                   " - SETTINGS-FILE TABLE APPLIED"
                       END-IF
                   END-IF
                   MOVE WS-PAYE-TAX-YEAR TO WS-PAYE-YEAR-LOADED
               END-IF
           END-IF.

      *****************************************************************
      * 185-SUM-ANNUAL-PAYROLL - annualize the active roster's base
      * salaries for the SDL exemption test. The pay loop re-STARTs
                                   AND PR-RUN-TYPE NOT = 'V'
                               PERFORM 197-ADD-YTD-ENTRY
                           END-IF
                           IF PR-PAY-PERIOD(1:4) = WS-TY-RUN-YYYY
                                   AND PR-RUN-TYPE NOT = 'V'
                               MOVE PR-EMP-ID TO WS-UU-ADD-EMP-ID
                               MOVE PR-GROSS-PAY TO WS-UU-ADD-AMOUNT
                               MOVE PR-US-401K-DEFER
                                   TO WS-K4-ADD-DEFER
                               MOVE PR-US-401K-MATCH
                                   TO WS-K4-ADD-MATCH
                               PERFORM 189-ADD-CALENDAR-YTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-FILE
                                   IF TK-TAX-YEAR = WS-TY-LABEL
                                       PERFORM 193-ADD-TAKEON-ENTRY
                                   END-IF
      *>                           A US takeon is for the calendar
      *>                           year, as on the W-2.
                                   IF TK-TAX-YEAR = WS-TY-RUN-YYYY
                                       MOVE TK-EMP-ID
                                           TO WS-UU-ADD-EMP-ID
                                       MOVE TK-GROSS
                                           TO WS-UU-ADD-AMOUNT
      *>                                   The previous bureau's
      *>                                   retirement deductions are
      *>                                   the 401(k) deferrals, taken
      *>                                   as matched in full.
                                       MOVE TK-RETIRE
                                           TO WS-K4-ADD-DEFER
                                       PERFORM 188-TAKEON-401K-MATCH
                                       PERFORM 189-ADD-CALENDAR-YTD
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               MOVE 0 TO WS-YTD-RETIRE(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-TRAVEL(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-FRINGE(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-FS-EXEMPT(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-PERIODS(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-CAL-GROSS(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-CAL-401K(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-CAL-MATCH(WS-YTD-FOUND-IDX)
           END-IF
           IF WS-YTD-FOUND-IDX > 0
               ADD TK-GROSS TO WS-YTD-GROSS(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-RETIRE(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-TRAVEL(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-FRINGE(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-FS-EXEMPT(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-PERIODS(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-CAL-GROSS(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-CAL-401K(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-CAL-MATCH(WS-YTD-FOUND-IDX)
           END-IF.

           IF WS-YTD-FOUND-IDX > 0
                   TO WS-YTD-RETIRE(WS-YTD-FOUND-IDX)
               ADD PR-TRAVEL-ALLOW
                   TO WS-YTD-TRAVEL(WS-YTD-FOUND-IDX)
               ADD PR-FOREIGN-EXEMPT
                   TO WS-YTD-FS-EXEMPT(WS-YTD-FOUND-IDX)
      *>       Only full-run records count a pay period toward the
      *>       cumulative-PAYE period count - an off-cycle
      *>       correction is the same period paid again.
               END-IF
           END-IF.

      *>   The match the previous bureau paid on a takeon's 401(k)
      *>   deferrals, at the plan's match rate within its pay cap.
       188-TAKEON-401K-MATCH.
           COMPUTE WS-K4-ADD-MATCH ROUNDED =
                   TK-RETIRE * WS-K4-MATCH-RATE
           IF WS-K4-MATCH-CAP > 0
               COMPUTE WS-K4-MATCH-MAX ROUNDED =
                       TK-GROSS * WS-K4-MATCH-CAP
               IF WS-K4-ADD-MATCH > WS-K4-MATCH-MAX
                   MOVE WS-K4-MATCH-MAX TO WS-K4-ADD-MATCH
               END-IF
           END-IF.

      *>   WS-UU-ADD-AMOUNT into WS-UU-ADD-EMP-ID's calendar-year
      *>   gross, and WS-K4-ADD-DEFER/WS-K4-ADD-MATCH into their
      *>   calendar-year 401(k), opening their YTD entry if need be.
      *>   The SARS tax-year figures are not touched.
       189-ADD-CALENDAR-YTD.
           MOVE 0 TO WS-YTD-FOUND-IDX
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               IF WS-YTD-EMP-ID(WS-YTD-IDX) = WS-UU-ADD-EMP-ID
                   MOVE WS-YTD-IDX TO WS-YTD-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-YTD-FOUND-IDX = 0 AND WS-YTD-COUNT < 500
               ADD 1 TO WS-YTD-COUNT
               MOVE WS-YTD-COUNT TO WS-YTD-FOUND-IDX
               MOVE WS-UU-ADD-EMP-ID TO WS-YTD-EMP-ID(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-GROSS(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-PAYE(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-UIF(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-NET(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-RETIRE(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-TRAVEL(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-FRINGE(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-FS-EXEMPT(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-PERIODS(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-CAL-GROSS(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-CAL-401K(WS-YTD-FOUND-IDX)
               MOVE 0 TO WS-YTD-CAL-MATCH(WS-YTD-FOUND-IDX)
           END-IF
           IF WS-YTD-FOUND-IDX > 0
               ADD WS-UU-ADD-AMOUNT
                   TO WS-YTD-CAL-GROSS(WS-YTD-FOUND-IDX)
               ADD WS-K4-ADD-DEFER
                   TO WS-YTD-CAL-401K(WS-YTD-FOUND-IDX)
               ADD WS-K4-ADD-MATCH
                   TO WS-YTD-CAL-MATCH(WS-YTD-FOUND-IDX)
           END-IF.

       200-INITIALIZE-PAYROLL.
           OPEN INPUT EMPLOYEE-FILE

           IF BN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-BENEFITS-AVAILABLE
           END-IF
           MOVE 'N' TO WS-BE-AVAILABLE
           OPEN INPUT BENEFIT-ELECTION-FILE
           IF BE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-BE-AVAILABLE
           END-IF

           MOVE 'N' TO WS-TD-AVAILABLE
           OPEN INPUT TAX-DIRECTIVE-FILE
               MOVE 'Y' TO WS-SPL-AVAILABLE
           END-IF

           MOVE 'N' TO WS-DS-AVAILABLE
           OPEN INPUT DEATH-CASE-FILE
           IF DS-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DS-AVAILABLE
           END-IF

           MOVE 'N' TO WS-FB-AVAILABLE
           OPEN INPUT FRINGE-FILE
           IF FB-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FB-AVAILABLE
           END-IF

           MOVE 'N' TO WS-SB-AVAILABLE
           OPEN I-O STUDY-FILE
           IF SB-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SB-AVAILABLE
           END-IF

           MOVE 'N' TO WS-VX-AVAILABLE
           OPEN I-O VENDOR-DED-FILE
           IF VX-FILE-STATUS = '00'
               MOVE 'Y' TO WS-VX-AVAILABLE
           END-IF

           MOVE 'N' TO WS-BC-AVAILABLE
           OPEN INPUT COUNCIL-FILE
           IF BC-FILE-STATUS = '00'
               OPEN INPUT COUNCIL-COVER-FILE
               IF CV-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-BC-AVAILABLE
               ELSE
                   CLOSE COUNCIL-FILE
               END-IF
           END-IF

           OPEN I-O RETIRE-CARRY-FILE
           IF RD-FILE-STATUS = '35'
               OPEN OUTPUT RETIRE-CARRY-FILE
               OPEN I-O EARNING-FILE
           END-IF

           OPEN I-O EXPENSE-CLAIM-FILE
           IF XC-FILE-STATUS = '35'
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               CLOSE EXPENSE-CLAIM-FILE
               OPEN I-O EXPENSE-CLAIM-FILE
           END-IF

           OPEN I-O DED-ARREARS-FILE
           IF DA-FILE-STATUS = '35'
               OPEN OUTPUT DED-ARREARS-FILE

           IF TRIAL-RUN
               OPEN OUTPUT TRIAL-REVIEW-FILE
               OPEN EXTEND TRIAL-COMPONENT-FILE
               IF TV-FILE-STATUS = '35'
                   OPEN OUTPUT TRIAL-COMPONENT-FILE
               END-IF
           END-IF

           IF WS-RUN-MODE = 'F'
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
                           EVALUATE WS-EMPLOY-SKIP-REASON
                               WHEN "PENDING"
                                   MOVE "PEND" TO WS-EX-REASON
                               WHEN "LATE HIRE"
                                   MOVE "LATE" TO WS-EX-REASON
                               WHEN "CONTRACT EXP"
                                   MOVE "CTRX" TO WS-EX-REASON
                               WHEN "MATERNITY"
               MOVE 'N' TO WS-EMPLOY-MATCH
               MOVE "PENDING" TO WS-EMPLOY-SKIP-REASON
           END-IF
      *>   A hire activated after the period's input cut-off waits
      *>   on the late-input queue for the next period.
           IF WS-EMPLOY-MATCH = 'Y'
               MOVE "HIRE" TO WS-LH-FIND-TYPE
               MOVE EMP-ID TO WS-LH-FIND-EMP-ID
               MOVE 0 TO WS-LH-FIND-REQ-ID
               PERFORM 165-CHECK-LATE-HELD
               IF WS-LH-HELD = 'Y'
                   MOVE 'N' TO WS-EMPLOY-MATCH
                   MOVE "LATE HIRE" TO WS-EMPLOY-SKIP-REASON
               END-IF
           END-IF
      *>   A fixed-term contract that expired before the period
      *>   started is NOT silently paid in full - the exception
      *>   forces a renewal (EMPLOYEE-MGMT option X) or a proper
                       PERFORM 450-UPDATE-PAYROLL-FILE
                       PERFORM 470-ACCRUE-LEAVE-BALANCE
                       PERFORM 475-WRITE-PENSION-SCHEDULE
                       PERFORM 941-WRITE-401K-REMITTANCE
                       PERFORM 480-WRITE-EFT-RECORD
                       PERFORM 490-PAY-LATE-ADJUSTMENTS
                   END-IF
           MOVE WS-LA-GROSS TO WS-GROSS-PAY
           MOVE 0 TO WS-EARN-EXEMPT
           MOVE 0 TO WS-RETIRE-DEDUCTIBLE
           MOVE 0 TO WS-FS-EXEMPT
      *>   The main record already taxed this period's fringe value;
      *>   left set it would enter the 'L' record's base a second
      *>   time through 408's WS-CUR-TAXABLE.
           MOVE 0                  TO PR-OTHER-ALLOW
           MOVE 0                  TO PR-RETIRE-DEDUCT
           MOVE 0                  TO PR-FRINGE-VALUE
           MOVE 0                  TO PR-REIMB-TRAVEL
           MOVE 0                  TO PR-REIMB-TRAV-TAX
           MOVE 0                  TO PR-REIMB-OTHER
           MOVE 0                  TO PR-FOREIGN-EXEMPT
           MOVE 0                  TO PR-US-FUTA
           MOVE 0                  TO PR-US-SUI
           MOVE 0                  TO PR-US-401K-DEFER
           MOVE 0                  TO PR-US-401K-MATCH
           MOVE SPACES             TO PR-DIRECTIVE-NO
           MOVE SPACE              TO PR-PAY-STATUS
           PERFORM 452-WRITE-PAYROLL-KEYED
      * 475-WRITE-PENSION-SCHEDULE - one member line on the pension
      * administrator's contribution schedule for each employee with a
      * pension deduction this run: pensionable salary, the member's
      * contribution and the employer's matching contribution. A US
      * employee's 401(k) goes to the recordkeeper's remittance file
      * (941) instead.
      *****************************************************************
       475-WRITE-PENSION-SCHEDULE.
           IF WS-RUN-MODE = 'F' AND WS-PENSION > 0
                   AND NOT EMP-COUNTRY-US
               MOVE WS-GROSS-PAY TO WS-PN-PRINT-SALARY
               MOVE WS-PENSION   TO WS-PN-PRINT-MEMBER
               MOVE WS-PENSION   TO WS-PN-PRINT-EMPLOYER
           IF WS-NET-PAY < 0
               MOVE "NEGATIVE NET PAY" TO WS-TRIAL-NOTE
           ELSE
               PERFORM 398-LOOKUP-MIN-WAGE
               IF WS-NET-PAY < WS-EMP-MIN-WAGE
                   MOVE "BELOW MINIMUM WAGE" TO WS-TRIAL-NOTE
               ELSE
                   IF EMP-ACCOUNT-NUMBER = SPACES
                   "  NET: " WS-TR-PRINT-NET
                   "  " WS-TRIAL-NOTE
                   DELIMITED BY SIZE INTO TRIAL-REVIEW-RECORD
           WRITE TRIAL-REVIEW-RECORD
      *>   The components behind the line, saved for the parallel run
      *>   comparison - 468 routes them to the trial detail file.
           MOVE 'T' TO WS-PC-TYPE
           MOVE "GROSS" TO WS-PC-CODE
           MOVE WS-GROSS-PAY TO WS-PC-AMOUNT
           PERFORM 469-WRITE-TRIAL-COMPONENT
           MOVE "NET" TO WS-PC-CODE
           MOVE WS-NET-PAY TO WS-PC-AMOUNT
           PERFORM 469-WRITE-TRIAL-COMPONENT
           PERFORM 464-WRITE-COMPONENT-DETAIL.

      *****************************************************************
      * 435-VALIDATE-NET-PAY - sanity-check 430's computed net pay
               MOVE "NEGATIVE NET PAY - PAYMENT HELD" TO WS-EX-DETAIL
               PERFORM 963-WRITE-EXCEPTION
           ELSE
               PERFORM 398-LOOKUP-MIN-WAGE
               IF WS-NET-PAY < WS-EMP-MIN-WAGE
                   DISPLAY "WARNING: NET PAY BELOW MINIMUM WAGE FLOOR "
                           "FOR " EMP-ID " (SECTOR " WS-MWL-SECTOR ")"
                   MOVE "MINW" TO WS-EX-REASON
                   MOVE "NET PAY BELOW MINIMUM WAGE FLOOR"
                       TO WS-EX-DETAIL
                   MOVE 0 TO LB-FAMILY-BAL
                   MOVE 0 TO LB-FAMILY-YEAR
                   WRITE LEAVE-BALANCE-RECORD
                   IF LB-FILE-STATUS = '00'
                       MOVE 'A' TO WS-MJ-OPERATION
                       PERFORM 995-JOURNAL-LEAVE-BALANCE
                   END-IF
           END-READ

           MOVE LB-ANNUAL-BAL TO WS-LV-CURRENT-BALANCE
               MOVE 3 TO LB-FAMILY-BAL
           END-IF

           REWRITE LEAVE-BALANCE-RECORD
           IF LB-FILE-STATUS = '00'
               MOVE 'C' TO WS-MJ-OPERATION
               PERFORM 995-JOURNAL-LEAVE-BALANCE
           END-IF.

      *****************************************************************
      * 480-WRITE-EFT-RECORD - append one beneficiary line to the bank
      *>   pay leaves on: a cheque on the register, cash into the
      *>   coinage analysis, or the EFT batch as before. Cheque and
      *>   cash payees need no bank details and are no longer held.
      *>   A deceased employee's pay goes to their estate whatever
      *>   the method on file.
           EVALUATE TRUE
               WHEN EMP-TERMINATED AND EMP-TERM-REASON = "05"
                   PERFORM 380-PAY-DECEASED-ESTATE
               WHEN EMP-PAID-CHEQUE
                   PERFORM 486-WRITE-CHEQUE
               WHEN EMP-PAID-CASH
               END-IF
           END-IF.

      *****************************************************************
      * 380-PAY-DECEASED-ESTATE - the final pay of an employee who
      * died in service is paid in full into the estate late account
      * on DEATHSVC's case - never to the employee's own account or
      * their net pay splits. The account must have been verified by
      * a second user against the executor's letters (that stands in
      * for the prenote) and pass the bank check-digit test; until
      * then the pay is held as ESTA.
      *****************************************************************
       380-PAY-DECEASED-ESTATE.
           MOVE 'N' TO WS-DS-FOUND
           IF WS-DS-AVAILABLE = 'Y'
               MOVE EMP-ID TO DS-EMP-ID
               READ DEATH-CASE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DS-FOUND
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-DS-FOUND NOT = 'Y'
                   DISPLAY "HELD (DECEASED - NO ESTATE CASE): " EMP-ID
                   MOVE "ESTA" TO WS-EX-REASON
                   MOVE "DECEASED - NO ESTATE CASE - HELD"
                       TO WS-EX-DETAIL
                   PERFORM 385-HOLD-ESTATE-PAY
               WHEN NOT DS-VERIFIED
                   DISPLAY "HELD (ESTATE ACCOUNT UNVERIFIED): " EMP-ID
                   MOVE "ESTA" TO WS-EX-REASON
                   MOVE "ESTATE ACCOUNT UNVERIFIED - HELD"
                       TO WS-EX-DETAIL
                   PERFORM 385-HOLD-ESTATE-PAY
               WHEN OTHER
                   MOVE DS-BRANCH-CODE    TO WS-BV-BRANCH-CODE
                   MOVE DS-ACCOUNT-NUMBER TO WS-BV-ACCOUNT-NUMBER
                   CALL "BANKVALIDATE" USING WS-BANK-VALIDATE-PARAMS
                   IF WS-BV-RESULT NOT = 'V'
                       DISPLAY "SKIPPED EFT (FAILED BANK CDV): " EMP-ID
                               " - " WS-BV-MESSAGE
                       MOVE "CDV" TO WS-EX-REASON
                       MOVE WS-BV-MESSAGE(1:40) TO WS-EX-DETAIL
                       PERFORM 385-HOLD-ESTATE-PAY
                   ELSE
                       PERFORM 381-APPEND-ESTATE-LINE
                   END-IF
           END-EVALUATE.

       381-APPEND-ESTATE-LINE.
           MOVE WS-NET-PAY TO WS-PRINT-NET-PAY
           STRING EMP-ID "  " DS-BANK-NAME "  " DS-BRANCH-CODE
                   "  " DS-ACCOUNT-NUMBER "  " DS-ACCOUNT-TYPE
                   "  " WS-PRINT-NET-PAY
                   DELIMITED BY SIZE INTO EFT-RECORD
           WRITE EFT-RECORD
           ADD 1 TO WS-EFT-COUNT
           ADD WS-NET-PAY TO WS-EFT-TOTAL
           IF WS-LE-COUNT > 0
               MOVE WS-NET-PAY TO WS-LE-EFT-AMT
               PERFORM 943-WRITE-ENTITY-EFT-LINE
           END-IF
           COMPUTE WS-EFT-TOTAL-CONV = WS-EFT-TOTAL-CONV +
                   (WS-NET-PAY * WS-FX-FACTOR)
           DISPLAY "  DECEASED - NET PAY TO ESTATE LATE ACCOUNT "
                   DS-ESTATE-NO.

       385-HOLD-ESTATE-PAY.
           PERFORM 963-WRITE-EXCEPTION
           COMPUTE WS-HELD-TOTAL = WS-HELD-TOTAL +
                   (WS-NET-PAY * WS-FX-FACTOR).

      *****************************************************************
      * 486-WRITE-CHEQUE - draw one sequential-numbered cheque on the
      * register for this employee's net pay.
               COMPUTE WS-CHQ-TOTAL-CONV = WS-CHQ-TOTAL-CONV +
                       (WS-NET-PAY * WS-FX-FACTOR)
               DISPLAY "CHEQUE " CQ-NUMBER " DRAWN FOR " EMP-ID
               PERFORM 990-WRITE-POSITIVE-PAY
           ELSE
               DISPLAY "WARNING: UNABLE TO WRITE CHEQUE REGISTER "
                       "FOR " EMP-ID ", STATUS " CQ-FILE-STATUS
           WRITE EFT-RECORD
           ADD 1 TO WS-EFT-COUNT
           ADD WS-SPL-REMAIN TO WS-EFT-TOTAL
           IF WS-LE-COUNT > 0
               MOVE WS-SPL-REMAIN TO WS-LE-EFT-AMT
               PERFORM 943-WRITE-ENTITY-EFT-LINE
           END-IF
           COMPUTE WS-EFT-TOTAL-CONV = WS-EFT-TOTAL-CONV +
                   (WS-SPL-REMAIN * WS-FX-FACTOR)
           IF WS-SPL-ANY = 'Y'
               WRITE EFT-RECORD
               ADD 1 TO WS-EFT-COUNT
               ADD WS-SPL-THIS TO WS-EFT-TOTAL
               IF WS-LE-COUNT > 0
                   MOVE WS-SPL-THIS TO WS-LE-EFT-AMT
                   PERFORM 943-WRITE-ENTITY-EFT-LINE
               END-IF
               COMPUTE WS-EFT-TOTAL-CONV = WS-EFT-TOTAL-CONV +
                       (WS-SPL-THIS * WS-FX-FACTOR)
               MOVE WS-SPL-THIS TO WS-FORMATTED-AMOUNT
           MOVE 0                  TO PR-OTHER-ALLOW
           MOVE 0                  TO PR-RETIRE-DEDUCT
           MOVE 0                  TO PR-FRINGE-VALUE
           MOVE 0                  TO PR-REIMB-TRAVEL
           MOVE 0                  TO PR-REIMB-TRAV-TAX
           MOVE 0                  TO PR-REIMB-OTHER
           MOVE 0                  TO PR-FOREIGN-EXEMPT
           MOVE 0                  TO PR-US-FUTA
           MOVE 0                  TO PR-US-SUI
           MOVE 0                  TO PR-US-401K-DEFER
           MOVE 0                  TO PR-US-401K-MATCH
           MOVE SPACES             TO PR-DIRECTIVE-NO
           MOVE SPACE              TO PR-PAY-STATUS
           PERFORM 452-WRITE-PAYROLL-KEYED
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       PERFORM 612-VOID-RUN-RECORDS
                       PERFORM 626-REVERSE-RECHARGES
                       PERFORM 615-WRITE-REVERSING-JOURNAL
                       PERFORM 617-CANCEL-HELD-BATCH
                       PERFORM 618-REOPEN-PAY-PERIOD
           MOVE 0 TO WS-BO-VOID-COUNT
           MOVE 0 TO WS-BO-GROSS
           MOVE 0 TO WS-BO-NET
           PERFORM VARYING WS-LE-IDX FROM 1 BY 1
                   UNTIL WS-LE-IDX > WS-LE-COUNT
               MOVE 0 TO WS-LE-T-BO-GROSS(WS-LE-IDX)
               MOVE 0 TO WS-LE-T-BO-NET(WS-LE-IDX)
               MOVE 0 TO WS-LE-T-BO-TRAV(WS-LE-IDX)
               MOVE 0 TO WS-LE-T-BO-SUBS(WS-LE-IDX)
               MOVE 0 TO WS-LE-T-BO-CELL(WS-LE-IDX)
               MOVE 0 TO WS-LE-T-BO-OTHR(WS-LE-IDX)
           END-PERFORM
           OPEN I-O PAYROLL-FILE
           OPEN I-O LEAVE-BALANCE-FILE
           IF PAY-FILE-STATUS = '00'
                               ADD 1 TO WS-BO-VOID-COUNT
                               ADD PR-GROSS-PAY TO WS-BO-GROSS
                               ADD PR-NET-PAY TO WS-BO-NET
                               IF WS-LE-COUNT > 0
                                   MOVE PR-BRANCH TO WS-LE-WANT-BRANCH
                                   PERFORM 159-RESOLVE-LEGAL-ENTITY
                                   ADD PR-GROSS-PAY
                                     TO WS-LE-T-BO-GROSS(WS-LE-SLOT)
                                   ADD PR-NET-PAY
                                     TO WS-LE-T-BO-NET(WS-LE-SLOT)
                               END-IF
      *>                       Only the full-run record accrued leave
      *>                       in 470 - the 'L' late-adjustment record
      *>                       494 writes with the same run timestamp
                               IF PR-RUN-TYPE = 'F'
                                   PERFORM 613-BACKOUT-LEAVE-ACCRUAL
                                   PERFORM 619-RESTORE-ADVANCE
                                   PERFORM 769-RESTORE-VENDOR-DEDUCTIONS
                               END-IF
                               IF PR-RUN-TYPE = 'L'
                                   PERFORM 616-RESTORE-LATE-ROWS
           END-IF
           CLOSE PAYROLL-FILE
           CLOSE LEAVE-BALANCE-FILE
           PERFORM 621-RESTORE-EXPENSE-CLAIMS
           PERFORM 623-DROP-HELD-OVERTIME
      *>   Net carried the non-taxable claim reimbursements on top of
      *>   gross less deductions.
           COMPUTE WS-BO-DED = WS-BO-GROSS + WS-BO-CLM-TRAV +
                   WS-BO-CLM-SUBS + WS-BO-CLM-CELL + WS-BO-CLM-OTHR
                   - WS-BO-NET.

       613-BACKOUT-LEAVE-ACCRUAL.
      *>   470 accrued one month of annual leave (15 days a year =
               NOT INVALID KEY
                   SUBTRACT 1.25 FROM LB-ANNUAL-BAL
                   REWRITE LEAVE-BALANCE-RECORD
                   IF LB-FILE-STATUS = '00'
                       MOVE 'C' TO WS-MJ-OPERATION
                       PERFORM 995-JOURNAL-LEAVE-BALANCE
                   END-IF
           END-READ.

      *****************************************************************
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF GL-FILE-STATUS = '00'
      *>       With legal entities on file each entity's journal is
      *>       reversed under its own GL company code.
               IF WS-LE-COUNT = 0
                   MOVE SPACES TO WS-GL-COMPANY
                   PERFORM 624-WRITE-REVERSING-LINES
               ELSE
                   PERFORM VARYING WS-LE-TOT-IDX FROM 1 BY 1
                           UNTIL WS-LE-TOT-IDX > WS-LE-COUNT
                       PERFORM 625-WRITE-ENTITY-REVERSAL
                   END-PERFORM
                   MOVE SPACES TO WS-GL-COMPANY
               END-IF
               IF WS-ICP-COUNT > 0
                   PERFORM 938-WRITE-RECHARGE-REVERSAL
               END-IF
               CLOSE GL-JOURNAL-FILE
               DISPLAY "REVERSING GL JOURNAL WRITTEN"
           END-IF.

      *****************************************************************
      * 625-WRITE-ENTITY-REVERSAL - one entity's share of the backed-
      * out run (WS-LE-TOT-IDX) reversed under its GL company code.
      *****************************************************************
       625-WRITE-ENTITY-REVERSAL.
           IF WS-LE-T-BO-GROSS(WS-LE-TOT-IDX) > 0
                   OR WS-LE-T-BO-NET(WS-LE-TOT-IDX) > 0
                   OR WS-LE-T-BO-TRAV(WS-LE-TOT-IDX) > 0
                   OR WS-LE-T-BO-SUBS(WS-LE-TOT-IDX) > 0
                   OR WS-LE-T-BO-CELL(WS-LE-TOT-IDX) > 0
                   OR WS-LE-T-BO-OTHR(WS-LE-TOT-IDX) > 0
               MOVE WS-LE-T-BO-GROSS(WS-LE-TOT-IDX) TO WS-BO-GROSS
               MOVE WS-LE-T-BO-NET(WS-LE-TOT-IDX)   TO WS-BO-NET
               MOVE WS-LE-T-BO-TRAV(WS-LE-TOT-IDX)  TO WS-BO-CLM-TRAV
               MOVE WS-LE-T-BO-SUBS(WS-LE-TOT-IDX)  TO WS-BO-CLM-SUBS
               MOVE WS-LE-T-BO-CELL(WS-LE-TOT-IDX)  TO WS-BO-CLM-CELL
               MOVE WS-LE-T-BO-OTHR(WS-LE-TOT-IDX)  TO WS-BO-CLM-OTHR
               COMPUTE WS-BO-DED = WS-BO-GROSS + WS-BO-CLM-TRAV +
                       WS-BO-CLM-SUBS + WS-BO-CLM-CELL +
                       WS-BO-CLM-OTHR - WS-BO-NET
               MOVE WS-LE-T-GL-COMPANY(WS-LE-TOT-IDX) TO WS-GL-COMPANY
               PERFORM 624-WRITE-REVERSING-LINES
           END-IF.

      *****************************************************************
      * 624-WRITE-REVERSING-LINES - the reversing lines for the
      * amounts in WS-BO-*, under company WS-GL-COMPANY.
      *****************************************************************
       624-WRITE-REVERSING-LINES.
           MOVE WS-BO-GROSS TO WS-GL-AMOUNT
           MOVE "SAL" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "BACKOUT - SALARIES EXPENSE REVERSED"
               TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE
           MOVE WS-BO-DED TO WS-GL-AMOUNT
           MOVE "OTH" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "BACKOUT - DEDUCTION PAYABLES REVERSED"
               TO WS-GL-DESC
           MOVE "DR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE
           MOVE WS-BO-NET TO WS-GL-AMOUNT
           MOVE "BANK" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "BACKOUT - BANK CREDIT REVERSED"
               TO WS-GL-DESC
           MOVE "DR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE
           MOVE WS-BO-CLM-TRAV TO WS-GL-AMOUNT
           MOVE "CLTRAV" TO WS-GM-WANT-ELEMENT
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "BACKOUT - TRAVEL CLAIMS REVERSED"
               TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE
           MOVE WS-BO-CLM-SUBS TO WS-GL-AMOUNT
           MOVE "CLSUBS" TO WS-GM-WANT-ELEMENT
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "BACKOUT - SUBSISTENCE CLAIMS REVERSED"
               TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE
           MOVE WS-BO-CLM-CELL TO WS-GL-AMOUNT
           MOVE "CLCELL" TO WS-GM-WANT-ELEMENT
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "BACKOUT - CELLPHONE CLAIMS REVERSED"
               TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE
           MOVE WS-BO-CLM-OTHR TO WS-GL-AMOUNT
           MOVE "CLOTHR" TO WS-GM-WANT-ELEMENT
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "BACKOUT - OTHER CLAIMS REVERSED"
               TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE.

      *****************************************************************
      * 626-REVERSE-RECHARGES - the backed-out run's rows on the
      * recharge schedule are marked reversed and rebuilt into branch
      * pairs for the reversing journal (938); each host's statement
      * for the month is told the recharge is withdrawn.
      *****************************************************************
       626-REVERSE-RECHARGES.
           MOVE 0 TO WS-ICP-COUNT
           OPEN I-O IC-RECHARGE-FILE
           IF IC-FILE-STATUS = '00'
               PERFORM UNTIL IC-FILE-STATUS = '10'
                   READ IC-RECHARGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IC-RUN-TS = WS-BO-STAMP AND IC-POSTED
                               MOVE IC-HOME-BRANCH TO WS-IC-WANT-HOME
                               MOVE IC-HOST-BRANCH TO WS-IC-WANT-HOST
                               MOVE IC-TOTAL TO WS-IC-WANT-AMT
                               PERFORM 372-ADD-RECHARGE-PAIR
                               MOVE 'V' TO IC-STATUS
                               REWRITE IC-RECHARGE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IC-RECHARGE-FILE
           END-IF
           PERFORM VARYING WS-ICP-IDX FROM 1 BY 1
                   UNTIL WS-ICP-IDX > WS-ICP-COUNT
               PERFORM 627-NOTE-STATEMENT-REVERSAL
           END-PERFORM
           IF WS-ICP-COUNT > 0
               DISPLAY WS-ICP-COUNT " INTERCOMPANY RECHARGE(S) "
                       "BETWEEN BRANCHES WITHDRAWN"
           END-IF.

       627-NOTE-STATEMENT-REVERSAL.
           MOVE WS-ICP-HOST(WS-ICP-IDX) TO WS-IC-HOST
           PERFORM 951-SET-STATEMENT-FILENAME
           OPEN EXTEND IC-STATEMENT-FILE
           IF WS-IC-STMT-FILE-STATUS = '35'
               OPEN OUTPUT IC-STATEMENT-FILE
           END-IF
           IF WS-IC-STMT-FILE-STATUS = '00'
               MOVE WS-ICP-AMOUNT(WS-ICP-IDX) TO WS-IC-PRINT-TOTAL
               MOVE SPACES TO IC-STATEMENT-RECORD
               STRING "PAYROLL RUN " WS-BO-STAMP " BACKED OUT - "
                       "RECHARGE FROM " WS-ICP-HOME(WS-ICP-IDX)
                       " OF R " WS-IC-PRINT-TOTAL " WITHDRAWN"
                       DELIMITED BY SIZE INTO IC-STATEMENT-RECORD
               WRITE IC-STATEMENT-RECORD
               CLOSE IC-STATEMENT-FILE
           END-IF.

      *****************************************************************
      * 621-RESTORE-EXPENSE-CLAIMS - the claims the backed-out run
      * reimbursed go back to approved so the rerun pays them again;
      * their non-taxable amounts, by category, are what the
      * reversing journal takes back off the claim expense accounts.
      *****************************************************************
       621-RESTORE-EXPENSE-CLAIMS.
           MOVE 0 TO WS-BO-CLM-TRAV
           MOVE 0 TO WS-BO-CLM-SUBS
           MOVE 0 TO WS-BO-CLM-CELL
           MOVE 0 TO WS-BO-CLM-OTHR
           IF WS-LE-COUNT > 0
               OPEN INPUT EMPLOYEE-FILE
           END-IF
           OPEN I-O EXPENSE-CLAIM-FILE
           IF XC-FILE-STATUS = '00'
               PERFORM UNTIL XC-FILE-STATUS = '10'
                   READ EXPENSE-CLAIM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF XC-PAID
                                   AND XC-PAID-RUN-TS = WS-BO-STAMP
                               PERFORM 622-RESTORE-ONE-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
           END-IF
           IF WS-LE-COUNT > 0
               CLOSE EMPLOYEE-FILE
           END-IF.

       622-RESTORE-ONE-CLAIM.
           COMPUTE WS-BO-CLM-NONTAX = XC-AMOUNT - XC-TAXABLE-AMT
           EVALUATE TRUE
               WHEN XC-CAT-TRAVEL
                   ADD WS-BO-CLM-NONTAX TO WS-BO-CLM-TRAV
               WHEN XC-CAT-SUBSIST
                   ADD WS-BO-CLM-NONTAX TO WS-BO-CLM-SUBS
               WHEN XC-CAT-CELLPHONE
                   ADD WS-BO-CLM-NONTAX TO WS-BO-CLM-CELL
               WHEN OTHER
                   ADD WS-BO-CLM-NONTAX TO WS-BO-CLM-OTHR
           END-EVALUATE
      *>   The claim reverses with the entity that employs the
      *>   claimant's branch.
           IF WS-LE-COUNT > 0
               MOVE XC-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE SPACES TO EMP-COMPANY-BRANCH
               END-READ
               MOVE EMP-COMPANY-BRANCH TO WS-LE-WANT-BRANCH
               PERFORM 159-RESOLVE-LEGAL-ENTITY
               EVALUATE TRUE
                   WHEN XC-CAT-TRAVEL
                       ADD WS-BO-CLM-NONTAX
                         TO WS-LE-T-BO-TRAV(WS-LE-SLOT)
                   WHEN XC-CAT-SUBSIST
                       ADD WS-BO-CLM-NONTAX
                         TO WS-LE-T-BO-SUBS(WS-LE-SLOT)
                   WHEN XC-CAT-CELLPHONE
                       ADD WS-BO-CLM-NONTAX
                         TO WS-LE-T-BO-CELL(WS-LE-SLOT)
                   WHEN OTHER
                       ADD WS-BO-CLM-NONTAX
                         TO WS-LE-T-BO-OTHR(WS-LE-SLOT)
               END-EVALUATE
           END-IF
           SET XC-APPROVED TO TRUE
           MOVE 0 TO XC-TAXABLE-AMT
           MOVE SPACES TO XC-PAID-PERIOD
           MOVE SPACES TO XC-PAID-RUN-TS
           REWRITE EXPENSE-CLAIM-RECORD.

      *****************************************************************
      * 623-DROP-HELD-OVERTIME - unauthorised overtime the backed-out
      * run held and nobody has decided yet goes; the rerun holds it
      * again against whatever authorisations are then on file.
      *****************************************************************
       623-DROP-HELD-OVERTIME.
           OPEN I-O OT-HELD-FILE
           IF OH-FILE-STATUS = '00'
               PERFORM UNTIL OH-FILE-STATUS = '10'
                   READ OT-HELD-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OH-PENDING
                                   AND OH-HELD-TS = WS-BO-STAMP
                               DELETE OT-HELD-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OT-HELD-FILE
           END-IF.

       617-CANCEL-HELD-BATCH.
           OPEN INPUT EFT-CONTROL-FILE
           IF EC-FILE-STATUS = '00'
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
               MOVE 0 TO WS-RT-PAYE-DELTA
               MOVE 0 TO WS-RT-UIF-DELTA

      *>       The election is looked up per period in 715.
               MOVE 'N' TO WS-BENEFITS-AVAILABLE
               OPEN INPUT BENEFITS-FILE
               IF BN-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-BENEFITS-AVAILABLE
               END-IF
               MOVE 'N' TO WS-BE-AVAILABLE
               OPEN INPUT BENEFIT-ELECTION-FILE
               IF BE-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-BE-AVAILABLE
               END-IF

               OPEN INPUT PAYROLL-FILE
                       PERFORM 720-WRITE-ARREARS-RECORD
                   END-IF
               END-IF
               IF WS-BENEFITS-AVAILABLE = 'Y'
                   CLOSE BENEFITS-FILE
               END-IF
               IF WS-BE-AVAILABLE = 'Y'
                   CLOSE BENEFIT-ELECTION-FILE
               END-IF
           END-IF.

       712-SCAN-RETRO-PERIODS.
                   PR-GROSS-PAY + WS-RT-SALARY-DIFF

           MOVE WS-RT-NEW-GROSS TO WS-GROSS-PAY
           MOVE WS-RT-PERIOD-FROM TO WS-PAYE-TAX-DATE
           MOVE WS-RT-PERIOD-FROM TO WS-BN-AS-AT
           PERFORM 436-LOOKUP-BENEFIT-ELECTION
      *>   The period keeps the foreign service exemption it was
      *>   originally paid with.
           MOVE PR-FOREIGN-EXEMPT TO WS-FS-EXEMPT
           PERFORM 433-COMPUTE-PROGRESSIVE-PAYE
           IF WS-BN-HEALTH-INS = 'Y' AND WS-TD-APPLIED NOT = 'Y'
               PERFORM 445-APPLY-MEDICAL-TAX-CREDIT
               MOVE 0                  TO PR-OTHER-ALLOW
               MOVE 0                  TO PR-RETIRE-DEDUCT
               MOVE 0                  TO PR-FRINGE-VALUE
               MOVE 0                  TO PR-REIMB-TRAVEL
               MOVE 0                  TO PR-REIMB-TRAV-TAX
               MOVE 0                  TO PR-REIMB-OTHER
               MOVE 0                  TO PR-FOREIGN-EXEMPT
               MOVE 0                  TO PR-US-FUTA
               MOVE 0                  TO PR-US-SUI
               MOVE 0                  TO PR-US-401K-DEFER
               MOVE 0                  TO PR-US-401K-MATCH
               MOVE SPACES             TO PR-DIRECTIVE-NO
               MOVE SPACE              TO PR-PAY-STATUS
               PERFORM 452-WRITE-PAYROLL-KEYED
      *>       has to release it before transmission.
               IF WS-EFT-COUNT > 0
                   PERFORM 940-WRITE-EFT-CONTROL
                   IF WS-LE-COUNT > 0
                       PERFORM 944-CLOSE-ENTITY-EFT-FILES
                   END-IF
                   DISPLAY "EFT BATCH IS HELD - A SECOND USER MUST "
                           "RELEASE IT (RUN MODE E) BEFORE "
                           "TRANSMISSION"
               ADD 1 TO WS-EMPLOYEE-COUNT
               ADD WS-RT-GROSS-DELTA TO WS-TOTAL-GROSS
               ADD WS-RT-NET-DELTA TO WS-TOTAL-NET
               IF WS-LE-COUNT > 0
                   MOVE EMP-COMPANY-BRANCH TO WS-LE-WANT-BRANCH
                   PERFORM 159-RESOLVE-LEGAL-ENTITY
                   ADD WS-RT-GROSS-DELTA TO WS-LT-GROSS(WS-LE-SLOT)
                   ADD WS-RT-NET-DELTA TO WS-LT-NET(WS-LE-SLOT)
                   ADD 1 TO WS-LE-T-HEADS(WS-LE-SLOT)
               END-IF
               MOVE 'Y' TO WS-CONFIRM

               DISPLAY "ARREARS RECORD WRITTEN FOR " WS-RT-EMP-ID
                       "EMPLOYEE MANAGEMENT."
           END-IF.

      *****************************************************************
      * 760-TAKE-VENDOR-DEDUCTIONS - the vendor amounts VENDIMP
      * imported for the employee and not yet deducted, totalled as
      * deduction type V. Only a final or settlement run (or a trial
      * of one) takes them; 454 sheds them in their configured place
      * in the priority order, and 762 stamps the rows once the
      * payment is recorded.
      *****************************************************************
       760-TAKE-VENDOR-DEDUCTIONS.
           MOVE 0 TO WS-VENDOR-DED
           MOVE 0 TO WS-VX-ROWS
           IF WS-VX-AVAILABLE = 'Y'
                   AND (WS-RUN-MODE = 'F' OR WS-RUN-MODE = 'T'
                        OR WS-RUN-MODE = 'S')
               PERFORM 766-START-VENDOR-ROWS
               PERFORM UNTIL WS-VX-SCAN-DONE = 'Y'
                   READ VENDOR-DED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-VX-SCAN-DONE
                       NOT AT END
                           IF VX-EMP-ID NOT = EMP-ID
                               MOVE 'Y' TO WS-VX-SCAN-DONE
                           ELSE
                               IF VX-PENDING
                                   ADD VX-AMOUNT TO WS-VENDOR-DED
                                   ADD 1 TO WS-VX-ROWS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO VX-FILE-STATUS
           END-IF.

      *****************************************************************
      * 762-SETTLE-VENDOR-DEDUCTIONS - once the payment is recorded,
      * the vendor amount that survived shedding is allocated over
      * the employee's pending rows in vendor and import order. Each
      * row is stamped with the period and marked recovered in full,
      * short (part recovered) or unrecovered. Nothing carries to a
      * later run: THIRDPARTY pays each vendor what was recovered and
      * reports the rest back to it.
      *****************************************************************
       762-SETTLE-VENDOR-DEDUCTIONS.
           MOVE WS-VENDOR-DED TO WS-VX-LEFT
           PERFORM 766-START-VENDOR-ROWS
           PERFORM UNTIL WS-VX-SCAN-DONE = 'Y'
               READ VENDOR-DED-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-VX-SCAN-DONE
                   NOT AT END
                       IF VX-EMP-ID NOT = EMP-ID
                           MOVE 'Y' TO WS-VX-SCAN-DONE
                       ELSE
                           IF VX-PENDING
                               PERFORM 763-SETTLE-ONE-VENDOR-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO VX-FILE-STATUS.

       763-SETTLE-ONE-VENDOR-ROW.
           EVALUATE TRUE
               WHEN WS-VX-LEFT NOT < VX-AMOUNT
                   MOVE VX-AMOUNT TO VX-RECOVERED-AMT
                   SET VX-RECOVERED TO TRUE
               WHEN WS-VX-LEFT > 0
                   MOVE WS-VX-LEFT TO VX-RECOVERED-AMT
                   SET VX-SHORT TO TRUE
               WHEN OTHER
                   MOVE 0 TO VX-RECOVERED-AMT
                   SET VX-UNRECOVERED TO TRUE
           END-EVALUATE
           SUBTRACT VX-RECOVERED-AMT FROM WS-VX-LEFT
           MOVE WS-PAY-PERIOD TO VX-RECOVERED-PERIOD
           REWRITE VENDOR-DED-RECORD
           IF NOT VX-RECOVERED
               DISPLAY "VENDOR " VX-VENDOR " ITEM " VX-SEQ " FOR "
                       EMP-ID " NOT FULLY RECOVERED - REPORTED TO "
                       "THE VENDOR"
           END-IF.

      *****************************************************************
      * 764-BUILD-DED-PRIORITY - the shedding order with the vendor
      * deductions (V) slotted into the P/M/U order at the position
      * CONFIG holds for them. Position 4, the default, makes them
      * the lowest priority - the first to shed.
      *****************************************************************
       764-BUILD-DED-PRIORITY.
           MOVE SPACES TO WS-DED-PRIORITY
           EVALUATE WS-DED-VENDOR-POS
               WHEN 1
                   STRING "V" WS-DED-BASE-ORDER
                          DELIMITED BY SIZE INTO WS-DED-PRIORITY
               WHEN 2
                   STRING WS-DED-BASE-ORDER(1:1) "V"
                          WS-DED-BASE-ORDER(2:2)
                          DELIMITED BY SIZE INTO WS-DED-PRIORITY
               WHEN 3
                   STRING WS-DED-BASE-ORDER(1:2) "V"
                          WS-DED-BASE-ORDER(3:1)
                          DELIMITED BY SIZE INTO WS-DED-PRIORITY
               WHEN OTHER
                   STRING WS-DED-BASE-ORDER "V"
                          DELIMITED BY SIZE INTO WS-DED-PRIORITY
           END-EVALUATE.

      *> Position VENDOR-DED-FILE on the first row for EMP-ID.
       766-START-VENDOR-ROWS.
           MOVE 'N' TO WS-VX-SCAN-DONE
           MOVE EMP-ID TO VX-EMP-ID
           MOVE LOW-VALUES TO VX-VENDOR
           MOVE 0 TO VX-SEQ
           START VENDOR-DED-FILE KEY IS NOT LESS THAN VX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-VX-SCAN-DONE
           END-START.

      *****************************************************************
      * 769-RESTORE-VENDOR-DEDUCTIONS - a voided full-run record puts
      * the vendor rows that run dealt with for the employee back to
      * pending, for the re-run to deduct again.
      *****************************************************************
       769-RESTORE-VENDOR-DEDUCTIONS.
           OPEN I-O VENDOR-DED-FILE
           IF VX-FILE-STATUS = '00'
               MOVE 0 TO WS-VX-ROWS
               MOVE 'N' TO WS-VX-SCAN-DONE
               MOVE PR-EMP-ID TO VX-EMP-ID
               MOVE LOW-VALUES TO VX-VENDOR
               MOVE 0 TO VX-SEQ
               START VENDOR-DED-FILE KEY IS NOT LESS THAN VX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-VX-SCAN-DONE
               END-START
               PERFORM UNTIL WS-VX-SCAN-DONE = 'Y'
                   READ VENDOR-DED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-VX-SCAN-DONE
                       NOT AT END
                           IF VX-EMP-ID NOT = PR-EMP-ID
                               MOVE 'Y' TO WS-VX-SCAN-DONE
                           ELSE
                               IF NOT VX-PENDING
                                       AND NOT VX-WITHDRAWN
                                       AND VX-RECOVERED-PERIOD
                                           = WS-PAY-PERIOD
                                   SET VX-PENDING TO TRUE
                                   MOVE 0 TO VX-RECOVERED-AMT
                                   MOVE SPACES
                                       TO VX-RECOVERED-PERIOD
                                   REWRITE VENDOR-DED-RECORD
                                   ADD 1 TO WS-VX-ROWS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-DED-FILE
               IF WS-VX-ROWS > 0
                   DISPLAY "VENDOR DEDUCTIONS BACK TO PENDING FOR "
                           PR-EMP-ID
               END-IF
           END-IF.

      *****************************************************************
      * 550-PROCESS-SETTLEMENT - termination settlement: leave
      * encashment at the daily rate, pro-rata share of the CONFIG
      * PR-RUN-TYPE 'S' record, and the leave balance is zeroed.
      *****************************************************************
       550-PROCESS-SETTLEMENT.
           MOVE 0 TO WS-AS-RECOVERY
           MOVE 0 TO WS-AS-PENDING
           MOVE 0 TO WS-SB-CLAWBACK-DUE
           MOVE 0 TO WS-SB-TO-LOAN
           MOVE SPACE TO WS-SB-HOW
           DISPLAY "ENTER EMPLOYEE ID FOR SETTLEMENT: "
                   WITH NO ADVANCING
           ACCEPT WS-ST-EMP-ID
                           DISPLAY "ERROR: NO TERMINATION DATE ON "
                                   "RECORD FOR " WS-ST-EMP-ID
                       ELSE
                           PERFORM 570-CHECK-ASSET-CLEARANCE
                           IF WS-AS-OUTSTANDING > 0
                               DISPLAY "SETTLEMENT NOT FINALISED - "
                                       WS-AS-OUTSTANDING " ASSET(S) "
                                       "STILL ISSUED TO " EMP-ID
                               DISPLAY "EACH MUST BE RETURNED OR "
                                       "WRITTEN OFF BY HR IN THE "
                                       "ASSET REGISTER FIRST"
                           ELSE
                               PERFORM 560-COMPUTE-SETTLEMENT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                   MOVE 0 TO LB-FAMILY-BAL
                   MOVE 0 TO LB-FAMILY-YEAR
                   WRITE LEAVE-BALANCE-RECORD
                   IF LB-FILE-STATUS = '00'
                       MOVE 'A' TO WS-MJ-OPERATION
                       PERFORM 995-JOURNAL-LEAVE-BALANCE
                   END-IF
           END-READ
      *>   Only accrued annual leave is encashable on termination -
      *>   sick and family responsibility leave fall away.
           MOVE 0 TO WS-EL-COUNT
           MOVE 0 TO WS-SHIFT-DIFF-AMT
           MOVE 'Y' TO WS-EMP-TYPE-FLAG
      *>   Approved claims still outstanding are reimbursed with the
      *>   settlement rather than left for accounts payable.
           PERFORM 471-APPLY-EXPENSE-CLAIMS
           ADD WS-CLAIM-TAXABLE TO WS-GROSS-PAY

           MOVE WS-ST-LEAVE-PAY TO WS-FORMATTED-AMOUNT
           DISPLAY " "
           MOVE WS-ST-NOTICE-PAY TO WS-FORMATTED-AMOUNT
           DISPLAY "NOTICE PAY (" WS-ST-NOTICE-WEEKS " WEEK(S)):"
                   "          R " WS-FORMATTED-AMOUNT
           PERFORM 495-CHECK-BURSARY-CLAWBACK

           ADD 1 TO WS-EMPLOYEE-COUNT
           PERFORM 430-APPLY-SOUTH-AFRICAN-DEDUCTIONS
           PERFORM 575-APPLY-ASSET-RECOVERY
           IF SB-HOW-DEDUCT
               PERFORM 497-APPLY-BURSARY-CLAWBACK
           END-IF
           PERFORM 435-VALIDATE-NET-PAY
           IF NET-PAY-OK
               PERFORM 431-ACCUMULATE-RUN-TOTALS
               PERFORM 440-GENERATE-PAYSLIP
               PERFORM 450-UPDATE-PAYROLL-FILE
               PERFORM 480-WRITE-EFT-RECORD
               IF WS-AS-RECOVERY > 0
                   PERFORM 578-MARK-ASSETS-RECOVERED
               END-IF
               IF SB-HOW-DEDUCT OR SB-HOW-LOAN
                   PERFORM 498-CLOSE-BURSARY-CLAWBACK
               END-IF
      *>       The encashed balance is gone - zero it so it can't be
      *>       paid out twice or taken as leave after the fact.
               MOVE EMP-ID TO LB-EMP-ID
                   NOT INVALID KEY
                       MOVE 0 TO LB-ANNUAL-BAL
                       REWRITE LEAVE-BALANCE-RECORD
                       IF LB-FILE-STATUS = '00'
                           MOVE 'C' TO WS-MJ-OPERATION
                           PERFORM 995-JOURNAL-LEAVE-BALANCE
                       END-IF
               END-READ
               DISPLAY "SETTLEMENT RECORDED AND LEAVE BALANCE ZEROED"
           END-IF.

      *****************************************************************
      * 570-CHECK-ASSET-CLEARANCE - the leaver's items on the asset
      * register: anything still issued is listed and counted (it
      * blocks the settlement), and consented write-offs not yet
      * recovered are totalled for 575 to deduct.
      *****************************************************************
       570-CHECK-ASSET-CLEARANCE.
           MOVE 0 TO WS-AS-OUTSTANDING
           MOVE 0 TO WS-AS-PENDING
           OPEN I-O ASSET-FILE
           IF AS-FILE-STATUS = '00'
               MOVE 'N' TO WS-AS-SCAN-DONE
               MOVE LOW-VALUES TO AS-TAG
               START ASSET-FILE KEY IS NOT LESS THAN AS-TAG
                   INVALID KEY
                       MOVE 'Y' TO WS-AS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-AS-SCAN-DONE = 'Y'
                   READ ASSET-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-AS-SCAN-DONE
                       NOT AT END
                           IF AS-ISSUED-TO = EMP-ID
                               PERFORM 572-CLEAR-ONE-ASSET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-FILE
           END-IF.

       572-CLEAR-ONE-ASSET.
           MOVE AS-VALUE TO WS-FORMATTED-AMOUNT
           IF AS-ISSUED
               ADD 1 TO WS-AS-OUTSTANDING
               DISPLAY "ASSET OUTSTANDING: " AS-TAG " "
                       AS-DESCRIPTION " R " WS-FORMATTED-AMOUNT
           END-IF
           IF AS-WRITTEN-OFF AND AS-RECOVER-CONSENTED
                   AND AS-RECOVERED-PERIOD = SPACES
               ADD AS-RECOVER-AMT TO WS-AS-PENDING
               MOVE AS-RECOVER-AMT TO WS-FORMATTED-AMOUNT
               DISPLAY "ASSET TO RECOVER:  " AS-TAG " "
                       AS-DESCRIPTION " R " WS-FORMATTED-AMOUNT
           END-IF.

      *****************************************************************
      * 575-APPLY-ASSET-RECOVERY - deduct the consented write-offs
      * from the settlement, never taking net pay below nil. What
      * cannot be recovered here is left for HR to pursue.
      *****************************************************************
       575-APPLY-ASSET-RECOVERY.
           MOVE 0 TO WS-AS-RECOVERY
           IF WS-AS-PENDING > 0 AND WS-NET-PAY > 0
               IF WS-AS-PENDING > WS-NET-PAY
                   MOVE WS-NET-PAY TO WS-AS-RECOVERY
               ELSE
                   MOVE WS-AS-PENDING TO WS-AS-RECOVERY
               END-IF
               ADD WS-AS-RECOVERY TO WS-TOTAL-DED
               SUBTRACT WS-AS-RECOVERY FROM WS-NET-PAY
               MOVE WS-AS-RECOVERY TO WS-FORMATTED-AMOUNT
               DISPLAY "ASSET RECOVERY (SIGNED CONSENT): R "
                       WS-FORMATTED-AMOUNT
           END-IF
           IF WS-AS-PENDING > WS-AS-RECOVERY
               COMPUTE WS-AS-LEFT = WS-AS-PENDING - WS-AS-RECOVERY
               MOVE WS-AS-LEFT TO WS-FORMATTED-AMOUNT
               DISPLAY "WARNING: R " WS-FORMATTED-AMOUNT
                       " OF CONSENTED ASSET RECOVERY EXCEEDS THE "
                       "FINAL PAY - NOT RECOVERED"
           END-IF.

      *****************************************************************
      * 578-MARK-ASSETS-RECOVERED - spread what the settlement took
      * over the leaver's pending write-offs in tag order and stamp
      * each with this pay period, so none is recovered twice.
      *****************************************************************
       578-MARK-ASSETS-RECOVERED.
           MOVE WS-AS-RECOVERY TO WS-AS-LEFT
           OPEN I-O ASSET-FILE
           IF AS-FILE-STATUS = '00'
               MOVE 'N' TO WS-AS-SCAN-DONE
               MOVE LOW-VALUES TO AS-TAG
               START ASSET-FILE KEY IS NOT LESS THAN AS-TAG
                   INVALID KEY
                       MOVE 'Y' TO WS-AS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-AS-SCAN-DONE = 'Y'
                   READ ASSET-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-AS-SCAN-DONE
                       NOT AT END
                           IF AS-ISSUED-TO = EMP-ID
                                   AND AS-WRITTEN-OFF
                                   AND AS-RECOVER-CONSENTED
                                   AND AS-RECOVERED-PERIOD = SPACES
                               IF WS-AS-LEFT > AS-RECOVER-AMT
                                   MOVE AS-RECOVER-AMT
                                       TO AS-RECOVERED-AMT
                               ELSE
                                   MOVE WS-AS-LEFT
                                       TO AS-RECOVERED-AMT
                               END-IF
                               SUBTRACT AS-RECOVERED-AMT
                                   FROM WS-AS-LEFT
                               MOVE WS-PAY-PERIOD
                                   TO AS-RECOVERED-PERIOD
                               MOVE LS-EMP-ID TO AS-UPDATED-BY
                               MOVE WS-TIMESTAMP TO AS-UPDATED-TS
                               REWRITE ASSET-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-FILE
           END-IF.

      *****************************************************************
      * 491-ADD-TAXABLE-BURSARY - study fees STUDYMGMT classed as a
      * taxable bursary, paid on or before the end of this period and
      * not yet taxed, are added to the fringe total: taxed through
      * PAYE but never paid in cash. 493 stamps them once the
      * payroll record is written.
      *****************************************************************
       491-ADD-TAXABLE-BURSARY.
           MOVE 0 TO WS-SB-TAXABLE
           IF WS-SB-AVAILABLE = 'Y'
               MOVE 'N' TO WS-SB-SCAN-DONE
               MOVE EMP-ID TO SB-EMP-ID
               MOVE 0 TO SB-SEQ
               START STUDY-FILE KEY IS NOT LESS THAN SB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SB-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SB-SCAN-DONE = 'Y'
                   READ STUDY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SB-SCAN-DONE
                       NOT AT END
                           IF SB-EMP-ID NOT = EMP-ID
                               MOVE 'Y' TO WS-SB-SCAN-DONE
                           ELSE
                               PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                                       UNTIL WS-SB-IDX > SB-PAY-COUNT
                                   IF SB-PAY-TAXABLE(WS-SB-IDX)
                                     AND SB-PAY-TAXED(WS-SB-IDX)
                                         = SPACES
                                     AND SB-PAY-DATE(WS-SB-IDX)
                                         NOT > WS-PERIOD-TO
                                       ADD SB-PAY-AMT(WS-SB-IDX)
                                           TO WS-SB-TAXABLE
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO SB-FILE-STATUS
           END-IF
           ADD WS-SB-TAXABLE TO WS-FRINGE-TOTAL.

      *****************************************************************
      * 493-MARK-BURSARY-TAXED - stamp the taxable fee payments 491
      * took with this pay period so no later run taxes them again.
      *****************************************************************
       493-MARK-BURSARY-TAXED.
           MOVE 'N' TO WS-SB-SCAN-DONE
           MOVE EMP-ID TO SB-EMP-ID
           MOVE 0 TO SB-SEQ
           START STUDY-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SB-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SB-SCAN-DONE = 'Y'
               READ STUDY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SB-SCAN-DONE
                   NOT AT END
                       IF SB-EMP-ID NOT = EMP-ID
                           MOVE 'Y' TO WS-SB-SCAN-DONE
                       ELSE
                           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                                   UNTIL WS-SB-IDX > SB-PAY-COUNT
                               IF SB-PAY-TAXABLE(WS-SB-IDX)
                                 AND SB-PAY-TAXED(WS-SB-IDX) = SPACES
                                 AND SB-PAY-DATE(WS-SB-IDX)
                                     NOT > WS-PERIOD-TO
                                   MOVE WS-PAY-PERIOD
                                       TO SB-PAY-TAXED(WS-SB-IDX)
                               END-IF
                           END-PERFORM
                           REWRITE STUDY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO SB-FILE-STATUS.

      *****************************************************************
      * 495-CHECK-BURSARY-CLAWBACK - a leaver with a study obligation
      * still open owes back the share of the fees paid for the
      * work-back months not served by the termination date (all of
      * them if still studying). The operator chooses to deduct it
      * from final pay or raise it as a loan in LOANMGMT; N leaves
      * the obligation open for HR to waive or pursue.
      *****************************************************************
       495-CHECK-BURSARY-CLAWBACK.
           MOVE 0 TO WS-SB-CLAWBACK-DUE
           MOVE SPACE TO WS-SB-HOW
           IF WS-SB-AVAILABLE = 'Y'
               MOVE 'N' TO WS-SB-SCAN-DONE
               MOVE EMP-ID TO SB-EMP-ID
               MOVE 0 TO SB-SEQ
               START STUDY-FILE KEY IS NOT LESS THAN SB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SB-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SB-SCAN-DONE = 'Y'
                   READ STUDY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SB-SCAN-DONE
                       NOT AT END
                           IF SB-EMP-ID NOT = EMP-ID
                               MOVE 'Y' TO WS-SB-SCAN-DONE
                           ELSE
                               PERFORM 496-BURSARY-ITEM-DUE
                               IF WS-SB-ITEM-DUE > 0
                                   ADD WS-SB-ITEM-DUE
                                       TO WS-SB-CLAWBACK-DUE
                                   MOVE WS-SB-ITEM-DUE
                                       TO WS-FORMATTED-AMOUNT
                                   DISPLAY "STUDY ITEM " SB-SEQ " "
                                           SB-COURSE
                                   DISPLAY "  WORK-BACK OWED "
                                           WS-SB-OWED " OF "
                                           SB-WORKBACK-MONTHS
                                           " MONTH(S) - CLAW-BACK R "
                                           WS-FORMATTED-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO SB-FILE-STATUS
           END-IF
           IF WS-SB-CLAWBACK-DUE > 0
               MOVE WS-SB-CLAWBACK-DUE TO WS-FORMATTED-AMOUNT
               DISPLAY "BURSARY CLAW-BACK OWED:         R "
                       WS-FORMATTED-AMOUNT
               DISPLAY "(D)EDUCT FROM FINAL PAY, (L)OAN IN LOANMGMT "
                       "OR (N)OT NOW: " WITH NO ADVANCING
               ACCEPT WS-SB-HOW
               MOVE FUNCTION UPPER-CASE(WS-SB-HOW) TO WS-SB-HOW
               IF NOT SB-HOW-DEDUCT AND NOT SB-HOW-LOAN
                   MOVE 'N' TO WS-SB-HOW
                   DISPLAY "CLAW-BACK NOT TAKEN - STUDY OBLIGATION "
                           "LEFT OPEN IN STUDYMGMT"
               END-IF
               IF SB-HOW-LOAN
                   MOVE WS-SB-CLAWBACK-DUE TO WS-SB-TO-LOAN
               END-IF
           END-IF.

      *> The claw-back on the study item in STUDY-RECORD at the
      *> employee's termination date, left in WS-SB-ITEM-DUE.
       496-BURSARY-ITEM-DUE.
           MOVE 0 TO WS-SB-ITEM-DUE
           MOVE 0 TO WS-SB-OWED
           IF SB-OBLIGATION-OPEN AND SB-WORKBACK-MONTHS > 0
                   AND SB-TOTAL-PAID > 0
               MOVE SB-WORKBACK-MONTHS TO WS-SB-OWED
               IF SB-WORKING-BACK AND SB-WORKBACK-START > 0
                   MOVE SB-WORKBACK-START TO WS-SB-WB-FROM
                   MOVE EMP-TERM-DATE TO WS-SB-WB-TO
                   COMPUTE WS-SB-SERVED =
                           (WS-SB-WB-TO-YYYY * 12 + WS-SB-WB-TO-MM)
                         - (WS-SB-WB-FROM-YYYY * 12
                            + WS-SB-WB-FROM-MM)
                   IF WS-SB-WB-TO-DD < WS-SB-WB-FROM-DD
                       SUBTRACT 1 FROM WS-SB-SERVED
                   END-IF
                   IF WS-SB-SERVED < 0
                       MOVE 0 TO WS-SB-SERVED
                   END-IF
                   IF WS-SB-SERVED NOT < SB-WORKBACK-MONTHS
                       MOVE 0 TO WS-SB-OWED
                   ELSE
                       COMPUTE WS-SB-OWED =
                               SB-WORKBACK-MONTHS - WS-SB-SERVED
                   END-IF
               END-IF
               COMPUTE WS-SB-ITEM-DUE ROUNDED =
                       SB-TOTAL-PAID * WS-SB-OWED / SB-WORKBACK-MONTHS
           END-IF.

      *****************************************************************
      * 497-APPLY-BURSARY-CLAWBACK - deduct the claw-back from the
      * settlement, never taking net pay below nil. Whatever the
      * final pay cannot cover is raised as a loan by 498.
      *****************************************************************
       497-APPLY-BURSARY-CLAWBACK.
           MOVE 0 TO WS-SB-DEDUCT
           IF WS-NET-PAY > 0
               IF WS-SB-CLAWBACK-DUE > WS-NET-PAY
                   MOVE WS-NET-PAY TO WS-SB-DEDUCT
               ELSE
                   MOVE WS-SB-CLAWBACK-DUE TO WS-SB-DEDUCT
               END-IF
               ADD WS-SB-DEDUCT TO WS-TOTAL-DED
               SUBTRACT WS-SB-DEDUCT FROM WS-NET-PAY
               MOVE WS-SB-DEDUCT TO WS-FORMATTED-AMOUNT
               DISPLAY "BURSARY CLAW-BACK DEDUCTED:     R "
                       WS-FORMATTED-AMOUNT
           END-IF
           COMPUTE WS-SB-TO-LOAN = WS-SB-CLAWBACK-DUE - WS-SB-DEDUCT
           IF WS-SB-TO-LOAN > 0
               MOVE WS-SB-TO-LOAN TO WS-FORMATTED-AMOUNT
               DISPLAY "BALANCE OF CLAW-BACK TO LOAN:   R "
                       WS-FORMATTED-AMOUNT
           END-IF.

      *****************************************************************
      * 498-CLOSE-BURSARY-CLAWBACK - once the settlement is recorded,
      * close each study item clawed back (with its own share and how
      * it was recovered) and raise any loan portion on LOAN-FILE. An
      * active loan already on file is topped up; otherwise a new
      * interest-free loan is opened for LOANMGMT to track.
      *****************************************************************
       498-CLOSE-BURSARY-CLAWBACK.
           MOVE 'N' TO WS-SB-SCAN-DONE
           MOVE EMP-ID TO SB-EMP-ID
           MOVE 0 TO SB-SEQ
           START STUDY-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SB-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SB-SCAN-DONE = 'Y'
               READ STUDY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SB-SCAN-DONE
                   NOT AT END
                       IF SB-EMP-ID NOT = EMP-ID
                           MOVE 'Y' TO WS-SB-SCAN-DONE
                       ELSE
                           PERFORM 496-BURSARY-ITEM-DUE
                           IF WS-SB-ITEM-DUE > 0
                               SET SB-CLAWED-BACK TO TRUE
                               MOVE WS-SB-ITEM-DUE TO SB-CLAWBACK-AMT
                               MOVE WS-SB-HOW TO SB-CLAWBACK-HOW
                               MOVE WS-PAY-PERIOD
                                   TO SB-CLAWBACK-PERIOD
                               MOVE LS-EMP-ID TO SB-UPDATED-BY
                               MOVE WS-TIMESTAMP TO SB-UPDATED-TS
                               REWRITE STUDY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO SB-FILE-STATUS
           IF WS-SB-TO-LOAN > 0
               PERFORM 499-RAISE-BURSARY-LOAN
           END-IF.

       499-RAISE-BURSARY-LOAN.
           DISPLAY "MONTHLY INSTALMENT FOR THE CLAW-BACK LOAN "
                   "(0 = OVER 12 MONTHS): " WITH NO ADVANCING
           MOVE 0 TO WS-SB-LOAN-INST
           ACCEPT WS-SB-LOAN-INST
           IF WS-SB-LOAN-INST = 0
               COMPUTE WS-SB-LOAN-INST ROUNDED = WS-SB-TO-LOAN / 12
           END-IF
           MOVE EMP-ID TO LN-EMP-ID
           READ LOAN-FILE
               INVALID KEY
                   MOVE EMP-ID TO LN-EMP-ID
                   MOVE "BURSARY CLAWBK" TO LN-LOAN-REF
                   MOVE WS-SB-TO-LOAN TO LN-PRINCIPAL
                   MOVE WS-SB-LOAN-INST TO LN-INSTALLMENT
                   MOVE 0 TO LN-ANNUAL-RATE
                   MOVE WS-SB-TO-LOAN TO LN-BALANCE
                   MOVE 'A' TO LN-STATUS
                   WRITE LOAN-RECORD
                   IF LN-FILE-STATUS = '00'
                       MOVE 'A' TO WS-MJ-OPERATION
                       PERFORM 997-JOURNAL-LOAN
                   END-IF
               NOT INVALID KEY
                   IF LN-ACTIVE AND LN-BALANCE > 0
                       ADD WS-SB-TO-LOAN TO LN-PRINCIPAL
                       ADD WS-SB-TO-LOAN TO LN-BALANCE
                       ADD WS-SB-LOAN-INST TO LN-INSTALLMENT
                   ELSE
                       MOVE "BURSARY CLAWBK" TO LN-LOAN-REF
                       MOVE WS-SB-TO-LOAN TO LN-PRINCIPAL
                       MOVE WS-SB-LOAN-INST TO LN-INSTALLMENT
                       MOVE 0 TO LN-ANNUAL-RATE
                       MOVE WS-SB-TO-LOAN TO LN-BALANCE
                       MOVE 'A' TO LN-STATUS
                   END-IF
                   REWRITE LOAN-RECORD
                   IF LN-FILE-STATUS = '00'
                       MOVE 'C' TO WS-MJ-OPERATION
                       PERFORM 997-JOURNAL-LOAN
                   END-IF
           END-READ
           MOVE WS-SB-TO-LOAN TO WS-FORMATTED-AMOUNT
           IF LN-FILE-STATUS = '00'
               DISPLAY "CLAW-BACK LOAN OF R " WS-FORMATTED-AMOUNT
                       " RAISED IN LOANMGMT FOR " EMP-ID
           ELSE
               DISPLAY "WARNING: CLAW-BACK LOAN OF R "
                       WS-FORMATTED-AMOUNT " NOT RECORDED, STATUS "
                       LN-FILE-STATUS
           END-IF.

      *****************************************************************
      * 530-PAY-CALCULATOR - what-if calculator (run mode 'C'): an
      * existing employee (optionally with an overridden salary) or a
           PERFORM 420-CALCULATE-PAY
           IF EMP-TYPE-OK
               PERFORM 430-APPLY-SOUTH-AFRICAN-DEDUCTIONS
               MOVE 0 TO WS-SMP-COUNT
               IF EMP-COUNTRY-US
                   PERFORM 442-GENERATE-US-PAYSLIP
               ELSE
                       "STATUS " EC-FILE-STATUS
           END-IF.

      *****************************************************************
      * 941-WRITE-401K-REMITTANCE - one contribution line for the plan
      * recordkeeper for each US employee with a 401(k) deferral or
      * match this run (full and off-cycle runs): SSN, pay, the
      * deferral and its catch-up part, the match and its true-up
      * part, and the calendar year to date. The file is opened with
      * its header on the run's first line; 953 closes it.
      *****************************************************************
       941-WRITE-401K-REMITTANCE.
           IF NOT EMP-COUNTRY-US
                   OR (WS-PENSION = 0 AND WS-ER-PENSION = 0)
                   OR (WS-RUN-MODE NOT = 'F' AND WS-RUN-MODE NOT = 'O')
               EXIT PARAGRAPH
           END-IF
           IF WS-K4-OPEN = 'N'
               MOVE SPACES TO WS-K4-FILENAME
               STRING "../data/k401_remit_" WS-PAY-PERIOD(1:10)
                       "_" WS-RUN-MODE "_" FUNCTION CURRENT-DATE(9:4)
                       ".dat"
                       DELIMITED BY SIZE INTO WS-K4-FILENAME
               OPEN OUTPUT K401-REMIT-FILE
               IF K4-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-K4-OPEN
                   MOVE SPACES TO K401-REMIT-RECORD
                   STRING "H|401K|" WS-K4-PLAN-ID "|" WS-K4-FEIN "|"
                           WS-PAY-PERIOD "|" FUNCTION CURRENT-DATE(1:8)
                           DELIMITED BY SIZE INTO K401-REMIT-RECORD
                   WRITE K401-REMIT-RECORD
               ELSE
                   MOVE 'X' TO WS-K4-OPEN
                   DISPLAY "WARNING: UNABLE TO OPEN 401(K) REMITTANCE "
                           "FILE, STATUS " K4-FILE-STATUS
               END-IF
           END-IF
           IF WS-K4-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GROSS-PAY TO WS-K4-OUT-GROSS
           MOVE WS-PENSION TO WS-K4-OUT-DEFER
           MOVE WS-K4-CATCHUP-AMT TO WS-K4-OUT-CATCHUP
           MOVE WS-ER-PENSION TO WS-K4-OUT-MATCH
           MOVE WS-K4-TRUE-UP TO WS-K4-OUT-TRUE-UP
           COMPUTE WS-K4-OUT-YTD-DEFER =
                   WS-K4-PRIOR-DEFER + WS-PENSION
           COMPUTE WS-K4-OUT-YTD-MATCH =
                   WS-K4-PRIOR-MATCH + WS-ER-PENSION
           MOVE SPACES TO K401-REMIT-RECORD
           STRING "D|" EMP-ID "|" EMP-SSN "|" EMP-NAME(1:30) "|"
                   WS-K4-OUT-GROSS "|" WS-K4-OUT-DEFER "|"
                   WS-K4-OUT-CATCHUP "|" WS-K4-OUT-MATCH "|"
                   WS-K4-OUT-TRUE-UP "|" WS-K4-OUT-YTD-DEFER "|"
                   WS-K4-OUT-YTD-MATCH
                   DELIMITED BY SIZE INTO K401-REMIT-RECORD
           WRITE K401-REMIT-RECORD
           ADD 1 TO WS-K4-COUNT
           ADD WS-PENSION TO WS-K4-TOTAL-DEFER
           ADD WS-ER-PENSION TO WS-K4-TOTAL-MATCH.

      *****************************************************************
      * 953-CLOSE-401K-REMITTANCE - the remittance file's trailer (line
      * count, total deferrals, total match), then register it on the
      * interface register so it is sent to the recordkeeper once.
      *****************************************************************
       953-CLOSE-401K-REMITTANCE.
           IF WS-K4-OPEN = 'Y'
               MOVE WS-K4-TOTAL-DEFER TO WS-K4-OUT-YTD-DEFER
               MOVE WS-K4-TOTAL-MATCH TO WS-K4-OUT-YTD-MATCH
               MOVE SPACES TO K401-REMIT-RECORD
               STRING "T|" WS-K4-COUNT "|" WS-K4-OUT-YTD-DEFER "|"
                       WS-K4-OUT-YTD-MATCH
                       DELIMITED BY SIZE INTO K401-REMIT-RECORD
               WRITE K401-REMIT-RECORD
               CLOSE K401-REMIT-FILE
               MOVE 'N' TO WS-K4-OPEN
               DISPLAY WS-K4-COUNT " 401(K) CONTRIBUTION LINE(S) "
                       "WRITTEN TO " WS-K4-FILENAME
               MOVE WS-K4-FILENAME(9:40) TO WS-IR-FILE-NAME
               MOVE WS-K4-COUNT TO WS-IR-RECORD-COUNT
               COMPUTE WS-IR-HASH-TOTAL =
                       WS-K4-TOTAL-DEFER + WS-K4-TOTAL-MATCH
               PERFORM 986-REGISTER-INTERFACE
           END-IF.

      *****************************************************************
      * 942-SET-ENTITY-EFT-FILENAME - entity WS-LE-SLOT's own bank
      * file: ../data/eft_entity_<code>.dat, or with the branch
      * suffix the run's batch carries on a branch-scoped run.
      *****************************************************************
       942-SET-ENTITY-EFT-FILENAME.
           MOVE SPACES TO WS-LE-EFT-FILENAME
           IF WS-RUN-BRANCH = SPACES
               STRING "../data/eft_entity_" DELIMITED BY SIZE
                       WS-LE-T-CODE(WS-LE-SLOT) DELIMITED BY SPACE
                       ".dat" DELIMITED BY SIZE
                       INTO WS-LE-EFT-FILENAME
           ELSE
               STRING "../data/eft_entity_" DELIMITED BY SIZE
                       WS-LE-T-CODE(WS-LE-SLOT) DELIMITED BY SPACE
                       "_" DELIMITED BY SIZE
                       WS-RUN-BRANCH DELIMITED BY SPACE
                       ".dat" DELIMITED BY SIZE
                       INTO WS-LE-EFT-FILENAME
           END-IF.

      *****************************************************************
      * 943-WRITE-ENTITY-EFT-LINE - the EFT line just written to the
      * batch, copied to the employing entity's own bank file. The
      * entity's first line this run is preceded by a header naming
      * the account the entity pays from, the run and the period.
      *****************************************************************
       943-WRITE-ENTITY-EFT-LINE.
           MOVE EMP-COMPANY-BRANCH TO WS-LE-WANT-BRANCH
           PERFORM 159-RESOLVE-LEGAL-ENTITY
           PERFORM 942-SET-ENTITY-EFT-FILENAME
           OPEN EXTEND ENTITY-EFT-FILE
           IF WS-LE-EFT-FILE-STATUS = '35'
               OPEN OUTPUT ENTITY-EFT-FILE
           END-IF
           IF WS-LE-EFT-FILE-STATUS = '00'
               IF WS-LE-T-EFT-COUNT(WS-LE-SLOT) = 0
                   MOVE SPACES TO ENTITY-EFT-RECORD
                   STRING "HDR  " WS-LE-T-CODE(WS-LE-SLOT) "  "
                           WS-LE-T-BANK-BRANCH(WS-LE-SLOT) "  "
                           WS-LE-T-BANK-ACCT(WS-LE-SLOT) "  "
                           WS-TIMESTAMP "  " WS-PAY-PERIOD
                           DELIMITED BY SIZE INTO ENTITY-EFT-RECORD
                   WRITE ENTITY-EFT-RECORD
               END-IF
               MOVE EFT-RECORD TO ENTITY-EFT-RECORD
               WRITE ENTITY-EFT-RECORD
               CLOSE ENTITY-EFT-FILE
               ADD 1 TO WS-LE-T-EFT-COUNT(WS-LE-SLOT)
               ADD WS-LE-EFT-AMT TO WS-LE-T-EFT-TOTAL(WS-LE-SLOT)
           ELSE
               DISPLAY "WARNING: UNABLE TO WRITE "
                       WS-LE-EFT-FILENAME(9:40) ", STATUS "
                       WS-LE-EFT-FILE-STATUS
           END-IF.

      *****************************************************************
      * 944-CLOSE-ENTITY-EFT-FILES - once the batch control is written,
      * each entity's bank file gets its trailer (line count and
      * total) and is registered as an interface file; the entity
      * files are then proved against the batch they were split from.
      *****************************************************************
       944-CLOSE-ENTITY-EFT-FILES.
           MOVE 0 TO WS-LE-SUM-EFT
           MOVE 0 TO WS-LE-SUM-EFT-COUNT
           DISPLAY "EFT BATCH BY LEGAL ENTITY:"
           PERFORM VARYING WS-LE-SLOT FROM 1 BY 1
                   UNTIL WS-LE-SLOT > WS-LE-COUNT
               IF WS-LE-T-EFT-COUNT(WS-LE-SLOT) > 0
                   PERFORM 942-SET-ENTITY-EFT-FILENAME
                   OPEN EXTEND ENTITY-EFT-FILE
                   IF WS-LE-EFT-FILE-STATUS = '00'
                       MOVE WS-LE-T-EFT-TOTAL(WS-LE-SLOT)
                           TO WS-GL-PRINT-AMT
                       MOVE SPACES TO ENTITY-EFT-RECORD
                       STRING "TRL  " WS-LE-T-CODE(WS-LE-SLOT) "  "
                               WS-LE-T-EFT-COUNT(WS-LE-SLOT) "  "
                               WS-GL-PRINT-AMT
                               DELIMITED BY SIZE INTO ENTITY-EFT-RECORD
                       WRITE ENTITY-EFT-RECORD
                       CLOSE ENTITY-EFT-FILE
                   END-IF
                   MOVE WS-LE-T-EFT-COUNT(WS-LE-SLOT)
                       TO WS-LE-PRINT-COUNT
                   MOVE WS-LE-T-EFT-TOTAL(WS-LE-SLOT)
                       TO WS-FORMATTED-AMOUNT
                   DISPLAY "  " WS-LE-T-CODE(WS-LE-SLOT) "  "
                           WS-LE-PRINT-COUNT " PAYMENT(S)  R "
                           WS-FORMATTED-AMOUNT "  TO "
                           WS-LE-EFT-FILENAME(9:40)
                   ADD WS-LE-T-EFT-COUNT(WS-LE-SLOT)
                       TO WS-LE-SUM-EFT-COUNT
                   ADD WS-LE-T-EFT-TOTAL(WS-LE-SLOT) TO WS-LE-SUM-EFT
                   IF NOT TRIAL-RUN
                       MOVE WS-LE-EFT-FILENAME(9:40)
                           TO WS-IR-FILE-NAME
                       MOVE WS-LE-T-EFT-COUNT(WS-LE-SLOT)
                           TO WS-IR-RECORD-COUNT
                       MOVE WS-LE-T-EFT-TOTAL(WS-LE-SLOT)
                           TO WS-IR-HASH-TOTAL
                       PERFORM 986-REGISTER-INTERFACE
                   END-IF
                   MOVE 0 TO WS-LE-T-EFT-COUNT(WS-LE-SLOT)
                   MOVE 0 TO WS-LE-T-EFT-TOTAL(WS-LE-SLOT)
               END-IF
           END-PERFORM
           COMPUTE WS-LE-DIFF = WS-EFT-TOTAL - WS-LE-SUM-EFT
           IF WS-LE-DIFF = 0 AND WS-LE-SUM-EFT-COUNT = WS-EFT-COUNT
               DISPLAY "  ENTITY FILES AGREE TO THE BATCH"
           ELSE
               MOVE WS-LE-DIFF TO WS-GL-PRINT-DIFF
               DISPLAY "WARNING: ENTITY EFT FILES DO NOT AGREE TO "
                       "THE BATCH - DIFFERENCE R " WS-GL-PRINT-DIFF
           END-IF.

      *****************************************************************
      * 800-RELEASE-EFT-BATCH - second-person release of the held EFT
      * batch. The releasing user signs on with their own USER-ID and
               MOVE SPACES TO WS-REL-ADMIN-ACTION
               CALL "USERMANAGEMENT" USING WS-RELEASE-AUTH-PARAMS
                       WS-RELEASE-ADMIN-PARAMS
               IF WS-REL-AUTH-RESULT = 'S'
                   MOVE "EFTREL" TO WS-AC-FUNCTION
                   MOVE WS-REL-USER-ROLE TO WS-AC-USER-ROLE
                   MOVE WS-REL-USERID TO WS-AC-USER-ID
                   MOVE 'N' TO WS-AC-RESULT
                   CALL "ACCESSCHECK" USING WS-ACCESS-PARAMS
                   IF WS-AC-RESULT NOT = 'Y'
                       MOVE 'F' TO WS-REL-AUTH-RESULT
                       MOVE "USER DOES NOT HOLD FUNCTION EFTREL"
                           TO WS-REL-ERROR-MSG
                   END-IF
               END-IF
               IF WS-REL-AUTH-RESULT NOT = 'S'
                   DISPLAY "RELEASE REFUSED: " WS-REL-ERROR-MSG
               ELSE
       420-CALCULATE-PAY.
           MOVE 'Y' TO WS-EMP-TYPE-FLAG
           MOVE 0 TO WS-SHIFT-DIFF-AMT
           MOVE 0 TO WS-OVERTIME-PAY
           PERFORM 421-SELECT-EFFECTIVE-SALARY
      *>   Suspended without pay / extended unpaid leave: zero gross
      *>   for the window - the fixed benefit deductions then shed
                   PERFORM 423-ENFORCE-OVERTIME-CAP
                   COMPUTE WS-BASE-SALARY =
                           WS-HOURLY-RATE * WS-HOURS-WORKED
                   COMPUTE WS-OVERTIME-PAY ROUNDED =
                           WS-HOURLY-RATE * 1.5 * WS-OVERTIME-HOURS
                   ADD WS-OVERTIME-PAY TO WS-BASE-SALARY
      *>           Hours on a Sunday or public holiday pay the
      *>           configured multiplier (BCEA double rate default).
                   COMPUTE WS-BASE-SALARY = WS-BASE-SALARY +
           *> Recurring and once-off earnings off EARNMGMT's file.
           PERFORM 441-APPLY-EXTRA-EARNINGS

           *> Approved expense claims off EXPCLAIM's file - only the
           *> part over the SARS prescribed rate enters gross.
           PERFORM 471-APPLY-EXPENSE-CLAIMS

           *> Approved unpaid leave days inside the period, off
           *> LEAVE-REQUEST-FILE - zero for everyone who took none.
           PERFORM 429-LOOKUP-UNPAID-LEAVE
           END-IF
           MOVE WS-PIECE-AMT TO WS-BASE-SALARY
      *>   The BCEA floor: a short week tops up, as its own line.
           PERFORM 398-LOOKUP-MIN-WAGE
           IF WS-BASE-SALARY < WS-EMP-MIN-WAGE
               COMPUTE WS-PIECE-TOPUP =
                       WS-EMP-MIN-WAGE - WS-BASE-SALARY
               MOVE WS-EMP-MIN-WAGE TO WS-BASE-SALARY
               DISPLAY "PIECEWORK TOPPED UP TO THE MINIMUM WAGE "
                       "FLOOR FOR " EMP-ID
           END-IF.

      *****************************************************************
      * 393-APPLY-FOREIGN-EXEMPTION - section 10(1)(o)(ii): when the
      * employee has spent more than 183 full days abroad in the 12
      * months to period end, more than 60 of them in one stretch,
      * the share of this period's remuneration earned on the
      * period's full days abroad leaves the PAYE base. The tax
      * year's exemptions together never pass the annual cap.
      *****************************************************************
       393-APPLY-FOREIGN-EXEMPTION.
           MOVE 0 TO WS-FS-EXEMPT
           MOVE EMP-ID         TO WS-DAB-EMP-ID
           MOVE WS-PERIOD-TO   TO WS-DAB-AS-AT
           MOVE WS-PERIOD-FROM TO WS-DAB-PERIOD-FROM
           MOVE WS-PERIOD-TO   TO WS-DAB-PERIOD-TO
           CALL "DAYSABROAD" USING WS-DAYS-ABROAD-PARAMS
           IF WS-DAB-QUALIFIES NOT = 'Y' OR WS-DAB-PERIOD-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FS-PERIOD-LEN =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
                   - FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) + 1
           IF WS-DAB-PERIOD-DAYS > WS-FS-PERIOD-LEN
               MOVE WS-FS-PERIOD-LEN TO WS-DAB-PERIOD-DAYS
           END-IF
           COMPUTE WS-FS-EXEMPT ROUNDED =
                   (WS-GROSS-PAY - WS-EARN-EXEMPT)
                   * WS-DAB-PERIOD-DAYS / WS-FS-PERIOD-LEN
           PERFORM 407-GET-YTD-POSITION
           COMPUTE WS-FS-ROOM = WS-FS-EXEMPT-CAP - WS-PRIOR-FS-EXEMPT
           IF WS-FS-ROOM < 0
               MOVE 0 TO WS-FS-ROOM
           END-IF
           IF WS-FS-EXEMPT > WS-FS-ROOM
               MOVE WS-FS-ROOM TO WS-FS-EXEMPT
               DISPLAY "FOREIGN SERVICE EXEMPTION CAPPED FOR " EMP-ID
           END-IF
           IF WS-FS-EXEMPT > 0
               MOVE WS-FS-EXEMPT TO WS-FORMATTED-AMOUNT
               DISPLAY "FOREIGN SERVICE EXEMPT R " WS-FORMATTED-AMOUNT
                       " FOR " EMP-ID " (" WS-DAB-PERIOD-DAYS
                       " DAYS ABROAD, " WS-DAB-WINDOW-DAYS
                       " IN 12 MONTHS)"
           END-IF.

      *****************************************************************
      * 398-LOOKUP-MIN-WAGE - the minimum wage that applies to this
      * employee at the period end: their sector's rate (by employee,
      * position type or department) off MINWAGE, falling back to
      * SC-MIN-WAGE. Asked once per employee per period.
      *****************************************************************
       398-LOOKUP-MIN-WAGE.
           IF WS-MWL-DONE-KEY(1:10) NOT = EMP-ID
                   OR WS-MWL-DONE-KEY(11:8) NOT = WS-PERIOD-TO
               MOVE EMP-ID            TO WS-MWL-EMP-ID
               MOVE EMP-DEPT          TO WS-MWL-DEPT
               MOVE EMP-POSITION-TYPE TO WS-MWL-POSITION-TYPE
               MOVE WS-PERIOD-TO      TO WS-MWL-AS-AT
               CALL "MINWAGE" USING WS-MIN-WAGE-PARAMS
               MOVE WS-MWL-MONTHLY TO WS-EMP-MIN-WAGE
               MOVE EMP-ID TO WS-MWL-DONE-KEY(1:10)
               MOVE WS-PERIOD-TO TO WS-MWL-DONE-KEY(11:8)
           END-IF.

       399-PRICE-PIECE-DAY.
           MOVE 0 TO WS-PIECE-RATE
           PERFORM VARYING WS-PW-IDX FROM 1 BY 1
           MOVE 0 TO WS-OVERTIME-HOURS
           MOVE 0 TO WS-HOLIDAY-HOURS
           MOVE 0 TO WS-NIGHT-HOURS
           MOVE 0 TO WS-OTA-HELD-TOTAL
           MOVE 'N' TO WS-ATT-ANY
           PERFORM 476-LOAD-OT-AUTHORISATIONS
           IF WS-ATT-AVAILABLE = 'Y'
               MOVE 'N' TO WS-ATT-SCAN-DONE
               MOVE EMP-ID TO AT-EMP-ID
               MOVE WS-OTA-SCAN-FROM TO AT-DATE
               START ATTENDANCE-FILE KEY IS NOT LESS THAN AT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ATT-SCAN-DONE
                                   OR AT-DATE > WS-PERIOD-TO
                               MOVE 'Y' TO WS-ATT-SCAN-DONE
                           ELSE
      *>                       A day before the period only uses up
      *>                       the authorisation it was paid against.
                               IF AT-DATE < WS-PERIOD-FROM
                                   PERFORM 477-SPLIT-AUTHORISED-OT
                               ELSE
                                   MOVE 'Y' TO WS-ATT-ANY
                                   PERFORM 424-SUM-ATTENDANCE-DAY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO AT-FILE-STATUS
           END-IF
           IF WS-OTA-HELD-TOTAL > 0
               MOVE WS-OTA-HELD-TOTAL TO WS-OTA-PRINT-HRS
               DISPLAY "UNAUTHORISED OVERTIME HELD FOR " EMP-ID
                       " - " WS-OTA-PRINT-HRS
                       " HRS PENDING MANAGER REVIEW"
           END-IF

           IF WS-ATT-ANY NOT = 'Y'
               MOVE 80.0 TO WS-HOURS-WORKED  *> Standard PT hours
      * Day 0 of FUNCTION MOD(integer-date, 7) is a Sunday.
      *****************************************************************
       424-SUM-ATTENDANCE-DAY.
           PERFORM 477-SPLIT-AUTHORISED-OT
           IF WS-OTA-DAY-OT > 0
               PERFORM 478-HOLD-UNAUTHORISED-OT
           END-IF
           MOVE AT-DATE TO WS-HOL-CHECK-DATE
           PERFORM 178-CHECK-HOLIDAY
           COMPUTE WS-ATT-INT-DATE =
           END-IF
           IF WS-IS-HOLIDAY = 'Y'
               ADD AT-HOURS-WORKED   TO WS-HOLIDAY-HOURS
               ADD WS-OTA-DAY-PAID   TO WS-HOLIDAY-HOURS
           ELSE
               ADD AT-HOURS-WORKED   TO WS-HOURS-WORKED
               ADD WS-OTA-DAY-PAID   TO WS-OVERTIME-HOURS
      *>       Night-coded ordinary hours also count toward the
      *>       night differential bucket.
               IF AT-SHIFT-CODE = 'N'
               END-IF
           END-IF.

      *****************************************************************
      * 476-LOAD-OT-AUTHORISATIONS - this employee's active overtime
      * authorisations still open at the period start, and the date
      * the attendance scan must start from so earlier days in an
      * authorisation's range draw it down first.
      *****************************************************************
       476-LOAD-OT-AUTHORISATIONS.
           MOVE 0 TO WS-OTA-COUNT
           MOVE WS-PERIOD-FROM TO WS-OTA-SCAN-FROM
           IF WS-OTA-AVAILABLE = 'Y'
               MOVE 'N' TO WS-OTA-SCAN-DONE
               MOVE EMP-ID TO OT-EMP-ID
               MOVE 0 TO OT-FROM-DATE
               START OT-AUTH-FILE KEY IS NOT LESS THAN OT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-OTA-SCAN-DONE
                   NOT INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL WS-OTA-SCAN-DONE = 'Y'
                   READ OT-AUTH-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-OTA-SCAN-DONE
                       NOT AT END
                           IF OT-EMP-ID NOT = EMP-ID
                                   OR OT-FROM-DATE > WS-PERIOD-TO
                               MOVE 'Y' TO WS-OTA-SCAN-DONE
                           ELSE
                               IF OT-ACTIVE
                                       AND OT-TO-DATE
                                           NOT < WS-PERIOD-FROM
                                       AND WS-OTA-COUNT < 20
                                   ADD 1 TO WS-OTA-COUNT
                                   MOVE OT-FROM-DATE
                                       TO WS-OTA-FROM(WS-OTA-COUNT)
                                   MOVE OT-TO-DATE
                                       TO WS-OTA-TO(WS-OTA-COUNT)
                                   MOVE OT-MAX-HOURS
                                       TO WS-OTA-LEFT(WS-OTA-COUNT)
                                   IF OT-FROM-DATE < WS-OTA-SCAN-FROM
                                       MOVE OT-FROM-DATE
                                           TO WS-OTA-SCAN-FROM
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO OT-FILE-STATUS
           END-IF.

      *****************************************************************
      * 477-SPLIT-AUTHORISED-OT - draw the attendance day's overtime
      * down the authorisations covering the day: WS-OTA-DAY-PAID is
      * the authorised part, WS-OTA-DAY-OT what is left unauthorised.
      *****************************************************************
       477-SPLIT-AUTHORISED-OT.
           MOVE AT-OVERTIME-HOURS TO WS-OTA-DAY-OT
           MOVE 0 TO WS-OTA-DAY-PAID
           PERFORM VARYING WS-OTA-IDX FROM 1 BY 1
                   UNTIL WS-OTA-IDX > WS-OTA-COUNT
                      OR WS-OTA-DAY-OT = 0
               IF AT-DATE NOT < WS-OTA-FROM(WS-OTA-IDX)
                       AND AT-DATE NOT > WS-OTA-TO(WS-OTA-IDX)
                       AND WS-OTA-LEFT(WS-OTA-IDX) > 0
                   IF WS-OTA-LEFT(WS-OTA-IDX) < WS-OTA-DAY-OT
                       MOVE WS-OTA-LEFT(WS-OTA-IDX) TO WS-OTA-TAKE
                   ELSE
                       MOVE WS-OTA-DAY-OT TO WS-OTA-TAKE
                   END-IF
                   SUBTRACT WS-OTA-TAKE FROM WS-OTA-LEFT(WS-OTA-IDX)
                   SUBTRACT WS-OTA-TAKE FROM WS-OTA-DAY-OT
                   ADD WS-OTA-TAKE TO WS-OTA-DAY-PAID
               END-IF
           END-PERFORM.

      *****************************************************************
      * 478-HOLD-UNAUTHORISED-OT - the day's unauthorised overtime is
      * not paid: it goes on the exception register and, outside a
      * trial or calculation run, on the held overtime file for the
      * manager's decision. A rerun refreshes a hold still undecided
      * and leaves a decided one alone.
      *****************************************************************
       478-HOLD-UNAUTHORISED-OT.
           ADD WS-OTA-DAY-OT TO WS-OTA-HELD-TOTAL
           MOVE WS-OTA-DAY-OT TO WS-OTA-PRINT-HRS
           MOVE "OTNA" TO WS-EX-REASON
           MOVE SPACES TO WS-EX-DETAIL
           STRING "OT NOT AUTHORISED " AT-DATE " "
                  WS-OTA-PRINT-HRS " HRS"
                  DELIMITED BY SIZE INTO WS-EX-DETAIL
           END-STRING
           PERFORM 963-WRITE-EXCEPTION
           IF NOT TRIAL-RUN AND NOT CALC-RUN
               OPEN I-O OT-HELD-FILE
               IF OH-FILE-STATUS = '35'
                   OPEN OUTPUT OT-HELD-FILE
                   CLOSE OT-HELD-FILE
                   OPEN I-O OT-HELD-FILE
               END-IF
               IF OH-FILE-STATUS = '00'
                   MOVE EMP-ID TO OH-EMP-ID
                   MOVE AT-DATE TO OH-DATE
                   READ OT-HELD-FILE
                       INVALID KEY
                           PERFORM 479-BUILD-HELD-ROW
                           WRITE OT-HELD-RECORD
                       NOT INVALID KEY
                           IF OH-PENDING
                               PERFORM 479-BUILD-HELD-ROW
                               REWRITE OT-HELD-RECORD
                           END-IF
                   END-READ
                   CLOSE OT-HELD-FILE
               END-IF
           END-IF.

       479-BUILD-HELD-ROW.
           MOVE EMP-ID TO OH-EMP-ID
           MOVE AT-DATE TO OH-DATE
           MOVE WS-OTA-DAY-OT TO OH-HOURS
           MOVE AT-SHIFT-CODE TO OH-SHIFT-CODE
           MOVE WS-PAY-PERIOD TO OH-PAY-PERIOD
           MOVE WS-TIMESTAMP TO OH-HELD-TS
           SET OH-PENDING TO TRUE
           MOVE SPACES TO OH-DECIDED-BY
           MOVE SPACES TO OH-DECIDED-TS
           MOVE SPACES TO OH-DECISION-NOTE.

       430-APPLY-SOUTH-AFRICAN-DEDUCTIONS.
           INITIALIZE WS-ARREARS-MOVEMENT
           MOVE 'N' TO WS-TD-APPLIED
           MOVE 0 TO WS-RETIRE-DISALLOWED
           MOVE 0 TO WS-ADVANCE-DED
           MOVE 0 TO WS-FRINGE-TOTAL
           MOVE 0 TO WS-BC-EE-LEVY
           MOVE 0 TO WS-BC-ER-LEVY
           MOVE 0 TO WS-AS-RECOVERY
           MOVE 0 TO WS-SB-TAXABLE
           MOVE 0 TO WS-SB-DEDUCT
           MOVE 0 TO WS-VENDOR-DED
           MOVE 0 TO WS-VX-ROWS
           MOVE 0 TO WS-FS-EXEMPT
           MOVE 0 TO WS-ER-FUTA
           MOVE 0 TO WS-ER-SUI
           IF EMP-COUNTRY-US
               PERFORM 438-APPLY-US-TAX-DEDUCTIONS
           ELSE
                       PERFORM 434-APPLY-EMPLOYEE-DEDUCTIONS
               END-EVALUATE
           END-IF
      *>   The non-taxable expense claim reimbursement is not
      *>   remuneration - it rides on top of net.
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TOTAL-DED
                   + WS-CLAIM-NONTAX.

      *****************************************************************
      * 431-ACCUMULATE-RUN-TOTALS - roll this employee's gross/net/
      *>   branch's own currency.
           MOVE EMP-CURRENCY-CODE TO WS-FX-LOOKUP-CCY
           PERFORM 419-LOOKUP-FX-RATE
           PERFORM 390-ADD-TO-RUN-TOTALS
      *>   With legal entities on file the same amounts also go to
      *>   the employing entity's totals: the consolidated figures
      *>   are parked in slot 11 while the entity's are loaded and
      *>   added to, then each is put back.
           MOVE 0 TO WS-LE-CUR
           IF WS-LE-COUNT > 0
               MOVE EMP-COMPANY-BRANCH TO WS-LE-WANT-BRANCH
               PERFORM 159-RESOLVE-LEGAL-ENTITY
               MOVE WS-LE-SLOT TO WS-LE-CUR
               MOVE 11 TO WS-LE-TOT-IDX
               PERFORM 392-SAVE-ENTITY-TOTALS
               MOVE WS-LE-CUR TO WS-LE-TOT-IDX
               PERFORM 394-LOAD-ENTITY-TOTALS
               PERFORM 390-ADD-TO-RUN-TOTALS
               PERFORM 392-SAVE-ENTITY-TOTALS
               MOVE 11 TO WS-LE-TOT-IDX
               PERFORM 394-LOAD-ENTITY-TOTALS
               ADD 1 TO WS-LE-T-HEADS(WS-LE-CUR)
           END-IF
           PERFORM 439-ACCUMULATE-BRANCH-TOTALS
           IF WS-SD-COUNT > 0
               PERFORM 371-PRICE-SECONDMENTS
           END-IF.

      *****************************************************************
      * 379-APPLY-US-401K - the US employee's 401(k) elective deferral
      * at their BENEFITS-FILE election and the employer match. The
      * deferral stops at the IRS annual limit for the calendar year
      * (plus the catch-up allowance for an employee who reaches the
      * catch-up age in the year) less what the year has deferred
      * already, takeon included. The match is trued up every run to
      * the match rate on everything deferred in the year, capped at
      * the match cap on the year's pay, less the match already paid
      * - so a deferral front-loaded into the early months still
      * earns the full year's match.
      *****************************************************************
       379-APPLY-US-401K.
           PERFORM 436-LOOKUP-BENEFIT-ELECTION
           COMPUTE WS-PENSION ROUNDED = WS-GROSS-PAY * WS-BN-401K-PCT
           MOVE 0 TO WS-K4-PRIOR-DEFER
           MOVE 0 TO WS-K4-PRIOR-MATCH
           MOVE 0 TO WS-K4-PRIOR-PAY
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               IF WS-YTD-EMP-ID(WS-YTD-IDX) = EMP-ID
                   MOVE WS-YTD-CAL-401K(WS-YTD-IDX)
                       TO WS-K4-PRIOR-DEFER
                   MOVE WS-YTD-CAL-MATCH(WS-YTD-IDX)
                       TO WS-K4-PRIOR-MATCH
                   MOVE WS-YTD-CAL-GROSS(WS-YTD-IDX)
                       TO WS-K4-PRIOR-PAY
               END-IF
           END-PERFORM

           MOVE WS-K4-DEFER-LIMIT TO WS-K4-LIMIT
           IF EMP-BIRTH-YEAR NUMERIC AND EMP-BIRTH-YEAR > 0
                   AND EMP-BIRTH-YEAR + WS-K4-CATCHUP-AGE
                       NOT > WS-TY-RUN-YYYY
               ADD WS-K4-CATCHUP TO WS-K4-LIMIT
           END-IF
           COMPUTE WS-K4-ROOM = WS-K4-LIMIT - WS-K4-PRIOR-DEFER
           IF WS-K4-ROOM < 0
               MOVE 0 TO WS-K4-ROOM
           END-IF
           IF WS-PENSION > WS-K4-ROOM
               MOVE WS-K4-ROOM TO WS-PENSION
               MOVE WS-PENSION TO WS-K4-PRINT-AMT
               DISPLAY "401(K) ANNUAL LIMIT REACHED: " EMP-ID
                       " - DEFERRAL LIMITED TO " WS-K4-PRINT-AMT
           END-IF
      *>   Whatever takes the year past the regular limit is the
      *>   catch-up contribution, reported separately.
           COMPUTE WS-K4-CATCHUP-AMT = WS-K4-PRIOR-DEFER + WS-PENSION
                   - WS-K4-DEFER-LIMIT
           IF WS-K4-CATCHUP-AMT < 0
               MOVE 0 TO WS-K4-CATCHUP-AMT
           END-IF
           IF WS-K4-CATCHUP-AMT > WS-PENSION
               MOVE WS-PENSION TO WS-K4-CATCHUP-AMT
           END-IF

           COMPUTE WS-K4-MATCH-DUE ROUNDED =
                   (WS-K4-PRIOR-DEFER + WS-PENSION) * WS-K4-MATCH-RATE
           IF WS-K4-MATCH-CAP > 0
               COMPUTE WS-K4-MATCH-MAX ROUNDED =
                       (WS-K4-PRIOR-PAY + WS-GROSS-PAY)
                       * WS-K4-MATCH-CAP
               IF WS-K4-MATCH-DUE > WS-K4-MATCH-MAX
                   MOVE WS-K4-MATCH-MAX TO WS-K4-MATCH-DUE
               END-IF
           END-IF
           COMPUTE WS-K4-MATCH-NOW =
                   WS-K4-MATCH-DUE - WS-K4-PRIOR-MATCH
           IF WS-K4-MATCH-NOW < 0
               MOVE 0 TO WS-K4-MATCH-NOW
           END-IF
           MOVE WS-K4-MATCH-NOW TO WS-ER-PENSION
      *>   The true-up is the match paid over this period's own
      *>   deferral at the match rate.
           COMPUTE WS-K4-TRUE-UP ROUNDED = WS-ER-PENSION
                   - (WS-PENSION * WS-K4-MATCH-RATE)
           IF WS-K4-TRUE-UP < 0
               MOVE 0 TO WS-K4-TRUE-UP
           END-IF.

      *****************************************************************
      * 376-APPLY-US-UNEMPLOYMENT - the employer's FUTA and work-state
      * SUI on this US employee's gross: each on the part of gross
      * still under its taxable wage base for the calendar year once
      * the wages already paid in the year are taken off, at the
      * approved rate for the year. With no approved FUTA row the
      * federal 0.6% of the first 7,000.00 applies; a state with no
      * approved row is not costed and is reported.
      *****************************************************************
       376-APPLY-US-UNEMPLOYMENT.
           MOVE 0 TO WS-ER-FUTA
           MOVE 0 TO WS-ER-SUI
           MOVE 0 TO WS-UU-PRIOR-WAGES
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
               IF WS-YTD-EMP-ID(WS-YTD-IDX) = EMP-ID
                   MOVE WS-YTD-CAL-GROSS(WS-YTD-IDX)
                       TO WS-UU-PRIOR-WAGES
               END-IF
           END-PERFORM

           MOVE "US" TO WS-UU-WANT-JURIS
           PERFORM 377-FIND-US-UNEMP-RATE
           IF WS-UU-FOUND NOT = 'Y'
               MOVE 7000.00 TO WS-UU-BASE
               MOVE 0.006 TO WS-UU-RATE
           END-IF
           PERFORM 378-US-UNEMP-TAXABLE
           COMPUTE WS-ER-FUTA ROUNDED = WS-UU-TAXABLE * WS-UU-RATE

           IF EMP-WORK-STATE NOT = SPACES
               MOVE EMP-WORK-STATE TO WS-UU-WANT-JURIS
               PERFORM 377-FIND-US-UNEMP-RATE
               IF WS-UU-FOUND = 'Y'
                   PERFORM 378-US-UNEMP-TAXABLE
                   COMPUTE WS-ER-SUI ROUNDED =
                           WS-UU-TAXABLE * WS-UU-RATE
               ELSE
                   DISPLAY "WARNING: NO APPROVED SUI RATE FOR STATE "
                           EMP-WORK-STATE " - " EMP-ID
                           " NOT COSTED FOR SUI"
               END-IF
           END-IF.

      *>   WS-UU-WANT-JURIS's approved row for the run's calendar
      *>   year, else its latest earlier year; WS-UU-FOUND 'N' = none.
       377-FIND-US-UNEMP-RATE.
           MOVE 'N' TO WS-UU-FOUND
           MOVE 0 TO WS-UU-BEST-YEAR
           PERFORM VARYING WS-UU-IDX FROM 1 BY 1
                   UNTIL WS-UU-IDX > WS-UU-COUNT
               IF WS-UU-T-JURIS(WS-UU-IDX) = WS-UU-WANT-JURIS
                       AND WS-UU-T-YEAR(WS-UU-IDX)
                           NOT > WS-TY-RUN-YYYY
                       AND WS-UU-T-YEAR(WS-UU-IDX)
                           NOT < WS-UU-BEST-YEAR
                   MOVE 'Y' TO WS-UU-FOUND
                   MOVE WS-UU-T-YEAR(WS-UU-IDX) TO WS-UU-BEST-YEAR
                   MOVE WS-UU-T-BASE(WS-UU-IDX) TO WS-UU-BASE
                   MOVE WS-UU-T-RATE(WS-UU-IDX) TO WS-UU-RATE
               END-IF
           END-PERFORM.

      *>   The part of gross still under WS-UU-BASE.
       378-US-UNEMP-TAXABLE.
           COMPUTE WS-UU-ROOM = WS-UU-BASE - WS-UU-PRIOR-WAGES
           IF WS-UU-ROOM < 0
               MOVE 0 TO WS-UU-ROOM
           END-IF
           IF WS-GROSS-PAY > WS-UU-ROOM
               MOVE WS-UU-ROOM TO WS-UU-TAXABLE
           ELSE
               MOVE WS-GROSS-PAY TO WS-UU-TAXABLE
           END-IF.

      *****************************************************************
      * 390-ADD-TO-RUN-TOTALS - this employee's amounts, converted at
      * WS-FX-FACTOR, added into whichever totals WS-TOTAL-* holds.
      *****************************************************************
       390-ADD-TO-RUN-TOTALS.
           COMPUTE WS-TOTAL-GROSS = WS-TOTAL-GROSS +
                   (WS-GROSS-PAY * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-NET = WS-TOTAL-NET +
                   (WS-GARNISH-DED * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-LOAN = WS-TOTAL-LOAN +
                   (WS-LOAN-DED * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-BC-EE = WS-TOTAL-BC-EE +
                   (WS-BC-EE-LEVY * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-BC-ER = WS-TOTAL-BC-ER +
                   (WS-BC-ER-LEVY * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-ASSET-REC = WS-TOTAL-ASSET-REC +
                   (WS-AS-RECOVERY * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-BURSARY-REC = WS-TOTAL-BURSARY-REC +
                   (WS-SB-DEDUCT * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-VENDOR = WS-TOTAL-VENDOR +
                   (WS-VENDOR-DED * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-ADVANCE = WS-TOTAL-ADVANCE +
                   (WS-ADVANCE-DED * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-CLM-TRAV = WS-TOTAL-CLM-TRAV +
                   (WS-CLAIM-TRAV-NONTAX * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-CLM-SUBS = WS-TOTAL-CLM-SUBS +
                   (WS-CLAIM-SUBS-NONTAX * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-CLM-CELL = WS-TOTAL-CLM-CELL +
                   (WS-CLAIM-CELL-NONTAX * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-CLM-OTHR = WS-TOTAL-CLM-OTHR +
                   (WS-CLAIM-OTHR-NONTAX * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-STATE = WS-TOTAL-STATE +
                   (WS-STATE-TAX * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-ER-UIF = WS-TOTAL-ER-UIF +
                   (WS-ER-SDL * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-ER-PENSION = WS-TOTAL-ER-PENSION +
                   (WS-ER-PENSION * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-ER-FUTA = WS-TOTAL-ER-FUTA +
                   (WS-ER-FUTA * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-ER-SUI = WS-TOTAL-ER-SUI +
                   (WS-ER-SUI * WS-FX-FACTOR)
           COMPUTE WS-TOTAL-ER-COST = WS-TOTAL-ER-COST +
                   ((WS-ER-UIF + WS-ER-SDL + WS-ER-PENSION +
                     WS-BC-ER-LEVY + WS-ER-FUTA + WS-ER-SUI)
                     * WS-FX-FACTOR).

      *>   WS-TOTAL-* into totals slot WS-LE-TOT-IDX.
       392-SAVE-ENTITY-TOTALS.
           MOVE WS-TOTAL-GROSS
               TO WS-LT-GROSS(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-NET
               TO WS-LT-NET(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-PAYE
               TO WS-LT-PAYE(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-UIF
               TO WS-LT-UIF(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-SDL
               TO WS-LT-SDL(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-HEALTH
               TO WS-LT-HEALTH(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-PENSION
               TO WS-LT-PENSION(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-OTHER-DED
               TO WS-LT-OTHER-DED(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-GARNISH
               TO WS-LT-GARNISH(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-LOAN
               TO WS-LT-LOAN(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-BC-EE
               TO WS-LT-BC-EE(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-BC-ER
               TO WS-LT-BC-ER(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-ASSET-REC
               TO WS-LT-ASSET-REC(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-BURSARY-REC
               TO WS-LT-BURSARY-REC(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-VENDOR
               TO WS-LT-VENDOR(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-ADVANCE
               TO WS-LT-ADVANCE(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-CLM-TRAV
               TO WS-LT-CLM-TRAV(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-CLM-SUBS
               TO WS-LT-CLM-SUBS(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-CLM-CELL
               TO WS-LT-CLM-CELL(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-CLM-OTHR
               TO WS-LT-CLM-OTHR(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-STATE
               TO WS-LT-STATE(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-ER-UIF
               TO WS-LT-ER-UIF(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-ER-SDL
               TO WS-LT-ER-SDL(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-ER-PENSION
               TO WS-LT-ER-PENSION(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-ER-COST
               TO WS-LT-ER-COST(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-ER-FUTA
               TO WS-LT-ER-FUTA(WS-LE-TOT-IDX)
           MOVE WS-TOTAL-ER-SUI
               TO WS-LT-ER-SUI(WS-LE-TOT-IDX).

      *>   Totals slot WS-LE-TOT-IDX into WS-TOTAL-*.
       394-LOAD-ENTITY-TOTALS.
           MOVE WS-LT-GROSS(WS-LE-TOT-IDX)
               TO WS-TOTAL-GROSS
           MOVE WS-LT-NET(WS-LE-TOT-IDX)
               TO WS-TOTAL-NET
           MOVE WS-LT-PAYE(WS-LE-TOT-IDX)
               TO WS-TOTAL-PAYE
           MOVE WS-LT-UIF(WS-LE-TOT-IDX)
               TO WS-TOTAL-UIF
           MOVE WS-LT-SDL(WS-LE-TOT-IDX)
               TO WS-TOTAL-SDL
           MOVE WS-LT-HEALTH(WS-LE-TOT-IDX)
               TO WS-TOTAL-HEALTH
           MOVE WS-LT-PENSION(WS-LE-TOT-IDX)
               TO WS-TOTAL-PENSION
           MOVE WS-LT-OTHER-DED(WS-LE-TOT-IDX)
               TO WS-TOTAL-OTHER-DED
           MOVE WS-LT-GARNISH(WS-LE-TOT-IDX)
               TO WS-TOTAL-GARNISH
           MOVE WS-LT-LOAN(WS-LE-TOT-IDX)
               TO WS-TOTAL-LOAN
           MOVE WS-LT-BC-EE(WS-LE-TOT-IDX)
               TO WS-TOTAL-BC-EE
           MOVE WS-LT-BC-ER(WS-LE-TOT-IDX)
               TO WS-TOTAL-BC-ER
           MOVE WS-LT-ASSET-REC(WS-LE-TOT-IDX)
               TO WS-TOTAL-ASSET-REC
           MOVE WS-LT-BURSARY-REC(WS-LE-TOT-IDX)
               TO WS-TOTAL-BURSARY-REC
           MOVE WS-LT-VENDOR(WS-LE-TOT-IDX)
               TO WS-TOTAL-VENDOR
           MOVE WS-LT-ADVANCE(WS-LE-TOT-IDX)
               TO WS-TOTAL-ADVANCE
           MOVE WS-LT-CLM-TRAV(WS-LE-TOT-IDX)
               TO WS-TOTAL-CLM-TRAV
           MOVE WS-LT-CLM-SUBS(WS-LE-TOT-IDX)
               TO WS-TOTAL-CLM-SUBS
           MOVE WS-LT-CLM-CELL(WS-LE-TOT-IDX)
               TO WS-TOTAL-CLM-CELL
           MOVE WS-LT-CLM-OTHR(WS-LE-TOT-IDX)
               TO WS-TOTAL-CLM-OTHR
           MOVE WS-LT-STATE(WS-LE-TOT-IDX)
               TO WS-TOTAL-STATE
           MOVE WS-LT-ER-UIF(WS-LE-TOT-IDX)
               TO WS-TOTAL-ER-UIF
           MOVE WS-LT-ER-SDL(WS-LE-TOT-IDX)
               TO WS-TOTAL-ER-SDL
           MOVE WS-LT-ER-PENSION(WS-LE-TOT-IDX)
               TO WS-TOTAL-ER-PENSION
           MOVE WS-LT-ER-COST(WS-LE-TOT-IDX)
               TO WS-TOTAL-ER-COST
           MOVE WS-LT-ER-FUTA(WS-LE-TOT-IDX)
               TO WS-TOTAL-ER-FUTA
           MOVE WS-LT-ER-SUI(WS-LE-TOT-IDX)
               TO WS-TOTAL-ER-SUI.

      *****************************************************************
      * 439-ACCUMULATE-BRANCH-TOTALS - add this employee's gross/net
           END-IF
           END-IF.

      *****************************************************************
      * 371-PRICE-SECONDMENTS - the recharge each of this employee's
      * secondments earns the home branch this run. The cost-centre
      * split (439) has already put the cost on the home branch's
      * books; the recharge bills the host for it.
      *****************************************************************
       371-PRICE-SECONDMENTS.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               IF WS-SD-T-EMP-ID(WS-SD-IDX) = EMP-ID
                       AND WS-SD-T-HOST(WS-SD-IDX)
                           NOT = EMP-COMPANY-BRANCH
                   PERFORM 373-PRICE-ONE-SECONDMENT
               END-IF
           END-PERFORM.

      *****************************************************************
      * 373-PRICE-ONE-SECONDMENT - price one secondment for the days
      * of the pay period it covers. Percentage basis: that share of
      * the employee's cost this run (gross plus the employer's UIF,
      * SDL, pension and council levy, in the group currency). Fixed
      * fee basis: the monthly fee, on the full run only so an off-
      * cycle or settlement run does not bill it twice. The markup
      * is on top of either.
      *****************************************************************
       373-PRICE-ONE-SECONDMENT.
           MOVE WS-PERIOD-FROM TO WS-IC-FROM
           IF WS-SD-T-FROM(WS-SD-IDX) > WS-IC-FROM
               MOVE WS-SD-T-FROM(WS-SD-IDX) TO WS-IC-FROM
           END-IF
           MOVE WS-PERIOD-TO TO WS-IC-TO
           IF WS-SD-T-TO(WS-SD-IDX) NOT = 0
                   AND WS-SD-T-TO(WS-SD-IDX) < WS-IC-TO
               MOVE WS-SD-T-TO(WS-SD-IDX) TO WS-IC-TO
           END-IF
           IF WS-IC-FROM NOT > WS-IC-TO
               COMPUTE WS-IC-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-IC-TO)
                     - FUNCTION INTEGER-OF-DATE(WS-IC-FROM) + 1
               COMPUTE WS-IC-COST ROUNDED =
                       (WS-GROSS-PAY + WS-ER-UIF + WS-ER-SDL +
                        WS-ER-PENSION + WS-BC-ER-LEVY + WS-ER-FUTA +
                        WS-ER-SUI) * WS-FX-FACTOR
               MOVE 0 TO WS-IC-BASE
               IF WS-SD-T-BASIS(WS-SD-IDX) = 'F'
                   IF WS-RUN-MODE = 'F' OR TRIAL-RUN
                       COMPUTE WS-IC-BASE ROUNDED =
                               WS-SD-T-FEE(WS-SD-IDX) * WS-IC-DAYS
                               / WS-PERIOD-TOTAL-DAYS
                   END-IF
               ELSE
                   COMPUTE WS-IC-BASE ROUNDED =
                           WS-IC-COST * WS-SD-T-PCT(WS-SD-IDX) / 100
                           * WS-IC-DAYS / WS-PERIOD-TOTAL-DAYS
               END-IF
               COMPUTE WS-IC-MARKUP ROUNDED =
                       WS-IC-BASE * WS-SD-T-MARKUP(WS-SD-IDX) / 100
               IF WS-IC-BASE > 0
                   IF WS-IC-COUNT < 200
                       PERFORM 374-TAKE-RECHARGE-ROW
                   ELSE
                       DISPLAY "WARNING: RECHARGE SCHEDULE FULL - "
                               EMP-ID " TO "
                               WS-SD-T-HOST(WS-SD-IDX)
                               " NOT RECHARGED"
                   END-IF
               END-IF
           END-IF.

       374-TAKE-RECHARGE-ROW.
           ADD 1 TO WS-IC-COUNT
           MOVE EMP-ID TO WS-IC-T-EMP-ID(WS-IC-COUNT)
           MOVE EMP-NAME TO WS-IC-T-NAME(WS-IC-COUNT)
           MOVE EMP-COMPANY-BRANCH TO WS-IC-T-HOME(WS-IC-COUNT)
           MOVE WS-SD-T-HOST(WS-SD-IDX) TO WS-IC-T-HOST(WS-IC-COUNT)
           MOVE WS-SD-T-BASIS(WS-SD-IDX) TO WS-IC-T-BASIS(WS-IC-COUNT)
           MOVE WS-SD-T-PCT(WS-SD-IDX) TO WS-IC-T-PCT(WS-IC-COUNT)
           MOVE WS-IC-DAYS TO WS-IC-T-DAYS(WS-IC-COUNT)
           MOVE WS-IC-COST TO WS-IC-T-COST(WS-IC-COUNT)
           MOVE WS-IC-BASE TO WS-IC-T-BASE(WS-IC-COUNT)
           MOVE WS-SD-T-MARKUP(WS-SD-IDX)
               TO WS-IC-T-MARKUP-PCT(WS-IC-COUNT)
           MOVE WS-IC-MARKUP TO WS-IC-T-MARKUP(WS-IC-COUNT)
           COMPUTE WS-IC-T-TOTAL(WS-IC-COUNT) =
                   WS-IC-BASE + WS-IC-MARKUP
           MOVE EMP-COMPANY-BRANCH TO WS-IC-WANT-HOME
           MOVE WS-SD-T-HOST(WS-SD-IDX) TO WS-IC-WANT-HOST
           MOVE WS-IC-T-TOTAL(WS-IC-COUNT) TO WS-IC-WANT-AMT
           PERFORM 372-ADD-RECHARGE-PAIR.

      *****************************************************************
      * 372-ADD-RECHARGE-PAIR - add WS-IC-WANT-AMT to the home/host
      * branch pair's recharge, noting on first sight which legal
      * entity each side belongs to (each side's GL lines go in its
      * own entity's journal).
      *****************************************************************
       372-ADD-RECHARGE-PAIR.
           MOVE 0 TO WS-IC-FOUND-IDX
           PERFORM VARYING WS-ICP-IDX FROM 1 BY 1
                   UNTIL WS-ICP-IDX > WS-ICP-COUNT
               IF WS-ICP-HOME(WS-ICP-IDX) = WS-IC-WANT-HOME
                       AND WS-ICP-HOST(WS-ICP-IDX) = WS-IC-WANT-HOST
                   SET WS-IC-FOUND-IDX TO WS-ICP-IDX
               END-IF
           END-PERFORM
           IF WS-IC-FOUND-IDX = 0 AND WS-ICP-COUNT < 50
               ADD 1 TO WS-ICP-COUNT
               MOVE WS-ICP-COUNT TO WS-IC-FOUND-IDX
               MOVE WS-IC-WANT-HOME TO WS-ICP-HOME(WS-IC-FOUND-IDX)
               MOVE WS-IC-WANT-HOST TO WS-ICP-HOST(WS-IC-FOUND-IDX)
               MOVE 0 TO WS-ICP-AMOUNT(WS-IC-FOUND-IDX)
               MOVE 0 TO WS-ICP-HOME-ENT(WS-IC-FOUND-IDX)
               MOVE 0 TO WS-ICP-HOST-ENT(WS-IC-FOUND-IDX)
               IF WS-LE-COUNT > 0
                   MOVE WS-IC-WANT-HOME TO WS-LE-WANT-BRANCH
                   PERFORM 159-RESOLVE-LEGAL-ENTITY
                   MOVE WS-LE-SLOT TO WS-ICP-HOME-ENT(WS-IC-FOUND-IDX)
                   MOVE WS-IC-WANT-HOST TO WS-LE-WANT-BRANCH
                   PERFORM 159-RESOLVE-LEGAL-ENTITY
                   MOVE WS-LE-SLOT TO WS-ICP-HOST-ENT(WS-IC-FOUND-IDX)
               END-IF
           END-IF
           IF WS-IC-FOUND-IDX = 0
               DISPLAY "WARNING: TOO MANY RECHARGE BRANCH PAIRS - "
                       WS-IC-WANT-HOME " TO " WS-IC-WANT-HOST
                       " NOT JOURNALLED"
           ELSE
               ADD WS-IC-WANT-AMT TO WS-ICP-AMOUNT(WS-IC-FOUND-IDX)
               IF WS-ICP-HOST-ENT(WS-IC-FOUND-IDX) > 0
                   ADD WS-IC-WANT-AMT TO WS-LE-T-IC-HOST(
                       WS-ICP-HOST-ENT(WS-IC-FOUND-IDX))
               END-IF
           END-IF.

      *****************************************************************
      * 412-SPLIT-TRANSFER-PERIOD - split the period's gross/net
      * between the transfer's old and new branch by calendar days.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-IDX) = WS-ALLOC-BRANCH
                       AND WS-BR-ENTITY(WS-BR-IDX) = WS-LE-CUR
                   MOVE WS-BR-IDX TO WS-BR-FOUND-IDX
               END-IF
           END-PERFORM.
               MOVE 0 TO WS-BR-GROSS(WS-BR-FOUND-IDX)
               MOVE 0 TO WS-BR-NET(WS-BR-FOUND-IDX)
               MOVE 0 TO WS-BR-EMP-COUNT(WS-BR-FOUND-IDX)
               MOVE WS-LE-CUR TO WS-BR-ENTITY(WS-BR-FOUND-IDX)
           END-IF

           ADD WS-ALLOC-HEAD  TO WS-BR-EMP-COUNT(WS-BR-FOUND-IDX)
           MOVE WS-PENSION TO WS-ER-PENSION  *> employer match
           PERFORM 404-COMPUTE-FRINGE-BENEFITS
           PERFORM 448-COMPUTE-RETIRE-DEDUCTIBLE
           PERFORM 393-APPLY-FOREIGN-EXEMPTION
           *> South African tax calculations
           PERFORM 433-COMPUTE-PROGRESSIVE-PAYE
           *> UIF remuneration is capped at the statutory ceiling in
               MOVE 0 TO WS-HEALTH-INS
           END-IF
           MOVE EMP-UNION-FEE TO WS-OTHER-DED  *> 0 for non-members
           PERFORM 482-APPLY-COUNCIL-LEVY

           PERFORM 437-APPLY-GARNISHMENT
           PERFORM 443-APPLY-LOAN-REPAYMENT
           PERFORM 447-RECOVER-SALARY-ADVANCE
           PERFORM 760-TAKE-VENDOR-DEDUCTIONS
           PERFORM 453-RECOVER-DED-ARREARS

           *> WS-SDL is deliberately excluded here - the levy is an
           COMPUTE WS-TOTAL-DED = WS-PAYE-TAX + WS-UIF +
                   WS-HEALTH-INS + WS-PENSION + WS-OTHER-DED +
                   WS-GARNISH-DED + WS-LOAN-DED + WS-ADVANCE-DED +
                   WS-STATE-TAX + WS-BC-EE-LEVY + WS-VENDOR-DED
           PERFORM 454-SHED-DEDUCTIONS.

      *****************************************************************
      * 482-APPLY-COUNCIL-LEVY - the bargaining council levy for an
      * employee whose coverage resolves to an active council: each
      * share is the council's rate on gross plus its fixed amount,
      * clipped at that share's monthly cap. The levy is monthly, so
      * an off-cycle run (a correction to a month already levied)
      * takes none.
      *****************************************************************
       482-APPLY-COUNCIL-LEVY.
           MOVE 0 TO WS-BC-EE-LEVY
           MOVE 0 TO WS-BC-ER-LEVY
           IF WS-BC-AVAILABLE = 'Y' AND WS-RUN-MODE NOT = 'O'
               PERFORM 484-RESOLVE-COUNCIL
               IF WS-BC-COUNCIL NOT = SPACES
                   MOVE WS-BC-COUNCIL TO BC-CODE
                   READ COUNCIL-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-BC-COUNCIL
                   END-READ
               END-IF
               IF WS-BC-COUNCIL NOT = SPACES AND BC-ACTIVE
                   COMPUTE WS-BC-EE-LEVY ROUNDED =
                           (WS-GROSS-PAY * BC-EE-RATE) + BC-EE-FIXED
                   IF BC-EE-CAP > 0 AND WS-BC-EE-LEVY > BC-EE-CAP
                       MOVE BC-EE-CAP TO WS-BC-EE-LEVY
                   END-IF
                   COMPUTE WS-BC-ER-LEVY ROUNDED =
                           (WS-GROSS-PAY * BC-ER-RATE) + BC-ER-FIXED
                   IF BC-ER-CAP > 0 AND WS-BC-ER-LEVY > BC-ER-CAP
                       MOVE BC-ER-CAP TO WS-BC-ER-LEVY
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 484-RESOLVE-COUNCIL - the employee's council off the coverage
      * rules, most specific first: their own row (which may say
      * NONE), then their position type, then their department.
      *****************************************************************
       484-RESOLVE-COUNCIL.
           MOVE SPACES TO WS-BC-COUNCIL
           MOVE SPACE  TO WS-BC-RULE
           MOVE 'E'    TO CV-SCOPE
           MOVE EMP-ID TO CV-SCOPE-VALUE
           READ COUNCIL-COVER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO WS-BC-RULE
                   IF NOT CV-NOT-COVERED
                       MOVE CV-COUNCIL-CODE TO WS-BC-COUNCIL
                   END-IF
           END-READ
           IF WS-BC-RULE = SPACE AND EMP-POSITION-TYPE NOT = SPACES
               MOVE 'P' TO CV-SCOPE
               MOVE EMP-POSITION-TYPE TO CV-SCOPE-VALUE
               READ COUNCIL-COVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'P' TO WS-BC-RULE
                       MOVE CV-COUNCIL-CODE TO WS-BC-COUNCIL
               END-READ
           END-IF
           IF WS-BC-RULE = SPACE AND EMP-DEPT NOT = SPACES
               MOVE 'D' TO CV-SCOPE
               MOVE EMP-DEPT TO CV-SCOPE-VALUE
               READ COUNCIL-COVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'D' TO WS-BC-RULE
                       MOVE CV-COUNCIL-CODE TO WS-BC-COUNCIL
               END-READ
           END-IF.

      *****************************************************************
      * 447-RECOVER-SALARY-ADVANCE - a salary advance paid by an
      * off-cycle run is recovered IN FULL by the next main run, like
      * never shed, and the garnishment/loan recoveries are left
      * alone - their balances were already paid down and they carry
      * their own protections. If shedding everything voluntary still
      * leaves net negative, 435 holds the payment as before. Vendor
      * deductions (V) shed in their configured place too, but are
      * not carried to arrears - the vendor is told what was not
      * recovered and collects it itself.
      *****************************************************************
       454-SHED-DEDUCTIONS.
           COMPUTE WS-SHORTFALL = WS-TOTAL-DED - WS-GROSS-PAY
           IF WS-SHORTFALL > 0
               PERFORM VARYING WS-SHED-IDX FROM 4 BY -1
                       UNTIL WS-SHED-IDX < 1
                       OR WS-SHORTFALL NOT > 0
                   MOVE WS-DED-PRIORITY(WS-SHED-IDX:1)
                       MOVE WS-HEALTH-INS TO WS-SHED-AMT
                   END-IF
                   SUBTRACT WS-SHED-AMT FROM WS-HEALTH-INS
               WHEN 'V'
                   IF WS-VENDOR-DED > WS-SHORTFALL
                       MOVE WS-SHORTFALL TO WS-SHED-AMT
                   ELSE
                       MOVE WS-VENDOR-DED TO WS-SHED-AMT
                   END-IF
                   SUBTRACT WS-SHED-AMT FROM WS-VENDOR-DED
               WHEN OTHER
                   IF WS-OTHER-DED > WS-SHORTFALL
                       MOVE WS-SHORTFALL TO WS-SHED-AMT
                   SUBTRACT WS-SHED-AMT FROM WS-OTHER-DED
           END-EVALUATE

           IF WS-SHED-AMT > 0 AND WS-SHED-TYPE = 'V'
               SUBTRACT WS-SHED-AMT FROM WS-SHORTFALL
               SUBTRACT WS-SHED-AMT FROM WS-TOTAL-DED
               DISPLAY "DEDUCTION SHED (V) FOR " EMP-ID ": "
                       WS-SHED-AMT " LEFT UNRECOVERED FOR THE VENDOR"
               MOVE 0 TO WS-SHED-AMT
           END-IF
           IF WS-SHED-AMT > 0
               SUBTRACT WS-SHED-AMT FROM WS-SHORTFALL
               SUBTRACT WS-SHED-AMT FROM WS-TOTAL-DED
                       PERFORM 414-TAX-SEVERANCE-LUMP-SUM
                   WHEN 'P'
                       COMPUTE WS-PAYE-TAX ROUNDED =
                               (WS-GROSS-PAY - WS-EARN-EXEMPT
                                - WS-FS-EXEMPT)
                               * WS-TD-USE-RATE / 100
                   WHEN OTHER
                       MOVE WS-TD-USE-AMOUNT TO WS-PAYE-TAX
               MOVE 12 TO WS-PERIODS-PER-YEAR
           END-IF
      *>   The non-taxable earning slice never enters the PAYE base,
      *>   and neither does the deductible retirement contribution
      *>   or the foreign service exemption.
           COMPUTE WS-CUR-TAXABLE =
                   WS-GROSS-PAY + WS-FRINGE-TOTAL
                   - WS-EARN-EXEMPT - WS-RETIRE-DEDUCTIBLE
                   - WS-FS-EXEMPT
           IF WS-CUR-TAXABLE < 0
               MOVE 0 TO WS-CUR-TAXABLE
           END-IF
                   WS-PRIOR-GROSS + WS-PRIOR-FRINGE
                   - WS-PRIOR-RETIRE
                   - (WS-PRIOR-TRAVEL * .20)
                   - WS-PRIOR-FS-EXEMPT
                   + WS-CUR-TAXABLE
           IF WS-CUM-TAXABLE < 0
               MOVE 0 TO WS-CUM-TAXABLE
           MOVE 0 TO WS-PRIOR-RETIRE
           MOVE 0 TO WS-PRIOR-TRAVEL
           MOVE 0 TO WS-PRIOR-FRINGE
           MOVE 0 TO WS-PRIOR-FS-EXEMPT
           MOVE 0 TO WS-PRIOR-PERIODS
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-COUNT
                       TO WS-PRIOR-TRAVEL
                   MOVE WS-YTD-FRINGE(WS-YTD-IDX)
                       TO WS-PRIOR-FRINGE
                   MOVE WS-YTD-FS-EXEMPT(WS-YTD-IDX)
                       TO WS-PRIOR-FS-EXEMPT
                   MOVE WS-YTD-PERIODS(WS-YTD-IDX)
                       TO WS-PRIOR-PERIODS
               END-IF

      *****************************************************************
      * 406-TAX-ON-ANNUAL-TAXABLE - the SARS bracket table and age
      * rebates for the tax year the period falls in applied to
      * WS-ANNUAL-TAXABLE, leaving the annual tax (never below zero)
      * in WS-ANNUAL-TAX.
      *****************************************************************
       406-TAX-ON-ANNUAL-TAXABLE.
           PERFORM 182-SELECT-PAYE-TABLE
           MOVE 0 TO WS-PB-LOWER-LIMIT
           MOVE 0 TO WS-ANNUAL-TAX
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
      *****************************************************************
       437-APPLY-GARNISHMENT.
           MOVE 0 TO WS-GARNISH-DED
           PERFORM 398-LOOKUP-MIN-WAGE
           COMPUTE WS-GARNISH-AVAIL = WS-GROSS-PAY - WS-PAYE-TAX -
                   WS-UIF - WS-HEALTH-INS - WS-PENSION -
                   WS-OTHER-DED - WS-BC-EE-LEVY - WS-EMP-MIN-WAGE
           IF WS-GARNISH-AVAIL < 0
               MOVE 0 TO WS-GARNISH-AVAIL
           END-IF
                               MOVE 'P' TO GN-STATUS
                           END-IF
                           REWRITE GARNISHMENT-RECORD
                           IF GN-FILE-STATUS = '00'
                               MOVE 'C' TO WS-MJ-OPERATION
                               PERFORM 996-JOURNAL-GARNISHMENT
                           END-IF
                   END-READ
               END-IF
           END-IF.
                               DISPLAY "STAFF LOAN SETTLED: " EMP-ID
                           END-IF
                           REWRITE LOAN-RECORD
                           IF LN-FILE-STATUS = '00'
                               MOVE 'C' TO WS-MJ-OPERATION
                               PERFORM 997-JOURNAL-LOAN
                           END-IF
                           PERFORM 449-WRITE-LOAN-HISTORY
                       END-IF
                   END-IF

      *****************************************************************
      * 436-LOOKUP-BENEFIT-ELECTION - pull this employee's actual
      * health insurance/401K(pension) elections in force on
      * WS-BN-AS-AT (the start of the period being paid) - the latest
      * BENEFIT-ELECTION-FILE row dated on or before it. An employee
      * with no dated elections at all falls back to BENEFITS-FILE.
      * If neither has anything, or nothing was in force yet, default
      * to no health insurance and no pension deduction rather than
      * guessing at an average.
      *****************************************************************
       436-LOOKUP-BENEFIT-ELECTION.
           MOVE 'N' TO WS-BN-HEALTH-INS
           MOVE 0   TO WS-BN-401K-PCT
           MOVE 0   TO WS-BN-DEPENDANTS
           IF WS-BN-AS-AT = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BN-AS-AT
           END-IF
           MOVE 'N' TO WS-BE-ANY
           IF WS-BE-AVAILABLE = 'Y'
               MOVE 'N' TO WS-BE-SCAN-DONE
               MOVE EMP-ID TO BE-EMP-ID
               MOVE 0 TO BE-EFF-DATE
               START BENEFIT-ELECTION-FILE KEY IS NOT LESS THAN BE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BE-SCAN-DONE
               END-START
               PERFORM UNTIL WS-BE-SCAN-DONE = 'Y'
                   READ BENEFIT-ELECTION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BE-SCAN-DONE
                       NOT AT END
                           IF BE-EMP-ID NOT = EMP-ID
                               MOVE 'Y' TO WS-BE-SCAN-DONE
                           ELSE
                               MOVE 'Y' TO WS-BE-ANY
                               IF BE-EFF-DATE > WS-BN-AS-AT
                                   MOVE 'Y' TO WS-BE-SCAN-DONE
                               ELSE
                                   MOVE BE-HEALTH-INS
                                       TO WS-BN-HEALTH-INS
                                   MOVE BE-401K-PCT TO WS-BN-401K-PCT
                                   MOVE BE-DEPENDANTS
                                       TO WS-BN-DEPENDANTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-BE-ANY = 'N' AND WS-BENEFITS-AVAILABLE = 'Y'
               MOVE EMP-ID TO BN-EMP-ID
               READ BENEFITS-FILE
                   INVALID KEY
      * monthly value, and the deemed interest on a staff loan
      * priced below the official rate (official minus LN-ANNUAL-
      * RATE on the live balance, over twelve). Joins the PAYE base
      * in 408 but never the cash gross. Study fees paid as a taxable
      * bursary are added in the same way by 491.
      *****************************************************************
       404-COMPUTE-FRINGE-BENEFITS.
           MOVE 0 TO WS-FRINGE-TOTAL
                   END-READ
               END-PERFORM
               MOVE '00' TO FB-FILE-STATUS
           END-IF
           IF WS-RUN-MODE = 'F' OR WS-RUN-MODE = 'T'
                   OR WS-RUN-MODE = 'S'
               PERFORM 491-ADD-TAXABLE-BURSARY
           END-IF.

       405-VALUE-ONE-FRINGE.
           MOVE 0 TO WS-ER-UIF
           MOVE 0 TO WS-ER-SDL
           MOVE 0 TO WS-ER-PENSION
           PERFORM 376-APPLY-US-UNEMPLOYMENT
           PERFORM 379-APPLY-US-401K
           COMPUTE WS-TOTAL-DED = WS-PAYE-TAX + WS-UIF + WS-SDL +
                   WS-STATE-TAX + WS-PENSION.

       440-GENERATE-PAYSLIP.
           PERFORM 770-PICK-SLIP-MESSAGES
           IF EMP-COUNTRY-US
               PERFORM 442-GENERATE-US-PAYSLIP
           ELSE
                       WS-FORMATTED-AMOUNT
                       DELIMITED BY SIZE INTO PAYSLIP-SPOOL-RECORD
               WRITE PAYSLIP-SPOOL-RECORD
               IF WS-BC-EE-LEVY > 0
                   MOVE WS-BC-EE-LEVY TO WS-FORMATTED-AMOUNT
                   STRING "Council levy:  " WS-CCY-SYMBOL " "
                           WS-FORMATTED-AMOUNT
                           DELIMITED BY SIZE INTO PAYSLIP-SPOOL-RECORD
                   WRITE PAYSLIP-SPOOL-RECORD
               END-IF
               IF WS-AS-RECOVERY > 0
                   MOVE WS-AS-RECOVERY TO WS-FORMATTED-AMOUNT
                   STRING "Asset recovry: " WS-CCY-SYMBOL " "
                           WS-FORMATTED-AMOUNT
                           DELIMITED BY SIZE INTO PAYSLIP-SPOOL-RECORD
                   WRITE PAYSLIP-SPOOL-RECORD
               END-IF
               IF WS-SB-DEDUCT > 0
                   MOVE WS-SB-DEDUCT TO WS-FORMATTED-AMOUNT
                   STRING "Bursary clawbk:" WS-CCY-SYMBOL " "
                           WS-FORMATTED-AMOUNT
                           DELIMITED BY SIZE INTO PAYSLIP-SPOOL-RECORD
                   WRITE PAYSLIP-SPOOL-RECORD
               END-IF
               IF WS-VENDOR-DED > 0
                   MOVE WS-VENDOR-DED TO WS-FORMATTED-AMOUNT
                   STRING "Vendor deducts:" WS-CCY-SYMBOL " "
                           WS-FORMATTED-AMOUNT
                           DELIMITED BY SIZE INTO PAYSLIP-SPOOL-RECORD
                   WRITE PAYSLIP-SPOOL-RECORD
               END-IF
               MOVE WS-TOTAL-DED TO WS-FORMATTED-AMOUNT
               STRING "Total deduct:  " WS-CCY-SYMBOL " "
                       WS-FORMATTED-AMOUNT
                       DELIMITED BY SIZE INTO PAYSLIP-SPOOL-RECORD
               WRITE PAYSLIP-SPOOL-RECORD
               IF WS-CLAIM-NONTAX > 0
                   MOVE WS-CLAIM-NONTAX TO WS-FORMATTED-AMOUNT
                   STRING "Reimbursements:" WS-CCY-SYMBOL " "
                           WS-FORMATTED-AMOUNT
                           DELIMITED BY SIZE INTO PAYSLIP-SPOOL-RECORD
                   WRITE PAYSLIP-SPOOL-RECORD
               END-IF
               MOVE WS-NET-PAY TO WS-FORMATTED-AMOUNT
               STRING "Net pay:       " WS-CCY-SYMBOL " "
                       WS-FORMATTED-AMOUNT
                       DELIMITED BY SIZE INTO PAYSLIP-SPOOL-RECORD
               WRITE PAYSLIP-SPOOL-RECORD
               PERFORM 463-SPOOL-SPLIT-LINES
               PERFORM 774-SPOOL-SLIP-MESSAGES
               MOVE "---- YEAR TO DATE (TAX YEAR) ----"
                   TO PAYSLIP-SPOOL-RECORD
               WRITE PAYSLIP-SPOOL-RECORD
      *>       SLIPDIST can dispatch it per the employee's delivery
      *>       preference and prove the distribution afterwards.
               PERFORM 401-QUEUE-PAYSLIP
               PERFORM 776-LOG-SLIP-MESSAGES
           END-IF.

      *****************************************************************
           ELSE
               MOVE 'P' TO SQ-METHOD
           END-IF
           SET SQ-QUEUED TO TRUE
           MOVE WS-TIMESTAMP TO SQ-QUEUED-TIME
           MOVE SPACES TO SQ-SENT-TIME
           MOVE 0 TO SQ-TRIES
           OPEN EXTEND SLIP-QUEUE-FILE
           IF SQ-FILE-STATUS = '35'
               OPEN OUTPUT SLIP-QUEUE-FILE
           END-IF
           IF SQ-FILE-STATUS = '00'
               WRITE SLIP-QUEUE-RECORD
               CLOSE SLIP-QUEUE-FILE
           END-IF.

      *****************************************************************
      * 770-PICK-SLIP-MESSAGES - HR's payslip messages for the
      * employee in the buffer and the month this pay period starts
      * in, off SLIPMSG (at most five).
      *****************************************************************
       770-PICK-SLIP-MESSAGES.
           MOVE EMP-ID             TO WS-SMP-EMP-ID
           MOVE EMP-DEPT           TO WS-SMP-DEPT
           MOVE EMP-COMPANY-BRANCH TO WS-SMP-BRANCH
           MOVE EMP-TYPE           TO WS-SMP-EMP-TYPE
           MOVE EMP-STATUS         TO WS-SMP-STATUS
           MOVE WS-PAY-PERIOD(1:7) TO WS-SMP-MONTH
           CALL "SLIPMSG" USING WS-SLIP-MSG-PARAMS.

      *****************************************************************
      * 772-SHOW-SLIP-MESSAGES - the messages picked by 770 at the
      * foot of the displayed payslip.
      *****************************************************************
       772-SHOW-SLIP-MESSAGES.
           IF WS-SMP-COUNT > 0
               DISPLAY "MESSAGES:"
               PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                       UNTIL WS-SMP-IDX > WS-SMP-COUNT
                   DISPLAY "  " WS-SMP-TEXT-1(WS-SMP-IDX)
                   IF WS-SMP-TEXT-2(WS-SMP-IDX) NOT = SPACES
                       DISPLAY "  " WS-SMP-TEXT-2(WS-SMP-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * 774-SPOOL-SLIP-MESSAGES - the same messages on the spooled
      * copy SLIPDIST distributes.
      *****************************************************************
       774-SPOOL-SLIP-MESSAGES.
           IF WS-SMP-COUNT > 0
               MOVE "---- MESSAGES ----" TO PAYSLIP-SPOOL-RECORD
               WRITE PAYSLIP-SPOOL-RECORD
               PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                       UNTIL WS-SMP-IDX > WS-SMP-COUNT
                   MOVE WS-SMP-TEXT-1(WS-SMP-IDX)
                       TO PAYSLIP-SPOOL-RECORD
                   WRITE PAYSLIP-SPOOL-RECORD
                   IF WS-SMP-TEXT-2(WS-SMP-IDX) NOT = SPACES
                       MOVE WS-SMP-TEXT-2(WS-SMP-IDX)
                           TO PAYSLIP-SPOOL-RECORD
                       WRITE PAYSLIP-SPOOL-RECORD
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * 776-LOG-SLIP-MESSAGES - one delivery row per message on the
      * payslip just spooled, for REPORTS' message delivery report.
      *****************************************************************
       776-LOG-SLIP-MESSAGES.
           IF WS-SMP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SLIP-MSG-LOG-FILE
           IF ML-FILE-STATUS = '35'
               OPEN OUTPUT SLIP-MSG-LOG-FILE
           END-IF
           IF ML-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: UNABLE TO LOG PAYSLIP MESSAGES FOR "
                       EMP-ID ", STATUS " ML-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                   UNTIL WS-SMP-IDX > WS-SMP-COUNT
               MOVE SPACES TO SLIP-MSG-LOG-RECORD
               MOVE WS-SMP-MSG-ID(WS-SMP-IDX) TO ML-MSG-ID
               MOVE EMP-ID TO ML-EMP-ID
               MOVE WS-PAY-PERIOD TO ML-PAY-PERIOD
               MOVE WS-RUN-MODE TO ML-RUN-MODE
               MOVE WS-CURRENT-DATE TO ML-PRINTED-DATE
               WRITE SLIP-MSG-LOG-RECORD
           END-PERFORM
           CLOSE SLIP-MSG-LOG-FILE.

      *****************************************************************
      * 463-SPOOL-SPLIT-LINES - the same net pay disposition lines
                           WS-FORMATTED-AMOUNT
               END-IF
           END-IF
           PERFORM 474-SHOW-CLAIMS-ON-SLIP
           DISPLAY "DEDUCTIONS:"
           MOVE WS-PAYE-TAX TO WS-FORMATTED-AMOUNT
           DISPLAY "  PAYE TAX:      R " WS-FORMATTED-AMOUNT
               MOVE WS-FRINGE-TOTAL TO WS-FORMATTED-AMOUNT
               DISPLAY "  FRINGE BENEFIT (TAXED, NOT PAID): R "
                       WS-FORMATTED-AMOUNT
               IF WS-SB-TAXABLE > 0
                   MOVE WS-SB-TAXABLE TO WS-FORMATTED-AMOUNT
                   DISPLAY "    INCL. TAXABLE BURSARY:         R "
                           WS-FORMATTED-AMOUNT
               END-IF
           END-IF
           IF WS-RETIRE-DEDUCTIBLE > 0
               MOVE WS-RETIRE-DEDUCTIBLE TO WS-FORMATTED-AMOUNT
               DISPLAY "  (EXCESS CARRIED FORWARD:    R "
                       WS-FORMATTED-AMOUNT ")"
           END-IF
           IF WS-FS-EXEMPT > 0
               MOVE WS-FS-EXEMPT TO WS-FORMATTED-AMOUNT
               DISPLAY "  (FOREIGN SERVICE EXEMPT:    R "
                       WS-FORMATTED-AMOUNT ")"
           END-IF
           MOVE WS-OTHER-DED TO WS-FORMATTED-AMOUNT
           DISPLAY "  OTHER:         R " WS-FORMATTED-AMOUNT
           IF WS-BC-EE-LEVY > 0
               MOVE WS-BC-EE-LEVY TO WS-FORMATTED-AMOUNT
               DISPLAY "  COUNCIL LEVY:  R " WS-FORMATTED-AMOUNT
           END-IF
           IF WS-AS-RECOVERY > 0
               MOVE WS-AS-RECOVERY TO WS-FORMATTED-AMOUNT
               DISPLAY "  ASSET RECOVRY: R " WS-FORMATTED-AMOUNT
           END-IF
           IF WS-SB-DEDUCT > 0
               MOVE WS-SB-DEDUCT TO WS-FORMATTED-AMOUNT
               DISPLAY "  BURSARY CLAWBK:R " WS-FORMATTED-AMOUNT
           END-IF
           IF WS-VENDOR-DED > 0
               MOVE WS-VENDOR-DED TO WS-FORMATTED-AMOUNT
               DISPLAY "  VENDOR DEDUCT: R " WS-FORMATTED-AMOUNT
           END-IF
           IF WS-GARNISH-DED > 0
               MOVE WS-GARNISH-DED TO WS-FORMATTED-AMOUNT
               DISPLAY "  GARNISHMENT:   R " WS-FORMATTED-AMOUNT
           END-IF
           MOVE WS-TOTAL-DED TO WS-FORMATTED-AMOUNT
           DISPLAY "TOTAL DEDUCTIONS: R " WS-FORMATTED-AMOUNT
           IF WS-CLAIM-NONTAX > 0
               MOVE WS-CLAIM-NONTAX TO WS-FORMATTED-AMOUNT
               DISPLAY "REIMBURSEMENTS:   R " WS-FORMATTED-AMOUNT
           END-IF
           MOVE WS-NET-PAY TO WS-FORMATTED-AMOUNT
           DISPLAY "NET PAY:          R " WS-FORMATTED-AMOUNT
           PERFORM 458-SHOW-SPLITS-ON-SLIP
               MOVE WS-ER-PENSION TO WS-FORMATTED-AMOUNT
               DISPLAY "  PENSION MATCH: R " WS-FORMATTED-AMOUNT
           END-IF
           IF WS-BC-ER-LEVY > 0
               MOVE WS-BC-ER-LEVY TO WS-FORMATTED-AMOUNT
               DISPLAY "  COUNCIL LEVY:  R " WS-FORMATTED-AMOUNT
           END-IF
           PERFORM 772-SHOW-SLIP-MESSAGES
           DISPLAY "----------------------------------------"
           DISPLAY "PAYMENT DATE: " WS-PAY-DATE
           DISPLAY " ".
           DISPLAY "  MEDICARE:      $ " WS-FORMATTED-AMOUNT
           MOVE WS-STATE-TAX TO WS-FORMATTED-AMOUNT
           DISPLAY "  STATE TAX:     $ " WS-FORMATTED-AMOUNT
           IF WS-PENSION > 0
               MOVE WS-PENSION TO WS-FORMATTED-AMOUNT
               DISPLAY "  401(K):        $ " WS-FORMATTED-AMOUNT
           END-IF
           MOVE WS-TOTAL-DED TO WS-FORMATTED-AMOUNT
           DISPLAY "TOTAL DEDUCTIONS: $ " WS-FORMATTED-AMOUNT
           IF WS-CLAIM-NONTAX > 0
               MOVE WS-CLAIM-NONTAX TO WS-FORMATTED-AMOUNT
               DISPLAY "REIMBURSEMENTS:   $ " WS-FORMATTED-AMOUNT
           END-IF
           MOVE WS-NET-PAY TO WS-FORMATTED-AMOUNT
           DISPLAY "NET PAY:          $ " WS-FORMATTED-AMOUNT
           IF WS-ER-PENSION > 0
               MOVE WS-ER-PENSION TO WS-FORMATTED-AMOUNT
               DISPLAY "EMPLOYER 401(K):  $ " WS-FORMATTED-AMOUNT
           END-IF
           PERFORM 772-SHOW-SLIP-MESSAGES
           DISPLAY "----------------------------------------"
           DISPLAY "PAYMENT DATE: " WS-PAY-DATE
           DISPLAY " ".
           MOVE WS-EARN-OTHER TO PR-OTHER-ALLOW
           MOVE WS-RETIRE-DEDUCTIBLE TO PR-RETIRE-DEDUCT
           MOVE WS-FRINGE-TOTAL TO PR-FRINGE-VALUE
           MOVE WS-CLAIM-TRAV-NONTAX TO PR-REIMB-TRAVEL
           MOVE WS-CLAIM-TRAV-TAX TO PR-REIMB-TRAV-TAX
           COMPUTE PR-REIMB-OTHER = WS-CLAIM-NONTAX
                   - WS-CLAIM-TRAV-NONTAX
           MOVE WS-FS-EXEMPT TO PR-FOREIGN-EXEMPT
           MOVE WS-ER-FUTA TO PR-US-FUTA
           MOVE WS-ER-SUI TO PR-US-SUI
           IF EMP-COUNTRY-US
               MOVE WS-PENSION TO PR-US-401K-DEFER
               MOVE WS-ER-PENSION TO PR-US-401K-MATCH
           ELSE
               MOVE 0 TO PR-US-401K-DEFER
               MOVE 0 TO PR-US-401K-MATCH
           END-IF
           IF WS-TD-APPLIED = 'Y'
               MOVE WS-TD-USE-NUMBER TO PR-DIRECTIVE-NO
           ELSE
      *>       keeps both for the next run.
               PERFORM 465-CONSUME-ONCE-OFF-EARNINGS
               PERFORM 466-SETTLE-DED-ARREARS
               PERFORM 473-SETTLE-EXPENSE-CLAIMS
               IF WS-SB-TAXABLE > 0
                   PERFORM 493-MARK-BURSARY-TAXED
               END-IF
               IF WS-VX-ROWS > 0
                   PERFORM 762-SETTLE-VENDOR-DEDUCTIONS
               END-IF
      *>       One component row per earning/deduction making up the
      *>       payment just recorded - PR-RUN-SEQ is known now.
               PERFORM 464-WRITE-COMPONENT-DETAIL
           MOVE "SHIFT" TO WS-PC-CODE
           MOVE WS-SHIFT-DIFF-AMT TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE "OVTIME" TO WS-PC-CODE
           MOVE WS-OVERTIME-PAY TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE "FRINGE" TO WS-PC-CODE
           MOVE WS-FRINGE-TOTAL TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
               MOVE WS-EL-AMOUNT(WS-EL-IDX) TO WS-PC-AMOUNT
               PERFORM 468-WRITE-ONE-COMPONENT
           END-PERFORM
           MOVE "CLTAX" TO WS-PC-CODE
           MOVE WS-CLAIM-TAXABLE TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE 'R' TO WS-PC-TYPE
           MOVE "CLTRAV" TO WS-PC-CODE
           MOVE WS-CLAIM-TRAV-NONTAX TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE "CLSUBS" TO WS-PC-CODE
           MOVE WS-CLAIM-SUBS-NONTAX TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE "CLCELL" TO WS-PC-CODE
           MOVE WS-CLAIM-CELL-NONTAX TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE "CLOTHR" TO WS-PC-CODE
           MOVE WS-CLAIM-OTHR-NONTAX TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE 'D' TO WS-PC-TYPE
           MOVE "PAYE" TO WS-PC-CODE
           MOVE WS-PAYE-TAX TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE "RETDED" TO WS-PC-CODE
           MOVE WS-RETIRE-DEDUCTIBLE TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE "BCLEVY" TO WS-PC-CODE
           MOVE WS-BC-EE-LEVY TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE "ASSETR" TO WS-PC-CODE
           MOVE WS-AS-RECOVERY TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE "BURSR" TO WS-PC-CODE
           MOVE WS-SB-DEDUCT TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE "VENDOR" TO WS-PC-CODE
           MOVE WS-VENDOR-DED TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT
           MOVE 'C' TO WS-PC-TYPE
           MOVE "BCER" TO WS-PC-CODE
           MOVE WS-BC-ER-LEVY TO WS-PC-AMOUNT
           PERFORM 468-WRITE-ONE-COMPONENT.

       468-WRITE-ONE-COMPONENT.
           IF WS-PC-AMOUNT NOT = 0
               IF TRIAL-RUN
                   PERFORM 469-WRITE-TRIAL-COMPONENT
               ELSE
                   ADD 1 TO WS-PC-SEQ
                   MOVE PR-EMP-ID     TO PC-EMP-ID
                   MOVE PR-PAY-PERIOD TO PC-PAY-PERIOD
                   MOVE PR-RUN-SEQ    TO PC-RUN-SEQ
                   MOVE WS-PC-CODE    TO PC-COMP-CODE
                   MOVE WS-PC-SEQ     TO PC-COMP-SEQ
                   MOVE WS-PC-TYPE    TO PC-TYPE
                   MOVE WS-PC-AMOUNT  TO PC-AMOUNT
                   WRITE PAY-COMPONENT-RECORD
                       INVALID KEY
                           REWRITE PAY-COMPONENT-RECORD
                   END-WRITE
               END-IF
           END-IF.

      *****************************************************************
      * 469-WRITE-TRIAL-COMPONENT - one component (or payment total)
      * of the employee just calculated by a trial run, under the
      * trial's run timestamp. The total rows are written even when
      * zero so every employee the trial calculated is on file.
      *****************************************************************
       469-WRITE-TRIAL-COMPONENT.
           MOVE WS-TIMESTAMP  TO TV-TRIAL-TS
           MOVE WS-PAY-PERIOD TO TV-PAY-PERIOD
           MOVE WS-RUN-BRANCH TO TV-RUN-BRANCH
           MOVE EMP-ID        TO TV-EMP-ID
           MOVE WS-PC-CODE    TO TV-COMP-CODE
           MOVE WS-PC-TYPE    TO TV-TYPE
           MOVE WS-PC-AMOUNT  TO TV-AMOUNT
           WRITE TRIAL-COMPONENT-RECORD.

      *****************************************************************
      * 465-CONSUME-ONCE-OFF-EARNINGS - mark the once-off earning
      * lines that were included in the payment just recorded as done
           END-PERFORM
           MOVE '00' TO EA-FILE-STATUS.

      *****************************************************************
      * 471-APPLY-EXPENSE-CLAIMS - take this employee's approved
      * expense claims (up to ten a run; any more wait for the next
      * run). Travel is tax-free up to the business kilometres at the
      * SARS prescribed rate and subsistence up to the days away at
      * the daily allowance; the excess over that is taxable and
      * joins gross - travel under IRP5 3702, anything else with the
      * other allowances (3713). Cellphone and other substantiated
      * business expenses have no prescribed rate and are reimbursed
      * in full. US employees are reimbursed in full under the
      * accountable-plan rules. The calculator never reimburses.
      *****************************************************************
       471-APPLY-EXPENSE-CLAIMS.
           MOVE 0 TO WS-CLAIM-NONTAX
           MOVE 0 TO WS-CLAIM-TAXABLE
           MOVE 0 TO WS-CLAIM-TRAV-NONTAX
           MOVE 0 TO WS-CLAIM-TRAV-TAX
           MOVE 0 TO WS-CLAIM-SUBS-NONTAX
           MOVE 0 TO WS-CLAIM-CELL-NONTAX
           MOVE 0 TO WS-CLAIM-OTHR-NONTAX
           MOVE 0 TO WS-CL-COUNT
           IF NOT CALC-RUN
               MOVE 'N' TO WS-CLAIM-SCAN-DONE
               MOVE EMP-ID TO XC-EMP-ID
               MOVE 0 TO XC-CLAIM-SEQ
               START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN XC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CLAIM-SCAN-DONE
                   NOT INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL WS-CLAIM-SCAN-DONE = 'Y'
                   READ EXPENSE-CLAIM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CLAIM-SCAN-DONE
                       NOT AT END
                           IF XC-EMP-ID NOT = EMP-ID
                               MOVE 'Y' TO WS-CLAIM-SCAN-DONE
                           ELSE
                               IF XC-APPROVED AND WS-CL-COUNT < 10
                                   PERFORM 472-TAKE-CLAIM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO XC-FILE-STATUS
           END-IF
           ADD WS-CLAIM-TAXABLE TO WS-EARN-TOTAL.

       472-TAKE-CLAIM.
           EVALUATE TRUE
               WHEN EMP-COUNTRY-US
                   MOVE XC-AMOUNT TO WS-CLAIM-LIMIT
               WHEN XC-CAT-TRAVEL
                   COMPUTE WS-CLAIM-LIMIT ROUNDED =
                           XC-QUANTITY * WS-CLAIM-KM-RATE
               WHEN XC-CAT-SUBSIST
                   COMPUTE WS-CLAIM-LIMIT ROUNDED =
                           XC-QUANTITY * WS-CLAIM-DAY-RATE
               WHEN OTHER
                   MOVE XC-AMOUNT TO WS-CLAIM-LIMIT
           END-EVALUATE
           MOVE 0 TO WS-CLAIM-THIS-TAX
           IF XC-AMOUNT > WS-CLAIM-LIMIT
               COMPUTE WS-CLAIM-THIS-TAX = XC-AMOUNT - WS-CLAIM-LIMIT
           END-IF
           ADD WS-CLAIM-THIS-TAX TO WS-CLAIM-TAXABLE
           COMPUTE WS-CLAIM-NONTAX = WS-CLAIM-NONTAX +
                   XC-AMOUNT - WS-CLAIM-THIS-TAX
           EVALUATE TRUE
               WHEN XC-CAT-TRAVEL
                   COMPUTE WS-CLAIM-TRAV-NONTAX =
                           WS-CLAIM-TRAV-NONTAX +
                           XC-AMOUNT - WS-CLAIM-THIS-TAX
                   ADD WS-CLAIM-THIS-TAX TO WS-CLAIM-TRAV-TAX
               WHEN XC-CAT-SUBSIST
                   COMPUTE WS-CLAIM-SUBS-NONTAX =
                           WS-CLAIM-SUBS-NONTAX +
                           XC-AMOUNT - WS-CLAIM-THIS-TAX
                   ADD WS-CLAIM-THIS-TAX TO WS-EARN-OTHER
               WHEN XC-CAT-CELLPHONE
                   COMPUTE WS-CLAIM-CELL-NONTAX =
                           WS-CLAIM-CELL-NONTAX +
                           XC-AMOUNT - WS-CLAIM-THIS-TAX
                   ADD WS-CLAIM-THIS-TAX TO WS-EARN-OTHER
               WHEN OTHER
                   COMPUTE WS-CLAIM-OTHR-NONTAX =
                           WS-CLAIM-OTHR-NONTAX +
                           XC-AMOUNT - WS-CLAIM-THIS-TAX
                   ADD WS-CLAIM-THIS-TAX TO WS-EARN-OTHER
           END-EVALUATE
           ADD 1 TO WS-CL-COUNT
           MOVE XC-CLAIM-SEQ TO WS-CL-SEQ(WS-CL-COUNT)
           MOVE XC-CATEGORY TO WS-CL-CATEGORY(WS-CL-COUNT)
           MOVE XC-AMOUNT TO WS-CL-AMOUNT(WS-CL-COUNT)
           MOVE WS-CLAIM-THIS-TAX TO WS-CL-TAXABLE(WS-CL-COUNT).

      *****************************************************************
      * 473-SETTLE-EXPENSE-CLAIMS - mark the claims included in the
      * payment just recorded as paid, with the taxed part and the
      * paying period and run, so they cannot pay twice.
      *****************************************************************
       473-SETTLE-EXPENSE-CLAIMS.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               MOVE EMP-ID TO XC-EMP-ID
               MOVE WS-CL-SEQ(WS-CL-IDX) TO XC-CLAIM-SEQ
               READ EXPENSE-CLAIM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET XC-PAID TO TRUE
                       MOVE WS-CL-TAXABLE(WS-CL-IDX) TO XC-TAXABLE-AMT
                       MOVE WS-PAY-PERIOD TO XC-PAID-PERIOD
                       MOVE WS-TIMESTAMP TO XC-PAID-RUN-TS
                       REWRITE EXPENSE-CLAIM-RECORD
               END-READ
           END-PERFORM
           MOVE '00' TO XC-FILE-STATUS.

      *****************************************************************
      * 474-SHOW-CLAIMS-ON-SLIP - the expense claims this payment
      * reimburses, with any part over the prescribed rate that was
      * taxed in gross.
      *****************************************************************
       474-SHOW-CLAIMS-ON-SLIP.
           IF WS-CL-COUNT > 0
               DISPLAY "EXPENSE CLAIMS REIMBURSED:"
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-COUNT
                   MOVE WS-CL-AMOUNT(WS-CL-IDX) TO WS-FORMATTED-AMOUNT
                   DISPLAY "  CLAIM " WS-CL-SEQ(WS-CL-IDX) " "
                           WS-CL-CATEGORY(WS-CL-IDX) "        R "
                           WS-FORMATTED-AMOUNT
                   IF WS-CL-TAXABLE(WS-CL-IDX) > 0
                       MOVE WS-CL-TAXABLE(WS-CL-IDX)
                           TO WS-FORMATTED-AMOUNT
                       DISPLAY "    OVER PRESCRIBED RATE (TAXED IN "
                               "GROSS): R " WS-FORMATTED-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * 452-WRITE-PAYROLL-KEYED - write the record in the buffer under
      * the next free run sequence for its employee/period. A
                 GL-JOURNAL-FILE GARNISHMENT-FILE LOAN-FILE
                 COST-SPLIT-FILE EARNING-FILE DED-ARREARS-FILE
                 RETIRE-CARRY-FILE ADVANCE-FILE COMPONENT-FILE
                 EXPENSE-CLAIM-FILE
           IF WS-ATT-AVAILABLE = 'Y'
               CLOSE ATTENDANCE-FILE
               MOVE 'N' TO WS-ATT-AVAILABLE
           END-IF
           IF WS-OTA-AVAILABLE = 'Y'
               CLOSE OT-AUTH-FILE
               MOVE 'N' TO WS-OTA-AVAILABLE
           END-IF
           IF WS-BENEFITS-AVAILABLE = 'Y'
               CLOSE BENEFITS-FILE
           END-IF
           IF WS-BE-AVAILABLE = 'Y'
               CLOSE BENEFIT-ELECTION-FILE
           END-IF
           IF WS-TD-AVAILABLE = 'Y'
               CLOSE TAX-DIRECTIVE-FILE
               MOVE 'N' TO WS-TD-AVAILABLE
               CLOSE PAY-SPLIT-FILE
               MOVE 'N' TO WS-SPL-AVAILABLE
           END-IF
           IF WS-DS-AVAILABLE = 'Y'
               CLOSE DEATH-CASE-FILE
               MOVE 'N' TO WS-DS-AVAILABLE
           END-IF
           IF WS-FB-AVAILABLE = 'Y'
               CLOSE FRINGE-FILE
               MOVE 'N' TO WS-FB-AVAILABLE
           END-IF
           IF WS-SB-AVAILABLE = 'Y'
               CLOSE STUDY-FILE
               MOVE 'N' TO WS-SB-AVAILABLE
           END-IF
           IF WS-VX-AVAILABLE = 'Y'
               CLOSE VENDOR-DED-FILE
               MOVE 'N' TO WS-VX-AVAILABLE
           END-IF
           IF WS-BC-AVAILABLE = 'Y'
               CLOSE COUNCIL-FILE
               CLOSE COUNCIL-COVER-FILE
               MOVE 'N' TO WS-BC-AVAILABLE
           END-IF
           IF WS-PW-AVAILABLE = 'Y'
               CLOSE PRODUCTION-FILE
               MOVE 'N' TO WS-PW-AVAILABLE
           END-IF
           IF TRIAL-RUN
               CLOSE TRIAL-REVIEW-FILE
               CLOSE TRIAL-COMPONENT-FILE
           END-IF
           IF WS-RUN-MODE = 'F'
               CLOSE PENSION-SCHED-FILE
                           "SCHEDULE"
               END-IF
           END-IF
           PERFORM 953-CLOSE-401K-REMITTANCE
           IF WS-EFT-COUNT > 0
               PERFORM 940-WRITE-EFT-CONTROL
               DISPLAY WS-EFT-COUNT
                       " EFT PAYMENT(S) WRITTEN TO "
                       WS-EFT-FILENAME(9:40)
               IF WS-LE-COUNT > 0
                   PERFORM 944-CLOSE-ENTITY-EFT-FILES
               END-IF
               DISPLAY "EFT BATCH IS HELD - A SECOND USER MUST "
                       "RELEASE IT (RUN MODE E) BEFORE TRANSMISSION"
           END-IF
               DISPLAY WS-CHQ-COUNT " CHEQUE(S) DRAWN ON THE CHEQUE "
                       "REGISTER"
           END-IF
           IF WS-PV-COUNT > 0
               PERFORM 991-CLOSE-POSITIVE-PAY
           END-IF
           IF WS-CASH-COUNT > 0
               PERFORM 989-DISPLAY-COINAGE
           END-IF
               IF (WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y')
                       AND WS-RUN-BRANCH = SPACES
                   PERFORM 945-CLOSE-PAY-PERIOD
                   PERFORM 163-APPLY-DUE-LATE-INPUT
               END-IF
               IF WS-RUN-BRANCH NOT = SPACES
                   DISPLAY "BRANCH RUN - PERIOD LEFT OPEN FOR THE "
           IF WS-BR-COUNT > 1
               PERFORM 915-DISPLAY-BRANCH-TOTALS
           END-IF
           IF WS-LE-COUNT > 0
               PERFORM 933-DISPLAY-ENTITY-TOTALS
           END-IF
           MOVE WS-TOTAL-GROSS TO WS-FORMATTED-AMOUNT
           DISPLAY " "
           IF TRIAL-RUN
               DISPLAY "TRIAL RUN COMPLETE - NOTHING COMMITTED"
               DISPLAY "REGISTER WRITTEN TO payroll_trial_register.dat"
               DISPLAY "COMPONENTS SAVED TO payroll_trial_detail.dat "
                       "AS TRIAL " WS-TIMESTAMP
           ELSE
               DISPLAY "PAYROLL PROCESSING COMPLETE"
           END-IF
                   MOVE WS-TOTAL-PENSION TO WS-IR-HASH-TOTAL
                   PERFORM 986-REGISTER-INTERFACE
               END-IF
               IF WS-EMPLOYEE-COUNT > 0 AND WS-IC-COUNT > 0
                   PERFORM 946-WRITE-RECHARGE-SCHEDULE
               END-IF
           END-IF
           PERFORM 948-WRITE-RUN-CONTROL
           DISPLAY " ".
           MOVE WS-CASH-TOTAL-CONV TO WS-FORMATTED-AMOUNT
           DISPLAY "  TOTAL CASH TO DRAW: R " WS-FORMATTED-AMOUNT.

      *****************************************************************
      * 990-WRITE-POSITIVE-PAY - put the cheque just drawn on the run's
      * positive pay file, created on the run's first cheque.
      *****************************************************************
       990-WRITE-POSITIVE-PAY.
           IF WS-PV-COUNT = 0
               MOVE SPACES TO WS-PV-FILENAME
               STRING "../data/positive_pay_"
                       WS-TIMESTAMP(1:4) WS-TIMESTAMP(6:2)
                       WS-TIMESTAMP(9:2) WS-TIMESTAMP(12:2)
                       WS-TIMESTAMP(15:2) WS-TIMESTAMP(18:2) ".dat"
                       DELIMITED BY SIZE INTO WS-PV-FILENAME
               OPEN OUTPUT POSITIVE-PAY-FILE
           ELSE
               OPEN EXTEND POSITIVE-PAY-FILE
           END-IF
           IF PV-FILE-STATUS = '00'
               MOVE SPACES TO POSITIVE-PAY-RECORD
               MOVE 'I' TO PV-REC-TYPE
      *>       Cheques are drawn on the employing entity's account
      *>       where the company runs more than one.
               IF WS-LE-COUNT > 0
                   MOVE EMP-COMPANY-BRANCH TO WS-LE-WANT-BRANCH
                   PERFORM 159-RESOLVE-LEGAL-ENTITY
                   MOVE WS-LE-T-BANK-ACCT(WS-LE-SLOT) TO PV-ACCOUNT
               END-IF
               MOVE CQ-NUMBER TO PV-CHEQUE-NO
               MOVE CQ-AMOUNT TO PV-AMOUNT
               STRING WS-TIMESTAMP(1:4) WS-TIMESTAMP(6:2)
                       WS-TIMESTAMP(9:2)
                       DELIMITED BY SIZE INTO PV-ISSUE-DATE
               STRING EMP-NAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       EMP-SURNAME DELIMITED BY "  "
                       INTO PV-PAYEE
               WRITE POSITIVE-PAY-RECORD
               CLOSE POSITIVE-PAY-FILE
               ADD 1 TO WS-PV-COUNT
               ADD CQ-AMOUNT TO WS-PV-TOTAL
           ELSE
               DISPLAY "WARNING: UNABLE TO WRITE POSITIVE PAY FOR "
                       "CHEQUE " CQ-NUMBER ", STATUS " PV-FILE-STATUS
           END-IF.

      *****************************************************************
      * 991-CLOSE-POSITIVE-PAY - the trailer the bank proves the file
      * against: how many cheques were issued and for how much.
      *****************************************************************
       991-CLOSE-POSITIVE-PAY.
           OPEN EXTEND POSITIVE-PAY-FILE
           IF PV-FILE-STATUS = '00'
               MOVE SPACES TO POSITIVE-PAY-TRAILER
               MOVE 'T' TO PV-T-REC-TYPE
               MOVE WS-PV-COUNT TO PV-T-ISSUE-COUNT
               MOVE WS-PV-TOTAL TO PV-T-ISSUE-TOTAL
               MOVE 0 TO PV-T-VOID-COUNT
               MOVE WS-TIMESTAMP TO PV-T-CREATED
               WRITE POSITIVE-PAY-TRAILER
               CLOSE POSITIVE-PAY-FILE
               DISPLAY WS-PV-COUNT " CHEQUE(S) ON POSITIVE PAY FILE "
                       WS-PV-FILENAME(9:40)
           ELSE
               DISPLAY "WARNING: UNABLE TO CLOSE POSITIVE PAY FILE, "
                       "STATUS " PV-FILE-STATUS
           END-IF.

      *****************************************************************
      * 948-WRITE-RUN-CONTROL - one operations-history row per run:
      * what ran, for which period, who ran it, when, what it
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-GROSS(WS-BR-IDX) TO WS-BR-PRINT-AMT
               IF WS-BR-ENTITY(WS-BR-IDX) > 0
                   DISPLAY "ENTITY "
                           WS-LE-T-CODE(WS-BR-ENTITY(WS-BR-IDX)) ": "
                           WITH NO ADVANCING
               END-IF
               DISPLAY WS-BR-CODE(WS-BR-IDX) " ("
                       WS-BR-CURRENCY(WS-BR-IDX) ")  EMPLOYEES: "
                       WS-BR-EMP-COUNT(WS-BR-IDX) "  GROSS: "
           DISPLAY "--------------------------"
           DISPLAY "CONSOLIDATED GROUP TOTAL (ALL BRANCHES, ZAR)".

      *****************************************************************
      * 933-DISPLAY-ENTITY-TOTALS - the run's totals per legal entity
      * (group currency), then the entities' sum proved against the
      * run totals: every employee paid belongs to exactly one entity,
      * so any difference is a fault to chase before the returns go.
      *****************************************************************
       933-DISPLAY-ENTITY-TOTALS.
           MOVE 0 TO WS-LE-SUM-HEADS
           MOVE 0 TO WS-LE-SUM-GROSS
           MOVE 0 TO WS-LE-SUM-NET
           MOVE 0 TO WS-LE-SUM-PAYE
           DISPLAY " "
           DISPLAY "PER-ENTITY TOTALS (ZAR)"
           DISPLAY "--------------------------"
           PERFORM VARYING WS-LE-TOT-IDX FROM 1 BY 1
                   UNTIL WS-LE-TOT-IDX > WS-LE-COUNT
               DISPLAY WS-LE-T-CODE(WS-LE-TOT-IDX) " "
                       WS-LE-T-NAME(WS-LE-TOT-IDX)(1:30)
                       "  EMPLOYEES: " WS-LE-T-HEADS(WS-LE-TOT-IDX)
               MOVE WS-LT-GROSS(WS-LE-TOT-IDX) TO WS-FORMATTED-AMOUNT
               DISPLAY "    GROSS: R " WS-FORMATTED-AMOUNT
                       WITH NO ADVANCING
               MOVE WS-LT-PAYE(WS-LE-TOT-IDX) TO WS-FORMATTED-AMOUNT
               DISPLAY "  PAYE: R " WS-FORMATTED-AMOUNT
               MOVE WS-LT-UIF(WS-LE-TOT-IDX) TO WS-FORMATTED-AMOUNT
               DISPLAY "    UIF:   R " WS-FORMATTED-AMOUNT
                       WITH NO ADVANCING
               MOVE WS-LT-SDL(WS-LE-TOT-IDX) TO WS-FORMATTED-AMOUNT
               DISPLAY "  SDL:  R " WS-FORMATTED-AMOUNT
               MOVE WS-LT-NET(WS-LE-TOT-IDX) TO WS-FORMATTED-AMOUNT
               DISPLAY "    NET:   R " WS-FORMATTED-AMOUNT
               ADD WS-LE-T-HEADS(WS-LE-TOT-IDX) TO WS-LE-SUM-HEADS
               ADD WS-LT-GROSS(WS-LE-TOT-IDX) TO WS-LE-SUM-GROSS
               ADD WS-LT-NET(WS-LE-TOT-IDX) TO WS-LE-SUM-NET
               ADD WS-LT-PAYE(WS-LE-TOT-IDX) TO WS-LE-SUM-PAYE
           END-PERFORM
           DISPLAY "--------------------------"
           COMPUTE WS-LE-DIFF = WS-TOTAL-GROSS - WS-LE-SUM-GROSS
           IF WS-LE-DIFF = 0
               COMPUTE WS-LE-DIFF = WS-TOTAL-NET - WS-LE-SUM-NET
           END-IF
           IF WS-LE-DIFF = 0
               COMPUTE WS-LE-DIFF = WS-TOTAL-PAYE - WS-LE-SUM-PAYE
           END-IF
           IF WS-LE-DIFF = 0
               DISPLAY "ENTITY TOTALS RECONCILE TO THE RUN ("
                       WS-LE-SUM-HEADS " EMPLOYEE(S))"
           ELSE
               MOVE WS-LE-DIFF TO WS-GL-PRINT-DIFF
               DISPLAY "WARNING: ENTITY TOTALS DO NOT RECONCILE TO "
                       "THE RUN - DIFFERENCE R " WS-GL-PRINT-DIFF
           END-IF.

      *****************************************************************
      * 910-RECONCILE-TOTALS - independently count the records on
      * EMPLOYEE-FILE and compare that control total against
               DISPLAY "GL JOURNAL REFUSED: ACCOUNTING PERIOD "
                       WS-GL-POST-PERIOD " IS CLOSED - NOTHING POSTED"
           ELSE
               IF WS-LE-COUNT = 0
                   PERFORM 931-PROVE-AND-WRITE-JOURNAL
               ELSE
                   PERFORM 934-WRITE-ENTITY-JOURNALS
               END-IF
           END-IF.

      *****************************************************************
      * 931-PROVE-AND-WRITE-JOURNAL - prove the journal WS-TOTAL-* and
      * the branch totals describe and write it only if it balances.
      *****************************************************************
       931-PROVE-AND-WRITE-JOURNAL.
           PERFORM 928-PROVE-JOURNAL-BALANCE
      *>   Currency conversion truncates cents differently on the
      *>   per-employee credit legs and the per-branch debit legs,
      *>   so up to one rand of difference is reported as rounding
      *>   and still posts; anything more is refused.
           IF WS-GL-IMBALANCE > 1.00
                   OR WS-GL-IMBALANCE < -1.00
               MOVE WS-GL-IMBALANCE TO WS-GL-PRINT-DIFF
               DISPLAY "GL JOURNAL REFUSED: DEBITS AND CREDITS "
                       "DISAGREE BY R " WS-GL-PRINT-DIFF
                       " - NOTHING POSTED"
               ADD 1 TO WS-GL-ENT-REFUSED
           ELSE
               IF WS-GL-IMBALANCE NOT = 0
                   MOVE WS-GL-IMBALANCE TO WS-GL-PRINT-DIFF
                   DISPLAY "GL JOURNAL: CONVERSION ROUNDING OF R "
                           WS-GL-PRINT-DIFF " ABSORBED"
               END-IF
               PERFORM 932-WRITE-GL-LINES
           END-IF.

      *****************************************************************
      * 934-WRITE-ENTITY-JOURNALS - with legal entities on file each
      * entity that paid staff gets its own balanced journal, every
      * line carrying the entity's GL company code, proved (or
      * refused) on its own. The consolidated totals are then put
      * back and proved once more, so the run-end figures and the
      * interface register's hash are the group's - the sum of the
      * entity journals.
      *****************************************************************
       934-WRITE-ENTITY-JOURNALS.
           MOVE 0 TO WS-GL-ENT-REFUSED
           MOVE 11 TO WS-LE-TOT-IDX
           PERFORM 392-SAVE-ENTITY-TOTALS
           PERFORM VARYING WS-GL-ENTITY-FILTER FROM 1 BY 1
                   UNTIL WS-GL-ENTITY-FILTER > WS-LE-COUNT
               IF WS-LE-T-HEADS(WS-GL-ENTITY-FILTER) > 0
                       OR WS-LE-T-IC-HOST(WS-GL-ENTITY-FILTER) > 0
                   MOVE WS-GL-ENTITY-FILTER TO WS-LE-TOT-IDX
                   PERFORM 394-LOAD-ENTITY-TOTALS
                   MOVE WS-LE-T-GL-COMPANY(WS-GL-ENTITY-FILTER)
                       TO WS-GL-COMPANY
                   DISPLAY "GL JOURNAL FOR ENTITY "
                           WS-LE-T-CODE(WS-GL-ENTITY-FILTER)
                           " (GL COMPANY " WS-GL-COMPANY ")"
                   PERFORM 931-PROVE-AND-WRITE-JOURNAL
               END-IF
           END-PERFORM
           MOVE 0 TO WS-GL-ENTITY-FILTER
           MOVE SPACES TO WS-GL-COMPANY
           MOVE 11 TO WS-LE-TOT-IDX
           PERFORM 394-LOAD-ENTITY-TOTALS
           PERFORM 928-PROVE-JOURNAL-BALANCE
           IF WS-GL-ENT-REFUSED > 0
               DISPLAY "WARNING: " WS-GL-ENT-REFUSED
                       " ENTITY JOURNAL(S) REFUSED - THOSE ENTITIES "
                       "ARE NOT ON gl_journal.dat"
           END-IF.

      *****************************************************************
      *>       same group currency as every credit leg.
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                       UNTIL WS-BR-IDX > WS-BR-COUNT
                   IF WS-GL-ENTITY-FILTER = 0
                           OR WS-BR-ENTITY(WS-BR-IDX)
                              = WS-GL-ENTITY-FILTER
                       PERFORM 929-CONVERT-BRANCH-GROSS
                       ADD WS-GL-BR-CONV TO WS-GL-DR-TOTAL
                   END-IF
               END-PERFORM
           ELSE
               ADD WS-TOTAL-GROSS TO WS-GL-DR-TOTAL
           END-IF
           ADD WS-TOTAL-ER-COST TO WS-GL-DR-TOTAL
           COMPUTE WS-GL-DR-TOTAL = WS-GL-DR-TOTAL +
                   WS-TOTAL-CLM-TRAV + WS-TOTAL-CLM-SUBS +
                   WS-TOTAL-CLM-CELL + WS-TOTAL-CLM-OTHR
      *>   Each side of an intercompany recharge is a balanced pair
      *>   of legs in its own journal.
           MOVE 0 TO WS-IC-GL-LEGS
           PERFORM VARYING WS-ICP-IDX FROM 1 BY 1
                   UNTIL WS-ICP-IDX > WS-ICP-COUNT
               IF WS-GL-ENTITY-FILTER = 0
                       OR WS-ICP-HOME-ENT(WS-ICP-IDX)
                          = WS-GL-ENTITY-FILTER
                   ADD WS-ICP-AMOUNT(WS-ICP-IDX) TO WS-IC-GL-LEGS
               END-IF
               IF WS-GL-ENTITY-FILTER = 0
                       OR WS-ICP-HOST-ENT(WS-ICP-IDX)
                          = WS-GL-ENTITY-FILTER
                   ADD WS-ICP-AMOUNT(WS-ICP-IDX) TO WS-IC-GL-LEGS
               END-IF
           END-PERFORM
           ADD WS-IC-GL-LEGS TO WS-GL-DR-TOTAL

           COMPUTE WS-GL-CR-TOTAL = WS-TOTAL-PAYE + WS-TOTAL-UIF +
                   WS-TOTAL-SDL + WS-TOTAL-HEALTH + WS-TOTAL-PENSION +
                   WS-TOTAL-OTHER-DED + WS-TOTAL-GARNISH +
                   WS-TOTAL-LOAN + WS-TOTAL-ADVANCE +
                   WS-TOTAL-STATE + WS-TOTAL-ER-UIF +
                   WS-TOTAL-ER-PENSION + WS-TOTAL-ER-FUTA +
                   WS-TOTAL-ER-SUI + WS-TOTAL-BC-EE +
                   WS-TOTAL-BC-ER + WS-TOTAL-ASSET-REC +
                   WS-TOTAL-BURSARY-REC + WS-TOTAL-VENDOR +
                   WS-TOTAL-NET + WS-IC-GL-LEGS

           COMPUTE WS-GL-IMBALANCE =
                   WS-GL-DR-TOTAL - WS-GL-CR-TOTAL.
           IF WS-BR-COUNT > 0
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                       UNTIL WS-BR-IDX > WS-BR-COUNT
                   IF WS-GL-ENTITY-FILTER = 0
                           OR WS-BR-ENTITY(WS-BR-IDX)
                              = WS-GL-ENTITY-FILTER
                       PERFORM 929-CONVERT-BRANCH-GROSS
                       MOVE WS-GL-BR-CONV TO WS-GL-AMOUNT
                       MOVE "SAL" TO WS-GM-WANT-ELEMENT
                       MOVE WS-BR-CODE(WS-BR-IDX) TO WS-GM-WANT-BRANCH
                       PERFORM 925-LOOKUP-GL-ACCOUNT
                       MOVE SPACES TO WS-GL-DESC
                       STRING "SALARIES EXPENSE - "
                               WS-BR-CODE(WS-BR-IDX)
                               DELIMITED BY SIZE INTO WS-GL-DESC
                       MOVE "DR" TO WS-GL-DRCR
                       PERFORM 935-WRITE-GL-LINE
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-TOTAL-GROSS TO WS-GL-AMOUNT
               PERFORM 935-WRITE-GL-LINE
           END-IF

      *>   Expense claims reimbursed within the prescribed rate are
      *>   business expenses, not salaries - each category debits its
      *>   own account. The taxed excess is in gross, under SAL.
           MOVE WS-TOTAL-CLM-TRAV TO WS-GL-AMOUNT
           MOVE "CLTRAV" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "TRAVEL EXPENSE CLAIMS" TO WS-GL-DESC
           MOVE "DR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

           MOVE WS-TOTAL-CLM-SUBS TO WS-GL-AMOUNT
           MOVE "CLSUBS" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "SUBSISTENCE EXPENSE CLAIMS" TO WS-GL-DESC
           MOVE "DR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

           MOVE WS-TOTAL-CLM-CELL TO WS-GL-AMOUNT
           MOVE "CLCELL" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "CELLPHONE EXPENSE CLAIMS" TO WS-GL-DESC
           MOVE "DR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

           MOVE WS-TOTAL-CLM-OTHR TO WS-GL-AMOUNT
           MOVE "CLOTHR" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "OTHER EXPENSE CLAIMS" TO WS-GL-DESC
           MOVE "DR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

           MOVE WS-TOTAL-PAYE TO WS-GL-AMOUNT
           MOVE "PAYE" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
      *>   total company cost, credited to the matching payables.
      *>   The SDL credit above is already the employer-funded levy;
      *>   the employer UIF match and pension match get their own
      *>   credit lines here, as do the US employer FUTA and SUI.
           MOVE WS-TOTAL-ER-COST TO WS-GL-AMOUNT
           MOVE "ERCON" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

           MOVE WS-TOTAL-ER-FUTA TO WS-GL-AMOUNT
           MOVE "FUTA" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "US FUTA PAYABLE - EMPLOYER" TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

           MOVE WS-TOTAL-ER-SUI TO WS-GL-AMOUNT
           MOVE "SUI" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "US STATE UNEMPLOYMENT PAYABLE" TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

      *>   Both council levy shares are owed to the council: the
      *>   employee share came out of gross, the employer share is
      *>   inside the employer contributions debit above.
           COMPUTE WS-GL-AMOUNT = WS-TOTAL-BC-EE + WS-TOTAL-BC-ER
           MOVE "BCL" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "BARGAINING COUNCIL LEVIES PAYABLE" TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

      *>   Written-off assets recovered from a leaver's final pay.
           MOVE WS-TOTAL-ASSET-REC TO WS-GL-AMOUNT
           MOVE "AST" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "ASSET LOSS RECOVERIES" TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

      *>   Study fees clawed back from a leaver's final pay.
           MOVE WS-TOTAL-BURSARY-REC TO WS-GL-AMOUNT
           MOVE "BUR" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "BURSARY CLAW-BACK RECOVERIES" TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

      *>   Canteen, staff shop and cellphone amounts recovered for
      *>   the vendors, paid over by THIRDPARTY.
           MOVE WS-TOTAL-VENDOR TO WS-GL-AMOUNT
           MOVE "VND" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
           PERFORM 925-LOOKUP-GL-ACCOUNT
           MOVE "VENDOR DEDUCTIONS PAYABLE" TO WS-GL-DESC
           MOVE "CR" TO WS-GL-DRCR
           PERFORM 935-WRITE-GL-LINE

      *>   Seconded staff recharged to their host branches.
           IF WS-ICP-COUNT > 0
               PERFORM 936-WRITE-RECHARGE-GL-LINES
           END-IF

           MOVE WS-TOTAL-NET TO WS-GL-AMOUNT
           MOVE "BANK" TO WS-GM-WANT-ELEMENT
           MOVE SPACES TO WS-GM-WANT-BRANCH
               WHEN "ERCON" MOVE "5100" TO WS-GL-ACCOUNT
               WHEN "ERUIF" MOVE "2110" TO WS-GL-ACCOUNT
               WHEN "ERPEN" MOVE "2140" TO WS-GL-ACCOUNT
               WHEN "FUTA"  MOVE "2172" TO WS-GL-ACCOUNT
               WHEN "SUI"   MOVE "2174" TO WS-GL-ACCOUNT
               WHEN "BCL"   MOVE "2180" TO WS-GL-ACCOUNT
               WHEN "AST"   MOVE "5250" TO WS-GL-ACCOUNT
               WHEN "BUR"   MOVE "5260" TO WS-GL-ACCOUNT
               WHEN "VND"   MOVE "2190" TO WS-GL-ACCOUNT
               WHEN "ICREC" MOVE "1300" TO WS-GL-ACCOUNT
               WHEN "ICRCV" MOVE "4300" TO WS-GL-ACCOUNT
               WHEN "ICEXP" MOVE "5300" TO WS-GL-ACCOUNT
               WHEN "ICPAY" MOVE "2300" TO WS-GL-ACCOUNT
               WHEN "BANK"  MOVE "1010" TO WS-GL-ACCOUNT
               WHEN "CLTRAV" MOVE "5210" TO WS-GL-ACCOUNT
               WHEN "CLSUBS" MOVE "5220" TO WS-GL-ACCOUNT
               WHEN "CLCELL" MOVE "5230" TO WS-GL-ACCOUNT
               WHEN "CLOTHR" MOVE "5240" TO WS-GL-ACCOUNT
               WHEN OTHER   MOVE "9999" TO WS-GL-ACCOUNT
           END-EVALUATE
      *>   Company-wide mapping row first, then a branch override.
      *****************************************************************
      * 935-WRITE-GL-LINE - format and write one journal line using
      * whichever account/description/amount/DR-CR the caller just set.
      * The GL company code (blank when the payroll is one employer)
      * closes the line.
      *****************************************************************
       935-WRITE-GL-LINE.
           ADD 1 TO WS-GL-LINE-COUNT
           MOVE WS-GL-AMOUNT TO WS-GL-PRINT-AMT
           STRING WS-TIMESTAMP(1:10) "  " WS-GL-ACCOUNT "  "
                   WS-GL-DESC "  " WS-GL-DRCR "  " WS-GL-PRINT-AMT
                   "  " WS-GL-COMPANY
                   DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD.

      *****************************************************************
      * 936-WRITE-RECHARGE-GL-LINES - the run's intercompany
      * recharges, one set of legs per home/host branch pair: the
      * home branch debits intercompany receivable and credits its
      * recharge recovery, the host debits recharge expense and
      * credits intercompany payable - the two sides' books agree
      * and each side balances on its own. With legal entities each
      * side is written in its own entity's journal.
      *****************************************************************
       936-WRITE-RECHARGE-GL-LINES.
           MOVE 'N' TO WS-IC-REVERSING
           PERFORM VARYING WS-ICP-IDX FROM 1 BY 1
                   UNTIL WS-ICP-IDX > WS-ICP-COUNT
               PERFORM 937-WRITE-PAIR-LEGS
           END-PERFORM.

       937-WRITE-PAIR-LEGS.
           MOVE WS-ICP-AMOUNT(WS-ICP-IDX) TO WS-GL-AMOUNT
           IF WS-GL-ENTITY-FILTER = 0
                   OR WS-ICP-HOME-ENT(WS-ICP-IDX) = WS-GL-ENTITY-FILTER
               MOVE WS-ICP-HOME-ENT(WS-ICP-IDX) TO WS-IC-LEG-ENT
               MOVE WS-ICP-HOME(WS-ICP-IDX) TO WS-GM-WANT-BRANCH
               MOVE "ICREC" TO WS-GM-WANT-ELEMENT
               MOVE SPACES TO WS-IC-DESC-BODY
               STRING "IC DUE FROM " WS-ICP-HOST(WS-ICP-IDX)
                       DELIMITED BY SIZE INTO WS-IC-DESC-BODY
               MOVE "DR" TO WS-IC-LEG-DRCR
               PERFORM 939-WRITE-IC-LEG
               MOVE WS-ICP-HOME(WS-ICP-IDX) TO WS-GM-WANT-BRANCH
               MOVE "ICRCV" TO WS-GM-WANT-ELEMENT
               MOVE SPACES TO WS-IC-DESC-BODY
               STRING "IC RECOVERY " WS-ICP-HOST(WS-ICP-IDX)
                       DELIMITED BY SIZE INTO WS-IC-DESC-BODY
               MOVE "CR" TO WS-IC-LEG-DRCR
               PERFORM 939-WRITE-IC-LEG
           END-IF
           IF WS-GL-ENTITY-FILTER = 0
                   OR WS-ICP-HOST-ENT(WS-ICP-IDX) = WS-GL-ENTITY-FILTER
               MOVE WS-ICP-HOST-ENT(WS-ICP-IDX) TO WS-IC-LEG-ENT
               MOVE WS-ICP-HOST(WS-ICP-IDX) TO WS-GM-WANT-BRANCH
               MOVE "ICEXP" TO WS-GM-WANT-ELEMENT
               MOVE SPACES TO WS-IC-DESC-BODY
               STRING "IC EXPENSE " WS-ICP-HOME(WS-ICP-IDX)
                       DELIMITED BY SIZE INTO WS-IC-DESC-BODY
               MOVE "DR" TO WS-IC-LEG-DRCR
               PERFORM 939-WRITE-IC-LEG
               MOVE WS-ICP-HOST(WS-ICP-IDX) TO WS-GM-WANT-BRANCH
               MOVE "ICPAY" TO WS-GM-WANT-ELEMENT
               MOVE SPACES TO WS-IC-DESC-BODY
               STRING "IC PAYABLE TO " WS-ICP-HOME(WS-ICP-IDX)
                       DELIMITED BY SIZE INTO WS-IC-DESC-BODY
               MOVE "CR" TO WS-IC-LEG-DRCR
               PERFORM 939-WRITE-IC-LEG
           END-IF.

      *****************************************************************
      * 938-WRITE-RECHARGE-REVERSAL - a backed-out run's recharges
      * (pairs rebuilt off the schedule by 626) reversed leg for leg,
      * each side under its own entity's GL company code.
      *****************************************************************
       938-WRITE-RECHARGE-REVERSAL.
           MOVE 'Y' TO WS-IC-REVERSING
           MOVE 0 TO WS-GL-ENTITY-FILTER
           PERFORM VARYING WS-ICP-IDX FROM 1 BY 1
                   UNTIL WS-ICP-IDX > WS-ICP-COUNT
               PERFORM 937-WRITE-PAIR-LEGS
           END-PERFORM
           MOVE 'N' TO WS-IC-REVERSING
           MOVE SPACES TO WS-GL-COMPANY.

      *****************************************************************
      * 939-WRITE-IC-LEG - one intercompany leg: element and branch
      * in WS-GM-WANT-*, amount in WS-GL-AMOUNT. A reversal swaps the
      * side and takes the leg's own entity's GL company code.
      *****************************************************************
       939-WRITE-IC-LEG.
           PERFORM 925-LOOKUP-GL-ACCOUNT
           IF WS-IC-REVERSING = 'Y'
               MOVE SPACES TO WS-GL-DESC
               STRING "BACKOUT - " WS-IC-DESC-BODY
                       DELIMITED BY SIZE INTO WS-GL-DESC
               IF WS-IC-LEG-DRCR = "DR"
                   MOVE "CR" TO WS-GL-DRCR
               ELSE
                   MOVE "DR" TO WS-GL-DRCR
               END-IF
               IF WS-IC-LEG-ENT > 0
                   MOVE WS-LE-T-GL-COMPANY(WS-IC-LEG-ENT)
                       TO WS-GL-COMPANY
               END-IF
           ELSE
               MOVE WS-IC-DESC-BODY TO WS-GL-DESC
               MOVE WS-IC-LEG-DRCR TO WS-GL-DRCR
           END-IF
           PERFORM 935-WRITE-GL-LINE.

      *****************************************************************
      * 945-CLOSE-PAY-PERIOD - a completed full run closes its period
      * on the calendar so the month can't be full-run twice. Only an
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
               END-IF
           END-IF.

      *****************************************************************
      * 946-WRITE-RECHARGE-SCHEDULE - the run's intercompany recharge
      * schedule: each seconded employee's recharge appended to
      * ic_recharge.dat (registered as an interface file) and shown,
      * then a statement for every host branch billed.
      *****************************************************************
       946-WRITE-RECHARGE-SCHEDULE.
           MOVE 0 TO WS-IC-SUM-TOTAL
           OPEN EXTEND IC-RECHARGE-FILE
           IF IC-FILE-STATUS = '35'
               OPEN OUTPUT IC-RECHARGE-FILE
           END-IF
           IF IC-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: UNABLE TO WRITE ic_recharge.dat, "
                       "STATUS " IC-FILE-STATUS
           ELSE
               DISPLAY " "
               DISPLAY "INTERCOMPANY RECHARGE SCHEDULE"
               DISPLAY "EMPLOYEE    HOME       HOST       B DAYS"
                       "        RECHARGE"
               PERFORM VARYING WS-IC-ROW FROM 1 BY 1
                       UNTIL WS-IC-ROW > WS-IC-COUNT
                   MOVE WS-TIMESTAMP TO IC-RUN-TS
                   MOVE WS-PAY-PERIOD TO IC-PAY-PERIOD
                   MOVE WS-IC-T-EMP-ID(WS-IC-ROW) TO IC-EMP-ID
                   MOVE WS-IC-T-NAME(WS-IC-ROW) TO IC-EMP-NAME
                   MOVE WS-IC-T-HOME(WS-IC-ROW) TO IC-HOME-BRANCH
                   MOVE WS-IC-T-HOST(WS-IC-ROW) TO IC-HOST-BRANCH
                   MOVE WS-IC-T-BASIS(WS-IC-ROW) TO IC-BASIS
                   MOVE WS-IC-T-PCT(WS-IC-ROW) TO IC-PCT
                   MOVE WS-IC-T-DAYS(WS-IC-ROW) TO IC-DAYS
                   MOVE WS-IC-T-COST(WS-IC-ROW) TO IC-COST
                   MOVE WS-IC-T-BASE(WS-IC-ROW) TO IC-BASE
                   MOVE WS-IC-T-MARKUP-PCT(WS-IC-ROW) TO IC-MARKUP-PCT
                   MOVE WS-IC-T-MARKUP(WS-IC-ROW) TO IC-MARKUP
                   MOVE WS-IC-T-TOTAL(WS-IC-ROW) TO IC-TOTAL
                   MOVE 'P' TO IC-STATUS
                   WRITE IC-RECHARGE-RECORD
                   ADD WS-IC-T-TOTAL(WS-IC-ROW) TO WS-IC-SUM-TOTAL
                   MOVE WS-IC-T-TOTAL(WS-IC-ROW) TO WS-IC-PRINT-TOTAL
                   DISPLAY WS-IC-T-EMP-ID(WS-IC-ROW) "  "
                           WS-IC-T-HOME(WS-IC-ROW) " "
                           WS-IC-T-HOST(WS-IC-ROW) " "
                           WS-IC-T-BASIS(WS-IC-ROW) " "
                           WS-IC-T-DAYS(WS-IC-ROW) " "
                           WS-IC-PRINT-TOTAL
               END-PERFORM
               CLOSE IC-RECHARGE-FILE
               MOVE WS-IC-SUM-TOTAL TO WS-IC-PRINT-TOTAL
               DISPLAY "TOTAL RECHARGED: R " WS-IC-PRINT-TOTAL
               MOVE "ic_recharge.dat" TO WS-IR-FILE-NAME
               MOVE WS-IC-COUNT TO WS-IR-RECORD-COUNT
               MOVE WS-IC-SUM-TOTAL TO WS-IR-HASH-TOTAL
               PERFORM 986-REGISTER-INTERFACE
               PERFORM 947-WRITE-RECHARGE-STATEMENTS
           END-IF.

      *****************************************************************
      * 947-WRITE-RECHARGE-STATEMENTS - one statement per host branch
      * billed this run, in the order the hosts first appear.
      *****************************************************************
       947-WRITE-RECHARGE-STATEMENTS.
           PERFORM VARYING WS-IC-ROW FROM 1 BY 1
                   UNTIL WS-IC-ROW > WS-IC-COUNT
               MOVE WS-IC-T-HOST(WS-IC-ROW) TO WS-IC-HOST
               MOVE 'N' TO WS-IC-SEEN
               PERFORM VARYING WS-IC-SCAN FROM 1 BY 1
                       UNTIL WS-IC-SCAN NOT < WS-IC-ROW
                   IF WS-IC-T-HOST(WS-IC-SCAN) = WS-IC-HOST
                       MOVE 'Y' TO WS-IC-SEEN
                   END-IF
               END-PERFORM
               IF WS-IC-SEEN = 'N'
                   PERFORM 949-WRITE-HOST-STATEMENT
               END-IF
           END-PERFORM.

      *****************************************************************
      * 949-WRITE-HOST-STATEMENT - the recharge statement for host
      * branch WS-IC-HOST: every employee seconded to it this run,
      * their cost and what is recharged for them. Each run appends
      * its own section to the host's statement for the month
      * (ic_statement_<host>_<yyyy-mm>.txt).
      *****************************************************************
       949-WRITE-HOST-STATEMENT.
           PERFORM 951-SET-STATEMENT-FILENAME
           OPEN EXTEND IC-STATEMENT-FILE
           IF WS-IC-STMT-FILE-STATUS = '35'
               OPEN OUTPUT IC-STATEMENT-FILE
           END-IF
           IF WS-IC-STMT-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: UNABLE TO WRITE "
                       WS-IC-STMT-FILENAME(9:50)
           ELSE
               MOVE 0 TO WS-IC-STMT-TOTAL
               MOVE 0 TO WS-IC-STMT-COUNT
               MOVE SPACES TO IC-STATEMENT-RECORD
               STRING "INTERCOMPANY RECHARGE STATEMENT - HOST BRANCH "
                       WS-IC-HOST
                       DELIMITED BY SIZE INTO IC-STATEMENT-RECORD
               WRITE IC-STATEMENT-RECORD
               MOVE SPACES TO IC-STATEMENT-RECORD
               STRING "PAY PERIOD " WS-PAY-PERIOD "  PAYROLL RUN "
                       WS-TIMESTAMP
                       DELIMITED BY SIZE INTO IC-STATEMENT-RECORD
               WRITE IC-STATEMENT-RECORD
               MOVE SPACES TO IC-STATEMENT-RECORD
               STRING "EMPLOYEE   NAME                 HOME BRANCH"
                       " B DAYS      EMPLOYEE COST       RECHARGE"
                       "         MARKUP      TOTAL DUE"
                       DELIMITED BY SIZE INTO IC-STATEMENT-RECORD
               WRITE IC-STATEMENT-RECORD
               PERFORM VARYING WS-IC-SCAN FROM 1 BY 1
                       UNTIL WS-IC-SCAN > WS-IC-COUNT
                   IF WS-IC-T-HOST(WS-IC-SCAN) = WS-IC-HOST
                       PERFORM 952-WRITE-STATEMENT-LINE
                   END-IF
               END-PERFORM
               MOVE WS-IC-STMT-TOTAL TO WS-IC-PRINT-TOTAL
               MOVE SPACES TO IC-STATEMENT-RECORD
               STRING "TOTAL RECHARGE DUE: R " WS-IC-PRINT-TOTAL
                       "  (" WS-IC-STMT-COUNT " EMPLOYEE(S))"
                       DELIMITED BY SIZE INTO IC-STATEMENT-RECORD
               WRITE IC-STATEMENT-RECORD
               MOVE SPACES TO IC-STATEMENT-RECORD
               WRITE IC-STATEMENT-RECORD
               CLOSE IC-STATEMENT-FILE
               DISPLAY "RECHARGE STATEMENT FOR " WS-IC-HOST
                       " WRITTEN TO " WS-IC-STMT-FILENAME(9:50)
           END-IF.

       951-SET-STATEMENT-FILENAME.
           MOVE SPACES TO WS-IC-STMT-FILENAME
           STRING "../data/ic_statement_" DELIMITED BY SIZE
                   WS-IC-HOST DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD(1:7) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-IC-STMT-FILENAME.

       952-WRITE-STATEMENT-LINE.
           ADD 1 TO WS-IC-STMT-COUNT
           ADD WS-IC-T-TOTAL(WS-IC-SCAN) TO WS-IC-STMT-TOTAL
           MOVE WS-IC-T-COST(WS-IC-SCAN) TO WS-IC-PRINT-COST
           MOVE WS-IC-T-BASE(WS-IC-SCAN) TO WS-IC-PRINT-BASE
           MOVE WS-IC-T-MARKUP(WS-IC-SCAN) TO WS-IC-PRINT-MARKUP
           MOVE WS-IC-T-TOTAL(WS-IC-SCAN) TO WS-IC-PRINT-TOTAL
           MOVE SPACES TO IC-STATEMENT-RECORD
           STRING WS-IC-T-EMP-ID(WS-IC-SCAN) " "
                   WS-IC-T-NAME(WS-IC-SCAN)(1:20) " "
                   WS-IC-T-HOME(WS-IC-SCAN) " "
                   WS-IC-T-BASIS(WS-IC-SCAN) " "
                   WS-IC-T-DAYS(WS-IC-SCAN) " "
                   WS-IC-PRINT-COST " " WS-IC-PRINT-BASE " "
                   WS-IC-PRINT-MARKUP " " WS-IC-PRINT-TOTAL
                   DELIMITED BY SIZE INTO IC-STATEMENT-RECORD
           WRITE IC-STATEMENT-RECORD.

      *****************************************************************
      * 950-CLEAR-CHECKPOINT - a run that reaches this point finished
      * normally, so there is nothing left to resume; blank out the
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      *****************************************************************
      * 995-JOURNAL-LEAVE-BALANCE - after-image of the leave_balances
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       995-JOURNAL-LEAVE-BALANCE.
           MOVE "leave_balances"     TO WS-MJ-FILE
           MOVE LS-EMP-ID            TO WS-MJ-USER
           MOVE "PAYROLL"            TO WS-MJ-PROGRAM
           MOVE LEAVE-BALANCE-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 996-JOURNAL-GARNISHMENT - after-image of the garnishments
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       996-JOURNAL-GARNISHMENT.
           MOVE "garnishments"     TO WS-MJ-FILE
           MOVE LS-EMP-ID          TO WS-MJ-USER
           MOVE "PAYROLL"          TO WS-MJ-PROGRAM
           MOVE GARNISHMENT-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.

      *****************************************************************
      * 997-JOURNAL-LOAN - after-image of the loans
      * record just written, rewritten or deleted, to the master
      * journal (MSTJRNL) for forward recovery.
      *****************************************************************
       997-JOURNAL-LOAN.
           MOVE "loans"     TO WS-MJ-FILE
           MOVE LS-EMP-ID   TO WS-MJ-USER
           MOVE "PAYROLL"   TO WS-MJ-PROGRAM
           MOVE LOAN-RECORD TO WS-MJ-IMAGE
           CALL "MSTJRNL" USING WS-MST-JOURNAL-PARAMS.
       END PROGRAM PAYROLL.
