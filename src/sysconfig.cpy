               10  SC-ER-ADDR-1         PIC X(30).
               10  SC-ER-ADDR-2         PIC X(30).
               10  SC-ER-POSTCODE       PIC X(10).
      *> User access hygiene (USERADMIN): how many days a quarter's
      *> access recertification stays open before unconfirmed
      *> accounts are locked, and how many days without a sign-on
      *> make an account dormant for the dormant-account sweep.
           05  SC-RECERT-WINDOW-DAYS  PIC 9(3).
           05  SC-DORMANT-DAYS        PIC 9(3).
      *> SARS prescribed rates for expense claims (EXPCLAIM/PAYROLL):
      *> the reimbursive travel rate per business kilometre and the
      *> daily allowance for meals and incidentals away from home. A
      *> claim is reimbursed tax-free up to these; any excess is
      *> taxed with the pay.
           05  SC-CLAIM-KM-RATE       PIC 9(2)V99.
           05  SC-CLAIM-DAY-RATE      PIC 9(4)V99.
      *> Minimum department headcount on duty on any working day.
      *> LEAVE-MGMT warns the approver when a leave approval would
      *> take a department below it; zero switches the warning off.
           05  SC-LEAVE-MIN-COVER     PIC 9(3).
      *> Bursary remuneration cap (STUDYMGMT/PAYROLL): study fees paid
      *> for an employee whose annual remuneration is at or below it
      *> are an exempt bursary; above it the fees are taxable and join
      *> the PAYE base as a benefit in the month they are paid.
           05  SC-BURSARY-REM-CAP     PIC 9(7)V99.
      *> Where vendor deductions (VENDIMP, type V) sit in the
      *> SC-DED-PRIORITY shedding order: 1 to 4, counted from the
      *> highest priority. 4 (the default) makes them the lowest -
      *> shed before pension, medical and union.
           05  SC-DED-VENDOR-POS      PIC 9(1).
      *> Long service and retirement (LONGSVC): the normal retirement
      *> age, the longest break between two employment spells that
      *> still counts as continuous service (0 = any break starts
      *> service afresh), and up to five long-service awards - the
      *> milestone in years and the once-off cash award for reaching
      *> it. A milestone with a zero amount is forecast but carries
      *> no award.
           05  SC-RETIRE-AGE          PIC 9(2).
           05  SC-SERVICE-BRIDGE-DAYS PIC 9(4).
           05  SC-LS-AWARDS.
               10  SC-LS-AWARD OCCURS 5 TIMES.
                   15  SC-LSA-YEARS   PIC 9(2).
                   15  SC-LSA-AMOUNT  PIC 9(7)V99.
      *> Disciplinary warnings (EMPLOYEE-MGMT's case register): how
      *> many months a verbal, written and final written warning stays
      *> valid from the date of the outcome. An expired warning drops
      *> off the active warnings report.
           05  SC-WARN-VALIDITY.
               10  SC-WARN-VERBAL-MTHS  PIC 9(2).
               10  SC-WARN-WRITTEN-MTHS PIC 9(2).
               10  SC-WARN-FINAL-MTHS   PIC 9(2).
      *> Foreign service exemption (section 10(1)(o)(ii)): the annual
      *> cap on remuneration exempted for days worked abroad, and how
      *> many days short of the 183/60-day tests an employee is
      *> listed on REPORTS' days abroad monitor. The cap is statutory
      *> and goes through CONFIG's approval queue.
           05  SC-FOREIGN-SERVICE.
               10  SC-FS-EXEMPT-CAP     PIC 9(7)V99.
               10  SC-FS-WATCH-DAYS     PIC 9(3).
      *> US new-hire reporting (REPORTS' new-hire extract): the
      *> employer's federal EIN carried on every new-hire report, how
      *> many days after the hire date a state allows for the report,
      *> and how many days before that deadline an unreported hire is
      *> flagged.
           05  SC-US-NEW-HIRE.
               10  SC-ER-FEIN           PIC X(10).
               10  SC-NH-DUE-DAYS       PIC 9(2).
               10  SC-NH-WARN-DAYS      PIC 9(2).
      *> US 401(k) plan: the IRS annual elective deferral limit, the
      *> catch-up allowance on top of it and the age in the calendar
      *> year that makes an employee eligible for it (statutory - held
      *> for approval through CONFIG), the employer match as a rate
      *> of the deferral capped at a rate of pay (0 = no cap), and
      *> the plan number the recordkeeper knows the plan by on
      *> PAYROLL's contribution remittance file.
           05  SC-US-401K.
               10  SC-401K-LIMITS.
                   15  SC-401K-DEFER-LIMIT  PIC 9(7)V99.
                   15  SC-401K-CATCHUP      PIC 9(7)V99.
                   15  SC-401K-CATCHUP-AGE  PIC 9(2).
               10  SC-401K-MATCH-RATE   PIC 9V999.
               10  SC-401K-MATCH-CAP    PIC 9V999.
               10  SC-401K-PLAN-ID      PIC X(15).
      *> Death in service (DEATHSVC): what happens to a deceased
      *> employee's company loan - E stops the installments and
      *> claims the balance from the estate, W writes it off - and to
      *> a salary advance already paid out - R leaves it for the
      *> final pay to recover, W writes it off (an advance approved
      *> but not yet paid is always cancelled). The pension or
      *> provident fund and the group life insurer named on the
      *> notification schedule of nominated beneficiaries.
           05  SC-DEATH-SERVICE.
               10  SC-DTH-LOAN-POLICY   PIC X(1).
               10  SC-DTH-ADV-POLICY    PIC X(1).
               10  SC-DTH-FUND-NAME     PIC X(30).
               10  SC-DTH-INSURER-NAME  PIC X(30).
      *> Annual leave sale (LEAVE-MGMT): the annual leave balance an
      *> employee must still hold after selling days back, the most
      *> days one employee may sell in a calendar year, and the
      *> window (MMDD from and to) in which a sale may be requested
      *> and approved. The days are paid at the effective daily rate
      *> as a taxable once-off earning.
           05  SC-LEAVE-SALE.
               10  SC-LVS-MIN-BALANCE   PIC 9(3)V99.
               10  SC-LVS-MAX-DAYS      PIC 9(3)V99.
               10  SC-LVS-WINDOW-FROM   PIC 9(4).
               10  SC-LVS-WINDOW-TO     PIC 9(4).
      *> Benefits open enrolment (BENEFITS): the window (MMDD from and
      *> to) in which next year's elections are made; they take
      *> effect on 1 January. Outside it an election changes only on
      *> a qualifying life event.
           05  SC-BEN-ENROLMENT.
               10  SC-BEN-ENROL-FROM    PIC 9(4).
               10  SC-BEN-ENROL-TO      PIC 9(4).
