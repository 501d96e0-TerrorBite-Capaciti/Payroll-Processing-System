      *> sequence, component code and amount. Written by PAYROLL
      *> alongside the payroll record, so "total union dues by branch
      *> this year" is a keyed sweep instead of parsing payslip
      *> spools. Component codes: BASE, BONUS, SHIFT, OVTIME (the
      *> overtime inside BASE, as SHIFT is), EARNnn (the
      *> nth EARNMGMT line), LATECK; PAYE, UIF, SDL, MED, PEN,
      *> UNION, GARN, LOAN, ADVR, STATE, RETDED (the deductible
      *> retirement slice); CLTAX (expense claims over the prescribed
      *> rate, taxed in gross); CLTRAV, CLSUBS, CLCELL, CLOTHR (the
      *> non-taxable claim reimbursement per category, paid with net);
      *> BCLEVY (bargaining council levy, employee share) and BCER
      *> (the employer share - a company cost, type 'C'); ASSETR
      *> (written-off assets recovered from a settlement); BURSR
      *> (study fees clawed back from a settlement).
       01  PAY-COMPONENT-RECORD.
           05  PC-KEY.
               10  PC-EMP-ID        PIC X(10).
               10  PC-COMP-CODE     PIC X(6).
               10  PC-COMP-SEQ      PIC 9(2).
           05  PC-TYPE              PIC X(1).
      *>      'E' earning component, 'D' deduction component,
      *>      'R' non-taxable reimbursement, 'C' employer cost
      *>      (not part of the payment)
           05  PC-AMOUNT            PIC S9(7)V99.
