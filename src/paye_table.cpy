      *> PAYE-TABLE-RECORD - one row per SARS tax year: the annual
      *> PAYE bracket table and the primary/secondary/tertiary age
      *> rebates announced for that year. PT-TAX-YEAR is labelled the
      *> way the rest of payroll labels a tax year - by the year the
      *> February falls in (2027 = 1 March 2026 to 28 February 2027).
      *> Maintained through CONFIG's PAYE bracket screen, where next
      *> year's table can be loaded ahead of 1 March; PAYROLL applies
      *> the row for the tax year the pay period falls in, and falls
      *> back to the SYSCONFIG-RECORD table for a year with no row.
       01  PAYE-TABLE-RECORD.
           05  PT-TAX-YEAR          PIC 9(4).
           05  FILLER               PIC X(2).
           05  PT-BRACKETS.
               10  PT-BRACKET OCCURS 7 TIMES.
                   15  PT-UPPER-LIMIT   PIC 9(9)V99.
                   15  PT-BASE-TAX      PIC 9(9)V99.
                   15  PT-RATE          PIC V999.
           05  PT-REBATES.
               10  PT-REBATE-PRIMARY    PIC 9(7)V99.
               10  PT-REBATE-SECONDARY  PIC 9(7)V99.
               10  PT-REBATE-TERTIARY   PIC 9(7)V99.
