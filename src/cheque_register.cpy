      *> an employee paid by cheque instead of EFT, under a
      *> sequential cheque number. Written by PAYROLL's pay-out step;
      *> the register is the audit trail the bank reconciliation and
      *> the three-way proof stand on. Where each cheque stands
      *> (issued, cleared, stopped, cancelled, reissued, stale) is
      *> kept beside it on cheque_status.cpy; the register itself is
      *> never rewritten, and a reissue is a new row, new number.
       01  CHEQUE-REGISTER-RECORD.
           05  CQ-NUMBER            PIC 9(6).
           05  FILLER               PIC X(2).
