       DATE-WRITTEN. 2026-08-21.
      *****************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  BDEV  Payroll records load with the US 401(k)
      *                   deferral and match zeroed.
      * 2026-10-15  BDEV  Payroll records load with the US employer
      *                   FUTA and SUI zeroed.
      * 2026-10-15  BDEV  Payroll records load with the foreign service
      *                   exemption zeroed.
      * 2026-10-15  BDEV  Payroll records load with the expense claim
      *                   reimbursement fields zeroed.
      * 2026-08-23  BDEV  The old payroll layout is the true pre-
      *                   release 121-byte record (through
      *                   PR-CURRENCY) - the state-tax and pay-status
           MOVE ZERO           TO PR-OTHER-ALLOW
           MOVE ZERO           TO PR-FRINGE-VALUE
           MOVE ZERO           TO PR-RETIRE-DEDUCT
           MOVE ZERO           TO PR-REIMB-TRAVEL
           MOVE ZERO           TO PR-REIMB-TRAV-TAX
           MOVE ZERO           TO PR-REIMB-OTHER
           MOVE ZERO           TO PR-FOREIGN-EXEMPT
           MOVE ZERO           TO PR-US-FUTA
           MOVE ZERO           TO PR-US-SUI
           MOVE ZERO           TO PR-US-401K-DEFER
           MOVE ZERO           TO PR-US-401K-MATCH
           MOVE SPACES         TO PR-DIRECTIVE-NO
           MOVE SPACE          TO PR-PAY-STATUS

