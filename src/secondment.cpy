      *> SECONDMENT-RECORD - one row per secondment of an employee
      *> to another company branch (the host), keyed employee plus
      *> sequence, captured in EMPLOYEE-MGMT. While the secondment
      *> runs the employee stays on their own branch's payroll and
      *> cost; each run PAYROLL prices the recharge the host owes -
      *> a percentage of the employee's cost (gross plus employer
      *> contributions) or a fixed monthly fee, plus the markup -
      *> for the days of the pay period the secondment covers, and
      *> posts it as intercompany receivable/payable.
       01  SECONDMENT-RECORD.
           05  SD-KEY.
               10  SD-EMP-ID        PIC X(10).
               10  SD-SEQ           PIC 9(2).
           05  SD-HOST-BRANCH       PIC X(10).
           05  SD-FROM-DATE         PIC 9(8).
           05  SD-TO-DATE           PIC 9(8).
      *>      Zero while open-ended
           05  SD-BASIS             PIC X(1).
               88  SD-BASIS-PCT             VALUE 'P'.
               88  SD-BASIS-FEE             VALUE 'F'.
           05  SD-PCT               PIC 9(3)V99.
      *>      Share of the employee's cost recharged (basis P)
           05  SD-FEE               PIC 9(7)V99.
      *>      Monthly fee recharged (basis F), full runs only
           05  SD-MARKUP-PCT        PIC 9(3)V99.
           05  SD-STATUS            PIC X(1).
               88  SD-ACTIVE                VALUE 'A'.
               88  SD-CANCELLED             VALUE 'C'.
           05  SD-CAPTURED          PIC 9(14).
           05  SD-USER-ID           PIC X(10).
