      *> DEATH-CASE-RECORD - one row per employee who died in
      *> service, ../data/death_cases.dat, opened by DEATHSVC once
      *> the employee is terminated with reason 05 (deceased). The
      *> date of death is EMP-TERM-DATE. It carries the deceased
      *> estate's details and the estate late bank account PAYROLL
      *> pays the final settlement into instead of the employee's
      *> own EFT details - a second user must verify the account
      *> before PAYROLL will use it. It also records what was done
      *> automatically to the employee's future leave, loan and
      *> salary advance, and when the fund and insurer notification
      *> schedule was last printed.
       01  DEATH-CASE-RECORD.
           05  DS-EMP-ID            PIC X(10).
           05  DS-DEATH-DATE        PIC 9(8).
           05  DS-ESTATE-NO         PIC X(15).
      *>      Master's Office estate reference
           05  DS-EXECUTOR          PIC X(40).
           05  DS-BANK-NAME         PIC X(20).
           05  DS-BRANCH-CODE       PIC X(6).
           05  DS-ACCOUNT-NUMBER    PIC X(11).
           05  DS-ACCOUNT-TYPE      PIC X(1).
           05  DS-STATUS            PIC X(1).
               88  DS-UNVERIFIED            VALUE 'C'.
               88  DS-VERIFIED              VALUE 'V'.
           05  DS-CAPTURED-BY       PIC X(10).
           05  DS-CAPTURED-DATE     PIC 9(8).
           05  DS-VERIFIED-BY       PIC X(10).
           05  DS-VERIFIED-DATE     PIC 9(8).
           05  DS-LEAVE-CANCELLED   PIC 9(3).
      *>      leave requests cancelled or cut short at the death date
           05  DS-LOAN-ACTION       PIC X(1).
               88  DS-LOAN-NONE             VALUE ' '.
               88  DS-LOAN-ESTATE           VALUE 'E'.
               88  DS-LOAN-WRITTEN-OFF      VALUE 'W'.
           05  DS-LOAN-BALANCE      PIC 9(9)V99.
           05  DS-ADV-ACTION        PIC X(1).
               88  DS-ADV-NONE              VALUE ' '.
               88  DS-ADV-CANCELLED         VALUE 'C'.
               88  DS-ADV-RECOVER           VALUE 'R'.
               88  DS-ADV-WRITTEN-OFF       VALUE 'W'.
           05  DS-ADV-AMOUNT        PIC 9(7)V99.
           05  DS-NOTICE-DATE       PIC 9(8).
           05  FILLER               PIC X(20).
