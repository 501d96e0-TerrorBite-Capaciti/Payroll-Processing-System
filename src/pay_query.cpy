      *> PAY-QUERY-RECORD - one employee query against a payslip,
      *> ../data/pay_queries.dat. The employee raises it from My
      *> Payslip History in REPORTS against one PAYROLL-FILE record
      *> (PR-KEY) and the pay component they think is wrong; it then
      *> sits on the payroll officers' worklist in PAYQUERY until it
      *> is resolved. A corrected query names the off-cycle, retro
      *> or voided payroll record that fixed it. Rows are rewritten
      *> in place as the query moves on.
       01  PAY-QUERY-RECORD.
           05  PQ-QUERY-ID          PIC 9(6).
           05  PQ-PR-KEY.
               10  PQ-EMP-ID        PIC X(10).
               10  PQ-PAY-PERIOD    PIC X(24).
               10  PQ-RUN-SEQ       PIC 9(2).
           05  PQ-COMP-CODE         PIC X(6).
      *>      a PAY-COMPONENT-RECORD code on the payslip (BASE, PAYE,
      *>      MED ...), or OTHER when no single component applies
           05  PQ-DESCRIPTION       PIC X(60).
           05  PQ-RAISED-DATE       PIC 9(8).
           05  PQ-RAISED-AT         PIC X(19).
           05  PQ-STATUS            PIC X(1).
               88  PQ-OPEN                  VALUE 'O'.
               88  PQ-INVESTIGATING         VALUE 'I'.
               88  PQ-NO-CHANGE             VALUE 'N'.
               88  PQ-CORRECTED             VALUE 'C'.
               88  PQ-RESOLVED              VALUE 'N' 'C'.
           05  PQ-OFFICER           PIC X(10).
      *>      the payroll officer who took the query on
           05  PQ-RESOLVED-DATE     PIC 9(8).
           05  PQ-RESOLUTION        PIC X(60).
           05  PQ-CORR-KEY.
      *>      the PAYROLL-FILE record that corrected it (status C)
               10  PQ-CORR-PERIOD   PIC X(24).
               10  PQ-CORR-RUN-SEQ  PIC 9(2).
           05  PQ-CORR-RUN-TYPE     PIC X(1).
      *>      'O' off-cycle, 'R' retro arrears, 'V' voided record
