      *                   long-standing hardcoded role defaults for
      *                   any function the matrix doesn't mention -
      *                   a missing matrix file changes nothing.
      * 2026-10-15  BDEV  Added function codes EMPACTIV (activate a
      *                   pending new hire), BANKVRFY (verify bank
      *                   detail changes) and EFTREL (release the held
      *                   EFT batch), so the checker halves of those
      *                   controls can be granted apart from EMPMGMT
      *                   and PAYRUN. Their defaults are the gates they
      *                   sat behind, so nothing changes until the
      *                   matrix says otherwise.
      * 2026-10-15  BDEV  Added function CLAIMAPR (approve expense
      *                   claims in EXPCLAIM), default Admin/HR/
      *                   Manager like LVREVIEW.
      * 2026-10-15  BDEV  Added function OTAUTH (authorise overtime and
      *                   decide held overtime in OTAUTH), default
      *                   Admin/HR/Manager.
      * 2026-10-15  BDEV  Added function ATTCORR (decide attendance
      *                   correction requests in ATTENDANCE-MGMT),
      *                   default Admin/HR/Manager.
      * 2026-10-15  BDEV  Added function IODREG (injury-on-duty
      *                   register and W.Cl.2 in IODREG), default
      *                   Admin/HR.
      * 2026-10-15  BDEV  Added function COUNCIL (bargaining council
      *                   definitions and coverage in COUNCILMGMT),
      *                   default Admin and HR.
      * 2026-10-15  BDEV  Added function TRAINING (training register
      *                   in TRAINMGMT), default Admin and HR.
      * 2026-10-15  BDEV  Added function ASSETS (asset register and
      *                   exit clearance in ASSETMGMT), default Admin
      *                   and HR.
      * 2026-10-15  BDEV  Added function STUDY (bursary and study
      *                   assistance register in STUDYMGMT), default
      *                   Admin and HR.
      * 2026-10-15  BDEV  Added function VENDDED (vendor deduction
      *                   import in VENDIMP), default Admin and HR.
      * 2026-10-15  BDEV  Added function BANKREC (bank statement
      *                   reconciliation in BANKRECON), default Admin
      *                   and HR.
      * 2026-10-15  BDEV  Added function CHEQUES (cheque register
      *                   maintenance in CHEQUEMGMT), default Admin and
      *                   HR.
      * 2026-10-15  BDEV  Added function AUDSMP (auditor sample and
      *                   evidence packs in AUDITSMP), default Admin
      *                   only.
      * 2026-10-15  BDEV  Added LONGSVC (long-service milestones and
      *                   retirement forecast, award raising), default
      *                   Admin and HR.
      * 2026-10-15  BDEV  Added BUDGET (payroll budget build and
      *                   promotion to the live department budgets),
      *                   default Admin only.
      * 2026-10-15  BDEV  Added REQUISN (recruitment requisitions,
      *                   RECRUIT) - Admin, HR and Manager.
      * 2026-10-15  BDEV  Added DISCWARN (active disciplinary warnings
      *                   report in EMPLOYEE-MGMT) - Admin, HR and
      *                   Manager.
      * 2026-10-15  BDEV  Added TRAINREF (training data refresh,
      *                   TRAINREFRESH), default Admin only.
      * 2026-10-15  BDEV  Added DEATHSVC (death in service cases,
      *                   DEATHSVC), default Admin and HR.
      * 2026-10-15  BDEV  Added LATEINP (late-input queue and report,
      *                   LATEINPUT), default Admin and HR.
      * 2026-10-15  BDEV  Added LATEREL (release a late-input item into
      *                   the current period), default Admin only -
      *                   grant it to the payroll supervisors through
      *                   the matrix.
      * 2026-10-15  BDEV  Added PAYQRY (payslip query worklist and
      *                   report, PAYQUERY), default Admin and HR.
      * 2026-10-15  BDEV  Added SUBJACC (POPIA subject access requests,
      *                   SUBJACCESS), default Admin and HR.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER PIC X(12) VALUE "FRINGE  AH  ".
           05  FILLER PIC X(12) VALUE "SLIPDISTAH  ".
           05  FILLER PIC X(12) VALUE "CASHFC  AH  ".
           05  FILLER PIC X(12) VALUE "EMPACTIVAH  ".
           05  FILLER PIC X(12) VALUE "BANKVRFYAH  ".
           05  FILLER PIC X(12) VALUE "EFTREL  AHME".
           05  FILLER PIC X(12) VALUE "CLAIMAPRAHM ".
           05  FILLER PIC X(12) VALUE "OTAUTH  AHM ".
           05  FILLER PIC X(12) VALUE "ATTCORR AHM ".
           05  FILLER PIC X(12) VALUE "IODREG  AH  ".
           05  FILLER PIC X(12) VALUE "COUNCIL AH  ".
           05  FILLER PIC X(12) VALUE "TRAININGAH  ".
           05  FILLER PIC X(12) VALUE "ASSETS  AH  ".
           05  FILLER PIC X(12) VALUE "STUDY   AH  ".
           05  FILLER PIC X(12) VALUE "VENDDED AH  ".
           05  FILLER PIC X(12) VALUE "BANKREC AH  ".
           05  FILLER PIC X(12) VALUE "CHEQUES AH  ".
           05  FILLER PIC X(12) VALUE "AUDSMP  A   ".
           05  FILLER PIC X(12) VALUE "LONGSVC AH  ".
           05  FILLER PIC X(12) VALUE "BUDGET  A   ".
           05  FILLER PIC X(12) VALUE "REQUISN AHM ".
           05  FILLER PIC X(12) VALUE "DISCWARNAHM ".
           05  FILLER PIC X(12) VALUE "TRAINREFA   ".
           05  FILLER PIC X(12) VALUE "DEATHSVCAH  ".
           05  FILLER PIC X(12) VALUE "LATEINP AH  ".
           05  FILLER PIC X(12) VALUE "LATEREL A   ".
           05  FILLER PIC X(12) VALUE "PAYQRY  AH  ".
           05  FILLER PIC X(12) VALUE "SUBJACC AH  ".
       01  WS-DEFAULT-ENTRIES REDEFINES WS-DEFAULT-TABLE.
           05  WS-DEF-ENTRY OCCURS 54 TIMES
                   INDEXED BY WS-DEF-IDX.
               10  WS-DEF-FUNCTION PIC X(8).
               10  WS-DEF-ROLES    PIC X(4).
      *>   default to Admin-only, the safe answer).
           MOVE "A" TO WS-ALLOWED-ROLES
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > 54
               IF WS-DEF-FUNCTION(WS-DEF-IDX) = AC-FUNCTION
                   MOVE WS-DEF-ROLES(WS-DEF-IDX)
                       TO WS-ALLOWED-ROLES
