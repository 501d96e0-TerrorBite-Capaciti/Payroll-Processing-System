      *                   role - EMPLOYEE-MGMT itself restricts
      *                   non-Admin/HR callers to the new self-service
      *                   contact details option.
      * 2026-10-15  BDEV  Added Commission (COMMISSION), on the
      *                   earnings right - plans, assignments and the
      *                   monthly sales-extract calculation.
      * 2026-10-15  BDEV  Added Expense Claims (EXPCLAIM), open to
      *                   every role for their own claims; approving
      *                   is function CLAIMAPR. The sign-on inbox
      *                   shows claims awaiting approval (queue 7).
      * 2026-10-15  BDEV  Added Overtime Authorisation (OTAUTH),
      *                   function OTAUTH. The sign-on inbox shows
      *                   overtime PAYROLL held unauthorised (queue 8).
      * 2026-10-15  BDEV  Added Attendance (ATTENDANCE-MGMT), open to
      *                   every role for their own attendance and
      *                   correction requests; recording and imports
      *                   stay behind ATTMGMT inside it. The sign-on
      *                   inbox shows attendance corrections awaiting
      *                   approval (queue 9, function ATTCORR).
      * 2026-10-15  BDEV  Added Injury on Duty (IODREG), function
      *                   IODREG.
      * 2026-10-15  BDEV  Added Bargaining Councils (COUNCILMGMT),
      *                   function COUNCIL.
      * 2026-10-15  BDEV  Added Training Register (TRAINMGMT),
      *                   function TRAINING.
      * 2026-10-15  BDEV  Added Asset Register (ASSETMGMT), function
      *                   ASSETS.
      * 2026-10-15  BDEV  Added Bursary and Study Assistance
      *                   (STUDYMGMT), function STUDY.
      * 2026-10-15  BDEV  Added Vendor Deduction Import (VENDIMP),
      *                   function VENDDED.
      * 2026-10-15  BDEV  Added Bank Statement Reconciliation
      *                   (BANKRECON), function BANKREC.
      * 2026-10-15  BDEV  Added Cheque Register maintenance
      *                   (CHEQUEMGMT), function CHEQUES.
      * 2026-10-15  BDEV  Added Auditor Sample and Evidence Packs
      *                   (AUDITSMP), function AUDSMP.
      * 2026-10-15  BDEV  Added Long Service and Retirement (LONGSVC),
      *                   function LONGSVC.
      * 2026-10-15  BDEV  Added Payroll Budget Build (BUDGETBLD),
      *                   function BUDGET.
      * 2026-10-15  BDEV  Added Recruitment Requisitions (RECRUIT),
      *                   function REQUISN.
      * 2026-10-15  BDEV  Added Refresh Training Data (TRAINREFRESH),
      *                   function TRAINREF. A training_env.dat marker
      *                   in ../data means the system is running on
      *                   masked training data: the sign-on and every
      *                   menu then carry a not-production banner.
      * 2026-10-15  BDEV  Added Death in Service (DEATHSVC), function
      *                   DEATHSVC. The exceptions inbox counts ESTA
      *                   holds (a deceased employee's pay waiting on
      *                   a verified estate late account).
      * 2026-10-15  BDEV  Added Late Input Queue (LATEINPUT), function
      *                   LATEINP.
      * 2026-10-15  BDEV  Added Payslip Queries (PAYQUERY), function
      *                   PAYQRY.
      * 2026-10-15  BDEV  Added POPIA Subject Access Requests
      *                   (SUBJACCESS), function SUBJACC.
      * 2026-10-15  BDEV  Added Benefits (BENEFITS), open to every
      *                   role under function EMPSELF; employees get
      *                   the self-service election menu.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO "../data/contact_pending.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT EXPENSE-CLAIM-FILE
               ASSIGN TO "../data/expense_claims.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-KEY
               FILE STATUS IS WS-XC-FILE-STATUS.

           SELECT OT-HELD-FILE
               ASSIGN TO "../data/ot_held.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-OH-FILE-STATUS.

           SELECT CORRECTION-FILE
               ASSIGN TO "../data/att_corrections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACR-FILE-STATUS.

           SELECT TRAINING-ENV-FILE
               ASSIGN TO "../data/training_env.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.

       FD  CONTACT-PENDING-FILE.
           COPY contact_pending.

       FD  EXPENSE-CLAIM-FILE.
           COPY expense_claim.

       FD  OT-HELD-FILE.
           COPY ot_held.

       FD  CORRECTION-FILE.
           COPY att_correction.

       FD  TRAINING-ENV-FILE.
           COPY training_env.
       WORKING-STORAGE SECTION.
       01  WS-OA-FILE-STATUS      PIC XX.
       01  WS-OPEN-ALERTS         PIC 9(4).
       01  WS-RQ-FILE-STATUS      PIC XX.
       01  WS-EX-FILE-STATUS      PIC XX.
       01  WS-CP-FILE-STATUS      PIC XX.
       01  WS-XC-FILE-STATUS      PIC XX.
       01  WS-OH-FILE-STATUS      PIC XX.
       01  WS-ACR-FILE-STATUS     PIC XX.
       01  WS-TE-FILE-STATUS      PIC XX.
       01  WS-TRAINING-DATA       PIC X(1) VALUE 'N'.
       01  WS-TRAINING-BANNER     PIC X(70) VALUE SPACES.
       01  WS-IB-COUNT            PIC 9(5).
       01  WS-IB-OLDEST           PIC X(19).
       01  WS-IB-SHOWN            PIC 9(1).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 240-CHECK-TRAINING-ENV
           PERFORM 200-AUTHENTICATE-USER

           IF WS-AUTH-STATUS = 'S'
                       WHEN 24 PERFORM 1080-FRINGE-BENEFITS
                       WHEN 25 PERFORM 1090-PAYSLIP-DISTRIBUTION
                       WHEN 26 PERFORM 1100-CASH-FORECAST
                       WHEN 27 PERFORM 1110-COMMISSION
                       WHEN 28 PERFORM 1120-EXPENSE-CLAIMS
                       WHEN 29 PERFORM 1130-OVERTIME-AUTH
                       WHEN 30 PERFORM 1140-ATTENDANCE
                       WHEN 31 PERFORM 1150-INJURY-ON-DUTY
                       WHEN 32 PERFORM 1160-BARGAINING-COUNCILS
                       WHEN 33 PERFORM 1170-TRAINING
                       WHEN 34 PERFORM 1180-ASSET-REGISTER
                       WHEN 35 PERFORM 1190-STUDY-ASSISTANCE
                       WHEN 36 PERFORM 1200-VENDOR-DEDUCTIONS
                       WHEN 37 PERFORM 1210-BANK-RECONCILIATION
                       WHEN 38 PERFORM 1220-CHEQUE-REGISTER
                       WHEN 39 PERFORM 1230-AUDITOR-SAMPLE
                       WHEN 40 PERFORM 1240-LONG-SERVICE
                       WHEN 41 PERFORM 1250-BUDGET-BUILD
                       WHEN 42 PERFORM 1260-RECRUITMENT
                       WHEN 43 PERFORM 1270-TRAINING-REFRESH
                       WHEN 44 PERFORM 1280-DEATH-IN-SERVICE
                       WHEN 45 PERFORM 1290-LATE-INPUT-QUEUE
                       WHEN 46 PERFORM 1300-PAYSLIP-QUERIES
                       WHEN 47 PERFORM 1310-SUBJECT-ACCESS
                       WHEN 48 PERFORM 1320-BENEFITS
                       WHEN 0 MOVE 'Y' TO WS-EXIT-FLAG
                       WHEN OTHER
                           DISPLAY "Invalid choice, please try again."
           CALL "AUTHENTICATION" USING WS-AUTH-STATUS, WS-USER-ROLE,
                   WS-EMP-ID.

      *****************************************************************
      * 240-CHECK-TRAINING-ENV - TRAINREFRESH leaves training_env.dat
      * in a training data directory and production never has one.
      * When it is there, say so before sign-on and on every menu so
      * nobody mistakes masked training data for the live system.
      *****************************************************************
       240-CHECK-TRAINING-ENV.
           OPEN INPUT TRAINING-ENV-FILE
           IF WS-TE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TRAINING-ENV-RECORD
           READ TRAINING-ENV-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE TRAINING-ENV-FILE
           MOVE 'Y' TO WS-TRAINING-DATA
           IF TE-COMPLETE
               STRING "*** TRAINING DATA - NOT PRODUCTION (REFRESHED "
                      TE-REFRESHED ") ***"
                      DELIMITED BY SIZE INTO WS-TRAINING-BANNER
           ELSE
               STRING "*** TRAINING DATA - NOT PRODUCTION "
                      "(REFRESH INCOMPLETE) ***"
                      DELIMITED BY SIZE INTO WS-TRAINING-BANNER
           END-IF
           DISPLAY "*************************************************"
                   "*********************"
           DISPLAY WS-TRAINING-BANNER
           DISPLAY "*************************************************"
                   "*********************".

      *****************************************************************
      * 310-CHECK-ACCESS - ask the permission matrix whether the
      * signed-on user may run the function in WS-AC-FUNCTION.
               END-IF
           END-IF

           MOVE "CLAIMAPR" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               PERFORM 268-COUNT-PENDING-CLAIMS
               IF WS-IB-COUNT > 0
                   MOVE 1 TO WS-IB-SHOWN
                   DISPLAY "7. EXPENSE CLAIMS AWAITING APPROVAL: "
                           WS-IB-COUNT "  OLDEST "
                           WS-IB-OLDEST(1:10)
               END-IF
           END-IF

           MOVE "OTAUTH" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               PERFORM 269-COUNT-HELD-OVERTIME
               IF WS-IB-COUNT > 0
                   MOVE 1 TO WS-IB-SHOWN
                   DISPLAY "8. UNAUTHORISED OVERTIME HELD: "
                           WS-IB-COUNT " DAY(S)  OLDEST "
                           WS-IB-OLDEST(1:10)
               END-IF
           END-IF

           MOVE "ATTCORR" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               PERFORM 271-COUNT-ATT-CORRECTIONS
               IF WS-IB-COUNT > 0
                   MOVE 1 TO WS-IB-SHOWN
                   DISPLAY "9. ATTENDANCE CORRECTIONS AWAITING "
                           "APPROVAL: " WS-IB-COUNT "  OLDEST "
                           WS-IB-OLDEST(1:10)
               END-IF
           END-IF

           IF WS-IB-SHOWN = 0
               DISPLAY "NOTHING WAITING FOR YOU"
           ELSE
               DISPLAY "OPEN A QUEUE (1-9, 0 TO CONTINUE): "
                       WITH NO ADVANCING
               ACCEPT WS-IB-PICK
               EVALUATE WS-IB-PICK
                   WHEN 4 PERFORM 400-PROCESS-PAYROLL
                   WHEN 5 PERFORM 400-PROCESS-PAYROLL
                   WHEN 6 PERFORM 700-SYSTEM-REPORTS
                   WHEN 7 PERFORM 1120-EXPENSE-CLAIMS
                   WHEN 8 PERFORM 1130-OVERTIME-AUTH
                   WHEN 9 PERFORM 1140-ATTENDANCE
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF
                                   OR EX-REASON-CODE = "BKCH"
                                   OR EX-REASON-CODE = "PRNT"
                                   OR EX-REASON-CODE = "NEGN"
                                   OR EX-REASON-CODE = "ESTA"
                               ADD 1 TO WS-IB-COUNT
                               IF EX-TIMESTAMP < WS-IB-OLDEST
                                   MOVE EX-TIMESTAMP
               CLOSE EXCEPTION-FILE
           END-IF.

       268-COUNT-PENDING-CLAIMS.
           MOVE 0 TO WS-IB-COUNT
           MOVE HIGH-VALUES TO WS-IB-OLDEST
           OPEN INPUT EXPENSE-CLAIM-FILE
           IF WS-XC-FILE-STATUS = '00'
               PERFORM UNTIL WS-XC-FILE-STATUS = '10'
                   READ EXPENSE-CLAIM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF XC-PENDING
                               ADD 1 TO WS-IB-COUNT
                               IF XC-SUBMITTED-TS < WS-IB-OLDEST
                                   MOVE XC-SUBMITTED-TS
                                       TO WS-IB-OLDEST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIM-FILE
           END-IF.

       269-COUNT-HELD-OVERTIME.
           MOVE 0 TO WS-IB-COUNT
           MOVE HIGH-VALUES TO WS-IB-OLDEST
           OPEN INPUT OT-HELD-FILE
           IF WS-OH-FILE-STATUS = '00'
               PERFORM UNTIL WS-OH-FILE-STATUS = '10'
                   READ OT-HELD-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OH-PENDING
                               ADD 1 TO WS-IB-COUNT
                               IF OH-HELD-TS < WS-IB-OLDEST
                                   MOVE OH-HELD-TS TO WS-IB-OLDEST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OT-HELD-FILE
           END-IF.

       271-COUNT-ATT-CORRECTIONS.
           MOVE 0 TO WS-IB-COUNT
           MOVE HIGH-VALUES TO WS-IB-OLDEST
           OPEN INPUT CORRECTION-FILE
           IF WS-ACR-FILE-STATUS = '00'
               PERFORM UNTIL WS-ACR-FILE-STATUS = '10'
                   READ CORRECTION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ACR-PENDING
                               ADD 1 TO WS-IB-COUNT
                               IF ACR-RAISED-TS < WS-IB-OLDEST
                                   MOVE ACR-RAISED-TS TO WS-IB-OLDEST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
           END-IF.

       650-LEAVE-DRILL.
           CALL "LEAVE-MGMT" USING WS-USER-ROLE, WS-EMP-ID.

       300-DISPLAY-MENU.
           IF WS-TRAINING-DATA = 'Y'
               DISPLAY WS-TRAINING-BANNER
           END-IF
           DISPLAY "ByteBank Payroll System - Main Menu"
           DISPLAY "----------------------------------"
           DISPLAY "1. Process Payroll"
           DISPLAY "24. Fringe Benefits"
           DISPLAY "25. Payslip Distribution"
           DISPLAY "26. Cash Requirement Forecast"
           DISPLAY "27. Commission"
           DISPLAY "28. Expense Claims"
           DISPLAY "29. Overtime Authorisation"
           DISPLAY "30. Attendance"
           DISPLAY "31. Injury on Duty"
           DISPLAY "32. Bargaining Councils"
           DISPLAY "33. Training Register"
           DISPLAY "34. Asset Register"
           DISPLAY "35. Bursaries and Study Assistance"
           DISPLAY "36. Vendor Deduction Import"
           DISPLAY "37. Bank Statement Reconciliation"
           DISPLAY "38. Cheque Register"
           DISPLAY "39. Auditor Sample and Evidence Packs"
           DISPLAY "40. Long Service and Retirement"
           DISPLAY "41. Payroll Budget Build"
           DISPLAY "42. Recruitment Requisitions"
           DISPLAY "43. Refresh Training Data"
           DISPLAY "44. Death in Service"
           DISPLAY "45. Late Input Queue"
           DISPLAY "46. Payslip Queries"
           DISPLAY "47. POPIA Subject Access Requests"
           DISPLAY "48. Benefits"
           DISPLAY "0. Exit"
           DISPLAY "Enter your choice: " WITH NO ADVANCING.

           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1110-COMMISSION.
           MOVE "EARNINGS" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "COMMISSION" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1120-EXPENSE-CLAIMS.
           MOVE "EMPSELF" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "EXPCLAIM" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1130-OVERTIME-AUTH.
           MOVE "OTAUTH" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "OTAUTH" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1140-ATTENDANCE.
           MOVE "EMPSELF" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "ATTENDANCE-MGMT" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1150-INJURY-ON-DUTY.
           MOVE "IODREG" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "IODREG" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1160-BARGAINING-COUNCILS.
           MOVE "COUNCIL" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "COUNCILMGMT" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1170-TRAINING.
           MOVE "TRAINING" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "TRAINMGMT" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1180-ASSET-REGISTER.
           MOVE "ASSETS" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "ASSETMGMT" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1190-STUDY-ASSISTANCE.
           MOVE "STUDY" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "STUDYMGMT" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1200-VENDOR-DEDUCTIONS.
           MOVE "VENDDED" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "VENDIMP" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1210-BANK-RECONCILIATION.
           MOVE "BANKREC" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "BANKRECON" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1220-CHEQUE-REGISTER.
           MOVE "CHEQUES" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "CHEQUEMGMT" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1230-AUDITOR-SAMPLE.
           MOVE "AUDSMP" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "AUDITSMP" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1240-LONG-SERVICE.
           MOVE "LONGSVC" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "LONGSVC" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1250-BUDGET-BUILD.
           MOVE "BUDGET" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "BUDGETBLD" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1260-RECRUITMENT.
           MOVE "REQUISN" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "RECRUIT" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1270-TRAINING-REFRESH.
           MOVE "TRAINREF" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "TRAINREFRESH" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1280-DEATH-IN-SERVICE.
           MOVE "DEATHSVC" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "DEATHSVC" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1290-LATE-INPUT-QUEUE.
           MOVE "LATEINP" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "LATEINPUT" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1300-PAYSLIP-QUERIES.
           MOVE "PAYQRY" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "PAYQUERY" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1310-SUBJECT-ACCESS.
           MOVE "SUBJACC" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "SUBJACCESS" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.

       1320-BENEFITS.
           MOVE "EMPSELF" TO WS-AC-FUNCTION
           PERFORM 310-CHECK-ACCESS
           IF WS-AC-RESULT = 'Y'
               CALL "BENEFITS" USING WS-USER-ROLE, WS-EMP-ID
           ELSE
               DISPLAY "Access denied. You don't have permission."
           END-IF.
       END PROGRAM PAYROLL-MAIN.
