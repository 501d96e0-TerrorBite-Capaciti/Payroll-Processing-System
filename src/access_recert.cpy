      *> ACCESS-RECERT-RECORD - one row per access decision taken on a
      *> USERFILE account: the department head's confirm or revoke in
      *> a quarter's recertification, the lock applied to an account
      *> still unconfirmed when the quarter's window closed, and the
      *> lock applied by the dormant-account sweep. Cycles are labelled
      *> by calendar quarter (2026Q4). Written and read by USERADMIN;
      *> the latest row for a user in a cycle is that user's standing
      *> decision.
       01  ACCESS-RECERT-RECORD.
           05  AR-CYCLE             PIC X(6).
           05  AR-USER-ID           PIC X(8).
           05  AR-DEPARTMENT        PIC X(15).
           05  AR-ROLE              PIC X(1).
           05  AR-DECISION          PIC X(1).
               88  AR-CONFIRMED             VALUE 'C'.
               88  AR-REVOKED               VALUE 'R'.
               88  AR-WINDOW-LAPSED         VALUE 'X'.
               88  AR-DORMANT-LOCKED        VALUE 'D'.
           05  AR-CERTIFIED-BY      PIC X(8).
      *>      The department head who took the decision - blank on the
      *>      X and D rows the system raises itself
           05  AR-RECORDED-BY       PIC X(10).
      *>      The signed-on administrator who captured or ran it
           05  AR-TIMESTAMP         PIC X(19).
           05  AR-LAST-LOGIN        PIC 9(8).
      *>      USER-LAST-LOGIN as it stood when the decision was taken
