      *> MASTER-JOURNAL-RECORD - the after-image journal of the
      *> indexed master files, ../data/master_journal.dat. Every
      *> program that adds, changes or deletes an employee, benefits,
      *> leave balance, garnishment, loan or user record writes one
      *> row here through MSTJRNL, so BACKUPRESTORE can roll a
      *> restored generation forward to a point in time. The journal
      *> only holds what changed since the latest backup generation:
      *> taking a new generation clears it.
       01  MASTER-JOURNAL-RECORD.
           05  MJ-TIMESTAMP         PIC X(19).
      *>      YYYY-MM-DD HH:MM:SS the change was made
           05  MJ-FILE              PIC X(14).
      *>      the master, by its BACKUPRESTORE tag: employees,
      *>      benefits, leave_balances, garnishments, loans, users
           05  MJ-KEY               PIC X(40).
           05  MJ-OPERATION         PIC X(1).
               88  MJ-ADD                   VALUE 'A'.
               88  MJ-CHANGE                VALUE 'C'.
               88  MJ-DELETE                VALUE 'D'.
           05  MJ-USER              PIC X(10).
           05  MJ-PROGRAM           PIC X(16).
           05  MJ-IMAGE             PIC X(1000).
      *>      the record as written (A, C) or as it stood when it
      *>      was deleted (D), left-justified in the 1000 bytes the
      *>      backup snapshots use
