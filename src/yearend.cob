      *                   PR-RETIRE-DEDUCT and PR-DIRECTIVE-NO fields
      *                   the shared copybook gained, so archiving
      *                   does not truncate PR-PAY-STATUS.
      * 2026-10-15  BDEV  ARCHIVE-RECORD widened to the 256-byte
      *                   record for the PR-REIMB-*, PR-FOREIGN-EXEMPT
      *                   and PR-US-* fields the shared copybook
      *                   gained.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  YTD-GROSS-EARNINGS   PIC 9(8)V99.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(256).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD         PIC X(80).
