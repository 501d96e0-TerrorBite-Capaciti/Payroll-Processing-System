      *> ASSET-RECORD - one row per company asset on the ASSETMGMT
      *> register (laptops, phones, access cards, tools, PPE). The
      *> row carries the current - or, once returned, the last -
      *> issue. An item not returned is written off by HR; where the
      *> employee has signed consent, the write-off is recovered
      *> from final pay by the settlement run, which will not
      *> finalise while anything is still issued to the leaver.
       01  ASSET-RECORD.
           05  AS-TAG               PIC X(12).
           05  AS-DESCRIPTION       PIC X(40).
           05  AS-CATEGORY          PIC X(1).
               88  AS-LAPTOP                VALUE 'L'.
               88  AS-PHONE                 VALUE 'P'.
               88  AS-ACCESS-CARD           VALUE 'C'.
               88  AS-TOOL                  VALUE 'T'.
               88  AS-PPE                   VALUE 'E'.
               88  AS-OTHER                 VALUE 'O'.
               88  AS-CATEGORY-VALID        VALUE 'L' 'P' 'C' 'T'
                                                  'E' 'O'.
           05  AS-SERIAL-NO         PIC X(20).
           05  AS-VALUE             PIC 9(7)V99.
           05  AS-STATUS            PIC X(1).
               88  AS-IN-STORE              VALUE 'S'.
               88  AS-ISSUED                VALUE 'I'.
               88  AS-WRITTEN-OFF           VALUE 'W'.
           05  AS-ISSUED-TO         PIC X(10).
           05  AS-ISSUE-DATE        PIC 9(8).
           05  AS-RETURN-DATE       PIC 9(8).
           05  AS-WO-DATE           PIC 9(8).
           05  AS-WO-BY             PIC X(10).
           05  AS-WO-REASON         PIC X(30).
           05  AS-RECOVER           PIC X(1).
               88  AS-RECOVER-CONSENTED     VALUE 'Y'.
      *>      'Y' = signed consent to deduct from final pay on file
           05  AS-CONSENT-DATE      PIC 9(8).
           05  AS-RECOVER-AMT       PIC 9(7)V99.
           05  AS-RECOVERED-AMT     PIC 9(7)V99.
           05  AS-RECOVERED-PERIOD  PIC X(24).
      *>      Settlement pay period that took the deduction; spaces
      *>      while the recovery is still pending
           05  AS-UPDATED-BY        PIC X(10).
           05  AS-UPDATED-TS        PIC X(19).
