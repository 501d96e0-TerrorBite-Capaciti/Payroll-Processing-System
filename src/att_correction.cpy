      *> ATT-CORRECTION-RECORD - one row per request to correct a
      *> recorded attendance day (a missed punch, the wrong shift or
      *> project code). Raised in ATTENDANCE-MGMT by the employee or
      *> their manager with the proposed values and a reason, and
      *> decided by the employee's manager. On approval the day on
      *> ATTENDANCE-RECORD is rewritten and this row keeps the values
      *> it held just before the change beside the values it was
      *> given, so the correction trail is this file.
       01  ATT-CORRECTION-RECORD.
           05  ACR-KEY.
               10  ACR-EMP-ID       PIC X(10).
               10  ACR-DATE         PIC 9(08).
               10  ACR-SEQ          PIC 9(02).
           05  ACR-OLD-VALUES.
               10  ACR-OLD-HOURS    PIC 9(03)V99.
               10  ACR-OLD-OT-HOURS PIC 9(03)V99.
               10  ACR-OLD-SHIFT    PIC X(01).
               10  ACR-OLD-PROJECT  PIC X(06).
           05  ACR-NEW-VALUES.
               10  ACR-NEW-HOURS    PIC 9(03)V99.
               10  ACR-NEW-OT-HOURS PIC 9(03)V99.
               10  ACR-NEW-SHIFT    PIC X(01).
               10  ACR-NEW-PROJECT  PIC X(06).
           05  ACR-REASON           PIC X(30).
           05  ACR-RAISED-BY        PIC X(10).
           05  ACR-RAISED-TS        PIC X(19).
           05  ACR-STATUS           PIC X(01).
               88  ACR-PENDING              VALUE 'P'.
               88  ACR-APPROVED             VALUE 'A'.
               88  ACR-REJECTED             VALUE 'R'.
           05  ACR-DECIDED-BY       PIC X(10).
           05  ACR-DECIDED-TS       PIC X(19).
           05  ACR-DECISION-NOTE    PIC X(30).
           05  ACR-LATE-PARKED      PIC X(01).
      *>      'Y' = the day sat in a closed pay period, so the hours
      *>      the correction added were parked on the late
      *>      adjustments file for the next full run to pay
