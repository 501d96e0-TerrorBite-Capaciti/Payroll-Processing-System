      *> DISCIPLINARY-CASE-RECORD - one row per disciplinary case,
      *> ../data/disciplinary_cases.dat, keyed by employee and case
      *> sequence. Opened and worked in EMPLOYEE-MGMT's case register:
      *> the offence, the incident and hearing dates, the chairperson,
      *> the outcome and any appeal. A warning outcome carries its
      *> expiry (validity months off SYSCONFIG); a suspension carries
      *> the status window set on the employee master; a dismissal
      *> prefills the termination with reason 01.
       01  DISCIPLINARY-CASE-RECORD.
           05  DC-KEY.
               10  DC-EMP-ID        PIC X(10).
               10  DC-SEQ           PIC 9(3).
           05  DC-OFFENCE-CAT       PIC X(3).
               88  DC-CAT-VALID             VALUE 'ATT' 'MIS' 'DSH'
                                                  'INS' 'PRF' 'SAF'
                                                  'OTH'.
      *>      ATT attendance/timekeeping, MIS misconduct, DSH
      *>      dishonesty, INS insubordination, PRF poor performance,
      *>      SAF health and safety, OTH other
           05  DC-OFFENCE-DESC      PIC X(40).
           05  DC-INCIDENT-DATE     PIC 9(8).
           05  DC-HEARING-DATE      PIC 9(8).
      *>      0 until the hearing is held
           05  DC-CHAIRPERSON       PIC X(30).
           05  DC-OUTCOME           PIC X(1).
               88  DC-OUT-PENDING           VALUE ' '.
               88  DC-OUT-NO-ACTION         VALUE 'N'.
               88  DC-OUT-VERBAL            VALUE 'V'.
               88  DC-OUT-WRITTEN           VALUE 'W'.
               88  DC-OUT-FINAL             VALUE 'F'.
               88  DC-OUT-SUSP-PAID         VALUE 'S'.
               88  DC-OUT-SUSP-UNPAID       VALUE 'U'.
               88  DC-OUT-DISMISSAL         VALUE 'D'.
               88  DC-OUT-WARNING           VALUE 'V' 'W' 'F'.
               88  DC-OUT-SUSPENSION        VALUE 'S' 'U'.
           05  DC-OUTCOME-DATE      PIC 9(8).
           05  DC-WARN-EXPIRY       PIC 9(8).
           05  DC-SUSP-START        PIC 9(8).
           05  DC-SUSP-END          PIC 9(8).
           05  DC-APPEAL-STATUS     PIC X(1).
               88  DC-APPEAL-NONE           VALUE ' ' 'N'.
               88  DC-APPEAL-LODGED         VALUE 'L'.
               88  DC-APPEAL-DISMISSED      VALUE 'D'.
               88  DC-APPEAL-UPHELD         VALUE 'O'.
      *>      'D' the appeal failed and the outcome stands; 'O' the
      *>      appeal succeeded and the outcome is overturned
           05  DC-APPEAL-DATE       PIC 9(8).
           05  DC-OPENED-BY         PIC X(10).
           05  DC-OPENED-DATE       PIC 9(8).
           05  DC-UPDATED-BY        PIC X(10).
           05  DC-UPDATED-DATE      PIC 9(8).
           05  FILLER               PIC X(20).
