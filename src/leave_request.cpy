               88  LR-PENDING               VALUE 'P'.
               88  LR-APPROVED              VALUE 'A'.
               88  LR-REJECTED              VALUE 'R'.
               88  LR-AWAITING-CERT         VALUE 'C'.
               88  LR-CANCELLED             VALUE 'X'.
      *>      Sick leave that needed a medical certificate and was
      *>      approved without one: held until the certificate is
      *>      produced or LR-CERT-DUE-DATE passes
           05  LR-CERT-PRODUCED     PIC X(01).
               88  LR-CERT-ON-FILE          VALUE 'Y'.
           05  LR-CERT-DATE         PIC 9(08).
      *>      Date the medical certificate was produced
           05  LR-CERT-RULE         PIC X(01).
               88  LR-CERT-NOT-NEEDED       VALUE 'N' ' '.
               88  LR-CERT-CONSECUTIVE      VALUE 'D'.
               88  LR-CERT-OCCASIONS        VALUE 'O'.
      *>      Why a certificate was required at approval: more than
      *>      two consecutive days, or the third sick occasion in an
      *>      eight-week period (BCEA section 23)
           05  LR-CERT-DUE-DATE     PIC 9(08).
           05  LR-SICK-CONVERTED    PIC X(01).
               88  LR-CONVERTED-UNPAID      VALUE 'Y'.
      *>      Sick leave turned into UNPAID when the certificate never
      *>      arrived; LR-LEAVE-TYPE then reads UNPAID
           05  LR-CHANGE-TYPE       PIC X(01).
               88  LR-CHANGE-CANCELLED      VALUE 'C'.
               88  LR-CHANGE-RECALLED       VALUE 'R'.
      *>      Set when the employee cancels the request (status X)
      *>      or a manager recalls them part-way through it, in which
      *>      case LR-END-DATE becomes the last day actually taken and
      *>      the approved end is kept in LR-ORIG-END-DATE
           05  LR-ORIG-END-DATE     PIC 9(08).
           05  LR-CHANGE-REASON     PIC X(30).
           05  LR-CHANGED-BY        PIC X(10).
           05  LR-CHANGE-DATE       PIC 9(08).
