      *> IOD-CLAIM-RECORD - one row per injury on duty in the IODREG
      *> register: the incident as reported, the Compensation Fund
      *> claim it became, the absence booked against it and what the
      *> Fund has refunded. Absence spells themselves are approved
      *> leave requests of type IOD whose LR-REASON starts
      *> "IOD CLAIM nnn", so the leave calendar and PAYROLL see the
      *> employee as away without touching a leave bucket.
       01  IOD-CLAIM-RECORD.
           05  IC-KEY.
               10  IC-EMP-ID        PIC X(10).
               10  IC-CLAIM-SEQ     PIC 9(3).
           05  IC-INCIDENT-DATE     PIC 9(8).
           05  IC-INCIDENT-TIME     PIC 9(4).
      *>      HHMM, 24-hour clock
           05  IC-PLACE             PIC X(30).
           05  IC-DESCRIPTION       PIC X(60).
           05  IC-BODY-PART         PIC X(20).
           05  IC-WITNESS-NAME      PIC X(30).
           05  IC-WITNESS-CONTACT   PIC X(20).
           05  IC-REPORTED-DATE     PIC 9(8).
      *>      Date the employee reported the accident to us
           05  IC-REGISTERED-BY     PIC X(10).
           05  IC-REGISTERED-TS     PIC X(19).
           05  IC-CF-CLAIM-NO       PIC X(15).
      *>      Compensation Fund claim number, once allocated
           05  IC-CLAIM-STATUS      PIC X(1).
               88  IC-OPEN                  VALUE 'O'.
               88  IC-LODGED                VALUE 'L'.
               88  IC-ACCEPTED              VALUE 'A'.
               88  IC-REPUDIATED            VALUE 'R'.
               88  IC-CLOSED                VALUE 'C'.
               88  IC-STATUS-VALID          VALUE 'O' 'L' 'A' 'R'
                                                  'C'.
           05  IC-WCL2-DATE         PIC 9(8).
      *>      Date the W.Cl.2 employer's report was first produced
           05  IC-ABSENT-FROM       PIC 9(8).
           05  IC-ABSENT-TO         PIC 9(8).
           05  IC-ABSENT-DAYS       PIC 9(4).
      *>      First and last day and working days of all absence
      *>      booked against the claim
           05  IC-REFUND-AMT        PIC 9(7)V99.
           05  IC-REFUND-DATE       PIC 9(8).
      *>      Running total refunded by the Fund and the latest date
           05  IC-UPDATED-BY        PIC X(10).
           05  IC-UPDATED-TS        PIC X(19).
