      *> BENEFICIARY-RECORD - one row per beneficiary an employee has
      *> nominated for a benefit, ../data/beneficiaries.dat. Benefit
      *> type G is the group life cover (BN-LIFE-INS), P the pension
      *> or provident fund. Up to five nominees per benefit type;
      *> their shares must total 100% for that type. Captured on
      *> EMPLOYEE-MGMT's beneficiary screen and listed on DEATHSVC's
      *> notification schedule to the fund and the insurer.
       01  BENEFICIARY-RECORD.
           05  BF-KEY.
               10  BF-EMP-ID        PIC X(10).
               10  BF-BENEFIT-TYPE  PIC X(1).
                   88  BF-GROUP-LIFE        VALUE 'G'.
                   88  BF-PENSION-FUND      VALUE 'P'.
               10  BF-SEQ           PIC 9(1).
           05  BF-NAME              PIC X(40).
           05  BF-RELATIONSHIP      PIC X(15).
           05  BF-ID-NUMBER         PIC X(13).
      *>      SA ID number, checked through IDVALIDATE; blank for a
      *>      nominee without one (a trust, a minor's guardian fund)
           05  BF-SHARE-PCT         PIC 9(3)V99.
           05  BF-CAPTURED-BY       PIC X(10).
           05  BF-CAPTURED-DATE     PIC 9(8).
           05  FILLER               PIC X(20).
