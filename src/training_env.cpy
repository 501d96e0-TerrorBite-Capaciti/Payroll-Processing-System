      *> TRAINING-ENV-RECORD - the marker TRAINREFRESH leaves in a
      *> training data directory, training_env.dat. Its presence in
      *> ../data tells PAYROLL-MAIN it is running against masked
      *> training data, not production, and the sign-on and every
      *> menu say so; TRAINREFRESH refuses to refresh from a
      *> directory carrying it. Production never has this file.
       01  TRAINING-ENV-RECORD.
           05  TE-REFRESHED         PIC X(19).
           05  FILLER               PIC X(2).
           05  TE-REFRESHED-BY      PIC X(10).
           05  FILLER               PIC X(2).
           05  TE-STATUS            PIC X(1).
               88  TE-IN-PROGRESS           VALUE 'I'.
               88  TE-COMPLETE              VALUE 'C'.
           05  FILLER               PIC X(2).
           05  TE-SALARY-SCALE-PCT  PIC 9(2).
      *>      0 = salaries copied unscaled
