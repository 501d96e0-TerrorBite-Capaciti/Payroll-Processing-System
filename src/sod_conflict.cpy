      *> SOD-CONFLICT-RECORD - one pair of function codes no single
      *> user should hold together (segregation of duties): capturing
      *> and activating a new hire, changing and verifying bank
      *> details, running a payroll and releasing its EFT batch.
      *> Maintained through CONFIG's permissions screen, which warns
      *> before a grant or override gives somebody both halves of a
      *> pair and reports every user who already holds both. With no
      *> file on disk CONFIG works from the same three pairs built in.
       01  SOD-CONFLICT-RECORD.
           05  SD-FUNCTION-A        PIC X(8).
           05  FILLER               PIC X(2).
           05  SD-FUNCTION-B        PIC X(8).
           05  FILLER               PIC X(2).
           05  SD-DESC              PIC X(40).
