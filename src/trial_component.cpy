      *> TRIAL-COMPONENT-RECORD - one row per earning or deduction
      *> component of each employee a trial run calculated, laid out
      *> like PAY-COMPONENT-RECORD plus two payment total rows (GROSS
      *> and NET, type 'T'). Every trial appends its rows under the
      *> trial's run timestamp, so REPORTS' parallel run comparison
      *> can match a trial against the live run of its period or
      *> against another saved trial.
       01  TRIAL-COMPONENT-RECORD.
           05  TV-TRIAL-TS          PIC X(19).
      *>      Run timestamp of the trial - identifies the saved trial
           05  TV-PAY-PERIOD        PIC X(24).
           05  TV-RUN-BRANCH        PIC X(10).
      *>      Branch the trial was scoped to; spaces for the company
           05  TV-EMP-ID            PIC X(10).
           05  TV-COMP-CODE         PIC X(6).
           05  TV-TYPE              PIC X(1).
      *>      As PC-TYPE, plus 'T' for the GROSS and NET total rows
           05  TV-AMOUNT            PIC S9(7)V99.
