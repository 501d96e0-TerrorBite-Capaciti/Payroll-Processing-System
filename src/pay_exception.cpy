      *> NEGN negative net pay held, MINW below minimum wage,
      *> NOBK no bank details, CDV  failed bank validation,
      *> OTCP overtime over BCEA cap held,
      *> OTNA overtime not pre-authorised held for manager review,
      *> BKCH bank details changed without second-user verification,
      *> CTRX fixed-term contract expired without renewal,
      *> PRNT bank account not prenote-verified,
      *> STAT skipped for a non-active status (maternity window),
      *> ESTA deceased employee's pay held - no verified estate
      *>      late account on the death in service case,
      *> LATE hire activated after the period's input cut-off, held
      *>      on the late-input queue.
       01  PAY-EXCEPTION-RECORD.
           05  EX-TIMESTAMP         PIC X(19).
           05  EX-PAY-PERIOD        PIC X(24).
