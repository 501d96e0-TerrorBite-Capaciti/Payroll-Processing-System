           05  LN-STATUS            PIC X(1).
               88  LN-ACTIVE                 VALUE 'A'.
               88  LN-SETTLED                VALUE 'S'.
               88  LN-ESTATE-CLAIM           VALUE 'E'.
      *>          Borrower died in service: installments stopped and
      *>          the balance claimed from the deceased estate
