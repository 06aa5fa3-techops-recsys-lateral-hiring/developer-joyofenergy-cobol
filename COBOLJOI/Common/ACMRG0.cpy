      *--   'M' merge - move every MTRPLAN period, stored statement,
      *--       posted payment, adjustment and the running balance
      *--       from C01-FROM-ACCOUNT onto C01-TO-ACCOUNT, with an
      *--       audit line for everything that moved, along with
      *--       the account's contact notes. The duplicate account
      *--       ends up empty.
      *--   'S' split - the reverse for one meter wrongly attached:
      *--       move C01-MTR-ID's plan periods and stored statements
      *--       from C01-FROM-ACCOUNT to C01-TO-ACCOUNT. Payments and
      *--       the balance stay where they are - cash cannot be
      *--       attributed to one meter after the fact. Contact notes
      *--       taken against the meter go with it; notes about the
      *--       account as a whole stay.
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-FROM-ACCOUNT   PIC X(12) VALUE SPACES.
           02 C01-BILLS-MOVED    PIC 9(05) VALUE ZEROES.
           02 C01-PAYS-MOVED     PIC 9(05) VALUE ZEROES.
           02 C01-ADJS-MOVED     PIC 9(05) VALUE ZEROES.
           02 C01-NOTES-MOVED    PIC 9(05) VALUE ZEROES.
