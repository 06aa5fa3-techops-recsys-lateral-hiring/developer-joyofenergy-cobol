       01 PSMNT-REQ.
      *-- Request area for MTRPSMNT, the priority services register
      *-- maintenance program:
      *--   'A' register an account
      *--   'C' change it (blank/zero fields are left as they are)
      *--   'D' take the account off the register
      *--   'I' inquiry - returns the stored fields
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-ACCOUNT-ID     PIC X(12) VALUE SPACES.
      *-- MEDE, ELDR, DISA, CHLD, ILLN or OTHR (see PSREG0)
           02 C01-CATEGORY       PIC X(04) VALUE SPACES.
      *-- Zero on an add means one year from today
           02 C01-REVIEW-DATE    PIC 9(08) VALUE ZEROES.
           02 C01-NOMINEE-NAME   PIC X(50) VALUE SPACES.
           02 C01-NOMINEE-PHONE  PIC X(15) VALUE SPACES.
      *-- Returned on an inquiry
           02 C01-REG-DATE       PIC 9(08) VALUE ZEROES.
      *-- Who keyed the action, for the change journal
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
