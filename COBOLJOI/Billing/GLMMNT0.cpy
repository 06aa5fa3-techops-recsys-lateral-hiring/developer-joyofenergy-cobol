       01 GLMMNT-REQ.
      *-- Request area for MTRGLMMT, the GL mapping table
      *-- maintenance program:
      *--   'A' add a mapping for a source type and code
      *--   'C' change the accounts or description of a mapping
      *--   'D' delete a mapping
      *--   'I' inquire - returns the accounts and description
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-SOURCE-TYPE    PIC X(04) VALUE SPACES.
           02 C01-SOURCE-CODE    PIC X(10) VALUE SPACES.
           02 C01-DEBIT-ACCT     PIC X(10) VALUE SPACES.
           02 C01-CREDIT-ACCT    PIC X(10) VALUE SPACES.
           02 C01-DESCRIPTION    PIC X(30) VALUE SPACES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
