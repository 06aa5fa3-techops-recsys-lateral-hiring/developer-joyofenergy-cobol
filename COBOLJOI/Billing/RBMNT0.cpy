       01 RBMNT-REQ.
      *-- Request area for MTRRBMNT, the social tariff rebate scheme
      *-- maintenance program:
      *--   'A' enter an account for a scheme year
      *--   'C' change it (blank/zero fields are left as they are)
      *--   'D' remove it
      *--   'I' inquiry - returns the stored fields
      *-- Return codes: '0' done, '1' not on file, '2' already on
      *-- file, '3' already credited (or its credit is awaiting
      *-- approval) - can no longer be changed,
      *-- '9' invalid request.
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-ACCOUNT-ID     PIC X(12) VALUE SPACES.
           02 C01-SCHEME-YEAR    PIC 9(04) VALUE ZEROES.
      *-- 'D' data-match or 'A' application (see REBSCH0)
           02 C01-SOURCE         PIC X(01) VALUE SPACES.
      *-- 'P', 'E' or 'I'. Blank on an add means 'E' for a data-match
      *-- and 'P' for an application.
           02 C01-STATUS         PIC X(01) VALUE SPACES.
           02 C01-REBATE-AMOUNT  PIC 9(5)V9(4) VALUE ZEROES.
           02 C01-MATCH-REF      PIC X(20) VALUE SPACES.
      *-- Returned on an inquiry
           02 C01-ENTRY-DATE     PIC 9(08) VALUE ZEROES.
           02 C01-PAID-DATE      PIC 9(08) VALUE ZEROES.
           02 C01-PAID-AMOUNT    PIC 9(5)V9(4) VALUE ZEROES.
           02 C01-PAID-HOW       PIC X(01) VALUE SPACES.
      *-- Who keyed the action, for the change journal
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
