       01 GRPMNT-REQ.
      *-- Request area for MTRGRPMT, the account group maintenance
      *-- program:
      *--   'A' add a group's organisation record
      *--   'C' change it (blank fields are left as they are)
      *--   'D' delete it - only once it has no member accounts left
      *--   'I' inquiry - returns the organisation's stored fields
      *--   'L' link a member account into the group
      *--   'U' unlink a member account from the group
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-GROUP-ID       PIC X(12) VALUE SPACES.
      *-- The member account - 'L' and 'U' only
           02 C01-ACCOUNT-ID     PIC X(12) VALUE SPACES.
           02 C01-ORG-NAME       PIC X(50) VALUE SPACES.
           02 C01-ADDR-LINE-1    PIC X(40) VALUE SPACES.
           02 C01-ADDR-LINE-2    PIC X(40) VALUE SPACES.
           02 C01-ADDR-LINE-3    PIC X(40) VALUE SPACES.
           02 C01-POSTCODE       PIC X(10) VALUE SPACES.
           02 C01-EMAIL          PIC X(50) VALUE SPACES.
           02 C01-DELIVERY-PREF  PIC X(01) VALUE SPACES.
      *-- Returned on an inquiry - the number of member accounts
           02 C01-MEMBER-COUNT   PIC 9(05) VALUE ZEROES.
      *-- Who keyed the action, for the change journal
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
