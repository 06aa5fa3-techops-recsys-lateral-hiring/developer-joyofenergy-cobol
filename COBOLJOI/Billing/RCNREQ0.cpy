       01 RCNREQ.
      *-- Request area for MTRRCNCK, the reconnection check shared by
      *-- payment posting and arrangement set-up. The caller passes
      *-- the debt the account still owes outside any arrangement;
      *-- when it is below the reconnection threshold every meter
      *-- on the account still disconnected gets a reconnection
      *-- order for the field team.
      *-- Return codes: '0' nothing to reconnect, '1' orders raised
      *-- (C01-ORDER-COUNT of them - the caller resets the account's
      *-- dunning stage), '9' the register could not be updated
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-ACCOUNT-ID     PIC X(12) VALUE SPACES.
           02 C01-DEBT-AMOUNT    PIC S9(9)V9(4) VALUE ZEROES.
      *-- Program raising the order, and who is behind it
           02 C01-SOURCE         PIC X(08) VALUE SPACES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
           02 C01-ORDER-COUNT    PIC 9(02) VALUE ZEROES.
