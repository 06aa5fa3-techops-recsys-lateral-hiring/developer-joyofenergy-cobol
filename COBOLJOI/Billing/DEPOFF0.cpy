      *-- period (and by the account-closure workflow) - credits the
      *-- deposit plus its accrued interest back against the balance
      *-- as an account-wide adjustment (reason DEPO) and marks the
      *-- deposit refunded. Return code '7' means the offset was over
      *-- the operator's authority and is parked for approval - the
      *-- deposit is held at 'P' so it is not offset twice.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-ACCOUNT-ID     PIC X(12) VALUE SPACES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
