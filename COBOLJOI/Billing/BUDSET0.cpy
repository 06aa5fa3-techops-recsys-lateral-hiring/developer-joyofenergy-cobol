      *-- (MTRBUDTU) and by MTRPLSWT when a final bill closes an
      *-- enrolled account's period - raises the deferral balance as
      *-- an account-wide adjustment (reason BUDG) so the next
      *-- statement itemizes it, then zeroes the deferral. Return code
      *-- '7' means the settlement was over the operator's authority
      *-- and is parked for approval (or already was) - the deferral
      *-- stands until the approval takes the amount off it.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-ACCOUNT-ID     PIC X(12) VALUE SPACES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
