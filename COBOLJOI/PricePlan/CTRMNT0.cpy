       01 CTRMNT-REQ.
      *-- Request area for MTRCTRMT, the fixed-term contract
      *-- maintenance program:
      *--   'O' open - the MTRPLAN period starting C01-START-DATE has
      *--       just been opened on C01-PLAN-NAME; when that plan is
      *--       fixed-term a contract is written for it, otherwise
      *--       return code '1' and nothing is written
      *--   'X' end - the period is closing with C01-LAST-DATE its
      *--       last day of supply; an active contract ended before
      *--       its end date has the exit fee raised as an adjustment
      *--       ('1' when the period carries no active contract,
      *--       '7' when the fee is over the operator's authority and
      *--       parked for approval - the contract is ended all the
      *--       same, at status 'P', and the fee is not raised again)
      *--   'I' inquiry - returns the stored fields
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-ACCOUNT-ID     PIC X(12) VALUE SPACES.
           02 C01-MTR-ID         PIC X(12) VALUE SPACES.
           02 C01-START-DATE     PIC 9(08) VALUE ZEROES.
           02 C01-PLAN-NAME      PIC X(50) VALUE SPACES.
           02 C01-LAST-DATE      PIC 9(08) VALUE ZEROES.
      *-- Returned
           02 C01-TERM-MONTHS    PIC 9(02) VALUE ZEROES.
           02 C01-END-DATE       PIC 9(08) VALUE ZEROES.
           02 C01-EXIT-FEE       PIC 9(3)V9(2) VALUE ZEROES.
           02 C01-STATUS         PIC X(01) VALUE SPACES.
           02 C01-NOTICE-DATE    PIC 9(08) VALUE ZEROES.
           02 C01-FEE-CHARGED    PIC 9(3)V9(2) VALUE ZEROES.
      *-- Who or what ended or opened the contract, for the change
      *-- journal and the exit fee adjustment
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
