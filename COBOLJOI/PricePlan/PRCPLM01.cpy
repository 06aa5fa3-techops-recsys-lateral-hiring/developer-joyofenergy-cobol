      *--   'D' delete a plan
      *--   'T' change one PKTIME-DATA time-of-use entry in place,
      *--       named by C01-PKTIME-NBR, without retyping the rest
      *--   'E' set (or replace) the plan's eligibility rules
      *--   'K' check whether the meter in C01-MTR-ID, on account
      *--       C01-ELG-ACCOUNT-ID, may go onto the plan - '0' yes,
      *--       '3' no with C01-ELG-REASON, '1' plan not on file
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-MTR-ID         PIC X(12) VALUE SPACES.
      *-- 'E' electricity (the default - spaces mean the same), 'G'
      *-- gas
           02 C01-FUEL-TYPE      PIC X(01) VALUE SPACES.
      *-- Fixed-term contract length in months and early-exit fee -
      *-- a zero term means a variable plan with no contract
           02 C01-CONTRACT-TERM  PIC 9(02) VALUE ZEROES.
           02 C01-EXIT-FEE       PIC 9(3)V9(2) VALUE ZEROES.
      *-- Which PKTIME-DATA occurrence (1-100) action 'T' applies to
           02 C01-PKTIME-NBR     PIC 9(03) VALUE ZEROES.
           02 C01-DAYOFWEEK      PIC 9(01) VALUE ZEROES.
           02 C01-START-HOUR     PIC 9(02) VALUE ZEROES.
           02 C01-END-HOUR       PIC 9(02) VALUE ZEROES.
           02 C01-MULTIPLIER     PIC 9(2)V9(5) VALUE ZEROES.
      *-- Eligibility rules for action 'E' - see PLNELIG-REC for the
      *-- codes. A zero region count opens the plan in every region.
           02 C01-ELG-SALE-STATUS PIC X(01) VALUE SPACES.
           02 C01-ELG-CUST-CLASS PIC X(01) VALUE SPACES.
           02 C01-ELG-METER-NEED PIC X(01) VALUE SPACES.
           02 C01-ELG-REGION-COUNT PIC 9(02) VALUE ZEROES.
           02 C01-ELG-REGION     PIC X(04) OCCURS 20 TIMES.
      *-- Action 'K' - the account the meter is billed to and the plan
      *-- it is on now (its fuel stands in when the asset register
      *-- does not record the meter's); the reason comes back on a
      *-- refusal
           02 C01-ELG-ACCOUNT-ID PIC X(12) VALUE SPACES.
           02 C01-ELG-CURR-PLAN  PIC X(50) VALUE SPACES.
           02 C01-ELG-REASON     PIC X(40) VALUE SPACES.
