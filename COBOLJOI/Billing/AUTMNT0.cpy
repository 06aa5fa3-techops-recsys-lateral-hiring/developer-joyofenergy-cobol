       01 AUTMNT-REQ.
      *-- Request area for MTRAUTMT, the operator authority table
      *-- maintenance and checking program:
      *--   'A' add an operator's authorities
      *--   'C' change them (name, level and the whole action list)
      *--   'D' remove the operator
      *--   'I' inquiry - returns the stored fields
      *--   'V' verify that C01-AUTH-OPERATOR may perform
      *--       C01-AUTH-ACTION for C01-AUTH-AMOUNT:
      *--         '0' within the operator's limit, or over it and
      *--             C01-APPROVER can approve it
      *--         '2' no authority table yet - callers treat that
      *--             as a pass
      *--         '7' over the limit - parked on APRPND with
      *--             C01-AUTH-REQUEST, the key returned in
      *--             C01-PEND-KEY
      *--         '8' not authorised - C01-AUTH-REASON says why
      *--   'K' check that C01-APPROVER can approve the action for
      *--       the originator - '0' yes, '5' the approver is the
      *--       originator, '8' not (C01-AUTH-REASON says why)
      *-- A, C and D need C01-OPERATOR to hold the AUTH action (any
      *-- operator may set up the first record) and not to be
      *-- maintaining their own authorities.
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-AUTH-OPERATOR  PIC X(08) VALUE SPACES.
           02 C01-AUTH-NAME      PIC X(30) VALUE SPACES.
           02 C01-AUTH-LEVEL     PIC 9(01) VALUE ZEROES.
           02 C01-AUTH-COUNT     PIC 9(02) VALUE ZEROES.
           02 C01-AUTH-ENTRY     OCCURS 10 TIMES.
              03 C01-AUTH-HELD   PIC X(04).
              03 C01-AUTH-LIMIT  PIC 9(9)V99.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
      *-- 'V' and 'K' inputs
           02 C01-AUTH-ACTION    PIC X(04) VALUE SPACES.
           02 C01-AUTH-AMOUNT    PIC 9(9)V99 VALUE ZEROES.
           02 C01-APPROVER       PIC X(08) VALUE SPACES.
           02 C01-AUTH-REF       PIC X(40) VALUE SPACES.
           02 C01-AUTH-REQUEST   PIC X(300) VALUE SPACES.
      *-- 'V' outputs
           02 C01-PEND-KEY.
              03 C01-PEND-DATE   PIC 9(08) VALUE ZEROES.
              03 C01-PEND-SEQ    PIC 9(05) VALUE ZEROES.
           02 C01-AUTH-REASON    PIC X(40) VALUE SPACES.
