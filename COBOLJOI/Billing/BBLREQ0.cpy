       01 BBLREQ.
      *-- Request area for MTRBBLIM, the back-billing limit check
      *-- shared by every path that raises a rebill difference as an
      *-- adjustment (true-ups, reading corrections, upheld disputes).
      *-- Called once the path's own adjustment for the full
      *-- difference has been raised - by MTRAPRMT instead when that
      *-- adjustment was parked for approval. An upward difference for a
      *-- period reaching back past the limit has the part for the
      *-- days before the limit date credited straight back as a
      *-- 'BBLW' adjustment and logged on BBLLOG against the path;
      *-- a credit to the customer passes untouched.
      *-- Return codes: '0' nothing foregone, '1' part or all of the
      *-- difference foregone (C01-FOREGONE-AMT), '7' foregone but
      *-- the write-off was over the operator's limit and is parked
      *-- for approval (logged as pending), '9' the write-off could
      *-- not be raised
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
      *-- The path's own adjustment reason code - 'TRUP', 'CORR' or
      *-- 'DSPU'. A period bridging a meter exchange is logged under
      *-- 'XCHG' whichever path rebilled it.
           02 C01-PATH-CD        PIC X(04) VALUE SPACES.
           02 C01-ACCOUNT-ID     PIC X(12) VALUE SPACES.
           02 C01-MTR-ID         PIC X(12) VALUE SPACES.
      *-- The rebilled statement's period
           02 C01-FROM-DATE      PIC 9(08) VALUE ZEROES.
           02 C01-TO-DATE        PIC 9(08) VALUE ZEROES.
      *-- Recomputed minus billed, as the rebill returned it
           02 C01-REBILL-DIFF    PIC S9(8)V9(4) VALUE ZEROES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
      *-- The approver of the adjustment being cut back, when it was
      *-- carried out under approval - the 'BBLW' credit goes through
      *-- under the same approval. Spaces otherwise.
           02 C01-APPROVER       PIC X(08) VALUE SPACES.
      *-- Returned - the earliest date still chargeable, and how the
      *-- difference split either side of it
           02 C01-LIMIT-DATE     PIC 9(08) VALUE ZEROES.
           02 C01-CHARGED-AMT    PIC S9(8)V9(4) VALUE ZEROES.
           02 C01-FOREGONE-AMT   PIC 9(8)V9(4) VALUE ZEROES.
