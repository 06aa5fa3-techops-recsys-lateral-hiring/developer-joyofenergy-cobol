      *-- the statement for which billing period start
           02 C01-APPLIED-FLAG   PIC X(01) VALUE SPACES.
           02 C01-APPLIED-FROM   PIC 9(08) VALUE ZEROES.
      *-- Returned on an add - when C01-ADJ-DATE fell in a closed
      *-- accounting period the adjustment posts on the first day of
      *-- the first open one instead: C01-ADJ-DATE comes back as the
      *-- date it posted on and this field as the date asked for.
      *-- ZEROES when it posted on the date asked.
           02 C01-ORIG-ADJ-DATE  PIC 9(08) VALUE ZEROES.
      *-- Adds and changes are checked against the operator's
      *-- authority (MTRAUTMT) as a manual adjustment (ADJT), or as
      *-- the authority named here when the adjustment is raised on
      *-- behalf of another action - MTRDSPMT names DSPU for an
      *-- upheld dispute. Over the limit the request is parked for
      *-- approval ('7', key in C01-PEND-KEY); '8' means the operator
      *-- may not make it at all. The approver is filled in when an
      *-- approved request is carried out (MTRAPRMT).
           02 C01-AUTH-ACTION    PIC X(04) VALUE SPACES.
           02 C01-APPROVER       PIC X(08) VALUE SPACES.
           02 C01-PEND-KEY.
              03 C01-PEND-DATE   PIC 9(08) VALUE ZEROES.
              03 C01-PEND-SEQ    PIC 9(05) VALUE ZEROES.
      *-- The rebilled statement's period, given by the paths that
      *-- raise a rebill difference (CORR, TRUP) so an adjustment
      *-- parked for approval still has the back-billing limit
      *-- (MTRBBLIM) applied when MTRAPRMT carries it out. ZEROES
      *-- for any other adjustment.
           02 C01-PERIOD-FROM    PIC 9(08) VALUE ZEROES.
           02 C01-PERIOD-TO      PIC 9(08) VALUE ZEROES.
