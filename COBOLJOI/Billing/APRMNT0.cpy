       01 APRMNT-REQ.
      *-- Request area for MTRAPRMT, the pending approvals program:
      *--   'A' approve a parked action - it is carried out through
      *--       its own program with the approver recorded
      *--   'R' reject it
      *--   'I' inquiry - returns the parked item's details
      *-- Return codes: '0' done, '1' no such item, '3' not pending,
      *-- '5' the approver is the originator, '8' the approver lacks
      *-- the authority or seniority, '6' the action itself failed
      *-- when carried out (the item stays pending), '9' error.
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-PEND-KEY.
              03 C01-PEND-DATE   PIC 9(08) VALUE ZEROES.
              03 C01-PEND-SEQ    PIC 9(05) VALUE ZEROES.
           02 C01-APPROVER       PIC X(08) VALUE SPACES.
           02 C01-REASON         PIC X(40) VALUE SPACES.
      *-- 'I' outputs
           02 C01-PEND-ACTION    PIC X(04) VALUE SPACES.
           02 C01-PEND-STATUS    PIC X(01) VALUE SPACES.
           02 C01-ORIGINATOR     PIC X(08) VALUE SPACES.
           02 C01-PEND-AMOUNT    PIC 9(9)V99 VALUE ZEROES.
           02 C01-PEND-REF       PIC X(40) VALUE SPACES.
           02 C01-DECIDED-BY     PIC X(08) VALUE SPACES.
           02 C01-DECIDE-DATE    PIC 9(08) VALUE ZEROES.
