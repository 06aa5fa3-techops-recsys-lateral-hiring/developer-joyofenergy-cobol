      *-- 'I' outputs
           02 C01-FLAG-REASON    PIC X(04) VALUE SPACES.
           02 C01-FLAG-DATE      PIC 9(08) VALUE ZEROES.
      *-- Reinstating a suspended mandate is checked against the
      *-- operator's authority for MDRN (MTRAUTMT) on the balance
      *-- the mandate will go on to collect. Over the limit it is
      *-- parked for approval ('7', key in C01-PEND-KEY); '8' means
      *-- the operator may not reinstate at all. The approver is
      *-- filled in when an approved reinstatement is carried out
      *-- (MTRAPRMT).
           02 C01-APPROVER       PIC X(08) VALUE SPACES.
           02 C01-PEND-KEY.
              03 C01-PEND-DATE   PIC 9(08) VALUE ZEROES.
              03 C01-PEND-SEQ    PIC 9(05) VALUE ZEROES.
