           02 C01-NEW-ACCOUNT-ID PIC X(12) VALUE SPACES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
           02 C01-REJECT-REASON  PIC X(30) VALUE SPACES.
      *-- A re-post is checked against the operator's authority for
      *-- PSRP (MTRAUTMT). Over the limit it is parked for approval
      *-- ('7', key in C01-PEND-KEY); '8' means the operator may not
      *-- re-post at all. The approver is filled in when an approved
      *-- re-post is carried out (MTRAPRMT).
           02 C01-APPROVER       PIC X(08) VALUE SPACES.
           02 C01-PEND-KEY.
              03 C01-PEND-DATE   PIC 9(08) VALUE ZEROES.
              03 C01-PEND-SEQ    PIC 9(05) VALUE ZEROES.
