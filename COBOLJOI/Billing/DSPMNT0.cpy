           02 C01-REBILL-DIFF    PIC S9(8)V9(4) VALUE ZEROES.
           02 C01-OPEN-DATE      PIC 9(08) VALUE ZEROES.
           02 C01-CLOSE-DATE     PIC 9(08) VALUE ZEROES.
      *-- Closing a case upheld is checked against the operator's
      *-- authority for DSPU (MTRAUTMT) on the size of the rebill
      *-- difference. Over the limit it is parked for approval ('7',
      *-- key in C01-PEND-KEY); '8' means the operator may not close
      *-- it upheld at all. The approver is filled in when an
      *-- approved close is carried out (MTRAPRMT).
           02 C01-APPROVER       PIC X(08) VALUE SPACES.
           02 C01-PEND-KEY.
              03 C01-PEND-DATE   PIC 9(08) VALUE ZEROES.
              03 C01-PEND-SEQ    PIC 9(05) VALUE ZEROES.
