           02 C01-EXCH-DATE      PIC 9(08) VALUE ZEROES.
           02 C01-OLD-FINAL-READ PIC 9(2)V9(5) VALUE ZEROES.
           02 C01-NEW-INIT-READ  PIC 9(2)V9(5) VALUE ZEROES.
      *-- The new meter's asset details for the meter asset register.
      *-- Blank/zero fields carry over the old meter's (a like-for-
      *-- like swap); the install date is the exchange date.
           02 C01-NEW-MANUFACTURER PIC X(30) VALUE SPACES.
           02 C01-NEW-MODEL      PIC X(20) VALUE SPACES.
           02 C01-NEW-DIAL-COUNT PIC 9(02) VALUE ZEROES.
           02 C01-NEW-MULTIPLIER PIC 9(5)V9(4) VALUE ZEROES.
