       01 SWLOG-REC.
      *-- One completed market switch - written by MTRMKTSW for each
      *-- loss it schedules and each gain it registers (objected and
      *-- rejected messages are not switches and are not logged), and
      *-- read by the quarterly regulator return MTRREGRT for the
      *-- switches lost and won. Appended to and never truncated.
           02 SW-LOG-DATE         PIC 9(08).
      *-- 'L' lost to another supplier, 'G' gained from one
           02 SW-TYPE             PIC X(01).
           02 SW-TRANSFER-DATE    PIC 9(08).
           02 SW-ACCOUNT-ID       PIC X(12).
           02 SW-MTR-ID           PIC X(12).
      *-- The other supplier - gaining on a loss, losing on a gain
           02 SW-OTHER-SUPL       PIC X(50).
