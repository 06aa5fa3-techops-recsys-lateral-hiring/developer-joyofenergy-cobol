       01 BBLLOG-REC.
      *-- One upward rebill difference cut back by the back-billing
      *-- limit - written by MTRBBLIM alongside the 'BBLW' credit it
      *-- raises, and read by the monthly MTRBBLRP report of amounts
      *-- foregone per rebill path. Appended to and never truncated.
           02 BL-LOG-DATE         PIC 9(08).
           02 BL-PATH-CD          PIC X(04).
           02 BL-ACCOUNT-ID       PIC X(12).
           02 BL-MTR-ID           PIC X(12).
           02 BL-FROM-DATE        PIC 9(08).
           02 BL-TO-DATE          PIC 9(08).
           02 BL-LIMIT-DATE       PIC 9(08).
           02 BL-REBILL-DIFF      PIC 9(8)V9(4).
           02 BL-CHARGED-AMT      PIC 9(8)V9(4).
           02 BL-FOREGONE-AMT     PIC 9(8)V9(4).
           02 BL-OPERATOR         PIC X(08).
      *-- 'W' (or spaces) the 'BBLW' credit was raised; 'P' it was
      *-- over the operator's limit and is parked for approval under
      *-- BL-PEND-KEY - MTRBBLRP looks up on APRPND how it was decided
           02 BL-STATUS           PIC X(01).
           02 BL-PEND-KEY.
              03 BL-PEND-DATE     PIC 9(08).
              03 BL-PEND-SEQ      PIC 9(05).
