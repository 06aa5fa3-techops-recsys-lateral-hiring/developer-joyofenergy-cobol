      *-- MTRDEPOF and the record marked refunded. Replaces the
      *-- ledger book the deposits used to live in.
           02 DP-ACCOUNT-ID       PIC X(12).
      *-- 'H' held, 'R' refunded/offset against the final balance,
      *-- 'P' offset raised but over the operator's authority and
      *--     parked for approval under DP-PEND-KEY - MTRAPRMT marks
      *--     it refunded once approved
           02 DP-STATUS           PIC X(01).
           02 DP-AMOUNT-HELD      PIC 9(7)V9(4).
           02 DP-DATE-TAKEN       PIC 9(08).
           02 DP-LAST-ACCRUAL     PIC 9(08).
           02 DP-REFUND-DATE      PIC 9(08).
           02 DP-OPERATOR         PIC X(08).
      *-- The APRPND item holding an offset parked for approval
           02 DP-PEND-KEY.
              03 DP-PEND-DATE     PIC 9(08).
              03 DP-PEND-SEQ      PIC 9(05).
