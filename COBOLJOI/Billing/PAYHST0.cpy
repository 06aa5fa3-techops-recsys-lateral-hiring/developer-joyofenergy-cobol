              03 PH-PAY-SEQ       PIC 9(04).
           02 PH-AMOUNT           PIC 9(7)V9(4).
           02 PH-METHOD           PIC X(10).
      *-- 'R' a credit balance refunded to the customer by MTRREFND -
      *-- money going back out, so it adds to what the account owes
      *-- instead of reducing it. Anything else ('P', or spaces on
      *-- rows posted before refunds existed) is a payment received.
           02 PH-ENTRY-TYPE       PIC X(01).
      *-- The date the money actually moved when that fell in a
      *-- closed accounting period and the entry was posted to the
      *-- first open one instead (PH-PAY-DATE). ZEROES otherwise.
           02 PH-ORIG-DATE        PIC 9(08).
      *-- The run date the entry was written, whatever PH-PAY-DATE
      *-- says - the bank's value date can be days earlier and a
      *-- closed-period entry carries the first open one. The GL
      *-- extract picks receipts and refunds up on this date.
           02 PH-POSTED-DATE      PIC 9(08).
