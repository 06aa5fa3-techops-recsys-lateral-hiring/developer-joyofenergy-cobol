           02 AB-TOTAL-PAID       PIC 9(11)V9(4).
           02 AB-LAST-BILL-DATE   PIC 9(08).
           02 AB-LAST-PAY-DATE    PIC 9(08).
      *-- Bad debt written off by MTRWOMNT and not yet recovered. The
      *-- write-off zeroes AB-BALANCE without counting as a payment;
      *-- a later receipt recovers it back out of this field first.
           02 AB-WRITTEN-OFF      PIC 9(11)V9(4).
