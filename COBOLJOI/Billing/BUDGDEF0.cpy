           02 BD-LAST-BILL-DATE   PIC 9(08).
      *-- Date the deferral was last settled to zero
           02 BD-LAST-SETTLE-DATE PIC 9(08).
      *-- A settlement over the operator's authority, parked for
      *-- approval under BD-PEND-KEY: the amount raised, left in the
      *-- deferral until MTRAPRMT takes it off on approval, and not
      *-- raised again while the item stands (key ZEROES when none)
           02 BD-PEND-AMOUNT      PIC S9(9)V9(4).
           02 BD-PEND-KEY.
              03 BD-PEND-DATE     PIC 9(08).
              03 BD-PEND-SEQ      PIC 9(05).
