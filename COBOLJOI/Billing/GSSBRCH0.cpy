       01 GSSBRCH-REC.
      *-- Guaranteed service standards breach register, one record
      *-- per breach found by the nightly MTRGSSMN monitor - what was
      *-- missed, when the clock ran out, and the compensation paid
      *-- for it. A breach already on the register is never paid a
      *-- second time. Types:
      *--   'FBIL' final bill not issued in time after the supply
      *--          ended (market loss or move-out) - reference is
      *--          the last day supplied
      *--   'DSPT' billing dispute left unresolved past the deadline
      *--          - reference is the disputed bill's period start
      *--          and the date the case opened
      *--   'RCON' reconnection not completed by its due date -
      *--          reference is the order and disconnection dates
      *--   'SWCH' switch completed without a valid plan period to
      *--          follow the last one - reference is the next
      *--          period's start and the previous period's end
           02 GB-KEY.
              03 GB-TYPE          PIC X(04).
              03 GB-ACCOUNT-ID    PIC X(12).
              03 GB-MTR-ID        PIC X(12).
              03 GB-REF-DATE-1    PIC 9(08).
              03 GB-REF-DATE-2    PIC 9(08).
      *-- When the standard's clock started and ran out, and the run
      *-- that found the breach
           02 GB-EVENT-DATE       PIC 9(08).
           02 GB-DUE-DATE         PIC 9(08).
           02 GB-DETECT-DATE      PIC 9(08).
      *-- The prescribed compensation
           02 GB-AMOUNT           PIC 9(7)V9(4).
      *-- 'P' paid, 'F' the credit could not be raised - the next run
      *-- tries again, 'Q' the credit was over the monitor's authority
      *-- and is parked for approval under GB-PEND-KEY - MTRAPRMT
      *-- pays it when it is approved, and the monitor leaves it be
           02 GB-STATUS           PIC X(01).
           02 GB-PAID-DATE        PIC 9(08).
      *-- The 'GSSC' adjustment that carried the payment, and how it
      *-- reached the customer: 'S' on the next statement, 'B'
      *-- straight to the closing balance of an account no longer
      *-- supplied, for the refund run to pay out. While 'Q', how it
      *-- is to reach the customer once approved.
           02 GB-ADJ-DATE         PIC 9(08).
           02 GB-ADJ-SEQ          PIC 9(04).
           02 GB-PAID-HOW         PIC X(01).
      *-- The APRPND item holding a credit parked for approval
           02 GB-PEND-KEY.
              03 GB-PEND-DATE     PIC 9(08).
              03 GB-PEND-SEQ      PIC 9(05).
