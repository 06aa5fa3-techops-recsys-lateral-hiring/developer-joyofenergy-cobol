           02 PS-AMOUNT           PIC 9(7)V9(4).
           02 PS-METHOD           PIC X(10).
      *-- Why the payment was parked - 'NOBL' no billing history for
      *-- the account id on the feed, 'GRPR' the remainder of a group
      *-- payment once every member account was cleared (the account
      *-- id then holds the group reference)
           02 PS-REASON-CD        PIC X(04).
      *-- Date the posting run parked the item
           02 PS-ENTERED-DATE     PIC 9(08).
