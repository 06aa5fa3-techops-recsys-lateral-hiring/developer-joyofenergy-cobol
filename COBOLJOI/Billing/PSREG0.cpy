       01 PSREG-REC.
      *-- Priority services register, one record per account - a
      *-- household that depends on medical equipment or has another
      *-- vulnerability. Being on this file blocks every route to a
      *-- disconnection: MTRDUNBT disconnection orders, MTRPPDEC
      *-- prepay disconnection candidates and MTRSTMNT 'D' status
      *-- changes are written to the welfare referral extract
      *-- (WELFREF) instead.
           02 PS-ACCOUNT-ID       PIC X(12).
      *-- Why the household is registered -
      *--   'MEDE' depends on medical equipment needing power
      *--   'ELDR' pensionable age
      *--   'DISA' disability
      *--   'CHLD' young children in the household
      *--   'ILLN' chronic or serious illness
      *--   'OTHR' other vulnerability (see contact notes)
           02 PS-CATEGORY         PIC X(04).
           02 PS-REG-DATE         PIC 9(08).
      *-- Date the registration is next confirmed with the household
           02 PS-REVIEW-DATE      PIC 9(08).
      *-- Third party the welfare team contacts on the household's
      *-- behalf - a relative, carer or support worker
           02 PS-NOMINEE-NAME     PIC X(50).
           02 PS-NOMINEE-PHONE    PIC X(15).
           02 PS-OPERATOR         PIC X(08).
