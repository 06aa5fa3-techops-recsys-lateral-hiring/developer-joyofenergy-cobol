       01 WELFREF-REC.
      *-- Welfare referral extract, one line per disconnection event
      *-- blocked because the account is on the priority services
      *-- register (PSREG). The welfare team works the file instead
      *-- of a field crew or a prepay cut-off.
           02 WF-REF-DATE         PIC 9(08).
           02 FILLER              PIC X(01).
      *-- Program that raised the referral
           02 WF-SOURCE           PIC X(08).
           02 FILLER              PIC X(01).
      *-- What was blocked -
      *--   'DORD' dunning disconnection order (MTRDUNBT)
      *--   'PPDC' prepay disconnection candidate (MTRPPDEC)
      *--   'STSD' 'D' meter status change (MTRSTMNT)
           02 WF-EVENT            PIC X(04).
           02 FILLER              PIC X(01).
           02 WF-ACCOUNT-ID       PIC X(12).
           02 FILLER              PIC X(01).
           02 WF-MTR-ID           PIC X(12).
           02 FILLER              PIC X(01).
           02 WF-CATEGORY         PIC X(04).
           02 FILLER              PIC X(01).
           02 WF-NOMINEE-NAME     PIC X(50).
           02 FILLER              PIC X(01).
           02 WF-NOMINEE-PHONE    PIC X(15).
           02 FILLER              PIC X(01).
      *-- Amount owed / balance / operator, depending on the source
           02 WF-DETAIL           PIC X(40).
