       01 ACCTGRP-REC.
      *-- Account groups - a parent organisation (housing association,
      *-- chain, council) and the accounts it pays for. The
      *-- organisation record carries spaces for the account id and
      *-- holds the group's own billing address and delivery
      *-- preference; one member record per linked account follows it
      *-- under the same group id. The group id is also the reference
      *-- the organisation quotes when it pays for the lot. Member
      *-- account ids are an alternate key so an account can only be
      *-- linked into one group.
           02 GR-KEY.
              03 GR-GROUP-ID      PIC X(12).
              03 GR-ACCOUNT-ID    PIC X(12).
           02 GR-ORG-DETAIL.
              03 GR-ORG-NAME      PIC X(50).
              03 GR-ADDR-LINE-1   PIC X(40).
              03 GR-ADDR-LINE-2   PIC X(40).
              03 GR-ADDR-LINE-3   PIC X(40).
              03 GR-POSTCODE      PIC X(10).
              03 GR-EMAIL         PIC X(50).
      *-- Preferred group statement delivery - 'P' post, 'E' email
              03 GR-DELIVERY-PREF PIC X(01).
      *-- Member record view - when the account joined the group
           02 GR-MEMBER-DETAIL REDEFINES GR-ORG-DETAIL.
              03 GR-JOINED-DATE   PIC 9(08).
              03 FILLER           PIC X(223).
