       01 CNOTE-REC.
      *-- Account contact notes - one record per contact with the
      *-- customer, keyed by account and the time the note was keyed
      *-- (hundredths of a second, stepped past a same-instant note),
      *-- so an account's notes read back newest first on a backward
      *-- browse. Added and paged through online by MTRCNOTE; the
      *-- latest is summarised on the MTRACINQ response.
           02 CN-KEY.
              03 CN-ACCOUNT-ID    PIC X(12).
              03 CN-NOTE-DATE     PIC 9(08).
              03 CN-NOTE-TIME     PIC 9(08).
      *-- The meter the contact was about, when it was about one -
      *-- an account split takes the meter's notes with it. Blank for
      *-- the account as a whole.
           02 CN-MTR-ID           PIC X(12).
           02 CN-OPERATOR         PIC X(08).
      *-- How the customer was in touch -
      *--   'P' phone   'E' email   'L' letter
      *--   'W' web portal          'V' field visit
           02 CN-CHANNEL          PIC X(01).
      *-- What it was about -
      *--   'CMPL' complaint
      *--   'PTOP' promise to pay
      *--   'MACC' meter access
      *--   'GENL' general
           02 CN-CATEGORY         PIC X(04).
      *-- What the customer was told. Blanked to ANONYMIZED by the
      *-- MTRRETEN retention cleanse.
           02 CN-TEXT             PIC X(200).
