      *--   'G' get the status in force on C01-AS-OF-DATE (ZEROES
      *--       means today); returns 'A' when the meter has no
      *--       status record in force
      *-- Return codes: '0' done, '9' invalid or not recorded, '4' a
      *-- 'D' change refused because the meter's account is on the
      *-- priority services register (a welfare referral is written
      *-- instead)
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-MTR-ID         PIC X(12) VALUE SPACES.
