       01 TAXMNT-REQ.
      *-- Request area for MTRTAXMT, the VAT rate table maintenance
      *-- program. Every action works on the rate periods of one
      *-- customer class, C01-TAX-CLASS:
      *--   'A' add a rate period effective C01-TAX-EFF-DATE - an
      *--       earlier open-ended period is closed the day before
      *--   'C' change the rate, levy or end date of an existing
      *--       period
      *--   'D' delete a rate period
      *--   'G' get the rate and levy in force on C01-AS-OF-DATE
      *--       (ZEROES means today); returns zero when no rate is in
      *--       force
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
      *-- 'D' domestic, 'B' business - spaces mean domestic, the
      *-- class every account was on before classes existed
           02 C01-TAX-CLASS      PIC X(01) VALUE SPACES.
           02 C01-TAX-EFF-DATE   PIC 9(08) VALUE ZEROES.
           02 C01-TAX-END-DATE   PIC 9(08) VALUE ZEROES.
           02 C01-TAX-RATE-PCT   PIC 9(2)V9(4) VALUE ZEROES.
      *-- Levy per billed unit, charged before VAT
           02 C01-LEVY-RATE      PIC 9(2)V9(6) VALUE ZEROES.
           02 C01-AS-OF-DATE     PIC 9(08) VALUE ZEROES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
