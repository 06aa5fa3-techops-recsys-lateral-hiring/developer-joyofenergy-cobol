       01 ASMNT-REQ.
      *-- Request area for MTRASMNT, the meter asset register
      *-- maintenance and lookup program:
      *--   'A' add a meter's asset record
      *--   'C' change it (blank/zero fields are left as they are)
      *--   'D' delete it
      *--   'I' inquiry - returns the stored fields ('1' not on file)
      *--   'G' get the register parameters consumption is derived
      *--       with - always '0', a meter not on the register coming
      *--       back as two dials and a multiplier of 1
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-ASSET-MTR-ID   PIC X(12) VALUE SPACES.
           02 C01-MANUFACTURER   PIC X(30) VALUE SPACES.
           02 C01-MODEL          PIC X(20) VALUE SPACES.
           02 C01-INSTALL-DATE   PIC 9(08) VALUE ZEROES.
           02 C01-DIAL-COUNT     PIC 9(02) VALUE ZEROES.
           02 C01-MULTIPLIER     PIC 9(5)V9(4) VALUE ZEROES.
      *-- Returned on 'G' and 'I' - the highest value the register
      *-- shows before it wraps to zero (9.99999 or 99.99999)
           02 C01-REGISTER-MAX   PIC 9(2)V9(5) VALUE ZEROES.
      *-- Fuel the meter measures ('E'/'G', spaces not recorded) and
      *-- 'Y' when it records interval reads, 'N' when it does not.
      *-- Returned on 'G' and 'I'; on 'C' spaces leave them alone.
           02 C01-ASSET-FUEL     PIC X(01) VALUE SPACES.
           02 C01-INTERVAL-FLAG  PIC X(01) VALUE SPACES.
      *-- Who keyed the action, for the change journal
           02 C01-ASSET-OPERATOR PIC X(08) VALUE SPACES.
