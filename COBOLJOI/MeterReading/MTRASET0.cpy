       01 MTRASSET-REC.
      *-- Meter asset register, one record per physical meter - what
      *-- is on the wall, and how its register turns into energy.
      *-- Every program deriving consumption from register deltas
      *-- asks MTRASMNT ('G') for the meter's rollover point and
      *-- multiplier instead of assuming a two-dial, unscaled register.
           02 MA-MTR-ID           PIC X(12).
           02 MA-MANUFACTURER     PIC X(30).
           02 MA-MODEL            PIC X(20).
           02 MA-INSTALL-DATE     PIC 9(08).
      *-- Whole-number dials on the register - 1 or 2, the register
      *-- wrapping to zero after 9.99999 or 99.99999 (READING carries
      *-- two whole-number digits)
           02 MA-DIAL-COUNT       PIC 9(02).
      *-- Register multiplier - the current-transformer ratio (or
      *-- other scaling) a register delta is multiplied by to give the
      *-- energy actually used; 1 for a whole-current meter
           02 MA-MULTIPLIER       PIC 9(5)V9(4).
           02 MA-OPERATOR         PIC X(08).
      *-- Fuel the meter measures - 'E' electricity, 'G' gas, spaces
      *-- not recorded - and whether it records interval (half-hourly)
      *-- reads, 'Y' for a smart or interval meter. Plan eligibility
      *-- checks both before a meter can go onto a plan.
           02 MA-FUEL-TYPE        PIC X(01).
           02 MA-INTERVAL         PIC X(01).
