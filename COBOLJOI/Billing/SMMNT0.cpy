       01 SMMNT-REQ.
      *-- Request area for MTRSMMNT, the statement message maintenance
      *-- and selection program:
      *--   'A' add a message
      *--   'C' change it - blank/zero text, dates and priority are
      *--       left as they are; the targeting rules are replaced as
      *--       given, so spaces open a rule up to every statement
      *--   'D' delete it
      *--   'I' inquiry - returns the stored fields
      *--   'S' select the messages for one statement - every message
      *--       in force on C01-AS-OF-DATE (ZEROES means today) whose
      *--       rules the statement passes, in priority order, at
      *--       most five, returned in C01-OUT-MSG
      *--   'R' record that the messages 'S' returned went out on the
      *--       statement, on the STMSGLOG issue log
      *-- Return codes: '0' done, '1' not on file, '2' already on
      *-- file, '3' already issued - text fixed and cannot be
      *-- deleted, '9' invalid request.
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
      *-- 'A', 'C', 'D' and 'I' - the message (see STMSG0)
           02 C01-MSG-ID         PIC X(08) VALUE SPACES.
           02 C01-MSG-TEXT       PIC X(100) VALUE SPACES.
           02 C01-EFF-DATE       PIC 9(08) VALUE ZEROES.
           02 C01-END-DATE       PIC 9(08) VALUE ZEROES.
      *-- Zero on an add means 50
           02 C01-PRIORITY       PIC 9(02) VALUE ZEROES.
           02 C01-TGT-CYCLE      PIC X(02) VALUE SPACES.
           02 C01-TGT-PLAN       PIC X(50) VALUE SPACES.
           02 C01-TGT-SUPL       PIC X(50) VALUE SPACES.
           02 C01-TGT-REGION     PIC X(04) VALUE SPACES.
           02 C01-TGT-FUEL       PIC X(01) VALUE SPACES.
           02 C01-TGT-CHANNEL    PIC X(01) VALUE SPACES.
      *-- Returned on an inquiry
           02 C01-ISSUED-COUNT   PIC 9(07) VALUE ZEROES.
           02 C01-FIRST-ISSUED   PIC 9(08) VALUE ZEROES.
      *-- 'S' and 'R' - the statement. An account statement covering
      *-- several meters passes each meter's plan, supplier and fuel
      *-- and matches a message that any of them passes. The meter
      *-- id is spaces on an account statement.
           02 C01-ST-ACCOUNT-ID  PIC X(12) VALUE SPACES.
           02 C01-ST-MTR-ID      PIC X(12) VALUE SPACES.
           02 C01-ST-FROM-DATE   PIC 9(08) VALUE ZEROES.
           02 C01-ST-TO-DATE     PIC 9(08) VALUE ZEROES.
           02 C01-ST-CYCLE       PIC X(02) VALUE SPACES.
           02 C01-ST-REGION      PIC X(04) VALUE SPACES.
           02 C01-ST-CHANNEL     PIC X(01) VALUE SPACES.
           02 C01-AS-OF-DATE     PIC 9(08) VALUE ZEROES.
           02 C01-ST-METER-COUNT PIC 9(02) VALUE ZEROES.
           02 C01-ST-METER OCCURS 10 TIMES.
              05 C01-ST-PLAN     PIC X(50).
              05 C01-ST-SUPL     PIC X(50).
              05 C01-ST-FUEL     PIC X(01).
      *-- Returned by 'S' - the messages to print, highest priority
      *-- first
           02 C01-OUT-COUNT      PIC 9(02) VALUE ZEROES.
           02 C01-OUT-MSG OCCURS 5 TIMES.
              05 C01-OUT-MSG-ID  PIC X(08).
              05 C01-OUT-PRIORITY PIC 9(02).
              05 C01-OUT-TEXT    PIC X(100).
      *-- Who keyed the action, for the change journal
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
