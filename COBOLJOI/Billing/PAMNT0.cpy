       01 PAMNT-REQ.
      *-- Request area for MTRPAMNT, the payment arrangement
      *-- maintenance program:
      *--   'A' record an agreed arrangement and build its instalment
      *--       schedule - the total split into C01-INSTAL-COUNT
      *--       instalments at C01-FREQUENCY from C01-FIRST-DUE-DATE
      *--   'C' change its status ('C' closes it out)
      *--   'D' remove the record
      *--   'I' inquiry - returns the stored fields
           02 C01-PA-STATUS      PIC X(01) VALUE SPACES.
           02 C01-AGREED-DATE    PIC 9(08) VALUE ZEROES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
      *-- Schedule terms - frequency 'W', 'F' or 'M' (spaces mean
      *-- monthly), first due date zero means the agreed date
           02 C01-TOTAL-AMOUNT   PIC 9(9)V9(4) VALUE ZEROES.
           02 C01-INSTAL-COUNT   PIC 9(02) VALUE ZEROES.
           02 C01-FREQUENCY      PIC X(01) VALUE SPACES.
           02 C01-FIRST-DUE-DATE PIC 9(08) VALUE ZEROES.
      *-- Returned - the regular instalment and the monitor's view
           02 C01-INSTAL-AMOUNT  PIC 9(7)V9(4) VALUE ZEROES.
           02 C01-PAID-TO-DATE   PIC 9(9)V9(4) VALUE ZEROES.
           02 C01-INSTAL-MISSED  PIC 9(02) VALUE ZEROES.
