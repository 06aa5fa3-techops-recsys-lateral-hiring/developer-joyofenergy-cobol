       01 PERMNT-REQ.
      *-- Request area for MTRPERMT, the accounting period control
      *-- program:
      *--   'C' close the month C01-PERIOD (YYYYMM) - only a month
      *--       already ended can be closed
      *--   'R' reopen a closed month
      *--   'I' inquire - returns the month's status
      *--   'G' get the posting date for C01-POST-DATE - returned
      *--       unchanged when its month is open, otherwise moved to
      *--       the first day of the first open month after it, with
      *--       the date asked for returned in C01-ORIG-DATE (ZEROES
      *--       when the date was not moved)
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-PERIOD         PIC 9(06) VALUE ZEROES.
           02 C01-PERIOD-STATUS  PIC X(01) VALUE SPACES.
           02 C01-POST-DATE      PIC 9(08) VALUE ZEROES.
           02 C01-ORIG-DATE      PIC 9(08) VALUE ZEROES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
