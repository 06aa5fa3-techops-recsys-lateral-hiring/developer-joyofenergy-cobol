       01 WOMNT-REQ.
      *-- Request area for MTRWOMNT, the bad-debt write-off ledger
      *-- program:
      *--   'W' record a write-off of C01-WO-AMOUNT dated
      *--       C01-ENTRY-DATE - the VAT element is worked out at the
      *--       rate in force on C01-TAX-DATE and returned
      *--   'R' record a recovery of C01-WO-AMOUNT against the
      *--       account's written-off debt - returns the VAT on it
      *--   'I' inquire - returns the gross and VAT still written off
      *--       for the account
      *-- Only the ledger is kept here: the caller moves the money on
      *-- ACCTBAL (AB-BALANCE and AB-WRITTEN-OFF) itself.
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-ACCOUNT-ID     PIC X(12) VALUE SPACES.
           02 C01-ENTRY-DATE     PIC 9(08) VALUE ZEROES.
           02 C01-TAX-DATE       PIC 9(08) VALUE ZEROES.
           02 C01-REASON-CD      PIC X(04) VALUE SPACES.
           02 C01-WO-AMOUNT      PIC 9(9)V9(4) VALUE ZEROES.
      *-- Returned
           02 C01-WO-VAT         PIC 9(9)V9(4) VALUE ZEROES.
           02 C01-OUTSTANDING    PIC 9(11)V9(4) VALUE ZEROES.
           02 C01-OUTSTANDING-VAT PIC 9(11)V9(4) VALUE ZEROES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
