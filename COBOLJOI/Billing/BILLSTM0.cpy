      *-- Returned 'Y' when this statement billed on an extrapolated
      *-- close
           02 C01-EST-CLOSE-FLAG  PIC X(01) VALUE 'N'.
      *-- 'Y' = quality-check mode: compute the statement without
      *-- printing, storing, posting or distributing anything, and
      *-- test it against the bill-quality rules (BQRULE card). A
      *-- statement that breaks one is put on the BILLHOLD review
      *-- file and the call returns 'H', with the rule it broke in
      *-- C01-HOLD-REASON. Anything else bills as before.
           02 C01-QUALITY-FLAG    PIC X(01) VALUE 'N'.
           02 C01-HOLD-REASON     PIC X(04) VALUE SPACES.
      *-- 'Y' = accrual mode: price the period the way a statement
      *-- would be priced, but print, store, post, check and
      *-- distribute nothing - the month-end unbilled accrual
      *-- (MTRUBACC). When the period holds fewer than two genuine
      *-- readings, the caller's C01-ACCRUAL-UNITS (an estimate off
      *-- the monthly aggregates) are priced in their place, and
      *-- C01-USAGE-SOURCE comes back 'A'; otherwise 'R'.
           02 C01-ACCRUAL-FLAG    PIC X(01) VALUE 'N'.
           02 C01-ACCRUAL-UNITS   PIC 9(6)V9(5) VALUE ZEROES.
           02 C01-USAGE-SOURCE    PIC X(01) VALUE SPACES.
      *-- Returned on every call: the standing and network charges
      *-- carried in C01-TOTAL-COST, and the VAT on top of it
           02 C01-STANDING-COST   PIC 9(7)V9(4) VALUE ZEROES.
           02 C01-NETWORK-COST    PIC 9(7)V9(4) VALUE ZEROES.
           02 C01-TAX-AMOUNT      PIC 9(7)V9(4) VALUE ZEROES.
      *-- Rebill only: consumption assessed for the period in place
      *-- of what the meter recorded - the revenue-protection back-
      *-- bill for a bypassed meter (MTRRPMNT). Priced in one block
      *-- the way the accrual units are, and C01-USAGE-SOURCE comes
      *-- back 'S'. ZEROES rebills from the readings as before.
           02 C01-ASSESSED-UNITS  PIC 9(6)V9(5) VALUE ZEROES.
      *-- Returned on every call: the fuel the statement priced -
      *-- 'E' electricity or 'G' gas
           02 C01-FUEL-TYPE       PIC X(01) VALUE SPACES.
      *-- Returned on every call: the customer class the statement was
      *-- taxed as, and the per-unit levy carried in C01-TOTAL-COST
           02 C01-CUST-CLASS      PIC X(01) VALUE SPACES.
           02 C01-LEVY-AMOUNT     PIC 9(7)V9(4) VALUE ZEROES.
