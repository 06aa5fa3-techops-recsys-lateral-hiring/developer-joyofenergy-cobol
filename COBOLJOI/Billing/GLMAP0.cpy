       01 GLMAP-REC.
      *-- General-ledger mapping table - one record per kind of money
      *-- movement the billing side produces, naming the ledger
      *-- accounts the daily journal (MTRGLJNL) debits and credits
      *-- for it. Maintained by MTRGLMMT so finance can re-point a
      *-- source at a new ledger account without a program change.
      *--   'BILL' statements - code ENERGY, VAT, NETWORK, EXPORT or
      *--          LEVY
      *--   'PAYM' payment history - code is the PH-METHOD
      *--   'DDRT' direct debit returns reversed by MTRDDRTN - code is
      *--          the returned payment's PH-METHOD, set up as that
      *--          method's PAYM accounts the other way round
      *--   'ADJ ' applied adjustments - code is the ADJ-REASON-CD,
      *--          or VAT for the tax carried on adjustments
      *--   'DEPO' security deposits - code TAKEN or REFUND
      *--   'WOFF' bad-debt write-offs - code WRITEOFF or RECOVERY
      *--   'ACCR' month-end unbilled accrual (MTRUBACC) - code
      *--          ENERGY, NETWORK or VAT; the run posts the accrual
      *--          and its reversal from the same accounts
      *-- The accounts are set for the normal direction of the
      *-- movement; a negative amount (a credit adjustment) posts the
      *-- other way round.
           02 GM-KEY.
              03 GM-SOURCE-TYPE   PIC X(04).
              03 GM-SOURCE-CODE   PIC X(10).
           02 GM-DEBIT-ACCT       PIC X(10).
           02 GM-CREDIT-ACCT      PIC X(10).
           02 GM-DESCRIPTION      PIC X(30).
           02 GM-OPERATOR         PIC X(08).
