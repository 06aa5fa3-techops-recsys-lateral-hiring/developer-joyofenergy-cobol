       01 BILLHOLD-REC.
      *-- One statement held back by the bill-quality check, keyed
      *-- like the billing history (meter and period start). The
      *-- held figures are what the check computed; nothing was
      *-- printed, stored on BILLHIST or posted to ACCTBAL for them.
      *-- The review run (MTRBHREV) releases or cancels the hold and
      *-- the morning report (MTRBHRPT) lists what is still waiting.
           02 HD-KEY.
              03 HD-MTR-ID        PIC X(12).
              03 HD-FROM-DATE     PIC 9(08).
           02 HD-TO-DATE          PIC 9(08).
           02 HD-ACCOUNT-ID       PIC X(12).
           02 HD-CUSTOMER-NAME    PIC X(50).
      *-- Rule the statement broke:
      *--   HIGH charges over the card's multiple of the average of
      *--        the account's previous statements on the meter
      *--   OVER charges over the card's absolute ceiling
      *--   ZERO no usage at all on an active meter
      *--   NEGV credits (feed-in) larger than the charges
           02 HD-REASON           PIC X(04).
      *-- 'H' held, waiting for review
      *-- 'R' released - billed as computed
      *-- 'C' cancelled - the rebill did not produce a statement
      *-- 'B' cancelled and rebilled off the current readings
           02 HD-STATUS           PIC X(01).
           02 HD-HOLD-DATE        PIC 9(08).
           02 HD-TOTAL-USAGE      PIC 9(6)V9(5).
           02 HD-TOTAL-COST       PIC 9(7)V9(4).
           02 HD-TAX-AMOUNT       PIC 9(7)V9(4).
           02 HD-EXPORT-EXCESS    PIC 9(7)V9(4).
      *-- What the previous statements averaged (charges plus VAT)
      *-- and how many went into the average
           02 HD-HIST-AVERAGE     PIC 9(9)V9(4).
           02 HD-HIST-COUNT       PIC 9(02).
      *-- Last review action and who took it
           02 HD-ACTION-DATE      PIC 9(08).
           02 HD-OPERATOR         PIC X(08).
