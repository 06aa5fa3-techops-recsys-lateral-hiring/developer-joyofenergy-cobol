       01 SETLN-REC.
      *-- Reconciled settlement line, one per supplier, plan and
      *-- settlement period - written by PRCPLREC as each supplier
      *-- statement line is reconciled, and paid by the PRCPLRMT
      *-- remittance run. The supplier is the master's canonical
      *-- name, so one supplier's lines sit together in key order.
           02 SE-KEY.
              05 SE-SUPL-NAME     PIC X(50).
              05 SE-PLAN-NAME     PIC X(50).
              05 SE-PERIOD        PIC 9(06).
      *-- The statement date the settlement terms run from - the end
      *-- of the reconciliation window
           02 SE-STMT-DATE        PIC 9(08).
      *-- What the supplier billed, and what we priced the line at
           02 SE-SUPL-AMOUNT      PIC 9(09)V9(04).
           02 SE-OUR-AMOUNT       PIC 9(09)V9(04).
      *-- 'A' agreed - inside tolerance and payable at the supplier's
      *-- figure; 'D' disputed - held until a later reconciliation
      *-- brings it inside tolerance; 'P' paid
           02 SE-STATUS           PIC X(01).
           02 SE-RECN-DATE        PIC 9(08).
      *-- Set when paid - the remittance it went out on and the date
      *-- the payment is scheduled for
           02 SE-REMIT-ID         PIC X(16).
           02 SE-PAY-DATE         PIC 9(08).
