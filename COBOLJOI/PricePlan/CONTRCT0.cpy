       01 CONTRACT-REC.
      *-- Fixed-term contract, one record per MTRPLAN period taken on
      *-- a fixed-term plan and keyed the same way as the period
      *-- (account, meter, period start), so each customer's period
      *-- carries its own contract end date and exit fee. The term
      *-- and fee are copied off the PRCPLAN rate in force when the
      *-- period started, so repricing never changes a signed deal.
           02 CT-KEY.
              03 CT-ACCOUNT-ID    PIC X(12).
              03 CT-MTR-ID        PIC X(12).
              03 CT-START-DATE    PIC 9(08).
           02 CT-PLAN-NAME        PIC X(50).
           02 CT-TERM-MONTHS      PIC 9(02).
      *-- Last day of the contract - start plus the term, less a day
           02 CT-END-DATE         PIC 9(08).
           02 CT-EXIT-FEE         PIC 9(3)V9(2).
      *-- 'A' active
      *-- 'C' closed at or after the end of its term, no fee due
      *-- 'E' ended early - the exit fee was raised as an adjustment
      *-- 'P' ended early, but the exit fee was over the authority of
      *--     whoever ended it and is parked for approval under
      *--     CT-PEND-KEY - MTRAPRMT marks it 'E' once approved
      *-- 'R' ran out unanswered and rolled onto the default variable
      *--     plan by the renewal run (MTRCTREN)
           02 CT-STATUS           PIC X(01).
      *-- Date the renewal notice went out - ZEROES until it has
           02 CT-NOTICE-DATE      PIC 9(08).
      *-- Last day supplied under the contract, and the fee charged
      *-- for leaving early (zero unless status 'E' or 'P')
           02 CT-CLOSED-DATE      PIC 9(08).
           02 CT-FEE-CHARGED      PIC 9(3)V9(2).
           02 CT-OPERATOR         PIC X(08).
      *-- The APRPND item holding an exit fee parked for approval
           02 CT-PEND-KEY.
              03 CT-PEND-DATE     PIC 9(08).
              03 CT-PEND-SEQ      PIC 9(05).
