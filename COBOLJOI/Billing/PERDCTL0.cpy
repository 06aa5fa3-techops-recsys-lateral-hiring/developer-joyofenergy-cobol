       01 PERDCTL-REC.
      *-- Accounting period control - one record per month finance
      *-- has closed (or closed and reopened). A month with no record
      *-- is open. Every program that posts money asks MTRPERMT for
      *-- the date to post on, so nothing lands in a month whose VAT
      *-- return and network accrual have already been filed: a date
      *-- in a closed month moves to the first day of the first open
      *-- month after it.
      *--   'O' open (reopened after a close)
      *--   'C' closed - no postings dated in it
           02 PD-PERIOD           PIC 9(06).
           02 PD-STATUS           PIC X(01).
      *-- Date and operator of the last close or reopen
           02 PD-CHANGE-DATE      PIC 9(08).
           02 PD-OPERATOR         PIC X(08).
