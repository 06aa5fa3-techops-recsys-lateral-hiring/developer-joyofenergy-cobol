       01 REBSCH-REC.
      *-- Social tariff rebate scheme, one record per account and
      *-- scheme year. The household qualifies either through the
      *-- agency's data-match file (MTRRBDMI) or on an application
      *-- the customer team accepts (MTRRBMNT); the annual run
      *-- (MTRRBANN) credits the rebate and records how it was paid.
           02 RB-KEY.
              03 RB-ACCOUNT-ID    PIC X(12).
              03 RB-SCHEME-YEAR   PIC 9(04).
      *-- Where eligibility came from -
      *--   'D' matched on the agency's data-match file
      *--   'A' accepted on application
           02 RB-SOURCE           PIC X(01).
      *-- Where the rebate stands -
      *--   'P' pending - an application not yet decided
      *--   'E' eligible - due to be credited by the annual run
      *--   'I' ineligible - application refused
      *--   'Q' credit raised but over the run's authority - parked
      *--       for approval under RB-PEND-KEY, and settled by
      *--       MTRAPRMT when it is approved
      *--   'C' credited
      *--   'L' lapsed - the account switched away and the scheme
      *--       rules did not allow the balance to be re-credited
           02 RB-STATUS           PIC X(01).
      *-- ZEROES means the scheme's standard amount for the year,
      *-- taken from the annual run's control card
           02 RB-REBATE-AMOUNT    PIC 9(5)V9(4).
      *-- Agency match reference or application reference
           02 RB-MATCH-REF        PIC X(20).
           02 RB-ENTRY-DATE       PIC 9(08).
           02 RB-OPERATOR         PIC X(08).
      *-- Filled in by the annual run once the rebate is settled
           02 RB-PAID-DATE        PIC 9(08).
           02 RB-PAID-AMOUNT      PIC 9(5)V9(4).
      *-- How it was paid (while 'Q', how it is to be paid) -
      *--   'L' credited to the live account for its next statement
      *--   'S' credited to the closing balance of an account that
      *--       had switched away, for the refund run to pay out
           02 RB-PAID-HOW         PIC X(01).
      *-- The 'SOCR' adjustment that carried the credit
           02 RB-ADJ-DATE         PIC 9(08).
           02 RB-ADJ-SEQ          PIC 9(04).
      *-- The APRPND item holding a credit parked for approval
           02 RB-PEND-KEY.
              03 RB-PEND-DATE     PIC 9(08).
              03 RB-PEND-SEQ      PIC 9(05).
