       01 ACCTPOS-REC.
      *-- Account position snapshot, one record per billed account,
      *-- rebuilt every night by MTRACPOS from the billing history,
      *-- the running balances, the dispute cases, the payment
      *-- arrangements and the agency placements. The aging report
      *-- (MTRPYAGE), the collections run (MTRDUNBT), the late charge
      *-- run (MTRLPCHG) and the online inquiry (MTRACINQ) all read
      *-- an account's position from here instead of re-aging the
      *-- history each, so their figures agree.
      *-- The record with a blank account id is the snapshot control
      *-- record - it sorts ahead of every account and says when the
      *-- snapshot was taken and whether the build finished.
           02 PN-ACCOUNT-ID       PIC X(12).
      *-- When the snapshot was taken - the buckets are aged as at
      *-- this date. Carried on every record so a single-account
      *-- read can quote it.
           02 PN-SNAP-DATE        PIC 9(08).
           02 PN-SNAP-TIME        PIC 9(06).
           02 PN-ACCOUNT-DETAIL.
      *-- Billed amounts (net plus VAT) by age of the bill, after the
      *-- account's payments and write-offs have cleared the oldest
      *-- first - an overpayment shows as a negative current bucket
              03 PN-CURRENT       PIC S9(9)V9(4).
              03 PN-30            PIC S9(9)V9(4).
              03 PN-60            PIC S9(9)V9(4).
              03 PN-90            PIC S9(9)V9(4).
              03 PN-OPEN-BALANCE  PIC S9(9)V9(4).
      *-- Bill date of the first statement the payments and
      *-- write-offs do not cover - ZEROES when nothing is open
              03 PN-OLDEST-UNPAID PIC 9(08).
      *-- Statements held out of the buckets under an open dispute
              03 PN-DISPUTE-HOLD  PIC X(01).
              03 PN-DISPUTE-COUNT PIC 9(05).
              03 PN-DISPUTE-AMOUNT PIC S9(9)V9(4).
      *-- 'Y' while an active payment arrangement (PAYARR) or an
      *-- agency placement (AGYPLC) stands on the account
              03 PN-ARRANGED      PIC X(01).
              03 PN-WITH-AGENCY   PIC X(01).
      *-- Distinct meters billed on the account - the meters any
      *-- disconnection order goes out against. An account billed
      *-- on more than 10 meters would need this raised.
              03 PN-MTR-COUNT     PIC 9(02).
              03 PN-MTR-ID        PIC X(12) OCCURS 10 TIMES.
           02 PN-CONTROL-DETAIL REDEFINES PN-ACCOUNT-DETAIL.
      *-- 'C' once every account has been written; 'B' while the
      *-- build is still running or if it did not finish
              03 PN-BUILD-STATUS  PIC X(01).
              03 PN-ACCOUNT-COUNT PIC 9(07).
      *-- Whole-book bucket totals, for reconciling the readers
              03 PN-BOOK-CURRENT  PIC S9(11)V9(4).
              03 PN-BOOK-30       PIC S9(11)V9(4).
              03 PN-BOOK-60       PIC S9(11)V9(4).
              03 PN-BOOK-90       PIC S9(11)V9(4).
              03 FILLER           PIC X(148).
