       01 WRTOFF-REC.
      *-- Bad-debt write-off ledger, maintained by MTRWOMNT. One row
      *-- per entry against an account:
      *--   'W' write-off - the balance cleared as uncollectable, with
      *--       the VAT element on it that is reclaimed as bad-debt
      *--       relief on the quarterly return
      *--   'R' recovery - money received later against written-off
      *--       debt, with the share of that VAT which has to be paid
      *--       back to the revenue
           02 WO-KEY.
              03 WO-ACCOUNT-ID    PIC X(12).
              03 WO-ENTRY-DATE    PIC 9(08).
              03 WO-SEQ           PIC 9(04).
           02 WO-ENTRY-TYPE       PIC X(01).
           02 WO-REASON-CD        PIC X(04).
      *-- Gross amount, VAT included
           02 WO-AMOUNT           PIC 9(9)V9(4).
           02 WO-VAT-AMOUNT       PIC 9(9)V9(4).
      *-- Write-off only - the date the debt arose, whose VAT rate
      *-- the VAT element was worked out at
           02 WO-TAX-DATE         PIC 9(08).
           02 WO-OPERATOR         PIC X(08).
      *-- Customer class of the account ('D' domestic, 'B' business)
      *-- - the VAT rate the element was worked out at, and the class
      *-- the quarterly return reports the relief under
           02 WO-CUST-CLASS       PIC X(01).
