      *-- the arrangement is active the monthly late-payment charge
      *-- run leaves the account alone. Maintained by MTRPAMNT.
           02 PA-ACCOUNT-ID       PIC X(12).
      *-- 'A' active, 'C' completed or cancelled, 'B' broken - two
      *-- instalments behind, found by the nightly monitor MTRPAMON
           02 PA-STATUS           PIC X(01).
           02 PA-AGREED-DATE      PIC 9(08).
           02 PA-OPERATOR         PIC X(08).
      *-- Dunning stage the account stood at when the arrangement
      *-- was agreed - the collections run leaves an active
      *-- arrangement alone, and a broken one goes back to it here
           02 PA-DUN-STAGE        PIC 9(01).
      *-- Instalment schedule - 'W' weekly, 'F' fortnightly,
      *-- 'M' monthly; the last instalment carries any rounding so
      *-- the instalments add up to the total. Arrangements agreed
      *-- before schedules existed have a count of zero.
           02 PA-FREQUENCY        PIC X(01).
           02 PA-INSTAL-COUNT     PIC 9(02).
           02 PA-TOTAL-AMOUNT     PIC 9(9)V9(4).
           02 PA-INSTALMENT OCCURS 24 TIMES.
              03 PA-DUE-DATE      PIC 9(08).
              03 PA-DUE-AMOUNT    PIC 9(7)V9(4).
      *-- Where the monitor last found the schedule - receipts since
      *-- the agreed date, instalments due by then, how many of those
      *-- the receipts cover and how many are missed
           02 PA-PAID-TO-DATE     PIC 9(9)V9(4).
           02 PA-INSTAL-DUE       PIC 9(02).
           02 PA-INSTAL-PAID      PIC 9(02).
           02 PA-INSTAL-MISSED    PIC 9(02).
           02 PA-LAST-CHECK-DATE  PIC 9(08).
      *-- Date the arrangement completed or was broken
           02 PA-CLOSED-DATE      PIC 9(08).
