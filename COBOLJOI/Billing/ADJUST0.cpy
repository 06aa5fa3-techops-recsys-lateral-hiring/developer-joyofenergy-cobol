      *-- signed with the amount so a credit reverses its tax too.
      *-- Computed by MTRADJMT when the adjustment is entered.
           02 ADJ-TAX-AMOUNT      PIC S9(7)V9(4).
      *-- Date the statement applied it - when the adjustment reached
      *-- the account balance, so the daily GL journal picks it up
      *-- on that day's activity. ZEROES until applied.
           02 ADJ-APPLIED-DATE    PIC 9(08).
      *-- The date originally asked for when it fell in a closed
      *-- accounting period and the adjustment was posted to the
      *-- first open one instead (ADJ-DATE). ZEROES otherwise.
           02 ADJ-ORIG-DATE       PIC 9(08).
      *-- Customer class the tax was computed for ('D' domestic, 'B'
      *-- business), so the quarterly return can split adjustments
      *-- by class the way it splits statements
           02 ADJ-CUST-CLASS      PIC X(01).
      *-- The second operator who approved an adjustment over the
      *-- keying operator's limit - spaces when none was needed
           02 ADJ-APPROVER        PIC X(08).
