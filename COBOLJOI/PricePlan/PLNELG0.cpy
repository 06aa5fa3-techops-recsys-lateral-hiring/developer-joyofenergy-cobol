       01 PLNELIG-REC.
      *-- Price plan eligibility rules, one record per plan name,
      *-- kept by PRCPLMNT ('E') and checked by it ('K') before a
      *-- meter is ranked against, recommended or switched onto a
      *-- plan. A plan with no record here is open to everyone. The
      *-- fuel a plan needs is the FUEL-TYPE on its PRCPLAN rates.
           02 PE-PLAN-NAME        PIC X(50).
      *-- Sales status - spaces or 'O' open to all, 'N' new customers
      *-- only (closed to existing customers moving across), 'C'
      *-- closed to new sales altogether
           02 PE-SALE-STATUS      PIC X(01).
      *-- Customer class the plan is sold to - 'D' domestic, 'B'
      *-- business, spaces either
           02 PE-CUST-CLASS       PIC X(01).
      *-- Meter capability needed - 'I' an interval (half-hourly)
      *-- meter for time-of-use pricing, spaces any meter
           02 PE-METER-NEED       PIC X(01).
      *-- Regions the plan is sold in, by the first four characters
      *-- of the customer's postcode - a zero count means everywhere
           02 PE-REGION-COUNT     PIC 9(02).
           02 PE-REGION           PIC X(04) OCCURS 20 TIMES.
           02 PE-CHANGE-DATE      PIC 9(08).
