      *-- estimate-to-actual true-up squares the period when the real
      *-- read lands.
           02 BH-EST-CLOSE        PIC X(01).
      *-- Customer class the statement was taxed as ('D' domestic,
      *-- 'B' business) and the per-unit levy portion of
      *-- BH-TOTAL-COST, kept separately, like the network cost, so
      *-- the quarterly return can split the book by class and
      *-- report the levy on its own
           02 BH-CUST-CLASS       PIC X(01).
           02 BH-LEVY-AMOUNT      PIC 9(7)V9(4).
