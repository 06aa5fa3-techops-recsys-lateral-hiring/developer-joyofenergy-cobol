       01 TAXRATE-REC.
      *-- VAT rate table - one record per customer class and rate
      *-- period, keyed by the class and the date the rate took
      *-- effect, the same effective-dating the PRCPLAN rate periods
      *-- carry, since the rate changes over time and a rebill of a
      *-- prior period must tax at the rate then in force. Domestic
      *-- supply is taxed at the reduced rate, business supply at the
      *-- standard rate plus the climate levy. Maintained by MTRTAXMT;
      *-- adding a new rate closes the class's previous open-ended
      *-- period.
           02 TX-KEY.
      *-- Customer class - 'D' domestic, 'B' business (CUSTMST)
              03 TX-CLASS         PIC X(01).
              03 TX-EFF-DATE      PIC 9(08).
      *-- Last date this rate applied. ZEROES means the rate is still
      *-- in force (current rate).
           02 TX-END-DATE         PIC 9(08).
      *-- Rate as a percentage, e.g. 20.0000 for 20 percent
           02 TX-RATE-PCT         PIC 9(2)V9(4).
      *-- Levy charged per billed unit (kWh) on top of the supply
      *-- charges, before VAT - the climate levy on business supply;
      *-- ZEROES where the class pays none
           02 TX-LEVY-RATE        PIC 9(2)V9(6).
           02 TX-OPERATOR         PIC X(08).
