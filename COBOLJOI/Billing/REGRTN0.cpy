       01 REGRTN-REC.
      *-- Quarterly regulator statistics return in the regulator's
      *-- fixed-format submission layout - written by MTRREGRT, one
      *-- header, one detail record per measure and customer segment,
      *-- and a trailer. Amounts are unsigned with two implied
      *-- decimals; unused positions are spaces.
      *--   'H' header, 'D' detail, 'T' trailer
           02 RG-REC-TYPE         PIC X(01).
           02 RG-BODY             PIC X(59).
           02 RG-HEADER REDEFINES RG-BODY.
      *-- Return type - always 'QSR' for the quarterly statistics
              03 RG-RETURN-TYPE   PIC X(03).
              03 RG-PERIOD-FROM   PIC 9(08).
              03 RG-PERIOD-TO     PIC 9(08).
              03 RG-CREATED-DATE  PIC 9(08).
              03 RG-CREATED-TIME  PIC 9(06).
      *-- When the account position snapshot the arrears figures come
      *-- from was taken
              03 RG-SNAP-DATE     PIC 9(08).
              03 RG-SNAP-TIME     PIC 9(06).
              03 FILLER           PIC X(12).
           02 RG-DETAIL REDEFINES RG-BODY.
      *-- Regulator's measure code, and the segment it is reported
      *-- for - 'D' domestic, 'B' business
              03 RG-MEASURE       PIC X(04).
              03 RG-SEGMENT       PIC X(01).
              03 RG-COUNT         PIC 9(09).
              03 RG-AMOUNT        PIC 9(11)V9(2).
              03 FILLER           PIC X(32).
           02 RG-TRAILER REDEFINES RG-BODY.
      *-- Detail records on the return, and their counts added up
              03 RG-DETAIL-COUNT  PIC 9(07).
              03 RG-COUNT-TOTAL   PIC 9(11).
              03 FILLER           PIC X(41).
