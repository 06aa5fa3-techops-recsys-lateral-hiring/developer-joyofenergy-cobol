       01 RPCASE-REC.
      *-- Revenue-protection case, one per meter - opened from the
      *-- MTRRDTAM tamper candidates or by hand, worked through the
      *-- site visit, and closed with an outcome. A meter found
      *-- tampered is back-billed for the bypass period on an
      *-- assessment from its own pre-tamper MTRAGG history, through
      *-- MTRBILST's rebill mode, with the investigation charge
      *-- raised alongside as an adjustment. Maintained by MTRRPMNT;
      *-- a fresh case on a closed meter starts the record over.
           02 RP-MTR-ID           PIC X(12).
           02 RP-ACCOUNT-ID       PIC X(12).
      *-- 'O' open, awaiting the site visit
      *-- 'V' visited, finding recorded
      *-- 'C' closed with an outcome
      *-- 'P' closed as confirmed tamper, but the back-bill or the
      *--     investigation charge was over the closing operator's
      *--     authority and is parked for approval under its pending
      *--     key below - MTRAPRMT marks the case 'C' once both are
      *--     approved
           02 RP-STATUS           PIC X(01).
      *-- 'T' raised from the tamper report, 'M' opened by hand
           02 RP-SOURCE           PIC X(01).
           02 RP-OPEN-DATE        PIC 9(08).
           02 RP-OPERATOR         PIC X(08).
      *-- The tamper report's estimate of units lost, when it raised
      *-- the case
           02 RP-EST-LOST-UNITS   PIC 9(9)V9(5).
      *-- The site visit
           02 RP-VISIT-DATE       PIC 9(08).
           02 RP-FINDING-CD       PIC X(04).
           02 RP-VISIT-OPERATOR   PIC X(08).
      *-- 'T' confirmed tamper (assessed and charged)
      *-- 'N' no tamper found
           02 RP-OUTCOME          PIC X(01).
           02 RP-CLOSE-DATE       PIC 9(08).
           02 RP-CLOSE-OPERATOR   PIC X(08).
      *-- The assessment - bypass period, the pre-tamper daily usage
      *-- it was assessed on, the units billed over what the meter
      *-- recorded, and the value the rebills put on them
           02 RP-BYPASS-FROM      PIC 9(08).
           02 RP-BYPASS-TO        PIC 9(08).
           02 RP-BASE-DAILY-UNITS PIC 9(7)V9(5).
           02 RP-ASSESSED-UNITS   PIC 9(9)V9(5).
           02 RP-ASSESSED-VALUE   PIC 9(7)V9(4).
           02 RP-PERIODS-REBILLED PIC 9(03).
           02 RP-CHARGE-AMOUNT    PIC 9(7)V9(4).
      *-- The APRPND items holding a back-bill (RPAS) or charge (RPIC)
      *-- parked for approval - ZEROES when none is waiting
           02 RP-VALUE-PEND-KEY.
              03 RP-VALUE-PEND-DATE  PIC 9(08).
              03 RP-VALUE-PEND-SEQ   PIC 9(05).
           02 RP-CHARGE-PEND-KEY.
              03 RP-CHARGE-PEND-DATE PIC 9(08).
              03 RP-CHARGE-PEND-SEQ  PIC 9(05).
