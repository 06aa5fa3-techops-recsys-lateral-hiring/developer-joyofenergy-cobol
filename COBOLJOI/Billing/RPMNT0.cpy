       01 RPMNT-REQ.
      *-- Request area for MTRRPMNT, the revenue-protection case
      *-- program. A case is named by its meter id:
      *--   'O' open a case (operator required) - C01-SOURCE 'T' when
      *--       the tamper report raises it, with its estimate of the
      *--       units lost; the account is looked up when not given
      *--   'V' record the site visit - visit date and finding code
      *--   'C' close a visited case with C01-OUTCOME - 'T' confirmed
      *--       tamper needs the bypass period (a zero end means the
      *--       visit date): the stored statements it covers are
      *--       rebilled on the assessed consumption, and the rebill
      *--       differences and the investigation charge (zero means
      *--       the standard charge) are raised as adjustments;
      *--       'N' no tamper found just closes it
      *--   'I' inquiry - returns the stored fields
      *-- Return codes: '0' done, '1' no case for the meter, '2' a
      *-- case is already open, '3' the case is not at the right
      *-- stage, '4' no pre-tamper history to assess on, '5' the
      *-- rebill failed, '6' an adjustment could not be raised,
      *-- '7' closed, but an adjustment was over the operator's
      *-- authority and is parked for approval (case status 'P'),
      *-- '9' invalid request or file error
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-MTR-ID         PIC X(12) VALUE SPACES.
           02 C01-ACCOUNT-ID     PIC X(12) VALUE SPACES.
           02 C01-SOURCE         PIC X(01) VALUE SPACES.
           02 C01-EST-LOST-UNITS PIC 9(9)V9(5) VALUE ZEROES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
           02 C01-VISIT-DATE     PIC 9(08) VALUE ZEROES.
           02 C01-FINDING-CD     PIC X(04) VALUE SPACES.
           02 C01-OUTCOME        PIC X(01) VALUE SPACES.
           02 C01-BYPASS-FROM    PIC 9(08) VALUE ZEROES.
           02 C01-BYPASS-TO      PIC 9(08) VALUE ZEROES.
           02 C01-CHARGE-AMOUNT  PIC 9(7)V9(4) VALUE ZEROES.
      *-- Outputs
           02 C01-CASE-STATUS    PIC X(01) VALUE SPACES.
           02 C01-OPEN-DATE      PIC 9(08) VALUE ZEROES.
           02 C01-CLOSE-DATE     PIC 9(08) VALUE ZEROES.
           02 C01-BASE-DAILY-UNITS PIC 9(7)V9(5) VALUE ZEROES.
           02 C01-ASSESSED-UNITS PIC 9(9)V9(5) VALUE ZEROES.
           02 C01-ASSESSED-VALUE PIC 9(7)V9(4) VALUE ZEROES.
           02 C01-PERIODS-REBILLED PIC 9(03) VALUE ZEROES.
