       01 DISCONN-REC.
      *-- Disconnection and reconnection register, one record per
      *-- account and meter the field team has disconnected. Written
      *-- by MTRDUNDC when the disconnection is recorded; MTRRCNCK
      *-- raises the reconnection order once the account's debt is
      *-- cleared (or put under an arrangement), and MTRRCNDC closes
      *-- it when the field team reports the meter back on supply.
      *--   'D' disconnected - no reconnection due yet
      *--   'O' reconnection ordered, not yet worked
      *--   'R' reconnected
      *-- A later disconnection of the same meter starts the record
      *-- over; the status history itself stays on MTRSTAT.
           02 DC-KEY.
              03 DC-ACCOUNT-ID    PIC X(12).
              03 DC-MTR-ID        PIC X(12).
           02 DC-STATUS           PIC X(01).
           02 DC-DISC-DATE        PIC 9(08).
           02 DC-DISC-OPERATOR    PIC X(08).
      *-- The reconnection order - when it was raised, the date the
      *-- regulator expects the supply back by, and what raised it
           02 DC-ORDER-DATE       PIC 9(08).
           02 DC-DUE-DATE         PIC 9(08).
           02 DC-ORDER-SOURCE     PIC X(08).
           02 DC-ORDER-OPERATOR   PIC X(08).
      *-- The field team's completion
           02 DC-RECON-DATE       PIC 9(08).
           02 DC-RECON-OPERATOR   PIC X(08).
