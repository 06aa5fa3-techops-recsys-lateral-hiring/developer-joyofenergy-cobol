       01 REMHST-REC.
      *-- Remittance history, one record per settlement line ever
      *-- paid, keyed the same as the settlement line (SETLN0). The
      *-- remittance run writes here before it pays a line, so a
      *-- line already on file is never paid a second time.
           02 RH-KEY.
              05 RH-SUPL-NAME     PIC X(50).
              05 RH-PLAN-NAME     PIC X(50).
              05 RH-PERIOD        PIC 9(06).
      *-- Supplier id and run date
           02 RH-REMIT-ID         PIC X(16).
           02 RH-SUPL-ID          PIC X(08).
           02 RH-AMOUNT           PIC 9(09)V9(04).
           02 RH-PAY-DATE         PIC 9(08).
           02 RH-RUN-DATE         PIC 9(08).
