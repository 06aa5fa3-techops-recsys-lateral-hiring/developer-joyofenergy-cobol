       01 CASHREC-REC.
      *-- Daily cash reconciliation, one record per cash date, kept
      *-- by MTRCSHRC. The day's difference is the bank statement
      *-- cash less what the runs say should have moved; the carried
      *-- difference is the running total of every day's difference
      *-- so far. A day's difference stays open, and is carried
      *-- forward on each later report, until the running total
      *-- comes back to zero and clears it.
           02 CR-CASH-DATE        PIC 9(08).
           02 CR-BANK-CASH        PIC S9(11)V9(4).
           02 CR-EXPECTED-CASH    PIC S9(11)V9(4).
           02 CR-DAY-DIFF         PIC S9(11)V9(4).
           02 CR-CARRIED-DIFF     PIC S9(11)V9(4).
      *-- 'B' balanced - no difference of its own
      *-- 'O' open - an unexplained difference not yet cleared
      *-- 'C' cleared - the difference has since netted out
           02 CR-STATUS           PIC X(01).
           02 CR-CLEARED-DATE     PIC 9(08).
           02 CR-RUN-DATE         PIC 9(08).
