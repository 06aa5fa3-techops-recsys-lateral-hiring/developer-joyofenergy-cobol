      *-- bills only that day's cycle. Spaces mean cycle '00', the
      *-- default every account started on.
           02 CM-BILL-CYCLE       PIC X(02).
      *-- Customer class - 'D' domestic, 'B' business. Decides the VAT
      *-- rate and levies the account is billed at (TAXRATE) and
      *-- whether the domestic-only protections apply. Spaces mean
      *-- domestic, the class every account started on.
           02 CM-CUST-CLASS       PIC X(01).
