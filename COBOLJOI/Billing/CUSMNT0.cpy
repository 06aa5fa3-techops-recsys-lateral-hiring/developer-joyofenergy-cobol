      *-- Billing cycle assignment - spaces on a change leave the
      *-- stored cycle alone; spaces on an add mean cycle '00'
           02 C01-BILL-CYCLE     PIC X(02) VALUE SPACES.
      *-- Customer class 'D' domestic or 'B' business - spaces on a
      *-- change leave the stored class alone; spaces on an add mean
      *-- domestic
           02 C01-CUST-CLASS     PIC X(01) VALUE SPACES.
      *-- Who keyed the action, for the change journal
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
