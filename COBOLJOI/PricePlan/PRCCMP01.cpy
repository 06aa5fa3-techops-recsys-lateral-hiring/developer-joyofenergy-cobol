      *-- comparison runs never rank a plan against a meter on the
      *-- other fuel.
              02 FUEL-TYPE PIC X(01) VALUE SPACES.
      *-- Date customers on the plan were sent advance notice of this
      *-- rate period (PRCPLNTF). ZEROES means nobody has been told
      *-- yet; changing a period before it takes effect clears it so
      *-- the corrected price goes out again.
              02 RATE-NOTIFY-DATE PIC 9(08) VALUE ZEROES.
      *-- Fixed-term contract plans: the term in months a customer
      *-- signs up for and the fee for leaving before it ends. A zero
      *-- term is a variable plan with no contract, so plans written
      *-- before contracts existed still work. The term and fee in
      *-- force on the day a customer's period starts are what the
      *-- CONTRACT record (MTRCTRMT) fixes for that customer.
              02 CONTRACT-TERM PIC 9(02) VALUE ZEROES.
              02 EXIT-FEE PIC 9(3)V9(2) VALUE ZEROES.
      *-- One entry per time-of-use window - a day of week can carry
      *-- more than one entry (e.g. separate peak/shoulder/off-peak
      *-- windows), not just a single special range.
