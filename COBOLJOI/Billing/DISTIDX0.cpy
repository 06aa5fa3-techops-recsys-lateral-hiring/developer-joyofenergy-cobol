      *-- The address the email channel sent to, for the complaint
      *-- trail; spaces on the print channel.
           02 DX-EMAIL            PIC X(50).
      *-- Bounce handling (MTREMBNC): when the email provider reported
      *-- the statement undeliverable and why, and when it was
      *-- re-spooled to the print stream instead. ZEROES and spaces
      *-- while nothing has bounced; MTRBILST clears them whenever it
      *-- sends the statement again.
           02 DX-BOUNCE-DATE      PIC 9(08).
           02 DX-BOUNCE-CD        PIC X(04).
           02 DX-FALLBACK-DATE    PIC 9(08).
