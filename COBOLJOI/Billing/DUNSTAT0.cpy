      *--   2 - final notice sent (60-89 days overdue)
      *--   3 - disconnection warning sent (90+ days overdue)
      *--   4 - disconnection order issued (still 90+ overdue on a
      *--       later run after the warning), or a welfare
      *--       referral instead for a priority services account
      *-- Payments posted through MTRPYPST step the stage back down
      *-- so a customer who pays is not chased further.
           02 DN-ACCOUNT-ID       PIC X(12).
