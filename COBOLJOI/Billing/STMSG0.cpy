       01 STMSG-REC.
      *-- Statement message, one record per message. Every message in
      *-- force on the day a statement is produced whose targeting
      *-- rules match it is printed on it (MTRBILST, MTRACBIL), up to
      *-- five and in priority order - price-change reminders,
      *-- regulatory notices and the like, without a code change.
           02 SG-MSG-ID           PIC X(08).
           02 SG-MSG-TEXT         PIC X(100).
      *-- In force from SG-EFF-DATE to SG-END-DATE inclusive; an end
      *-- date of ZEROES means until further notice
           02 SG-EFF-DATE         PIC 9(08).
           02 SG-END-DATE         PIC 9(08).
      *-- 01 prints first. More matches than the statement has room
      *-- for drop the lowest priority.
           02 SG-PRIORITY         PIC 9(02).
      *-- Targeting rules - spaces in a rule means every statement
      *-- passes it; a statement must pass every rule.
      *--   bill cycle (CM-BILL-CYCLE, spaces there mean '00')
           02 SG-TGT-CYCLE        PIC X(02).
      *--   plan name and supplier name the meter bills under
           02 SG-TGT-PLAN         PIC X(50).
           02 SG-TGT-SUPL         PIC X(50).
      *--   region - the leading four characters of the postcode,
      *--   as the network tariffs use it
           02 SG-TGT-REGION       PIC X(04).
      *--   fuel the plan prices - 'E' electricity, 'G' gas
           02 SG-TGT-FUEL         PIC X(01).
      *--   delivery channel - 'P' printed, 'E' email
           02 SG-TGT-CHANNEL      PIC X(01).
      *-- How many statements the message has gone out on, and the
      *-- first date it did (see STMSGLOG). Once it has gone out its
      *-- text is fixed and it can no longer be deleted - the log
      *-- must keep proving what the customer was told.
           02 SG-ISSUED-COUNT     PIC 9(07).
           02 SG-FIRST-ISSUED     PIC 9(08).
           02 SG-ENTRY-DATE       PIC 9(08).
           02 SG-OPERATOR         PIC X(08).
