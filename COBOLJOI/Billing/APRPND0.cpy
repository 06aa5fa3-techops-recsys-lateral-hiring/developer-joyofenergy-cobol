       01 APRPND-REC.
      *-- Financial action parked pending approval - written by
      *-- MTRAUTMT when an operator keys an action over their limit,
      *-- decided by MTRAPRMT. The originating program's request
      *-- area is held whole so an approval can replay it through
      *-- the same program with the approver attached.
           02 AP-KEY.
              03 AP-REQ-DATE      PIC 9(08).
              03 AP-REQ-SEQ       PIC 9(05).
           02 AP-REQ-TIME         PIC 9(06).
      *-- Authority action - ADJT, PSRP, DSPU or MDRN (see OPAUTH0)
           02 AP-ACTION           PIC X(04).
      *-- 'P' pending, 'A' approved and carried out, 'R' rejected
           02 AP-STATUS           PIC X(01).
           02 AP-ORIGINATOR       PIC X(08).
           02 AP-AMOUNT           PIC 9(9)V99.
      *-- What the action is against, in display form
           02 AP-REF              PIC X(40).
           02 AP-APPROVER         PIC X(08).
           02 AP-DECIDE-DATE      PIC 9(08).
           02 AP-DECIDE-TIME      PIC 9(06).
           02 AP-REQUEST          PIC X(300).
