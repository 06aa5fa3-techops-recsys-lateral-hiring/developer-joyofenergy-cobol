       01 APRLOG-REC.
      *-- One approval decision or refused attempt - appended by
      *-- MTRAPRMT and never truncated, read by the daily approvals
      *-- report MTRAPRRP.
           02 AL-LOG-DATE         PIC 9(08).
           02 AL-LOG-TIME         PIC 9(06).
           02 AL-PEND-DATE        PIC 9(08).
           02 AL-PEND-SEQ         PIC 9(05).
           02 AL-ACTION           PIC X(04).
           02 AL-ORIGINATOR       PIC X(08).
           02 AL-APPROVER         PIC X(08).
           02 AL-AMOUNT           PIC 9(9)V99.
      *--   'A' approved and carried out
      *--   'R' rejected
      *--   'S' refused - the approver was the originator
      *--   'L' refused - the approver lacks the authority or the
      *--       seniority for it
      *--   'F' approved but the action itself then failed; the item
      *--       stays pending
           02 AL-OUTCOME          PIC X(01).
           02 AL-REASON           PIC X(40).
