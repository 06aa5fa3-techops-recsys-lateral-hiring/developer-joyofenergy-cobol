       01 AGYPLC-REC.
      *-- Debt collection agency placement, one record per account
      *-- ever placed. Written by the placement run (MTRAGYPL) and
      *-- kept up to date from the agency's inbound file (MTRAGYIN).
      *-- While an account is with the agency the collections run
      *-- (MTRDUNBT) and the late payment charge run (MTRLPCHG) leave
      *-- it alone.
           02 AP-ACCOUNT-ID       PIC X(12).
      *-- 'P' placed - with the agency
      *-- 'S' settled - the agency collected the placed amount
      *-- 'R' recalled - handed back, collected or not
           02 AP-STATUS           PIC X(01).
           02 AP-PLACED-DATE      PIC 9(08).
      *-- What the customer owed when placed - balance plus any debt
      *-- already written off
           02 AP-PLACED-AMOUNT    PIC 9(9)V9(4).
      *-- Gross collected by the agency and the commission it kept
           02 AP-COLLECTED        PIC 9(9)V9(4).
           02 AP-COMMISSION       PIC 9(9)V9(4).
           02 AP-LAST-RECOVERY    PIC 9(08).
      *-- Date settled or recalled, and the agency's recall reason
           02 AP-CLOSED-DATE      PIC 9(08).
           02 AP-RECALL-REASON    PIC X(04).
      *-- The agency's own reference for the case
           02 AP-AGENCY-REF       PIC X(20).
