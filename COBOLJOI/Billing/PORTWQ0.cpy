       01 PORTWQ-REC.
      *-- One customer web-portal request the overnight intake
      *-- (MTRPTLRQ) could not complete on its own and has left for an
      *-- agent - a move-in needing an account set up, a name change,
      *-- a future-dated move, a mandate suspended after a bank
      *-- return, or an update the maintenance program refused.
      *-- Keyed by the portal's own request id, so a request the
      *-- portal sends twice is only queued once.
           02 WQ-REQ-ID           PIC X(16).
           02 WQ-REQ-TYPE         PIC X(04).
           02 WQ-ACCOUNT-ID       PIC X(12).
           02 WQ-SUBMIT-DATE      PIC 9(08).
           02 WQ-QUEUED-DATE      PIC 9(08).
      *-- Why it needs a human, as also told to the customer
           02 WQ-REASON-CD        PIC X(04).
           02 WQ-REASON-TEXT      PIC X(60).
      *-- 'O' open, waiting for an agent
      *-- 'D' done - worked by the agent
           02 WQ-STATUS           PIC X(01).
      *-- The request's detail exactly as the portal submitted it
           02 WQ-REQ-DATA         PIC X(250).
      *-- When the agent closed it and who
           02 WQ-ACTION-DATE      PIC 9(08).
           02 WQ-OPERATOR         PIC X(08).
