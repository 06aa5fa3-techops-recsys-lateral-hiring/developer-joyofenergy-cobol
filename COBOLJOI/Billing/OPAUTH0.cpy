       01 OPAUTH-REC.
      *-- Operator authority table, one record per operator id -
      *-- the financial actions the operator may perform and the
      *-- most each may be for. Maintained and checked by MTRAUTMT;
      *-- an action over the operator's limit is parked on APRPND
      *-- until a more senior operator approves it (MTRAPRMT).
      *-- Batch programs that raise these actions pass their own
      *-- program id as operator and need a record here the same as
      *-- any person. No table at all means no control is applied.
           02 OA-OPERATOR         PIC X(08).
           02 OA-NAME             PIC X(30).
      *-- Seniority - an approver must stand above the originator
           02 OA-LEVEL            PIC 9(01).
      *-- Actions held, each with its monetary limit:
      *--   'ADJT' manual billing adjustment (MTRADJMT), the size of
      *--          the adjustment either way
      *--   'PSRP' re-post of a suspended payment (MTRPYSUS)
      *--   'DSPU' dispute closed upheld (MTRDSPMT), the rebill
      *--          difference raised
      *--   'MDRN' direct debit mandate reinstated (MTRMDMNT), the
      *--          balance the mandate will go on to collect
      *--   'AUTH' maintain this table (the limit is not used)
           02 OA-ACTION-COUNT     PIC 9(02).
           02 OA-ACTION-ENTRY     OCCURS 10 TIMES.
              03 OA-ACTION        PIC X(04).
              03 OA-LIMIT         PIC 9(9)V99.
           02 OA-CHANGE-DATE      PIC 9(08).
           02 OA-CHANGED-BY       PIC X(08).
