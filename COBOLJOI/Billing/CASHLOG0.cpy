       01 CASHLOG-REC.
      *-- Daily cash log - what each cash-moving run did to the bank
      *-- account on a day, kept for the cash reconciliation
      *-- (MTRCSHRC). Keyed by the cash date, the source run and a
      *-- sequence number that steps past anything already logged
      *-- for the same date and source.
           02 CL-KEY.
              03 CL-CASH-DATE     PIC 9(08).
      *-- 'PAYM' one accepted payments batch, logged by MTRPYPST
      *--        under the bank batch date on its header
      *-- 'DDRT' one direct debit return, logged by MTRDDRTN under
      *--        the day the return was processed
              03 CL-SOURCE        PIC X(04).
              03 CL-SEQ           PIC 9(04).
           02 CL-LOGGED-DATE      PIC 9(08).
           02 CL-DETAIL           PIC X(80).
      *-- 'PAYM' - the batch's totals. Posted, suspended and rejected
      *-- together are everything on the feed; the non-cash figure is
      *-- the agency commission (method AGENCY COM) within them, which
      *-- never reached the bank.
           02 CL-PAYM-DETAIL REDEFINES CL-DETAIL.
              03 CL-BATCH-REF     PIC X(10).
              03 CL-ITEM-COUNT    PIC 9(07).
              03 CL-POSTED-TOTAL  PIC 9(11)V9(4).
              03 CL-SUSPENDED-TOTAL
                                  PIC 9(11)V9(4).
              03 CL-REJECTED-TOTAL
                                  PIC 9(11)V9(4).
              03 CL-NONCASH-TOTAL PIC 9(11)V9(4).
              03 FILLER           PIC X(03).
      *-- 'DDRT' - the returned collection. The bank has taken the
      *-- money back whether or not a posted payment was found for it.
           02 CL-DDRT-DETAIL REDEFINES CL-DETAIL.
              03 CL-ACCOUNT-ID    PIC X(12).
              03 CL-PAY-DATE      PIC 9(08).
              03 CL-AMOUNT        PIC 9(7)V9(4).
              03 CL-REASON-CD     PIC X(04).
      *-- 'Y' the posted payment was found and reversed
              03 CL-MATCHED       PIC X(01).
      *-- The reversed payment's PH-METHOD, so the GL journal can
      *-- take the receipt back out by method - spaces when unmatched
              03 CL-METHOD        PIC X(10).
      *-- The day the reversed payment was posted (PH-POSTED-DATE)
              03 CL-POSTED-DATE   PIC 9(08).
              03 FILLER           PIC X(26).
