      * account-wide adjustment (reason DEPO, raised through MTRADJMT  *
      * so the next statement itemizes it) and marks the deposit       *
      * refunded. Called by MTRPLSWT after a final bill, so the        *
      * deposit is never forgotten the way the old ledger book was. An *
      * offset over the operator's authority is parked for approval:   *
      * the deposit is held at 'P' under the pending item, so it is    *
      * not offset again, and MTRAPRMT marks it refunded when the      *
      * offset is approved.                                            *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
                TO C01-OPERATOR OF ADJMNT-REQ
           END-IF

           MOVE ZEROES
             TO C01-PEND-DATE OF ADJMNT-REQ
                C01-PEND-SEQ OF ADJMNT-REQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

      *-- An offset over the operator's authority waits on APRPND;
      *-- the deposit is held at 'P' under the item's key so it is
      *-- not offset a second time, and is marked refunded when the
      *-- offset is approved.
           EVALUATE C01-RETURN-CD OF ADJMNT-REQ
              WHEN '0'
                 MOVE 'R'
                   TO DP-STATUS
                 MOVE WS-TODAY-8
                   TO DP-REFUND-DATE
              WHEN '7'
                 MOVE 'P'
                   TO DP-STATUS
                 MOVE C01-PEND-DATE OF ADJMNT-REQ
                   TO DP-PEND-DATE
                 MOVE C01-PEND-SEQ OF ADJMNT-REQ
                   TO DP-PEND-SEQ
                 MOVE '7'
                   TO C01-RETURN-CD OF DEPOFF-REQ
              WHEN OTHER
                 MOVE 'Deposit offset adjustment could not be raised'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF DEPOFF-REQ
                 GO TO C0000-EXIT
           END-EVALUATE

           REWRITE DEPOSIT-REC
              INVALID KEY
           MOVE WS-OFFSET-AMOUNT
             TO C01-OFFSET-AMOUNT OF DEPOFF-REQ

           IF DP-STATUS = 'P'
              DISPLAY 'DEPOSIT OFFSET FOR ACCOUNT '
                      C01-ACCOUNT-ID OF DEPOFF-REQ
                      ' AMOUNT ' WS-OFFSET-AMOUNT
                      ' PARKED FOR APPROVAL - ITEM '
                      DP-PEND-DATE ' ' DP-PEND-SEQ
           ELSE
              DISPLAY 'DEPOSIT OFFSET FOR ACCOUNT '
                      C01-ACCOUNT-ID OF DEPOFF-REQ
                      ' AMOUNT ' WS-OFFSET-AMOUNT
           END-IF
           .
       C0000-EXIT.
      *--------------*
