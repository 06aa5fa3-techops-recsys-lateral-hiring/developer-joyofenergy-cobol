      * (reason BUDG, raised through MTRADJMT so the next statement    *
      * itemizes it) and zeroes the deferral. Called by the annual     *
      * true-up run (MTRBUDTU) and by MTRPLSWT when a final bill       *
      * closes an enrolled account's period. A settlement over the     *
      * operator's authority is parked for approval: the deferral      *
      * stands with the parked amount and pending item noted against   *
      * it, so it is not raised again, and MTRAPRMT takes the amount   *
      * off the deferral when the settlement is approved.              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
              GO TO C0000-EXIT
           END-IF

      *-- A settlement already waiting on approval is not raised a
      *-- second time
           IF BD-PEND-DATE NOT = ZEROES
              MOVE '7'
                TO C01-RETURN-CD OF BUDSET-REQ
              DISPLAY 'DEFERRAL SETTLEMENT FOR ACCOUNT '
                      C01-ACCOUNT-ID OF BUDSET-REQ
                      ' AWAITING APPROVAL - ITEM '
                      BD-PEND-DATE ' ' BD-PEND-SEQ
              GO TO C0000-EXIT
           END-IF

      *-- Raise the deferral as an account-wide adjustment so the
      *-- next statement itemizes and applies it. The deferral sign
      *-- matches the adjustment convention - a customer who owes
                TO C01-OPERATOR OF ADJMNT-REQ
           END-IF

           MOVE ZEROES
             TO C01-PEND-DATE OF ADJMNT-REQ
                C01-PEND-SEQ OF ADJMNT-REQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

      *-- A settlement over the operator's authority waits on APRPND.
      *-- The deferral keeps moving with each statement meanwhile, so
      *-- it is left standing with the parked amount noted against
      *-- it, and the approval takes that amount off.
           EVALUATE C01-RETURN-CD OF ADJMNT-REQ
              WHEN '0'
                 MOVE BD-DEFERRAL-BAL
                   TO C01-SETTLED-AMOUNT OF BUDSET-REQ
                 MOVE ZEROES
                   TO BD-DEFERRAL-BAL
                 MOVE WS-TODAY-8
                   TO BD-LAST-SETTLE-DATE
              WHEN '7'
                 MOVE BD-DEFERRAL-BAL
                   TO BD-PEND-AMOUNT
                 MOVE C01-PEND-DATE OF ADJMNT-REQ
                   TO BD-PEND-DATE
                 MOVE C01-PEND-SEQ OF ADJMNT-REQ
                   TO BD-PEND-SEQ
                 MOVE '7'
                   TO C01-RETURN-CD OF BUDSET-REQ
              WHEN OTHER
                 MOVE 'Settlement adjustment could not be raised'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF BUDSET-REQ
                 GO TO C0000-EXIT
           END-EVALUATE

           REWRITE BUDGDEF-REC
              INVALID KEY
                   TO C01-RETURN-CD OF BUDSET-REQ
           END-REWRITE

           IF BD-PEND-DATE NOT = ZEROES
              DISPLAY 'DEFERRAL SETTLEMENT FOR ACCOUNT '
                      C01-ACCOUNT-ID OF BUDSET-REQ
                      ' AMOUNT ' BD-PEND-AMOUNT
                      ' PARKED FOR APPROVAL - ITEM '
                      BD-PEND-DATE ' ' BD-PEND-SEQ
           ELSE
              DISPLAY 'DEFERRAL SETTLED FOR ACCOUNT '
                      C01-ACCOUNT-ID OF BUDSET-REQ
                      ' AMOUNT ' C01-SETTLED-AMOUNT OF BUDSET-REQ
           END-IF
           .
       C0000-EXIT.
      *--------------*
