      * the rebill action recomputes the period through MTRBILST's     *
      * rebill mode and records the difference; closing upheld raises  *
      * that difference as an adjustment through MTRADJMT so the next  *
      * statement settles it, cut back through MTRBBLIM where it       *
      * reaches past the back-billing limit. What used to live in      *
      * email now has a record. Closing upheld is held to the closing  *
      * operator's authority limit (MTRAUTMT) - one over it is parked  *
      * until a more senior operator approves it through MTRAPRMT.     *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           COPY BILLSTM0.

           COPY ADJMNT0.

           COPY BBLREQ0.

           COPY AUTMNT0.
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*

           MOVE SPACES
             TO DS-OUTCOME
                DS-CLOSED-BY
                DS-APPROVER

           IF WS-BILL-FOUND = 'Y'
      *-- Reopening a previously closed case

           IF C01-OUTCOME OF DSPMNT-REQ = 'U'
              AND DS-REBILL-DIFF NOT = ZEROES
              PERFORM D3200-CHECK-AUTHORITY
                 THRU D3200-EXIT

              IF C01-RETURN-CD OF DSPMNT-REQ NOT = '0'
                 GO TO D3000-EXIT
              END-IF

              PERFORM D3500-RAISE-ADJUSTMENT
                 THRU D3500-EXIT

           MOVE WS-TODAY-8
             TO DS-CLOSE-DATE

           MOVE C01-OPERATOR OF DSPMNT-REQ
             TO DS-CLOSED-BY

           MOVE C01-APPROVER OF DSPMNT-REQ
             TO DS-APPROVER

           REWRITE DISPUTE-REC
              INVALID KEY
                 MOVE 'Error updating dispute record'
           END-REWRITE
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D3200-CHECK-AUTHORITY.
      *--------------------------------------------------------------*
      *-- The closing operator must hold the authority to uphold a
      *-- dispute worth this much either way. Over their limit the
      *-- close is parked for a second operator to approve and the
      *-- case stays open; no authority table yet means no control.
           MOVE SPACES
             TO AUTMNT-REQ

           MOVE 'V'
             TO C01-ACTION-CD OF AUTMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF AUTMNT-REQ

           IF C01-OPERATOR OF DSPMNT-REQ = SPACES
              MOVE 'MTRDSPMT'
                TO C01-AUTH-OPERATOR
           ELSE
              MOVE C01-OPERATOR OF DSPMNT-REQ
                TO C01-AUTH-OPERATOR
           END-IF

           MOVE 'DSPU'
             TO C01-AUTH-ACTION OF AUTMNT-REQ

           IF DS-REBILL-DIFF < ZEROES
              COMPUTE C01-AUTH-AMOUNT = 0 - DS-REBILL-DIFF
           ELSE
              MOVE DS-REBILL-DIFF
                TO C01-AUTH-AMOUNT
           END-IF

           MOVE C01-APPROVER OF DSPMNT-REQ
             TO C01-APPROVER OF AUTMNT-REQ

           STRING 'DISPUTE ' DS-MTR-ID ' ' DS-FROM-DATE
               ' ' DS-ACCOUNT-ID
             DELIMITED BY SIZE
            INTO C01-AUTH-REF
           END-STRING

           MOVE DSPMNT-REQ
             TO C01-AUTH-REQUEST

           MOVE ZEROES
             TO C01-AUTH-LEVEL
                C01-AUTH-COUNT
                C01-PEND-DATE OF AUTMNT-REQ
                C01-PEND-SEQ OF AUTMNT-REQ

           CALL 'MTRAUTMT'
          USING AUTMNT-REQ

           EVALUATE C01-RETURN-CD OF AUTMNT-REQ
              WHEN '0'
              WHEN '2'
                 CONTINUE
              WHEN '7'
                 MOVE C01-PEND-KEY OF AUTMNT-REQ
                   TO C01-PEND-KEY OF DSPMNT-REQ
                 MOVE '7'
                   TO C01-RETURN-CD OF DSPMNT-REQ
              WHEN '8'
                 MOVE SPACES
                   TO WS-ERROR-TEXT
                 STRING 'Upheld close refused - ' C01-AUTH-REASON
                   DELIMITED BY SIZE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 MOVE '8'
                   TO C01-RETURN-CD OF DSPMNT-REQ
              WHEN OTHER
                 MOVE 'Operator authority could not be checked'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF DSPMNT-REQ
           END-EVALUATE
           .
       D3200-EXIT.
      *--------------------------------------------------------------*
       D3500-RAISE-ADJUSTMENT.
      *--------------------------------------------------------------*
                TO C01-OPERATOR OF ADJMNT-REQ
           END-IF

      *-- Cleared above under the dispute authority, so the
      *-- adjustment is checked under that same authority (and
      *-- approver) rather than as a manual one
           MOVE 'DSPU'
             TO C01-AUTH-ACTION OF ADJMNT-REQ

           MOVE C01-APPROVER OF DSPMNT-REQ
             TO C01-APPROVER OF ADJMNT-REQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

              GO TO D3500-EXIT
           END-IF

      *-- A closed accounting period moves the credit to the first
      *-- open one - reported so finance can see it
           IF C01-ORIG-ADJ-DATE OF ADJMNT-REQ NOT = ZEROES
              DISPLAY 'UPHELD CREDIT FOR ' DS-ACCOUNT-ID
                      ' POSTED ' C01-ADJ-DATE OF ADJMNT-REQ
                      ' - PERIOD CLOSED'
           END-IF

           IF DS-REBILL-DIFF > ZEROES
              PERFORM D3700-APPLY-BACKBILL-LIMIT
                 THRU D3700-EXIT
           END-IF

      *-- The adjustment call disturbed nothing on the dispute file,
      *-- but the record buffer key must be rebuilt before D3000's
      *-- rewrite.
              THRU D2500-EXIT
           .
       D3500-EXIT.
      *--------------------------------------------------------------*
       D3700-APPLY-BACKBILL-LIMIT.
      *--------------------------------------------------------------*
      *-- An upheld dispute that found the customer under-billed is
      *-- still our error - anything past the back-billing limit is
      *-- credited back. The period end comes off the stored bill.
      *-- The upheld adjustment is already raised, so a failure here
      *-- is reported for the billing team and the case still closes.
           PERFORM D5000-FETCH-DISPUTED-BILL
              THRU D5000-EXIT

           IF WS-BILL-FOUND NOT = 'Y'
              MOVE 'Back-billing limit not checked - no stored bill'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO D3700-EXIT
           END-IF

           INITIALIZE BBLREQ

           MOVE 'DSPU'
             TO C01-PATH-CD OF BBLREQ

           MOVE DS-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF BBLREQ

           MOVE DS-MTR-ID
             TO C01-MTR-ID OF BBLREQ

           MOVE DS-FROM-DATE
             TO C01-FROM-DATE OF BBLREQ

           MOVE WS-BILL-TO-8
             TO C01-TO-DATE OF BBLREQ

           MOVE DS-REBILL-DIFF
             TO C01-REBILL-DIFF OF BBLREQ

           MOVE C01-OPERATOR OF ADJMNT-REQ
             TO C01-OPERATOR OF BBLREQ

           MOVE C01-APPROVER OF DSPMNT-REQ
             TO C01-APPROVER OF BBLREQ

           CALL 'MTRBBLIM'
          USING BBLREQ

           IF C01-RETURN-CD OF BBLREQ = '9'
              MOVE 'Back-billing write-off could not be raised'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
           END-IF
           .
       D3700-EXIT.
      *--------------------------------------------------------------*
       D4000-INQUIRE-CASE.
      *--------------------------------------------------------------*
