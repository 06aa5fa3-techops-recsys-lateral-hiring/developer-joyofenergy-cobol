      * feed's own id was wrong), or reject one back to the bank with  *
      * a reason. A re-post lands on the payment history and account   *
      * balance exactly the way the posting run would have landed it.  *
      * A re-post is held to the operator's authority limit (MTRAUTMT) *
      * - one over it is parked until a more senior operator approves  *
      * it through MTRAPRMT.                                           *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ACCTBAL-STA.

      *-- Dunning stage per account - cleared when the re-posted
      *-- payment gets a disconnected account reconnected
           SELECT DUNSTAT-FILE
           ASSIGN TO 'DUNSTAT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DN-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-DUNSTAT-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYSUS-FILE
       FD  ACCTBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTBAL0.
      *
       FD  DUNSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNSTAT0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-PAYHIST-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-DUNSTAT-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-BALANCE-FOUND           PIC X(01) VALUE 'N'.
           05 WS-SEQ-TRIES               PIC 9(05) VALUE ZEROES.
           05 WS-POST-ACCOUNT-ID         PIC X(12) VALUE SPACES.
      *-- Part of the re-posted payment that recovers written-off debt
           05 WS-RECOVERY                PIC 9(11)V9(4) VALUE ZEROES.
      *-- Balance left after the re-post, for the reconnection check
           05 WS-BALANCE-UPDATED         PIC X(01) VALUE 'N'.
           05 WS-NEW-BALANCE             PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-STAGE-FOUND             PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.

           COPY PERMNT0.

           COPY WOMNT0.

           COPY RCNREQ0.

           COPY AUTMNT0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8
           .
       A0000-EXIT.
      *---------------------*
              GO TO D2000-EXIT
           END-IF

           PERFORM D2100-CHECK-AUTHORITY
              THRU D2100-EXIT

           IF C01-RETURN-CD OF PAYSRQ NOT = '0'
              GO TO D2000-EXIT
           END-IF

           IF C01-NEW-ACCOUNT-ID OF PAYSRQ = SPACES
              MOVE PS-ACCOUNT-ID
                TO WS-POST-ACCOUNT-ID
           PERFORM D2700-UPDATE-BALANCE
              THRU D2700-EXIT

           IF WS-BALANCE-UPDATED = 'Y'
              PERFORM D2800-CHECK-RECONNECTION
                 THRU D2800-EXIT
           END-IF

      *-- Key fields may have been disturbed above - rebuild them
      *-- before the delete.
           PERFORM D2500-READ-SUSPENSE-ITEM

           DISPLAY 'Suspense payment re-posted to account '
                   WS-POST-ACCOUNT-ID

           IF C01-APPROVER OF PAYSRQ NOT = SPACES
              DISPLAY 'Re-post approved by ' C01-APPROVER OF PAYSRQ
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2100-CHECK-AUTHORITY.
      *--------------------------------------------------------------*
      *-- The operator must hold the authority to re-post a payment
      *-- of this size. Over their limit the re-post is parked for a
      *-- second operator to approve and the item stays in suspense;
      *-- no authority table yet means no control.
           MOVE SPACES
             TO AUTMNT-REQ

           MOVE 'V'
             TO C01-ACTION-CD OF AUTMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF AUTMNT-REQ

           MOVE C01-OPERATOR OF PAYSRQ
             TO C01-AUTH-OPERATOR

           MOVE 'PSRP'
             TO C01-AUTH-ACTION

           MOVE PS-AMOUNT
             TO C01-AUTH-AMOUNT

           MOVE C01-APPROVER OF PAYSRQ
             TO C01-APPROVER OF AUTMNT-REQ

           STRING 'SUSPENSE ' PS-ACCOUNT-ID ' ' PS-PAY-DATE
               ' TO ' C01-NEW-ACCOUNT-ID OF PAYSRQ
             DELIMITED BY SIZE
            INTO C01-AUTH-REF
           END-STRING

           MOVE PAYSRQ
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
                   TO C01-PEND-KEY OF PAYSRQ
                 MOVE '7'
                   TO C01-RETURN-CD OF PAYSRQ
              WHEN '8'
                 MOVE SPACES
                   TO WS-ERROR-TEXT
                 STRING 'Re-post refused - ' C01-AUTH-REASON
                   DELIMITED BY SIZE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 MOVE '8'
                   TO C01-RETURN-CD OF PAYSRQ
              WHEN OTHER
                 MOVE 'Operator authority could not be checked'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PAYSRQ
           END-EVALUATE
           .
       D2100-EXIT.
      *--------------------------------------------------------------*
       D2500-READ-SUSPENSE-ITEM.
      *--------------------------------------------------------------*
              GO TO D2600-EXIT
           END-IF

      *-- A payment received in a month finance has closed posts on
      *-- the first day of the first open month, keeping the date it
      *-- was received
           MOVE 'G'
             TO C01-ACTION-CD OF PERMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF PERMNT-REQ

           MOVE PS-PAY-DATE
             TO C01-POST-DATE OF PERMNT-REQ

           MOVE C01-OPERATOR OF PAYSRQ
             TO C01-OPERATOR OF PERMNT-REQ

           CALL 'MTRPERMT'
          USING PERMNT-REQ

           IF C01-RETURN-CD OF PERMNT-REQ NOT = '0'
              MOVE 'No open accounting period for the payment'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              CLOSE PAYHIST-FILE
              GO TO D2600-EXIT
           END-IF

           MOVE WS-POST-ACCOUNT-ID
             TO PH-ACCOUNT-ID

           MOVE C01-POST-DATE OF PERMNT-REQ
             TO PH-PAY-DATE

           MOVE C01-ORIG-DATE OF PERMNT-REQ
             TO PH-ORIG-DATE

           MOVE WS-TODAY-8
             TO PH-POSTED-DATE

           MOVE 1
             TO PH-PAY-SEQ

           MOVE PS-METHOD
             TO PH-METHOD

           MOVE 'P'
             TO PH-ENTRY-TYPE

           MOVE ZEROES
             TO WS-SEQ-TRIES

      *--------------------------------------------------------------*
      *-- The re-posted payment reduces what the account owes, same
      *-- as a payment landing through the daily feed.
           MOVE 'N'
             TO WS-BALANCE-UPDATED

           OPEN I-O ACCTBAL-FILE
           IF WS-ACCTBAL-STA = '35'
              OPEN OUTPUT ACCTBAL-FILE
                      AB-TOTAL-PAID
                      AB-LAST-BILL-DATE
                      AB-LAST-PAY-DATE
                      AB-WRITTEN-OFF
           END-READ

           SUBTRACT PS-AMOUNT
           MOVE PS-PAY-DATE
             TO AB-LAST-PAY-DATE

      *-- Money in on an account with debt written off recovers that
      *-- debt first: it goes back on the balance and comes off the
      *-- written-off figure, so a payment on a written-off account
      *-- does not leave it in credit.
           IF AB-WRITTEN-OFF > ZEROES
              AND AB-BALANCE < ZEROES
              PERFORM D2750-RECOVER-WRITE-OFF
                 THRU D2750-EXIT
           END-IF

           IF WS-BALANCE-FOUND = 'Y'
              REWRITE ACCTBAL-REC
                 INVALID KEY
              END-WRITE
           END-IF

           MOVE AB-BALANCE
             TO WS-NEW-BALANCE

           MOVE 'Y'
             TO WS-BALANCE-UPDATED

           CLOSE ACCTBAL-FILE
           .
       D2700-EXIT.
      *--------------------------------------------------------------*
       D2750-RECOVER-WRITE-OFF.
      *--------------------------------------------------------------*
      *-- The recovery is whatever of the payment went past clearing
      *-- the balance, up to the amount still written off. The
      *-- write-off ledger records it with its share of the VAT
      *-- relief claimed.
           COMPUTE WS-RECOVERY =
              ZEROES - AB-BALANCE

           IF WS-RECOVERY > AB-WRITTEN-OFF
              MOVE AB-WRITTEN-OFF
                TO WS-RECOVERY
           END-IF

           MOVE 'R'
             TO C01-ACTION-CD OF WOMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF WOMNT-REQ

           MOVE AB-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF WOMNT-REQ

           MOVE C01-POST-DATE OF PERMNT-REQ
             TO C01-ENTRY-DATE OF WOMNT-REQ

           MOVE WS-RECOVERY
             TO C01-WO-AMOUNT OF WOMNT-REQ

           MOVE C01-OPERATOR OF PAYSRQ
             TO C01-OPERATOR OF WOMNT-REQ

           CALL 'MTRWOMNT'
          USING WOMNT-REQ

           IF C01-RETURN-CD OF WOMNT-REQ NOT = '0'
              MOVE 'Write-off recovery not recorded on the ledger'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO D2750-EXIT
           END-IF

           MOVE C01-WO-AMOUNT OF WOMNT-REQ
             TO WS-RECOVERY

           ADD WS-RECOVERY
             TO AB-BALANCE

           SUBTRACT WS-RECOVERY
               FROM AB-WRITTEN-OFF
           .
       D2750-EXIT.
      *--------------------------------------------------------------*
       D2800-CHECK-RECONNECTION.
      *--------------------------------------------------------------*
      *-- A re-posted payment that clears a disconnected account's
      *-- debt raises the reconnection orders, same as the daily
      *-- feed, and the account leaves dunning.
           MOVE '0'
             TO C01-RETURN-CD OF RCNREQ

           MOVE WS-POST-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF RCNREQ

           MOVE WS-NEW-BALANCE
             TO C01-DEBT-AMOUNT OF RCNREQ

           MOVE 'MTRPYSUS'
             TO C01-SOURCE OF RCNREQ

           MOVE C01-OPERATOR OF PAYSRQ
             TO C01-OPERATOR OF RCNREQ

           CALL 'MTRRCNCK'
          USING RCNREQ

           IF C01-RETURN-CD OF RCNREQ NOT = '1'
              GO TO D2800-EXIT
           END-IF

           DISPLAY 'Reconnection ordered for '
                   C01-ORDER-COUNT OF RCNREQ ' meter(s) on account '
                   WS-POST-ACCOUNT-ID

      *-- No dunning stage file just means no stage to clear
           OPEN I-O DUNSTAT-FILE
           IF WS-DUNSTAT-STA NOT = '00'
              GO TO D2800-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

           MOVE 'Y'
             TO WS-STAGE-FOUND

           MOVE WS-POST-ACCOUNT-ID
             TO DN-ACCOUNT-ID

           READ DUNSTAT-FILE
              INVALID KEY
                 MOVE 'N'
                   TO WS-STAGE-FOUND
           END-READ

           IF WS-STAGE-FOUND = 'Y'
              MOVE ZEROES
                TO DN-STAGE

              MOVE WS-TODAY-8
                TO DN-STAGE-DATE

              REWRITE DUNSTAT-REC
                 INVALID KEY
                    MOVE 'Error updating dunning stage record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
              END-REWRITE
           END-IF

           CLOSE DUNSTAT-FILE
           .
       D2800-EXIT.
      *--------------------------------------------------------------*
       D3000-REJECT-ITEM.
      *--------------------------------------------------------------*
