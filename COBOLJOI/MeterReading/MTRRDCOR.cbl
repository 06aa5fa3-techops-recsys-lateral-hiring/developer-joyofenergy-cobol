      * downstream repair MTRRDTRU runs for superseded estimates:     *
      * finds any billing period already billed over the corrected    *
      * timestamp, recomputes it in MTRBILST's rebill mode, raises    *
      * the difference as an adjustment (cut back through MTRBBLIM    *
      * where it reaches past the back-billing limit) and brings the  *
      * stored statement up to the recomputed figures. No more        *
      * editing the VSAM file offline with no audit.                  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           COPY ADJMNT0.

           COPY TAXMNT0.

           COPY BBLREQ0.
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
              GO TO E0000-EXIT
           END-IF

      *-- The stored bill only moves once the difference is actually
      *-- on the account - not when the adjustment failed or was
      *-- parked for approval
           IF C01-COST-DIFF OF BILLSTMT NOT = ZEROES
              PERFORM E2000-RAISE-ADJUSTMENT
                 THRU E2000-EXIT

              IF C01-RETURN-CD OF ADJMNT-REQ NOT = '0'
                 GO TO E0000-EXIT
              END-IF
           END-IF

           PERFORM E3000-UPDATE-STORED-BILL
           MOVE C01-OPERATOR OF CORREQ
             TO C01-OPERATOR OF ADJMNT-REQ

           MOVE WS-FOUND-FROM-8
             TO C01-PERIOD-FROM OF ADJMNT-REQ

           MOVE WS-FOUND-TO-8
             TO C01-PERIOD-TO OF ADJMNT-REQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

      *-- Over the operator's limit the difference is parked for
      *-- approval - MTRAPRMT applies the back-billing limit and
      *-- brings the stored bill up to date when it is carried out
           IF C01-RETURN-CD OF ADJMNT-REQ = '7'
              DISPLAY 'CORRECTION FOR ' WS-FOUND-ACCOUNT-ID
                      ' PARKED FOR APPROVAL - ITEM '
                      C01-PEND-DATE OF ADJMNT-REQ ' '
                      C01-PEND-SEQ OF ADJMNT-REQ
              MOVE '7'
                TO C01-RETURN-CD OF CORREQ
              GO TO E2000-EXIT
           END-IF

           IF C01-RETURN-CD OF ADJMNT-REQ NOT = '0'
              STRING 'CORRECTION ADJUSTMENT FAILED FOR ACCOUNT '
                                           DELIMITED BY SIZE
              DISPLAY WS-REPORT-LINE
              MOVE '3'
                TO C01-RETURN-CD OF CORREQ
              GO TO E2000-EXIT
           END-IF

      *-- A closed accounting period moves the difference to the
      *-- first open one - reported so finance can see it
           IF C01-ORIG-ADJ-DATE OF ADJMNT-REQ NOT = ZEROES
              DISPLAY 'CORRECTION FOR ' WS-FOUND-ACCOUNT-ID
                      ' POSTED ' C01-ADJ-DATE OF ADJMNT-REQ
                      ' - PERIOD CLOSED'
           END-IF

           PERFORM E2500-APPLY-BACKBILL-LIMIT
              THRU E2500-EXIT
           .
       E2000-EXIT.
      *--------------------------------------------------------------*
       E2500-APPLY-BACKBILL-LIMIT.
      *--------------------------------------------------------------*
      *-- Anything the customer cannot be charged for under the
      *-- back-billing limit is credited back against the correction
           MOVE 'CORR'
             TO C01-PATH-CD OF BBLREQ

           MOVE WS-FOUND-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF BBLREQ

           MOVE C01-MTR-ID OF CORREQ
             TO C01-MTR-ID OF BBLREQ

           MOVE WS-FOUND-FROM-8
             TO C01-FROM-DATE OF BBLREQ

           MOVE WS-FOUND-TO-8
             TO C01-TO-DATE OF BBLREQ

           MOVE C01-COST-DIFF OF BILLSTMT
             TO C01-REBILL-DIFF OF BBLREQ

           MOVE C01-OPERATOR OF CORREQ
             TO C01-OPERATOR OF BBLREQ

           CALL 'MTRBBLIM'
          USING BBLREQ

           IF C01-RETURN-CD OF BBLREQ = '9'
              MOVE '3'
                TO C01-RETURN-CD OF CORREQ
           END-IF
           .
       E2500-EXIT.
      *--------------------------------------------------------------*
       E3000-UPDATE-STORED-BILL.
      *--------------------------------------------------------------*
                 MOVE C01-TOTAL-COST OF BILLSTMT
                   TO BH-TOTAL-COST

      *-- The levy is priced into the rebilled cost at the class the
      *-- rebill ran as
                 MOVE C01-CUST-CLASS OF BILLSTMT
                   TO BH-CUST-CLASS

                 MOVE C01-LEVY-AMOUNT OF BILLSTMT
                   TO BH-LEVY-AMOUNT

      *-- The tax moves with the cost, or the quarterly return mixes
      *-- the corrected net with the stale tax
                 PERFORM E3500-RECOMPUTE-STORED-TAX
      *--------------------------------------------------------------*
       E3500-RECOMPUTE-STORED-TAX.
      *--------------------------------------------------------------*
      *-- VAT on the recomputed net at the customer class's rate in
      *-- force at the stored period's end, through the shared
      *-- MTRTAXMT lookup - the same computation the statement's own
      *-- tax line ran. No rate in force means zero tax, as it did
      *-- originally.
           MOVE ZEROES
             TO WS-NEW-TAX

           MOVE '0'
             TO C01-RETURN-CD OF TAXMNT-REQ

           MOVE BH-CUST-CLASS
             TO C01-TAX-CLASS OF TAXMNT-REQ

           MOVE WS-FOUND-TO-8
             TO C01-AS-OF-DATE OF TAXMNT-REQ

