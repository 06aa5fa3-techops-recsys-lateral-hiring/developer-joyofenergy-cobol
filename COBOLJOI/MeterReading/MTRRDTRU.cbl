      * timestamp, recomputes it in MTRBILST's rebill mode, raises a   *
      * billing adjustment for the difference (dated today, so the     *
      * next statement picks it up), and brings the stored statement   *
      * up to the recomputed figures. An upward difference reaching    *
      * back past the back-billing limit is cut back through MTRBBLIM. *
      * The log is cleared once every row has been processed cleanly.  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           05 WS-UNBILLED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-REBILLED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-ADJ-RAISED-COUNT        PIC 9(07) VALUE ZEROES.
           05 WS-LIMITED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-PARKED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-ERROR-COUNT             PIC 9(07) VALUE ZEROES.

           COPY BILLSTM0.
           COPY ADJMNT0.

           COPY TAXMNT0.

           COPY RUNREQ0.

           COPY BBLREQ0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Register the run first, so billing's predecessor gate can
      *-- see whether the true-ups went through cleanly. The log is
      *-- only cleared by a clean run, so a re-run simply processes
      *-- it again - no restart here.
           MOVE 'S'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'MTRRDTRU'
             TO C01-JOB-NAME OF RUNREQ

           CALL 'MTRRUNCT'
          USING RUNREQ

      *-- A predecessor has not completed cleanly in its window -
      *-- the run is recorded as blocked and must not go ahead.
      *-- Nothing is open yet.
           IF C01-RETURN-CD OF RUNREQ = '2'
              DISPLAY 'RUN BLOCKED - ' C01-BLOCK-REASON OF RUNREQ
              PERFORM Z0000-PROCESS-END
           END-IF

           IF C01-RESTART-FLAG OF RUNREQ = 'Y'
              DISPLAY 'NOTE - PREVIOUS RUN DID NOT COMPLETE'
           END-IF

           MOVE 'LOG ROWS READ'
             TO C01-COUNT-LABEL OF RUNREQ (1)

           MOVE 'PERIODS REBILLED'
             TO C01-COUNT-LABEL OF RUNREQ (2)

           MOVE 'ADJUSTMENTS RAISED'
             TO C01-COUNT-LABEL OF RUNREQ (3)

           MOVE 'ERRORS'
             TO C01-COUNT-LABEL OF RUNREQ (4)

      *-- Open Files
      *-- No log on file just means no estimates have been superseded
      *-- since the last clean run - nothing to do.
           ADD 1
             TO WS-REBILLED-COUNT

      *-- The stored bill only moves once the difference is actually
      *-- on the account - not when the adjustment failed or was
      *-- parked for approval
           IF C01-COST-DIFF OF BILLSTMT NOT = ZEROES
              PERFORM D2000-RAISE-ADJUSTMENT
                 THRU D2000-EXIT

              IF C01-RETURN-CD OF ADJMNT-REQ NOT = '0'
                 GO TO C0000-EXIT
              END-IF
           END-IF

           PERFORM D3000-UPDATE-STORED-BILL
           MOVE 'TRUEUP'
             TO C01-OPERATOR OF ADJMNT-REQ

           MOVE WS-FOUND-FROM-8
             TO C01-PERIOD-FROM OF ADJMNT-REQ

           MOVE WS-FOUND-TO-8
             TO C01-PERIOD-TO OF ADJMNT-REQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

      *-- Over the operator's limit the difference is parked for
      *-- approval - the row is done with, since MTRAPRMT applies the
      *-- back-billing limit and brings the stored bill up to date
      *-- when the approval is carried out
           IF C01-RETURN-CD OF ADJMNT-REQ = '7'
              DISPLAY 'TRUE-UP FOR ' WS-FOUND-ACCOUNT-ID
                      ' PARKED FOR APPROVAL - ITEM '
                      C01-PEND-DATE OF ADJMNT-REQ ' '
                      C01-PEND-SEQ OF ADJMNT-REQ
              ADD 1
                TO WS-PARKED-COUNT
              GO TO D2000-EXIT
           END-IF

           IF C01-RETURN-CD OF ADJMNT-REQ = '0'
              ADD 1
                TO WS-ADJ-RAISED-COUNT
      *-- A closed accounting period moves the difference to the
      *-- first open one - reported so finance can see it
              IF C01-ORIG-ADJ-DATE OF ADJMNT-REQ NOT = ZEROES
                 DISPLAY 'TRUE-UP FOR ' WS-FOUND-ACCOUNT-ID
                         ' POSTED ' C01-ADJ-DATE OF ADJMNT-REQ
                         ' - PERIOD CLOSED'
              END-IF

              PERFORM D2500-APPLY-BACKBILL-LIMIT
                 THRU D2500-EXIT
           ELSE
              STRING 'TRUE-UP ADJUSTMENT FAILED FOR ACCOUNT '
                                           DELIMITED BY SIZE
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-APPLY-BACKBILL-LIMIT.
      *--------------------------------------------------------------*
      *-- Anything the customer cannot be charged for under the
      *-- back-billing limit is credited back against the true-up
           MOVE 'TRUP'
             TO C01-PATH-CD OF BBLREQ

           MOVE WS-FOUND-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF BBLREQ

           MOVE TL-MTR-ID
             TO C01-MTR-ID OF BBLREQ

           MOVE WS-FOUND-FROM-8
             TO C01-FROM-DATE OF BBLREQ

           MOVE WS-FOUND-TO-8
             TO C01-TO-DATE OF BBLREQ

           MOVE C01-COST-DIFF OF BILLSTMT
             TO C01-REBILL-DIFF OF BBLREQ

           MOVE 'TRUEUP'
             TO C01-OPERATOR OF BBLREQ

           CALL 'MTRBBLIM'
          USING BBLREQ

           EVALUATE C01-RETURN-CD OF BBLREQ
              WHEN '1'
              WHEN '7'
                 ADD 1
                   TO WS-LIMITED-COUNT
              WHEN '9'
                 ADD 1
                   TO WS-ERROR-COUNT
                 MOVE 'N'
                   TO WS-RUN-CLEAN
           END-EVALUATE
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       D3000-UPDATE-STORED-BILL.
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
      *-- the trued-up net with the stale tax
                 PERFORM D3500-RECOMPUTE-STORED-TAX
      *--------------------------------------------------------------*
       D3500-RECOMPUTE-STORED-TAX.
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

      *--------------*
       S0000-THANKS.
      *--------------*
      *-- Close out the run in run control with its final totals. A
      *-- run with errors has left rows in the log, so it failed.
           MOVE 'E'
             TO C01-FUNCTION-CD OF RUNREQ

           IF WS-RUN-CLEAN = 'Y'
              MOVE 'C'
                TO C01-RUN-STATUS OF RUNREQ
           ELSE
              MOVE 'F'
                TO C01-RUN-STATUS OF RUNREQ
           END-IF

           MOVE WS-INPUT-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (1)

           MOVE WS-REBILLED-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (2)

           MOVE WS-ADJ-RAISED-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (3)

           MOVE WS-ERROR-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (4)

           CALL 'MTRRUNCT'
          USING RUNREQ

      *--Control-total report for this true-up run
           DISPLAY '---- ESTIMATE TRUE-UP CONTROL TOTALS ----'
           DISPLAY 'LOG ROWS READ        : ' WS-INPUT-COUNT
           DISPLAY 'NOT YET BILLED       : ' WS-UNBILLED-COUNT
           DISPLAY 'PERIODS REBILLED     : ' WS-REBILLED-COUNT
           DISPLAY 'ADJUSTMENTS RAISED   : ' WS-ADJ-RAISED-COUNT
           DISPLAY 'PARKED FOR APPROVAL  : ' WS-PARKED-COUNT
           DISPLAY 'BACK-BILLING LIMITED : ' WS-LIMITED-COUNT
           DISPLAY 'ERRORS               : ' WS-ERROR-COUNT

      *--Saying Good Bye and Exiting
