           05 WS-SKIP-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-NOT-ACTIVE-COUNT        PIC 9(07) VALUE ZEROES.
           05 WS-OTHER-CYCLE-COUNT       PIC 9(07) VALUE ZEROES.
           05 WS-HELD-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-TOTAL-UNITS             PIC 9(11)V9(5) VALUE ZEROES.
           05 WS-TOTAL-AMOUNT            PIC 9(11)V9(4) VALUE ZEROES.

           CALL 'MTRRUNCT'
          USING RUNREQ

      *-- A predecessor has not completed cleanly in its window -
      *-- the run is recorded as blocked and must not go ahead
           IF C01-RETURN-CD OF RUNREQ = '2'
              DISPLAY 'RUN BLOCKED - ' C01-BLOCK-REASON OF RUNREQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           MOVE 'STATEMENTS PRODUCED'
             TO C01-COUNT-LABEL OF RUNREQ (1)

      *--------------------------------------------------------------*
      *-- Drive MTRBILST for one meter over the cycle dates and roll
      *-- its results into the run's control totals.
      *-- The statement is quality-checked first - computed without
      *-- printing or posting anything - and one that breaks a
      *-- bill-quality rule is left on the review file instead of
      *-- going out. Only a statement that passes is produced.
           MOVE 'Y'
             TO C01-QUALITY-FLAG OF BILLSTMT

           PERFORM C1000-CALL-STATEMENT
              THRU C1000-EXIT

           MOVE 'N'
             TO C01-QUALITY-FLAG OF BILLSTMT

           IF C01-RETURN-CD OF BILLSTMT = '0'
              PERFORM C1000-CALL-STATEMENT
                 THRU C1000-EXIT
           END-IF

           EVALUATE C01-RETURN-CD OF BILLSTMT
              WHEN '0'
                 ADD 1
                   TO WS-STMT-COUNT

                 ADD C01-TOTAL-USAGE OF BILLSTMT
                   TO WS-TOTAL-UNITS

                 ADD C01-TOTAL-COST OF BILLSTMT
                   TO WS-TOTAL-AMOUNT

              WHEN 'H'
                 ADD 1
                   TO WS-HELD-COUNT

                 MOVE SPACES
                   TO WS-REPORT-LINE

                 STRING UINFO-MTR-ID       DELIMITED BY SIZE
                        ' HELD FOR REVIEW - RULE '
                                           DELIMITED BY SIZE
                        C01-HOLD-REASON OF BILLSTMT
                                           DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING

                 DISPLAY WS-REPORT-LINE

              WHEN OTHER
                 ADD 1
                   TO WS-SKIP-COUNT

                 MOVE SPACES
                   TO WS-REPORT-LINE

                 STRING UINFO-MTR-ID       DELIMITED BY SIZE
                        ' SKIPPED - RETURN CODE '
                                           DELIMITED BY SIZE
                        C01-RETURN-CD OF BILLSTMT
                                           DELIMITED BY SIZE
                        ' (NO PLAN OR NO RATE IN FORCE)'
                                           DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING

                 DISPLAY WS-REPORT-LINE
           END-EVALUATE

      *-- Checkpoint this meter so an abend resumes past it
           MOVE 'C'
          USING RUNREQ
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-CALL-STATEMENT.
      *--------------------------------------------------------------*
           MOVE UINFO-MTR-ID
             TO C01-MTR-ID OF BILLSTMT

           MOVE WS-BILL-FROM-8
             TO C01-FROM-DATE OF BILLSTMT

           MOVE WS-BILL-TO-8
             TO C01-TO-DATE OF BILLSTMT

           MOVE '0'
             TO C01-RETURN-CD OF BILLSTMT

      *-- The month-end run extrapolates a closing value when the
      *-- cycle's closing read has not arrived, so the bill covers
      *-- the whole cycle instead of running short and catching up
      *-- double next month
           MOVE 'Y'
             TO C01-EXTRAPOLATE-FLAG OF BILLSTMT

           CALL 'MTRBILST'
          USING BILLSTMT
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       C2000-MOVE-RUN-TOTALS.
      *--------------------------------------------------------------*
           END-IF
           DISPLAY 'STATEMENTS PRODUCED : ' WS-STMT-COUNT
           DISPLAY 'METERS SKIPPED      : ' WS-SKIP-COUNT
           DISPLAY 'HELD FOR REVIEW     : ' WS-HELD-COUNT
           DISPLAY 'SKIPPED NOT ACTIVE  : ' WS-NOT-ACTIVE-COUNT
           DISPLAY 'TOTAL UNITS BILLED  : ' WS-TOTAL-UNITS
           DISPLAY 'TOTAL AMOUNT BILLED : ' WS-TOTAL-AMOUNT
