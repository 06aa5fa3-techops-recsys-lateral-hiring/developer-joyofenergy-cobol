      * whose recent usage has collapsed - near-zero for weeks, or a   *
      * sudden sustained drop - both classic tamper and bypassed-      *
      * meter signatures. Candidates come out ranked by estimated      *
      * lost units so revenue protection can prioritise site visits,   *
      * and each one gets a revenue protection case opened through     *
      * MTRRPMNT unless the meter already has one in hand.             *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           05 WS-TODAY-DAY-NBR           PIC S9(8) COMP VALUE ZEROES.
           05 WS-WINDOW-DAY-NBR          PIC S9(8) COMP VALUE ZEROES.
           05 WS-WINDOW-8                PIC 9(08) VALUE ZEROES.
      *-- Rollover handling, mirroring MTRRDANL - the max value and
      *-- the multiplier a delta is scaled by come from the meter
      *-- asset register (MTRASMNT), looked up per meter
           05 WS-READING-MAX-VALUE       PIC 9(2)V9(5) VALUE 99.99999.
           05 WS-REG-MULTIPLIER          PIC 9(5)V9(4) VALUE 1.
           05 WS-PREV-READING            PIC 9(2)V9(5) VALUE ZEROES.
           05 WS-ROLLOVER-COUNT          PIC 9(04) VALUE ZEROES.
           05 WS-ADJ-READING             PIC 9(9)V9(5) VALUE ZEROES.
           05 WS-SWAP-FLAG               PIC X(01) VALUE 'N'.
      *-- Control totals
           05 WS-METER-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-CASES-OPENED            PIC 9(03) VALUE ZEROES.
           05 WS-CASES-IN-HAND           PIC 9(03) VALUE ZEROES.

      *-- Candidates collected for ranking. A run turning up more
      *-- than 500 suspects would need this raised.
           05 WS-SWAP-LOST               PIC 9(9)V9(5).

           COPY STATRQ0.

           COPY ASMNT0.

           COPY RPMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*

           IF WS-HAVE-PREV = 'Y'
              COMPUTE WS-DELTA =
                 (WS-ADJ-READING - WS-PREV-ADJ-READING)
                 * WS-REG-MULTIPLIER

              IF READING-DATE NOT < WS-WINDOW-8
                 ADD WS-DELTA

           ADD 1
             TO WS-METER-COUNT

           PERFORM B2500-GET-METER-REGISTER
              THRU B2500-EXIT
           .
       B2000-EXIT.
      *--------------------------------------------------------------*
       B2500-GET-METER-REGISTER.
      *--------------------------------------------------------------*
      *-- The meter's rollover point and register multiplier
           MOVE 'G'
             TO C01-ACTION-CD OF ASMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           MOVE MTR-ID
             TO C01-ASSET-MTR-ID

           CALL 'MTRASMNT'
          USING ASMNT-REQ

           MOVE C01-REGISTER-MAX
             TO WS-READING-MAX-VALUE

           MOVE C01-MULTIPLIER OF ASMNT-REQ
             TO WS-REG-MULTIPLIER
           .
       B2500-EXIT.
      *--------------------------------------------------------------*
       C0000-FINALIZE-METER.
      *--------------------------------------------------------------*
             TO WS-ED-UNITS

           DISPLAY WS-REPORT-LINE '  ' WS-ED-AVG '  ' WS-ED-UNITS

           PERFORM E2500-OPEN-CASE
              THRU E2500-EXIT
           .
       E2000-EXIT.
      *--------------------------------------------------------------*
       E2500-OPEN-CASE.
      *--------------------------------------------------------------*
      *-- Hand the candidate to revenue protection. A meter already
      *-- under investigation keeps its existing case.
           INITIALIZE RPMNT-REQ

           MOVE 'O'
             TO C01-ACTION-CD OF RPMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF RPMNT-REQ

           MOVE WS-CAND-MTR-ID (CAND-IDX)
             TO C01-MTR-ID OF RPMNT-REQ

           MOVE SPACES
             TO C01-ACCOUNT-ID OF RPMNT-REQ

           MOVE 'T'
             TO C01-SOURCE OF RPMNT-REQ

           MOVE WS-CAND-LOST (CAND-IDX)
             TO C01-EST-LOST-UNITS OF RPMNT-REQ

           MOVE 'MTRRDTAM'
             TO C01-OPERATOR OF RPMNT-REQ

           CALL 'MTRRPMNT'
          USING RPMNT-REQ

           EVALUATE C01-RETURN-CD OF RPMNT-REQ
              WHEN '0'
                 ADD 1
                   TO WS-CASES-OPENED
              WHEN '2'
                 ADD 1
                   TO WS-CASES-IN-HAND
              WHEN OTHER
                 DISPLAY '    CASE NOT OPENED - RETURN CODE '
                         C01-RETURN-CD OF RPMNT-REQ
           END-EVALUATE
           .
       E2500-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
           DISPLAY ' '
           DISPLAY 'Meters examined: ' WS-METER-COUNT
           DISPLAY 'Tamper candidates: ' WS-CAND-COUNT
           DISPLAY 'Cases opened: ' WS-CASES-OPENED
           DISPLAY 'Cases already open: ' WS-CASES-IN-HAND
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
