      *-- Interpolation work fields - values are interpolated in the
      *-- rollover-adjusted register space the costing programs model
      *-- (a later reading lower than the one before it means the
      *-- register wrapped past its max value). The max value is the
      *-- meter's own, from the meter asset register (MTRASMNT); the
      *-- substitutes are register values, so no multiplier applies.
           05 WS-READING-MAX-VALUE       PIC 9(2)V9(5) VALUE 99.99999.
           05 WS-GAP-FROM-VALUE          PIC 9(2)V9(5) VALUE ZEROES.
           05 WS-GAP-TO-VALUE            PIC 9(3)V9(5) VALUE ZEROES.
           COPY MTRREAD0.

           COPY RUNREQ0.

           COPY ASMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
           CALL 'MTRRUNCT'
          USING RUNREQ

      *-- A predecessor has not completed cleanly in its window -
      *-- the run is recorded as blocked and must not go ahead
           IF C01-RETURN-CD OF RUNREQ = '2'
              DISPLAY 'RUN BLOCKED - ' C01-BLOCK-REASON OF RUNREQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           MOVE 'METERS CHECKED'
             TO C01-COUNT-LABEL OF RUNREQ (1)

           CALL 'MTRREADGT'
          USING MTRREAD

           PERFORM C0500-GET-METER-REGISTER
              THRU C0500-EXIT

           MOVE ZEROES
             TO WS-GEN-COUNT

           END-IF
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C0500-GET-METER-REGISTER.
      *--------------------------------------------------------------*
      *-- The meter's rollover point
           MOVE 'G'
             TO C01-ACTION-CD OF ASMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           MOVE UINFO-MTR-ID
             TO C01-ASSET-MTR-ID

           CALL 'MTRASMNT'
          USING ASMNT-REQ

           MOVE C01-REGISTER-MAX
             TO WS-READING-MAX-VALUE
           .
       C0500-EXIT.
      *--------------------------------------------------------------*
       C1500-CHECK-ONE-GAP.
      *--------------------------------------------------------------*
