      * date, and the two meter ids are linked on the MTREXCH file so *
      * billing and comparison bridge the swap instead of losing the  *
      * continuity (or mistaking the new meter's low register for a   *
      * rollover). The new meter is put on the meter asset register   *
      * ahead of its opening read, so its dials and multiplier apply  *
      * from the first reading it takes.                              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.

           COPY ERRLOG0.

           COPY ASMNT0.

      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
           PERFORM E0000-OPEN-NEW-PERIOD
              THRU E0000-EXIT

           PERFORM E5000-REGISTER-NEW-ASSET
              THRU E5000-EXIT

           PERFORM F0000-STORE-HANDOVER-READS
              THRU F0000-EXIT

                TO C01-RETURN-CD OF EXCHRQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-NEW-DIAL-COUNT NOT = ZEROES
              AND C01-NEW-DIAL-COUNT NOT = 1
              AND C01-NEW-DIAL-COUNT NOT = 2
              MOVE 'NEW METER DIAL COUNT MUST BE 1 OR 2'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF EXCHRQ
              GO TO PROGRAM-DONE
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
           END-WRITE
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       E5000-REGISTER-NEW-ASSET.
      *--------------------------------------------------------------*
      *-- The new meter's asset record, installed on the exchange
      *-- date. Details not supplied carry over from the old meter
      *-- (two dials and a multiplier of 1 when it was never on the
      *-- register). A new meter already registered ahead of fitting
      *-- keeps its record, taking the install date and whatever was
      *-- supplied with the exchange.
           MOVE 'G'
             TO C01-ACTION-CD OF ASMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           MOVE C01-OLD-MTR-ID OF EXCHRQ
             TO C01-ASSET-MTR-ID

           MOVE SPACES
             TO C01-MANUFACTURER
                C01-MODEL

           CALL 'MTRASMNT'
          USING ASMNT-REQ

           MOVE 'A'
             TO C01-ACTION-CD OF ASMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           MOVE C01-NEW-MTR-ID OF EXCHRQ
             TO C01-ASSET-MTR-ID

           IF C01-NEW-MANUFACTURER NOT = SPACES
              MOVE C01-NEW-MANUFACTURER
                TO C01-MANUFACTURER
           END-IF

           IF C01-NEW-MODEL NOT = SPACES
              MOVE C01-NEW-MODEL
                TO C01-MODEL
           END-IF

           IF C01-NEW-DIAL-COUNT NOT = ZEROES
              MOVE C01-NEW-DIAL-COUNT
                TO C01-DIAL-COUNT
           END-IF

           IF C01-NEW-MULTIPLIER NOT = ZEROES
              MOVE C01-NEW-MULTIPLIER
                TO C01-MULTIPLIER
           END-IF

           MOVE C01-EXCH-DATE OF EXCHRQ
             TO C01-INSTALL-DATE

           MOVE 'MTRMEXCH'
             TO C01-ASSET-OPERATOR

           CALL 'MTRASMNT'
          USING ASMNT-REQ

           IF C01-RETURN-CD OF ASMNT-REQ = '2'
              MOVE 'C'
                TO C01-ACTION-CD OF ASMNT-REQ

              MOVE '0'
                TO C01-RETURN-CD OF ASMNT-REQ

              MOVE C01-NEW-MANUFACTURER
                TO C01-MANUFACTURER

              MOVE C01-NEW-MODEL
                TO C01-MODEL

              MOVE C01-NEW-DIAL-COUNT
                TO C01-DIAL-COUNT

              MOVE C01-NEW-MULTIPLIER
                TO C01-MULTIPLIER

              MOVE SPACES
                TO C01-ASSET-FUEL
                   C01-INTERVAL-FLAG

              CALL 'MTRASMNT'
             USING ASMNT-REQ
           END-IF

           IF C01-RETURN-CD OF ASMNT-REQ NOT = '0'
              DISPLAY 'METER ASSET REGISTER NOT UPDATED FOR '
                      C01-NEW-MTR-ID OF EXCHRQ
                      ' - RETURN CODE '
                      C01-RETURN-CD OF ASMNT-REQ
           END-IF
           .
       E5000-EXIT.
      *--------------------------------------------------------------*
       F0000-STORE-HANDOVER-READS.
      *--------------------------------------------------------------*
