           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-SETL-DATE-8             PIC 9(08) VALUE ZEROES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
      *-- Rollover handling, mirroring MTRRDANL - the max value and
      *-- the multiplier a delta is scaled by come from the meter
      *-- asset register (MTRASMNT), looked up per meter
           05 WS-READING-MAX-VALUE       PIC 9(2)V9(5) VALUE 99.99999.
           05 WS-REG-MULTIPLIER          PIC 9(5)V9(4) VALUE 1.
           05 WS-PREV-READING            PIC 9(2)V9(5) VALUE ZEROES.
           05 WS-ROLLOVER-COUNT          PIC 9(04) VALUE ZEROES.
           05 WS-ADJ-READING             PIC 9(9)V9(5) VALUE ZEROES.
                 15 WS-SUPL-BLOCK-EST    PIC X(01).

           COPY MTRPLAN0.

           COPY ASMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
           IF WS-HAVE-PREV = 'Y'
              AND READING-DATE = WS-SETL-DATE-8
              COMPUTE WS-DELTA =
                 (WS-ADJ-READING - WS-PREV-ADJ-READING)
                 * WS-REG-MULTIPLIER

      *-- Half-hour block 1 is 00:00-00:29, block 48 is 23:30-23:59
              COMPUTE HH-IDX =
             TO WS-ROLLOVER-COUNT
                WS-PREV-READING
                WS-PREV-ADJ-READING

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
       B3000-CLEAR-METER-BLOCKS.
      *--------------------------------------------------------------*
