           05 WS-ROWS-APPLIED            PIC 9(09) VALUE ZEROES.
           05 WS-LOG-POSITION            PIC 9(09) VALUE ZEROES.
           05 WS-APPLIED-COUNT           PIC 9(09) VALUE ZEROES.
      *-- Rollover-adjusted delta for the row in hand, wrapped and
      *-- scaled the way the meter's asset record says (MTRASMNT),
      *-- cached per meter alongside the fuel
           05 WS-READING-MAX-VALUE       PIC 9(2)V9(5) VALUE 99.99999.
           05 WS-REG-MULTIPLIER          PIC 9(5)V9(4) VALUE 1.
           05 WS-DELTA                   PIC 9(9)V9(5) VALUE ZEROES.
           05 WS-HAVE-DELTA              PIC X(01) VALUE 'N'.
           05 WS-READING-MONTH           PIC 9(06) VALUE ZEROES.
           COPY MTRPLAN0.

           COPY CVMNT0.

           COPY ASMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
           IF NL-MTR-ID NOT = WS-FUEL-MTR-ID
              PERFORM C1000-GET-METER-FUEL
                 THRU C1000-EXIT

              PERFORM C1200-GET-METER-REGISTER
                 THRU C1200-EXIT
           END-IF

           PERFORM C2000-CHAIN-DELTA
            UNTIL WS-RATE-SCAN-DONE = 'Y'
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       C1200-GET-METER-REGISTER.
      *--------------------------------------------------------------*
      *-- The meter's rollover point and register multiplier
           MOVE 'G'
             TO C01-ACTION-CD OF ASMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           MOVE NL-MTR-ID
             TO C01-ASSET-MTR-ID

           CALL 'MTRASMNT'
          USING ASMNT-REQ

           MOVE C01-REGISTER-MAX
             TO WS-READING-MAX-VALUE

           MOVE C01-MULTIPLIER OF ASMNT-REQ
             TO WS-REG-MULTIPLIER
           .
       C1200-EXIT.
      *--------------------------------------------------------------*
       C1500-SCAN-RATE-PERIODS.
      *--------------------------------------------------------------*
                    - AG-LAST-READING + NL-READING
              END-IF

              COMPUTE WS-DELTA =
                 WS-DELTA * WS-REG-MULTIPLIER

              MOVE 'Y'
                TO WS-HAVE-DELTA
           END-IF
           IF WS-RB-HAVE-PREV = 'Y'
              AND WS-RB-ROW-DATE-8 (1:6) = WS-RB-MONTH
              COMPUTE WS-DELTA =
                 (WS-RB-ADJ - WS-RB-PREV-ADJ) * WS-REG-MULTIPLIER

              IF WS-METER-FUEL = 'G'
                 MOVE WS-RB-ROW-DATE-8
