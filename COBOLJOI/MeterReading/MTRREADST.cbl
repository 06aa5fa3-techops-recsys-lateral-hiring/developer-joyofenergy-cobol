           05 WS-LAST-DATE-8             PIC 9(08) VALUE ZEROES.
           05 WS-HIST-DAYS               PIC S9(8) COMP VALUE ZEROES.
           05 WS-DAYS-SINCE-LAST         PIC S9(8) COMP VALUE ZEROES.
           05 WS-AVG-DAILY               PIC 9(9)V9(5) VALUE ZEROES.
           05 WS-IMPLIED-DAILY           PIC 9(9)V9(5) VALUE ZEROES.
      *-- Register of the meter in hand, from the meter asset register
      *-- (MTRASMNT). A reading below its predecessor is a wrap past
      *-- the register max, not a rollback, when the wrapped advance
      *-- is under a tenth of the register; history and incoming
      *-- advances are compared wrapped and multiplied.
           05 WS-READING-MAX-VALUE       PIC 9(2)V9(5) VALUE 99.99999.
           05 WS-REG-MULTIPLIER          PIC 9(5)V9(4) VALUE 1.
           05 WS-WRAP-FOUND              PIC X(01) VALUE 'N'.
           05 WS-WRAP-DELTA              PIC 9(3)V9(5) VALUE ZEROES.
           05 WS-INCOMING-DELTA          PIC 9(3)V9(5) VALUE ZEROES.
           05 WS-HIST-PREV-READING       PIC 9(2)V9(5) VALUE ZEROES.
           05 WS-HIST-ROLLOVER           PIC 9(04) VALUE ZEROES.
           05 WS-HIST-ADVANCE            PIC 9(9)V9(5) VALUE ZEROES.
           05 WS-SUSPENDED-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-INCOMING-DATE-8         PIC 9(08) VALUE ZEROES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.

           COPY ERRLOG0.

           COPY ASMNT0.

      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
           ADD C01-READING-LEN
             TO WS-INPUT-COUNT

           PERFORM C0500-GET-METER-REGISTER
              THRU C0500-EXIT

           PERFORM C1500-STORE-READING-DATA
              THRU C1500-EXIT
           VARYING ARRAY-INDEX FROM 1 BY 1
           END-IF
           .
       C0000-EXIT.
      *--------------------*
       C0500-GET-METER-REGISTER.
      *--------------------*
      *-- The meter's rollover point and register multiplier, for the
      *-- wrap and plausibility checks
           MOVE 'G'
             TO C01-ACTION-CD OF ASMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           MOVE C01-MTR-ID
             TO C01-ASSET-MTR-ID

           CALL 'MTRASMNT'
          USING ASMNT-REQ

           MOVE C01-REGISTER-MAX
             TO WS-READING-MAX-VALUE

           MOVE C01-MULTIPLIER OF ASMNT-REQ
             TO WS-REG-MULTIPLIER
           .
       C0500-EXIT.
      *--------------------*
       C1500-STORE-READING-DATA.
      *--------------------*

           MOVE 'N'
             TO WS-END-OF-LAST-SCAN
                WS-WRAP-FOUND

           MOVE ZEROES
             TO WS-FIRST-READING
                WS-FIRST-DATE-8
                WS-LAST-DATE-8
                WS-HIST-PREV-READING
                WS-HIST-ROLLOVER

           MOVE WS-INCOMING-MTR-ID
             TO MTR-ID
              THRU D1560-EXIT
            UNTIL WS-END-OF-LAST-SCAN = 'Y'

      *-- A lower value only just past the register max is the meter
      *-- wrapping to zero; anything further back is a rollback
           IF WS-LAST-FOUND = 'Y'
              AND WS-INCOMING-READING < WS-LAST-READING
              COMPUTE WS-WRAP-DELTA =
                 (WS-READING-MAX-VALUE + 0.00001)
                 - WS-LAST-READING + WS-INCOMING-READING

              IF WS-WRAP-DELTA * 10 < WS-READING-MAX-VALUE + 0.00001
                 MOVE 'Y'
                   TO WS-WRAP-FOUND
              ELSE
                 MOVE 'Y'
                   TO WS-ROLLBACK-FOUND
              END-IF
           END-IF
           .
       D1550-EXIT.
                         TO WS-FIRST-READING
                       MOVE READING-DATE
                         TO WS-FIRST-DATE-8
                    ELSE
                       IF READING < WS-HIST-PREV-READING
                          ADD 1
                            TO WS-HIST-ROLLOVER
                       END-IF
                    END-IF
                    MOVE READING
                      TO WS-HIST-PREV-READING
                    MOVE 'Y'
                      TO WS-LAST-FOUND
                    MOVE READING
      *-- against the meter's own historical daily average - a value
      *-- out of all proportion (a fat-fingered read) is parked on the
      *-- suspense file rather than stored and billed. It takes two
      *-- distinct history dates with the register advancing to
      *-- establish an average; anything less and the reading is given
      *-- the benefit of the doubt. Both sides are the register's
      *-- advance chained across wraps, times its multiplier.
           IF WS-LAST-FOUND NOT = 'Y'
              OR WS-FIRST-DATE-8 NOT < WS-LAST-DATE-8
              GO TO D1570-EXIT
           END-IF

           COMPUTE WS-HIST-ADVANCE =
              (WS-LAST-READING
              + (WS-HIST-ROLLOVER * (WS-READING-MAX-VALUE + 0.00001))
              - WS-FIRST-READING) * WS-REG-MULTIPLIER

           IF WS-HIST-ADVANCE = ZEROES
              GO TO D1570-EXIT
           END-IF

           IF WS-WRAP-FOUND = 'Y'
              MOVE WS-WRAP-DELTA
                TO WS-INCOMING-DELTA
           ELSE
              COMPUTE WS-INCOMING-DELTA =
                 WS-INCOMING-READING - WS-LAST-READING
           END-IF

           COMPUTE WS-HIST-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-LAST-DATE-8)
              - FUNCTION INTEGER-OF-DATE (WS-FIRST-DATE-8)
           END-IF

           COMPUTE WS-AVG-DAILY =
              WS-HIST-ADVANCE / WS-HIST-DAYS

           COMPUTE WS-IMPLIED-DAILY =
              (WS-INCOMING-DELTA * WS-REG-MULTIPLIER)
              / WS-DAYS-SINCE-LAST

           IF WS-AVG-DAILY > ZEROES
