      *----------------------------------------------------------------*
      * This is the Test program in COBOL to replicate compare plan    *
      * price functionality                                            *
      * Only plans the meter's account is eligible for (PRCPLMNT 'K')  *
      * are ranked, alongside the plan the customer is on now.         *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
      *-- PIC 9(2)V9(5) register that wraps back toward zero once it
      *-- passes its max value; a later reading lower than the one
      *-- before it means the meter cycled, not that usage dropped.
      *-- The max value and the multiplier a register delta is scaled
      *-- by come from the meter asset register (MTRASMNT); on a
      *-- bridged window the replacement meter's own pair is held
      *-- aside and takes over at the boundary row.
               05 WS-READING-MAX-VALUE       PIC 9(2)V9(5)
                                              VALUE 99.99999.
               05 WS-REG-MULTIPLIER          PIC 9(5)V9(4) VALUE 1.
               05 WS-TAIL-MAX-VALUE          PIC 9(2)V9(5)
                                              VALUE 99.99999.
               05 WS-TAIL-MULTIPLIER         PIC 9(5)V9(4) VALUE 1.
               05 WS-PREV-READING            PIC 9(2)V9(5) VALUE ZEROES.
               05 WS-ROLLOVER-COUNT          PIC 9(04) VALUE ZEROES.
               05 WS-ADJ-READING             PIC 9(9)V9(5) VALUE ZEROES.
               05 WS-CALC-PLAN-RATE       PIC 9(2)V9(6) VALUE ZEROES.
               05 WS-ACTUAL-RATE          PIC 9(2)V9(6) VALUE ZEROES.
               05 WS-ACTUAL-PLAN-NAME     PIC X(50) VALUE SPACES.
               05 WS-ACTUAL-ACCOUNT-ID    PIC X(12) VALUE SPACES.
               05 WS-CURRENT-TIMESTAMP    PIC X(21) VALUE SPACES.
               05 WS-AUDIT-LINE           PIC X(250) VALUE SPACES.
      *-- Scan state for building the list of every distinct plan on
           COPY MTRPLAN0.

           COPY MTRREAD0.

           COPY ASMNT0.

           COPY PRCPLM01.
      *

      *----------------------------------------------------------------*
           MOVE POWER-PLAN-NAME
             TO WS-ACTUAL-PLAN-NAME
                PRCPLANC-ACTUAL-PLAN

           MOVE C01-ACCOUNT-ID OF MTRINFO
             TO WS-ACTUAL-ACCOUNT-ID
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
           END-IF

           Move PRCPLANC-MTR-ID
             To C01-MTR-ID OF MTRREAD

           MOVE PRCPLANC-FROM-DATE
             TO C01-FROM-DATE

            CALL 'MTRREADGT'
           USING MTRREAD

           PERFORM C1900-GET-METER-REGISTER
              THRU C1900-EXIT
           .
       C0000-EXIT.

           IF WS-CMP-TO-8 = ZEROES
              OR WS-CMP-TO-8 NOT < EX-EXCH-DATE
              MOVE PRCPLANC-MTR-ID
                TO C01-MTR-ID OF MTRREAD

              MOVE EX-EXCH-DATE
                TO C01-FROM-DATE
              CALL 'MTRREADGT'
             USING MTRREAD

              PERFORM C1900-GET-METER-REGISTER
                 THRU C1900-EXIT

              MOVE WS-READING-MAX-VALUE
                TO WS-TAIL-MAX-VALUE

              MOVE WS-REG-MULTIPLIER
                TO WS-TAIL-MULTIPLIER

              MOVE C01-READING-LEN
                TO WS-SAVE-LEN

              FUNCTION DATE-OF-INTEGER (WS-BRIDGE-DAY-NBR)

           MOVE EX-OLD-MTR-ID
             TO C01-MTR-ID OF MTRREAD

           MOVE WS-CMP-FROM-8
             TO C01-FROM-DATE
           CALL 'MTRREADGT'
          USING MTRREAD

           PERFORM C1900-GET-METER-REGISTER
              THRU C1900-EXIT

           IF WS-SAVE-LEN > ZEROES
              COMPUTE WS-BRIDGE-BOUNDARY = C01-READING-LEN + 1


      *-- Leave the commarea naming the meter that was asked about
           MOVE PRCPLANC-MTR-ID
             TO C01-MTR-ID OF MTRREAD
           .
       C1800-EXIT.

      *--------------------------------------------------------------*
       C1900-GET-METER-REGISTER.
      *--------------------------------------------------------------*
      *-- The rollover point and multiplier of the meter whose
      *-- readings were just fetched
           MOVE 'G'
             TO C01-ACTION-CD OF ASMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           MOVE C01-MTR-ID OF MTRREAD
             TO C01-ASSET-MTR-ID

           CALL 'MTRASMNT'
          USING ASMNT-REQ

           MOVE C01-REGISTER-MAX
             TO WS-READING-MAX-VALUE

           MOVE C01-MULTIPLIER OF ASMNT-REQ
             TO WS-REG-MULTIPLIER
           .
       C1900-EXIT.

      *--------------------------------------------------------------*
       D0000-CALCULATE-COST.
      *--------------------------------------------------------------*
              END-IF
           END-IF

      *-- Nor is a plan the account could not move onto - another
      *-- region's, another class's, one closed to existing
      *-- customers or one needing a meter this one is not. The
      *-- customer's own plan is always ranked, so its placing can
      *-- still be reported.
           IF WS-PLN-NAME (PLN-IDX) NOT = WS-ACTUAL-PLAN-NAME
              PERFORM D1660-CHECK-ELIGIBLE
                 THRU D1660-EXIT

              IF C01-RETURN-CD OF PRCPLMNT-REQ NOT = '0'
                 GO TO D1650-EXIT
              END-IF
           END-IF

           MOVE WS-PLN-NAME (PLN-IDX)
             TO WS-CALC-PLAN-NAME

           .
       D1650-EXIT.

      *--------------------------------------------------------------*
       D1660-CHECK-ELIGIBLE.
      *--------------------------------------------------------------*
           MOVE 'K'
             TO C01-ACTION-CD OF PRCPLMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF PRCPLMNT-REQ

           MOVE WS-PLN-NAME (PLN-IDX)
             TO C01-PLAN-NAME OF PRCPLMNT-REQ

           MOVE PRCPLANC-MTR-ID
             TO C01-MTR-ID OF PRCPLMNT-REQ

           MOVE WS-ACTUAL-ACCOUNT-ID
             TO C01-ELG-ACCOUNT-ID

           MOVE WS-ACTUAL-PLAN-NAME
             TO C01-ELG-CURR-PLAN

           CALL 'PRCPLMNT'
          USING PRCPLMNT-REQ
           .
       D1660-EXIT.

      *--------------------------------------------------------------*
       D1870-FIND-ACTUAL-RANK.
      *--------------------------------------------------------------*
      *-- rolled over past its max value, not that usage went down.
      *-- Except at a meter exchange boundary: the replacement
      *-- register starts afresh, so its lower value is a new
      *-- baseline, not a wrap - and wraps and scales the way its
      *-- own asset record says.
               IF WS-BRIDGE-BOUNDARY > ZEROES
                  AND ARRAY-INDEX = WS-BRIDGE-BOUNDARY
                  MOVE ZEROES
                    TO WS-ROLLOVER-COUNT

                  MOVE WS-TAIL-MAX-VALUE
                    TO WS-READING-MAX-VALUE

                  MOVE WS-TAIL-MULTIPLIER
                    TO WS-REG-MULTIPLIER
               ELSE
                  IF ARRAY-INDEX > 1
                     AND C01-READING (ARRAY-INDEX) < WS-PREV-READING
               END-IF

               COMPUTE WS-ADJ-READING =
                  (C01-READING (ARRAY-INDEX)
                  + (WS-ROLLOVER-COUNT * (WS-READING-MAX-VALUE
                                          + 0.00001)))
                  * WS-REG-MULTIPLIER

      *-- The rollover-adjusted value is kept for every reading - an
      *-- estimated reading still has to be priced into the cost
