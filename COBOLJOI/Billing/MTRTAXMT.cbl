       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance and lookup program for the TAXRATE VAT rate table  *
      * - add, change or delete an effective-dated rate period for a   *
      * customer class, or get the class's rate and per-unit levy in   *
      * force on a date. Adding a new rate closes the class's previous *
      * open-ended period the day before, the way PRCPLMNT closes a    *
      * plan's prior rate period. The statement, the adjustments, the  *
      * quarterly return and the plan simulator all price their tax    *
      * through the 'G' lookup so there is one answer to "what was     *
      * the rate on that date" for each class.                         *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- VAT rate periods, keyed by customer class and the date the
      *-- rate took effect
           SELECT TAXRATE-FILE
           ASSIGN TO 'TAXRATE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS TX-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-TAXRATE-STA.

           05 WS-PRIOR-EFF-8             PIC 9(08) VALUE ZEROES.
           05 WS-PRIOR-END-8             PIC 9(08) VALUE ZEROES.
           05 WS-BEST-RATE-PCT           PIC 9(2)V9(4) VALUE ZEROES.
           05 WS-BEST-LEVY-RATE          PIC 9(2)V9(6) VALUE ZEROES.
           05 WS-NEW-EFF-DAY-NBR         PIC S9(8) COMP VALUE ZEROES.
           05 WS-PRIOR-END-DAY-NBR       PIC S9(8) COMP VALUE ZEROES.
           05 WS-TAXRATE-CLOSED          PIC X(01) VALUE 'N'.
           MOVE 'N'
             TO WS-TAXRATE-CLOSED

      *-- Accounts and callers from before customer classes existed
      *-- are domestic
           IF C01-TAX-CLASS = SPACES
              MOVE 'D'
                TO C01-TAX-CLASS
           END-IF

      *-- No rate table yet: a lookup simply answers "no rate, zero
      *-- tax"; maintenance creates the file.
           OPEN I-O TAXRATE-FILE
              IF C01-ACTION-CD = 'G'
                 MOVE ZEROES
                   TO C01-TAX-RATE-PCT
                      C01-LEVY-RATE
                 MOVE 'Y'
                   TO WS-TAXRATE-CLOSED
                 MOVE '1'
              GO TO PROGRAM-DONE
           END-IF

           IF C01-TAX-CLASS NOT = 'D'
              AND C01-TAX-CLASS NOT = 'B'
              MOVE 'INVALID CUSTOMER CLASS - MUST BE D OR B'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD NOT = 'G'
              AND C01-TAX-EFF-DATE = ZEROES
              MOVE 'INPUT EFFECTIVE DATE IS BLANK'
              GO TO D1000-EXIT
           END-IF

           MOVE C01-TAX-CLASS
             TO TX-CLASS

           MOVE C01-TAX-EFF-DATE
             TO TX-EFF-DATE

           MOVE C01-TAX-RATE-PCT
             TO TX-RATE-PCT

           MOVE C01-LEVY-RATE
             TO TX-LEVY-RATE

           MOVE C01-OPERATOR
             TO TX-OPERATOR

      *--------------------------------------------------------------*
       D1200-CLOSE-PRIOR-RATE.
      *--------------------------------------------------------------*
      *-- The class's latest period starting before the new effective
      *-- date; if it is still open-ended, close it the day before.
           MOVE 'N'
             TO WS-PRIOR-FOUND

           MOVE 'N'
             TO WS-END-OF-SCAN

           MOVE C01-TAX-CLASS
             TO TX-CLASS

           MOVE ZEROES
             TO TX-EFF-DATE

           START TAXRATE-FILE KEY IS NOT LESS THAN TX-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-SCAN

           IF WS-PRIOR-FOUND = 'Y'
              AND WS-PRIOR-END-8 = ZEROES
              MOVE C01-TAX-CLASS
                TO TX-CLASS

              MOVE WS-PRIOR-EFF-8
                TO TX-EFF-DATE

                 MOVE 'Y'
                   TO WS-END-OF-SCAN
              NOT AT END
                 IF TX-CLASS NOT = C01-TAX-CLASS
                    OR TX-EFF-DATE NOT < C01-TAX-EFF-DATE
                    MOVE 'Y'
                      TO WS-END-OF-SCAN
                 ELSE
      *--------------------------------------------------------------*
       D2000-CHANGE-RATE.
      *--------------------------------------------------------------*
           MOVE C01-TAX-CLASS
             TO TX-CLASS

           MOVE C01-TAX-EFF-DATE
             TO TX-EFF-DATE

              MOVE C01-TAX-RATE-PCT
                TO TX-RATE-PCT

              MOVE C01-LEVY-RATE
                TO TX-LEVY-RATE

              MOVE C01-TAX-END-DATE
                TO TX-END-DATE

      *--------------------------------------------------------------*
       D3000-DELETE-RATE.
      *--------------------------------------------------------------*
           MOVE C01-TAX-CLASS
             TO TX-CLASS

           MOVE C01-TAX-EFF-DATE
             TO TX-EFF-DATE

      *--------------------------------------------------------------*
       D4000-GET-RATE-IN-FORCE.
      *--------------------------------------------------------------*
      *-- The class's rate and levy in force on the as-of date - the
      *-- latest period starting on or before it whose end date
      *-- covers it. No rate in force answers zero with return code
      *-- '1'.
           IF C01-AS-OF-DATE = ZEROES
              MOVE FUNCTION CURRENT-DATE
                TO WS-TODAY-TIMESTAMP
           MOVE 'N'
             TO WS-END-OF-SCAN

           MOVE C01-TAX-CLASS
             TO TX-CLASS

           MOVE ZEROES
             TO TX-EFF-DATE
                WS-BEST-RATE-PCT
                WS-BEST-LEVY-RATE

           START TAXRATE-FILE KEY IS NOT LESS THAN TX-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
           IF WS-PRIOR-FOUND = 'Y'
              MOVE WS-BEST-RATE-PCT
                TO C01-TAX-RATE-PCT
              MOVE WS-BEST-LEVY-RATE
                TO C01-LEVY-RATE
           ELSE
              MOVE ZEROES
                TO C01-TAX-RATE-PCT
                   C01-LEVY-RATE
              MOVE '1'
                TO C01-RETURN-CD
           END-IF
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
              NOT AT END
                 IF TX-CLASS NOT = C01-TAX-CLASS
                    OR TX-EFF-DATE > WS-LOOKUP-DATE-8
                    MOVE 'Y'
                      TO WS-END-OF-SCAN
                 ELSE
                         TO WS-PRIOR-FOUND
                       MOVE TX-RATE-PCT
                         TO WS-BEST-RATE-PCT
                       MOVE TX-LEVY-RATE
                         TO WS-BEST-LEVY-RATE
                    END-IF
                 END-IF
           END-READ
