      * payment out of the payment history and the running account     *
      * balance, and flags the mandate suspended with the return       *
      * reason so the next collection run leaves it alone until an     *
      * operator reinstates it through MTRMDMNT. Every return goes on  *
      * the daily cash log, found or not, as a reconciling item for    *
      * the cash reconciliation (MTRCSHRC); a reversed one carries its *
      * payment method so the GL journal (MTRGLJNL) can take the       *
      * receipt back out of the ledger.                                *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-MANDATE-STA.

      *-- Daily cash log - each return the bank took back
           SELECT CASHLOG-FILE
           ASSIGN TO 'CASHLOG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CL-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CASHLOG-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  DDRTN-IN
       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANDATE0.
      *
       FD  CASHLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHLOG0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
           05 WS-PAYHIST-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-MANDATE-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CASHLOG-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
      *-- account and date whose amount matches the return
           05 WS-PAY-FOUND               PIC X(01) VALUE 'N'.
           05 WS-PAY-SCAN-DONE           PIC X(01) VALUE 'N'.
      *-- Cash log write state
           05 WS-RTN-MATCHED             PIC X(01) VALUE 'N'.
           05 WS-RTN-METHOD              PIC X(10) VALUE SPACES.
           05 WS-RTN-POSTED-8            PIC 9(08) VALUE ZEROES.
           05 WS-LOG-WRITTEN             PIC X(01) VALUE 'N'.
           05 WS-SEQ-TRIES               PIC 9(05) VALUE ZEROES.
      *-- Control totals for the end-of-job reconciliation report
           05 WS-INPUT-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-REVERSED-COUNT          PIC 9(07) VALUE ZEROES.
              GO TO PROGRAM-DONE
           END-IF

      *-- Cash log may not exist yet the very first time returns are
      *-- processed.
           OPEN I-O CASHLOG-FILE
           IF WS-CASHLOG-STA = '35'
              OPEN OUTPUT CASHLOG-FILE
              CLOSE CASHLOG-FILE
              OPEN I-O CASHLOG-FILE
           END-IF

           IF WS-CASHLOG-STA NOT = '00'
              STRING 'Error in opening cash log file - '
                  WS-CASHLOG-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

              GO TO C0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-RTN-MATCHED

           PERFORM D1000-FIND-POSTED-PAYMENT
              THRU D1000-EXIT

           IF WS-PAY-FOUND NOT = 'Y'
              PERFORM D4000-LOG-RETURN
                 THRU D4000-EXIT

              ADD 1
                TO WS-UNMATCHED-COUNT

                 MOVE 'Error removing returned payment'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 PERFORM D4000-LOG-RETURN
                    THRU D4000-EXIT
                 ADD 1
                   TO WS-UNMATCHED-COUNT
                 GO TO C0000-EXIT
           END-DELETE

           MOVE 'Y'
             TO WS-RTN-MATCHED

           PERFORM D4000-LOG-RETURN
              THRU D4000-EXIT

           PERFORM D2000-RESTORE-BALANCE
              THRU D2000-EXIT

                      TO WS-PAY-SCAN-DONE
                 ELSE
                    IF PH-AMOUNT = RTN-AMOUNT
                       AND PH-ENTRY-TYPE NOT = 'R'
                       MOVE 'Y'
                         TO WS-PAY-FOUND
                       MOVE PH-METHOD
                         TO WS-RTN-METHOD
                       IF PH-POSTED-DATE NUMERIC
                          AND PH-POSTED-DATE NOT = ZEROES
                          MOVE PH-POSTED-DATE
                            TO WS-RTN-POSTED-8
                       ELSE
                          MOVE PH-PAY-DATE
                            TO WS-RTN-POSTED-8
                       END-IF
                       MOVE 'Y'
                         TO WS-PAY-SCAN-DONE
                    END-IF
           END-REWRITE
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D4000-LOG-RETURN.
      *--------------------------------------------------------------*
      *-- The money left the bank today whatever happened to the
      *-- posted payment, so every return is logged. The sequence
      *-- steps past anything already logged today.
           MOVE 'N'
             TO WS-LOG-WRITTEN

           MOVE SPACES
             TO CASHLOG-REC

           MOVE WS-TODAY-8
             TO CL-CASH-DATE

           MOVE 'DDRT'
             TO CL-SOURCE

           MOVE 1
             TO CL-SEQ

           MOVE WS-TODAY-8
             TO CL-LOGGED-DATE

           MOVE RTN-ACCOUNT-ID
             TO CL-ACCOUNT-ID

           MOVE RTN-PAY-DATE
             TO CL-PAY-DATE

           MOVE RTN-AMOUNT
             TO CL-AMOUNT

           MOVE RTN-REASON-CD
             TO CL-REASON-CD

           MOVE WS-RTN-MATCHED
             TO CL-MATCHED

           MOVE ZEROES
             TO CL-POSTED-DATE

           IF WS-RTN-MATCHED = 'Y'
              MOVE WS-RTN-METHOD
                TO CL-METHOD
              MOVE WS-RTN-POSTED-8
                TO CL-POSTED-DATE
           END-IF

           MOVE ZEROES
             TO WS-SEQ-TRIES

           PERFORM D4050-TRY-WRITE-LOG
              THRU D4050-EXIT
            UNTIL WS-LOG-WRITTEN = 'Y'
               OR WS-SEQ-TRIES > 9998

           IF WS-LOG-WRITTEN NOT = 'Y'
              DISPLAY 'RETURN NOT WRITTEN TO THE CASH LOG - '
                      RTN-ACCOUNT-ID
           END-IF
           .
       D4000-EXIT.
      *--------------------------------------------------------------*
       D4050-TRY-WRITE-LOG.
      *--------------------------------------------------------------*
           WRITE CASHLOG-REC
              INVALID KEY
                 ADD 1
                   TO CL-SEQ
                 ADD 1
                   TO WS-SEQ-TRIES
              NOT INVALID KEY
                 MOVE 'Y'
                   TO WS-LOG-WRITTEN
           END-WRITE
           .
       D4050-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE CASHLOG-FILE
           IF WS-CASHLOG-STA NOT = '00'
              STRING 'Error in Closing cash log file - '
                  WS-CASHLOG-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF
           .
       Z0000-EXIT.

