       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRPAMON.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Nightly payment arrangement monitor - walks every active       *
      * arrangement that carries an instalment schedule and matches    *
      * the receipts posted to PAYHIST since the agreed date against   *
      * the instalments fallen due (due before today), oldest first.   *
      * An arrangement two or more instalments behind is marked        *
      * broken and the account's dunning stage is put back to the      *
      * stage it stood at when the arrangement was agreed, so the      *
      * collections run picks it up where it left off and the late     *
      * payment charge run charges it again. One paid in full is       *
      * marked completed. The position found is kept on PAYARR for     *
      * the weekly arrangement report (MTRPARPT).                      *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Payment arrangements, walked start to finish
           SELECT PAYARR-FILE
           ASSIGN TO 'PAYARR'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PA-ACCOUNT-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYARR-STA.

      *-- Posted payments - the receipts matched to the schedule
           SELECT PAYHIST-FILE
           ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PH-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PAYHIST-STA.

      *-- Dunning stage per account - put back on a broken promise
           SELECT DUNSTAT-FILE
           ASSIGN TO 'DUNSTAT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DN-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-DUNSTAT-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYARR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYARR0.
      *
       FD  PAYHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHST0.
      *
       FD  DUNSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNSTAT0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-PAYARR-STA              PIC 9(02) VALUE ZEROES.
           05 WS-PAYHIST-STA             PIC 9(02) VALUE ZEROES.
           05 WS-DUNSTAT-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Schedule matching work fields
           05 WS-PAY-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 WS-RECEIVED                PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-CUM-DUE                 PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-INST-IDX                PIC 9(02) VALUE ZEROES.
           05 WS-DUE-COUNT               PIC 9(02) VALUE ZEROES.
           05 WS-PAID-COUNT              PIC 9(02) VALUE ZEROES.
           05 WS-ED-AMOUNT               PIC ZZZZZZ9.99.
      *-- Control totals for the end-of-run report
           05 WS-ACTIVE-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-NO-SCHEDULE-COUNT       PIC 9(07) VALUE ZEROES.
           05 WS-ON-TRACK-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-AT-RISK-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-BROKEN-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-COMPLETED-COUNT         PIC 9(07) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-ARRANGEMENTS
              THRU B0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           OPEN I-O PAYARR-FILE
           IF WS-PAYARR-STA NOT = '00'
              STRING 'Error in opening payment arrangement file - '
                  WS-PAYARR-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STA NOT = '00'
              STRING 'Error in opening payment history file - '
                  WS-PAYHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- File may not exist yet if no account was ever chased
           OPEN I-O DUNSTAT-FILE
           IF WS-DUNSTAT-STA = '35'
              OPEN OUTPUT DUNSTAT-FILE
              CLOSE DUNSTAT-FILE
              OPEN I-O DUNSTAT-FILE
           END-IF

           IF WS-DUNSTAT-STA NOT = '00'
              STRING 'Error in opening dunning stage file - '
                  WS-DUNSTAT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

           DISPLAY '---- ARRANGEMENT MONITOR AS OF ' WS-TODAY-8
                   ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-ARRANGEMENTS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-AND-CHECK
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-CHECK.
      *--------------------------------------------------------------*
           READ PAYARR-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF PA-STATUS = 'A'
                    PERFORM C0000-CHECK-ONE-ARRANGEMENT
                       THRU C0000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-CHECK-ONE-ARRANGEMENT.
      *--------------------------------------------------------------*
           ADD 1
             TO WS-ACTIVE-COUNT

      *-- Agreed before schedules existed - nothing to measure it by
           IF PA-INSTAL-COUNT = ZEROES
              ADD 1
                TO WS-NO-SCHEDULE-COUNT
              GO TO C0000-EXIT
           END-IF

           PERFORM D1000-TOTAL-RECEIPTS
              THRU D1000-EXIT

      *-- Receipts cover the instalments due oldest first; each one
      *-- whose running total is not covered is missed
           MOVE ZEROES
             TO WS-CUM-DUE
                WS-DUE-COUNT
                WS-PAID-COUNT

           PERFORM C1500-MATCH-ONE-INSTALMENT
              THRU C1500-EXIT
           VARYING WS-INST-IDX FROM 1 BY 1
             UNTIL WS-INST-IDX > PA-INSTAL-COUNT

           MOVE WS-RECEIVED
             TO PA-PAID-TO-DATE

           MOVE WS-DUE-COUNT
             TO PA-INSTAL-DUE

           MOVE WS-PAID-COUNT
             TO PA-INSTAL-PAID

           COMPUTE PA-INSTAL-MISSED =
              WS-DUE-COUNT - WS-PAID-COUNT

           MOVE WS-TODAY-8
             TO PA-LAST-CHECK-DATE

           EVALUATE TRUE
              WHEN PA-INSTAL-MISSED NOT < 2
                 PERFORM D2000-BREAK-ARRANGEMENT
                    THRU D2000-EXIT
              WHEN WS-RECEIVED NOT < PA-TOTAL-AMOUNT
                 MOVE 'C'
                   TO PA-STATUS
                 MOVE WS-TODAY-8
                   TO PA-CLOSED-DATE
                 ADD 1
                   TO WS-COMPLETED-COUNT
                 DISPLAY 'COMPLETED ' PA-ACCOUNT-ID
              WHEN PA-INSTAL-MISSED = 1
                 ADD 1
                   TO WS-AT-RISK-COUNT
              WHEN OTHER
                 ADD 1
                   TO WS-ON-TRACK-COUNT
           END-EVALUATE

           REWRITE PAYARR-REC
              INVALID KEY
                 MOVE 'Error updating arrangement record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-MATCH-ONE-INSTALMENT.
      *--------------------------------------------------------------*
      *-- An instalment is due once its date has passed - the
      *-- customer has the whole of the due day to pay
           IF PA-DUE-DATE (WS-INST-IDX) < WS-TODAY-8
              ADD 1
                TO WS-DUE-COUNT

              ADD PA-DUE-AMOUNT (WS-INST-IDX)
                TO WS-CUM-DUE

              IF WS-CUM-DUE NOT > WS-RECEIVED
                 ADD 1
                   TO WS-PAID-COUNT
              END-IF
           END-IF
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       D1000-TOTAL-RECEIPTS.
      *--------------------------------------------------------------*
      *-- Everything the customer has paid since the arrangement was
      *-- agreed; a refund going back out is not a receipt
           MOVE ZEROES
             TO WS-RECEIVED

           MOVE 'N'
             TO WS-PAY-SCAN-DONE

           MOVE PA-ACCOUNT-ID
             TO PH-ACCOUNT-ID

           MOVE PA-AGREED-DATE
             TO PH-PAY-DATE

           MOVE ZEROES
             TO PH-PAY-SEQ

           START PAYHIST-FILE KEY IS NOT LESS THAN PH-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-PAY-SCAN-DONE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM D1500-SCAN-PAYMENTS
              THRU D1500-EXIT
            UNTIL WS-PAY-SCAN-DONE = 'Y'
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D1500-SCAN-PAYMENTS.
      *--------------------------------------------------------------*
           READ PAYHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-PAY-SCAN-DONE
              NOT AT END
                 IF PH-ACCOUNT-ID NOT = PA-ACCOUNT-ID
                    MOVE 'Y'
                      TO WS-PAY-SCAN-DONE
                 ELSE
                    IF PH-ENTRY-TYPE NOT = 'R'
                       ADD PH-AMOUNT
                         TO WS-RECEIVED
                    END-IF
                 END-IF
           END-READ
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       D2000-BREAK-ARRANGEMENT.
      *--------------------------------------------------------------*
      *-- Broken - the account goes back to collections at the stage
      *-- it stood at when the promise was made, whatever payments
      *-- during the arrangement may have stepped it down to
           MOVE 'B'
             TO PA-STATUS

           MOVE WS-TODAY-8
             TO PA-CLOSED-DATE

           ADD 1
             TO WS-BROKEN-COUNT

           MOVE PA-ACCOUNT-ID
             TO DN-ACCOUNT-ID

           READ DUNSTAT-FILE
              INVALID KEY
                 IF PA-DUN-STAGE > ZEROES
                    MOVE PA-ACCOUNT-ID
                      TO DN-ACCOUNT-ID
                    MOVE PA-DUN-STAGE
                      TO DN-STAGE
                    MOVE WS-TODAY-8
                      TO DN-STAGE-DATE
                    MOVE ZEROES
                      TO DN-LAST-RUN-DATE
                    WRITE DUNSTAT-REC
                       INVALID KEY
                          MOVE 'Error writing dunning stage record'
                            TO WS-ERROR-TEXT
                          DISPLAY WS-ERROR-TEXT
                    END-WRITE
                 END-IF
              NOT INVALID KEY
                 IF DN-STAGE NOT = PA-DUN-STAGE
                    MOVE PA-DUN-STAGE
                      TO DN-STAGE
                    MOVE WS-TODAY-8
                      TO DN-STAGE-DATE
                    REWRITE DUNSTAT-REC
                       INVALID KEY
                          MOVE 'Error updating dunning stage record'
                            TO WS-ERROR-TEXT
                          DISPLAY WS-ERROR-TEXT
                    END-REWRITE
                 END-IF
           END-READ

           COMPUTE WS-ED-AMOUNT =
              PA-TOTAL-AMOUNT - PA-PAID-TO-DATE

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING 'BROKEN '               DELIMITED BY SIZE
                  PA-ACCOUNT-ID           DELIMITED BY SIZE
                  ' MISSED '              DELIMITED BY SIZE
                  PA-INSTAL-MISSED        DELIMITED BY SIZE
                  ' OF '                  DELIMITED BY SIZE
                  PA-INSTAL-DUE           DELIMITED BY SIZE
                  ' UNPAID '              DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  ' BACK TO STAGE '       DELIMITED BY SIZE
                  PA-DUN-STAGE            DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       D2000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Control totals for this monitor run
           DISPLAY '---- ARRANGEMENT MONITOR TOTALS ----'
           DISPLAY 'ACTIVE CHECKED     : ' WS-ACTIVE-COUNT
           DISPLAY 'NO SCHEDULE        : ' WS-NO-SCHEDULE-COUNT
           DISPLAY 'ON TRACK           : ' WS-ON-TRACK-COUNT
           DISPLAY 'ONE BEHIND         : ' WS-AT-RISK-COUNT
           DISPLAY 'BROKEN             : ' WS-BROKEN-COUNT
           DISPLAY 'COMPLETED          : ' WS-COMPLETED-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE PAYHIST-FILE

           CLOSE PAYARR-FILE
           IF WS-PAYARR-STA NOT = '00'
              STRING 'Error in Closing payment arrangement file - '
                  WS-PAYARR-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE DUNSTAT-FILE
           IF WS-DUNSTAT-STA NOT = '00'
              STRING 'Error in Closing dunning stage file - '
                  WS-DUNSTAT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF
           .
       Z0000-EXIT.

       Z0000-PROCESS-END.
           GOBACK.
