       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRCSHRC.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Daily cash reconciliation - matches what the runs say moved    *
      * through the bank account on a day against the bank statement   *
      * cash figure on the CASHCTL card. Receipts are the payments     *
      * batches MTRPYPST accepted for that value date - posted,        *
      * suspended and rejected alike, less the agency commission that  *
      * never reached the bank - from the daily cash log. The direct   *
      * debit returns MTRDDRTN logged and the refunds MTRREFND paid to *
      * bank accounts that day are listed as reconciling items; cheque *
      * refunds are shown but only leave the account when presented.   *
      * Whatever is left unexplained is recorded on the CASHREC file   *
      * and carried forward, day after day, until the running          *
      * difference nets back to zero and clears it.                    *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Cash date and bank statement cash figure control card
           SELECT CASH-CARD
           ASSIGN TO 'CASHCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Daily cash log - payments batches and DD returns by date
           SELECT CASHLOG-FILE
           ASSIGN TO 'CASHLOG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CL-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CASHLOG-STA.

      *-- Posted payments - the refund entries paid out on the day
           SELECT PAYHIST-FILE
           ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PH-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STA.

      *-- Reconciliation by day, with the carried difference
           SELECT CASHREC-FILE
           ASSIGN TO 'CASHREC'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CR-CASH-DATE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CASHREC-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-CARD
           LABEL RECORDS ARE STANDARD.
       01  CASH-CARD-REC.
      *-- The value date being reconciled
           05 CARD-CASH-DATE     PIC 9(08).
           05 FILLER             PIC X(01).
      *-- '-' when the account's net movement on the day was out
           05 CARD-CASH-SIGN     PIC X(01).
      *-- Net cash movement on the bank statement for the day
           05 CARD-BANK-CASH     PIC 9(11)V9(4).
      *
       FD  CASHLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHLOG0.
      *
       FD  PAYHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHST0.
      *
       FD  CASHREC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHREC0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-CASHLOG-STA             PIC 9(02) VALUE ZEROES.
           05 WS-PAYHIST-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CASHREC-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Optional inputs - no log or history yet means nothing moved
           05 WS-CASHLOG-OPEN            PIC X(01) VALUE 'N'.
           05 WS-PAYHIST-OPEN            PIC X(01) VALUE 'N'.
      *-- The day being reconciled
           05 WS-CASH-DATE               PIC 9(08) VALUE ZEROES.
           05 WS-BANK-CASH               PIC S9(11)V9(4) VALUE ZEROES.
      *-- Receipts from the accepted payments batches
           05 WS-BATCH-COUNT             PIC 9(05) VALUE ZEROES.
           05 WS-PAY-ITEM-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-POSTED-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-SUSPENDED-TOTAL         PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-REJECTED-TOTAL          PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-NONCASH-TOTAL           PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-RECEIPTS-CASH           PIC S9(11)V9(4) VALUE ZEROES.
      *-- Reconciling items
           05 WS-RETURN-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-RETURN-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-UNMATCHED-RTN-COUNT     PIC 9(07) VALUE ZEROES.
           05 WS-BANK-REFUND-COUNT       PIC 9(07) VALUE ZEROES.
           05 WS-BANK-REFUND-TOTAL       PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-CHEQUE-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-CHEQUE-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.
      *-- The reconciliation
           05 WS-EXPECTED-CASH           PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-DAY-DIFF                PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-CARRIED-BF              PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-CARRIED-CF              PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-REC-EXISTS              PIC X(01) VALUE 'N'.
           05 WS-LATER-COUNT             PIC 9(05) VALUE ZEROES.
           05 WS-CLEARED-COUNT           PIC 9(05) VALUE ZEROES.
           05 WS-OPEN-COUNT              PIC 9(05) VALUE ZEROES.
           05 WS-SCAN-DONE               PIC X(01) VALUE 'N'.
      *-- Edited amounts for the report
           05 WS-ED-AMOUNT               PIC 9(7).9(4).
           05 WS-ED-SIGNED               PIC -ZZZZZZZZZZ9.99.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-SUM-CASH-LOG
              THRU B0000-EXIT

           PERFORM C0000-SUM-REFUNDS
              THRU C0000-EXIT

           PERFORM D0000-CARRY-FORWARD
              THRU D0000-EXIT

           PERFORM E0000-REPORT-RECONCILIATION
              THRU E0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

      *-- The card is required - there is nothing to reconcile to
      *-- without the bank's figure
           OPEN INPUT CASH-CARD
           IF WS-CARD-STA NOT = '00'
              STRING 'Error in opening cash control card - '
                  WS-CARD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           READ CASH-CARD
              AT END
                 MOVE SPACES
                   TO CASH-CARD-REC
           END-READ

           CLOSE CASH-CARD

           IF CARD-CASH-DATE NOT NUMERIC
              OR CARD-CASH-DATE = ZEROES
              OR CARD-BANK-CASH NOT NUMERIC
              MOVE 'Cash control card date or amount invalid'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE CARD-CASH-DATE
             TO WS-CASH-DATE

           IF CARD-CASH-SIGN = '-'
              COMPUTE WS-BANK-CASH = ZEROES - CARD-BANK-CASH
           ELSE
              MOVE CARD-BANK-CASH
                TO WS-BANK-CASH
           END-IF

      *-- Open Files
      *-- No cash log yet just means no batch or return was ever
      *-- logged
           MOVE 'N'
             TO WS-CASHLOG-OPEN

           OPEN INPUT CASHLOG-FILE
           IF WS-CASHLOG-STA = '00'
              MOVE 'Y'
                TO WS-CASHLOG-OPEN
           ELSE
              IF WS-CASHLOG-STA NOT = '35'
                 STRING 'Error in opening cash log file - '
                     WS-CASHLOG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           MOVE 'N'
             TO WS-PAYHIST-OPEN

           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STA = '00'
              MOVE 'Y'
                TO WS-PAYHIST-OPEN
           ELSE
              IF WS-PAYHIST-STA NOT = '35'
                 STRING 'Error in opening payment history file - '
                     WS-PAYHIST-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- Reconciliation file may not exist yet the very first time
      *-- the report runs.
           OPEN I-O CASHREC-FILE
           IF WS-CASHREC-STA = '35'
              OPEN OUTPUT CASHREC-FILE
              CLOSE CASHREC-FILE
              OPEN I-O CASHREC-FILE
           END-IF

           IF WS-CASHREC-STA NOT = '00'
              STRING 'Error in opening cash reconciliation file - '
                  WS-CASHREC-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           DISPLAY '---- DAILY CASH RECONCILIATION ' WS-CASH-DATE
                   ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-SUM-CASH-LOG.
      *--------------------------------------------------------------*
      *-- Everything logged under the cash date - the key leads with
      *-- the date, so one START positions at the day's first entry
           IF WS-CASHLOG-OPEN NOT = 'Y'
              GO TO B0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-SCAN-DONE

           MOVE WS-CASH-DATE
             TO CL-CASH-DATE

           MOVE LOW-VALUES
             TO CL-SOURCE

           MOVE ZEROES
             TO CL-SEQ

           START CASHLOG-FILE KEY IS NOT LESS THAN CL-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-SCAN-DONE
           END-START

           PERFORM B1500-READ-ONE-ENTRY
              THRU B1500-EXIT
            UNTIL WS-SCAN-DONE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-ENTRY.
      *--------------------------------------------------------------*
           READ CASHLOG-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-SCAN-DONE
                 GO TO B1500-EXIT
           END-READ

           IF CL-CASH-DATE NOT = WS-CASH-DATE
              MOVE 'Y'
                TO WS-SCAN-DONE
              GO TO B1500-EXIT
           END-IF

           IF CL-SOURCE = 'PAYM'
              ADD 1
                TO WS-BATCH-COUNT

              ADD CL-ITEM-COUNT
                TO WS-PAY-ITEM-COUNT

              ADD CL-POSTED-TOTAL
                TO WS-POSTED-TOTAL

              ADD CL-SUSPENDED-TOTAL
                TO WS-SUSPENDED-TOTAL

              ADD CL-REJECTED-TOTAL
                TO WS-REJECTED-TOTAL

              ADD CL-NONCASH-TOTAL
                TO WS-NONCASH-TOTAL

              DISPLAY 'PAYMENTS BATCH ' CL-BATCH-REF ' ITEMS '
                      CL-ITEM-COUNT ' POSTED ' CL-POSTED-TOTAL
              GO TO B1500-EXIT
           END-IF

           IF CL-SOURCE = 'DDRT'
              ADD 1
                TO WS-RETURN-COUNT

              ADD CL-AMOUNT
                TO WS-RETURN-TOTAL

              MOVE CL-AMOUNT
                TO WS-ED-AMOUNT

              MOVE SPACES
                TO WS-REPORT-LINE

              STRING 'DD RETURN      '      DELIMITED BY SIZE
                     CL-ACCOUNT-ID          DELIMITED BY SIZE
                     ' COLLECTED '          DELIMITED BY SIZE
                     CL-PAY-DATE            DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     WS-ED-AMOUNT           DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     CL-REASON-CD           DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING

              IF CL-MATCHED NOT = 'Y'
                 ADD 1
                   TO WS-UNMATCHED-RTN-COUNT

                 MOVE ' NO PAYMENT FOUND'
                   TO WS-REPORT-LINE (72:17)
              END-IF

              DISPLAY WS-REPORT-LINE
           END-IF
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-SUM-REFUNDS.
      *--------------------------------------------------------------*
      *-- Refunds are the 'R' entries MTRREFND posts on the payment
      *-- history under the day it ran
           IF WS-PAYHIST-OPEN NOT = 'Y'
              GO TO C0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM C1500-READ-ONE-PAYMENT
              THRU C1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-READ-ONE-PAYMENT.
      *--------------------------------------------------------------*
           READ PAYHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO C1500-EXIT
           END-READ

           IF PH-ENTRY-TYPE NOT = 'R'
              OR PH-PAY-DATE NOT = WS-CASH-DATE
              GO TO C1500-EXIT
           END-IF

           MOVE PH-AMOUNT
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO WS-REPORT-LINE

      *-- A cheque is only cash out once it is presented
           IF PH-METHOD = 'REFUND CHQ'
              ADD 1
                TO WS-CHEQUE-COUNT

              ADD PH-AMOUNT
                TO WS-CHEQUE-TOTAL

              STRING 'CHEQUE REFUND  '      DELIMITED BY SIZE
                     PH-ACCOUNT-ID          DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     WS-ED-AMOUNT           DELIMITED BY SIZE
                     ' NOT YET PRESENTED'   DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
           ELSE
              ADD 1
                TO WS-BANK-REFUND-COUNT

              ADD PH-AMOUNT
                TO WS-BANK-REFUND-TOTAL

              STRING 'BANK REFUND    '      DELIMITED BY SIZE
                     PH-ACCOUNT-ID          DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     WS-ED-AMOUNT           DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
           END-IF

           DISPLAY WS-REPORT-LINE
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       D0000-CARRY-FORWARD.
      *--------------------------------------------------------------*
      *-- Cash the runs account for: every receipt on the feed less
      *-- the commission the agency kept, less the returns and bank
      *-- refunds paid back out
           COMPUTE WS-RECEIPTS-CASH =
              WS-POSTED-TOTAL + WS-SUSPENDED-TOTAL
              + WS-REJECTED-TOTAL - WS-NONCASH-TOTAL

           COMPUTE WS-EXPECTED-CASH =
              WS-RECEIPTS-CASH - WS-RETURN-TOTAL
              - WS-BANK-REFUND-TOTAL

           COMPUTE WS-DAY-DIFF =
              WS-BANK-CASH - WS-EXPECTED-CASH

      *-- The difference carried in is the running total on the last
      *-- day reconciled before this one. Re-running a day replaces
      *-- its record.
           MOVE ZEROES
             TO WS-CARRIED-BF
                WS-LATER-COUNT

           MOVE 'N'
             TO WS-REC-EXISTS

           MOVE 'N'
             TO WS-SCAN-DONE

           MOVE ZEROES
             TO CR-CASH-DATE

           START CASHREC-FILE KEY IS NOT LESS THAN CR-CASH-DATE
              INVALID KEY
                 MOVE 'Y'
                   TO WS-SCAN-DONE
           END-START

           PERFORM D1500-READ-ONE-DAY
              THRU D1500-EXIT
            UNTIL WS-SCAN-DONE = 'Y'

           COMPUTE WS-CARRIED-CF =
              WS-CARRIED-BF + WS-DAY-DIFF

           MOVE WS-CASH-DATE
             TO CR-CASH-DATE

           IF WS-REC-EXISTS = 'Y'
              READ CASHREC-FILE
                 INVALID KEY
                    MOVE 'N'
                      TO WS-REC-EXISTS
              END-READ
           END-IF

           MOVE WS-CASH-DATE
             TO CR-CASH-DATE

           MOVE WS-BANK-CASH
             TO CR-BANK-CASH

           MOVE WS-EXPECTED-CASH
             TO CR-EXPECTED-CASH

           MOVE WS-DAY-DIFF
             TO CR-DAY-DIFF

           MOVE WS-CARRIED-CF
             TO CR-CARRIED-DIFF

           MOVE WS-TODAY-8
             TO CR-RUN-DATE

           MOVE ZEROES
             TO CR-CLEARED-DATE

           IF WS-DAY-DIFF = ZEROES
              MOVE 'B'
                TO CR-STATUS
           ELSE
              IF WS-CARRIED-CF = ZEROES
                 MOVE 'C'
                   TO CR-STATUS
                 MOVE WS-CASH-DATE
                   TO CR-CLEARED-DATE
              ELSE
                 MOVE 'O'
                   TO CR-STATUS
              END-IF
           END-IF

           IF WS-REC-EXISTS = 'Y'
              REWRITE CASHREC-REC
                 INVALID KEY
                    MOVE 'Error updating cash reconciliation record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
              END-REWRITE
           ELSE
              WRITE CASHREC-REC
                 INVALID KEY
                    MOVE 'Error writing cash reconciliation record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
              END-WRITE
           END-IF

      *-- Back to zero - every earlier difference still open has
      *-- netted out and is cleared today
           IF WS-CARRIED-CF = ZEROES
              PERFORM D2000-CLEAR-OPEN-DAYS
                 THRU D2000-EXIT
           END-IF
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1500-READ-ONE-DAY.
      *--------------------------------------------------------------*
           READ CASHREC-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-SCAN-DONE
                 GO TO D1500-EXIT
           END-READ

           IF CR-CASH-DATE < WS-CASH-DATE
              MOVE CR-CARRIED-DIFF
                TO WS-CARRIED-BF
              GO TO D1500-EXIT
           END-IF

           IF CR-CASH-DATE = WS-CASH-DATE
              MOVE 'Y'
                TO WS-REC-EXISTS
           ELSE
              ADD 1
                TO WS-LATER-COUNT
           END-IF
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       D2000-CLEAR-OPEN-DAYS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-SCAN-DONE

           MOVE ZEROES
             TO CR-CASH-DATE

           START CASHREC-FILE KEY IS NOT LESS THAN CR-CASH-DATE
              INVALID KEY
                 MOVE 'Y'
                   TO WS-SCAN-DONE
           END-START

           PERFORM D2500-CLEAR-ONE-DAY
              THRU D2500-EXIT
            UNTIL WS-SCAN-DONE = 'Y'
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-CLEAR-ONE-DAY.
      *--------------------------------------------------------------*
           READ CASHREC-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-SCAN-DONE
                 GO TO D2500-EXIT
           END-READ

           IF CR-CASH-DATE NOT < WS-CASH-DATE
              MOVE 'Y'
                TO WS-SCAN-DONE
              GO TO D2500-EXIT
           END-IF

           IF CR-STATUS NOT = 'O'
              GO TO D2500-EXIT
           END-IF

           MOVE 'C'
             TO CR-STATUS

           MOVE WS-CASH-DATE
             TO CR-CLEARED-DATE

           REWRITE CASHREC-REC
              INVALID KEY
                 MOVE 'Error clearing cash reconciliation record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO D2500-EXIT
           END-REWRITE

           ADD 1
             TO WS-CLEARED-COUNT
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       E0000-REPORT-RECONCILIATION.
      *--------------------------------------------------------------*
           DISPLAY '---- RECONCILIATION ' WS-CASH-DATE ' ----'

           MOVE WS-POSTED-TOTAL
             TO WS-ED-SIGNED
           DISPLAY 'RECEIPTS POSTED          : ' WS-ED-SIGNED

           MOVE WS-SUSPENDED-TOTAL
             TO WS-ED-SIGNED
           DISPLAY 'RECEIPTS SUSPENDED       : ' WS-ED-SIGNED

           MOVE WS-REJECTED-TOTAL
             TO WS-ED-SIGNED
           DISPLAY 'RECEIPTS REJECTED        : ' WS-ED-SIGNED

           COMPUTE WS-ED-SIGNED = ZEROES - WS-NONCASH-TOTAL
           DISPLAY 'LESS AGENCY COMMISSION   : ' WS-ED-SIGNED

           MOVE WS-RECEIPTS-CASH
             TO WS-ED-SIGNED
           DISPLAY 'CASH RECEIVED            : ' WS-ED-SIGNED

           COMPUTE WS-ED-SIGNED = ZEROES - WS-RETURN-TOTAL
           DISPLAY 'LESS DD RETURNS          : ' WS-ED-SIGNED

           COMPUTE WS-ED-SIGNED = ZEROES - WS-BANK-REFUND-TOTAL
           DISPLAY 'LESS BANK REFUNDS        : ' WS-ED-SIGNED

           MOVE WS-EXPECTED-CASH
             TO WS-ED-SIGNED
           DISPLAY 'EXPECTED CASH MOVEMENT   : ' WS-ED-SIGNED

           MOVE WS-BANK-CASH
             TO WS-ED-SIGNED
           DISPLAY 'BANK STATEMENT CASH      : ' WS-ED-SIGNED

           MOVE WS-DAY-DIFF
             TO WS-ED-SIGNED
           DISPLAY 'DIFFERENCE TODAY         : ' WS-ED-SIGNED

           MOVE WS-CARRIED-BF
             TO WS-ED-SIGNED
           DISPLAY 'DIFFERENCE BROUGHT FWD   : ' WS-ED-SIGNED

           MOVE WS-CARRIED-CF
             TO WS-ED-SIGNED
           DISPLAY 'DIFFERENCE CARRIED FWD   : ' WS-ED-SIGNED

           MOVE WS-CHEQUE-TOTAL
             TO WS-ED-SIGNED
           DISPLAY 'CHEQUES NOT YET PRESENTED: ' WS-ED-SIGNED

      *-- Every day still carrying an unexplained difference
           DISPLAY 'UNEXPLAINED DIFFERENCES OUTSTANDING'

           MOVE ZEROES
             TO WS-OPEN-COUNT

           MOVE 'N'
             TO WS-SCAN-DONE

           MOVE ZEROES
             TO CR-CASH-DATE

           START CASHREC-FILE KEY IS NOT LESS THAN CR-CASH-DATE
              INVALID KEY
                 MOVE 'Y'
                   TO WS-SCAN-DONE
           END-START

           PERFORM E1500-LIST-ONE-DAY
              THRU E1500-EXIT
            UNTIL WS-SCAN-DONE = 'Y'

           IF WS-OPEN-COUNT = ZEROES
              DISPLAY '  NONE'
           END-IF
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       E1500-LIST-ONE-DAY.
      *--------------------------------------------------------------*
           READ CASHREC-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-SCAN-DONE
                 GO TO E1500-EXIT
           END-READ

           IF CR-CASH-DATE > WS-CASH-DATE
              MOVE 'Y'
                TO WS-SCAN-DONE
              GO TO E1500-EXIT
           END-IF

           IF CR-STATUS NOT = 'O'
              GO TO E1500-EXIT
           END-IF

           ADD 1
             TO WS-OPEN-COUNT

           MOVE CR-DAY-DIFF
             TO WS-ED-SIGNED

           DISPLAY '  ' CR-CASH-DATE ' ' WS-ED-SIGNED
           .
       E1500-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Control totals
           DISPLAY '---- CASH RECONCILIATION TOTALS ----'
           DISPLAY 'PAYMENTS BATCHES   : ' WS-BATCH-COUNT
                   ' ITEMS ' WS-PAY-ITEM-COUNT
           DISPLAY 'DD RETURNS         : ' WS-RETURN-COUNT
                   ' UNMATCHED ' WS-UNMATCHED-RTN-COUNT
           DISPLAY 'BANK REFUNDS       : ' WS-BANK-REFUND-COUNT
           DISPLAY 'CHEQUE REFUNDS     : ' WS-CHEQUE-COUNT
           DISPLAY 'DAYS NOW CLEARED   : ' WS-CLEARED-COUNT
           DISPLAY 'DAYS STILL OPEN    : ' WS-OPEN-COUNT
           IF WS-BATCH-COUNT = ZEROES
              DISPLAY 'WARNING - no payments batch accepted for the day'
           END-IF
           IF WS-LATER-COUNT > ZEROES
              DISPLAY 'WARNING - later days already reconciled - '
                      'rerun them in date order'
           END-IF

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-CASHLOG-OPEN = 'Y'
              CLOSE CASHLOG-FILE
           END-IF

           IF WS-PAYHIST-OPEN = 'Y'
              CLOSE PAYHIST-FILE
           END-IF

           CLOSE CASHREC-FILE
           IF WS-CASHREC-STA NOT = '00'
              STRING 'Error in Closing cash reconciliation file - '
                  WS-CASHREC-STA
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
