       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRGLJNL.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Daily general-ledger journal - builds the GL extract from one  *
      * day's money movements so finance no longer re-keys the         *
      * billing, posting, tax and network reports into the ledger.     *
      * Statements stored that day split into energy revenue, VAT,     *
      * network pass-through, the per-unit levy and feed-in export     *
      * credit; receipts and refunds posted to the payment history go  *
      * by payment method, and direct debits the bank returned take    *
      * the receipt back out by the same method; applied adjustments   *
      * by reason code, with their VAT; deposits taken and refunded;   *
      * bad debt written off and recovered. Each source is summed,     *
      * then posted to the debit and credit ledger accounts the GLMAP  *
      * table names for it. A day that does not balance - a source     *
      * with no mapping, or debits not equal to credits - is not sent: *
      * the journal file is left empty and the proposed lines go to    *
      * the exception file instead. The run date comes from the        *
      * optional GLJCTL card (today when the card is absent or zero)   *
      * so a missed night can be rerun.                                *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Optional run date control card
           SELECT GLJ-CARD
           ASSIGN TO 'GLJCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- GL mapping table - the ledger accounts for each source
           SELECT GLMAP-FILE
           ASSIGN TO 'GLMAP'
           ORGANIZATION IS INDEXED
           RECORD KEY IS GM-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-GLMAP-STA.

      *-- Stored statements
           SELECT BILLHIST-FILE
           ASSIGN TO 'BILLHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BILLHIST-STA.

      *-- Posted payments and refunds
           SELECT PAYHIST-FILE
           ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PH-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYHIST-STA.

      *-- Manual and system adjustments
           SELECT ADJUST-FILE
           ASSIGN TO 'ADJUST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ADJ-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ADJUST-STA.

      *-- Security deposits
           SELECT DEPOSIT-FILE
           ASSIGN TO 'DEPOSIT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DP-ACCOUNT-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DEPOSIT-STA.

      *-- Bad-debt write-off ledger
           SELECT WRTOFF-FILE
           ASSIGN TO 'WRTOFF'
           ORGANIZATION IS INDEXED
           RECORD KEY IS WO-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WRTOFF-STA.

      *-- Daily cash log - the direct debit returns reversed that day
           SELECT CASHLOG-FILE
           ASSIGN TO 'CASHLOG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CL-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CASHLOG-STA.

      *-- The day's journal for the ledger, rebuilt each run
           SELECT GLJRNL-OUT
           ASSIGN TO 'GLJRNL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLJRNL-STA.

      *-- Journal held back because it did not balance, rebuilt each
      *-- run
           SELECT GLEXCP-OUT
           ASSIGN TO 'GLEXCP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLEXCP-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  GLJ-CARD
           LABEL RECORDS ARE STANDARD.
       01  GLJ-REC.
      *-- Activity date to journal - ZEROES means today
           05 CARD-RUN-DATE      PIC 9(08).
      *
       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLMAP0.
      *
       FD  BILLHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHST0.
      *
       FD  PAYHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHST0.
      *
       FD  ADJUST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJUST0.
      *
       FD  DEPOSIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPOSIT0.
      *
       FD  WRTOFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WRTOFF0.
      *
       FD  CASHLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHLOG0.
      *
       FD  GLJRNL-OUT
           LABEL RECORDS ARE STANDARD.
       01  GLJRNL-REC                 PIC X(120).
      *
       FD  GLEXCP-OUT
           LABEL RECORDS ARE STANDARD.
       01  GLEXCP-REC                 PIC X(120).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-GLMAP-STA               PIC 9(02) VALUE ZEROES.
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-PAYHIST-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ADJUST-STA              PIC 9(02) VALUE ZEROES.
           05 WS-DEPOSIT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-WRTOFF-STA              PIC 9(02) VALUE ZEROES.
           05 WS-CASHLOG-STA             PIC 9(02) VALUE ZEROES.
           05 WS-GLJRNL-STA              PIC 9(02) VALUE ZEROES.
           05 WS-GLEXCP-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-GLMAP-OPEN              PIC X(01) VALUE 'N'.
           05 WS-PAYHIST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-ADJUST-OPEN             PIC X(01) VALUE 'N'.
           05 WS-DEPOSIT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-WRTOFF-OPEN             PIC X(01) VALUE 'N'.
           05 WS-CASHLOG-OPEN            PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-RUN-DATE-8              PIC 9(08) VALUE ZEROES.
           05 WS-PH-POSTED-8             PIC 9(08) VALUE ZEROES.
      *-- One movement on its way into the summary table
           05 WS-ADD-TYPE                PIC X(04) VALUE SPACES.
           05 WS-ADD-CODE                PIC X(10) VALUE SPACES.
           05 WS-ADD-AMOUNT              PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-ENTRY-FOUND             PIC X(01) VALUE 'N'.
           05 GL-IDX                     PIC 9(03) VALUE ZEROES.
           05 WS-TABLE-FULL              PIC X(01) VALUE 'N'.
      *-- Balance check and output state
           05 WS-JOURNAL-OK              PIC X(01) VALUE 'Y'.
           05 WS-POST-AMOUNT             PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-POST-DEBIT              PIC X(10) VALUE SPACES.
           05 WS-POST-CREDIT             PIC X(10) VALUE SPACES.
           05 WS-OUT-LINE                PIC X(120) VALUE SPACES.
           05 WS-ED-AMOUNT               PIC 9(11).9(4).
           05 WS-ED-DEBITS               PIC 9(11).9(4).
           05 WS-ED-CREDITS              PIC 9(11).9(4).
      *-- Control totals
           05 WS-BILL-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-PAY-COUNT               PIC 9(07) VALUE ZEROES.
           05 WS-ADJ-COUNT               PIC 9(07) VALUE ZEROES.
           05 WS-DEP-COUNT               PIC 9(07) VALUE ZEROES.
           05 WS-WO-COUNT                PIC 9(07) VALUE ZEROES.
           05 WS-DDRT-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-UNMAPPED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-LINE-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-DEBIT-TOTAL             PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-CREDIT-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.

      *-- The day's movements summed by source type and code, with
      *-- the ledger accounts found for each. 200 distinct sources a
      *-- day is far more than the mapping table holds.
       01  WS-GL-TABLE.
           05 WS-GL-COUNT                PIC 9(03) VALUE ZEROES.
           05 WS-GL-ENTRY OCCURS 200 TIMES.
              10 WS-GL-TYPE              PIC X(04).
              10 WS-GL-CODE              PIC X(10).
              10 WS-GL-AMOUNT            PIC S9(11)V9(4).
              10 WS-GL-ITEMS             PIC 9(07).
              10 WS-GL-MAPPED            PIC X(01).
              10 WS-GL-DEBIT             PIC X(10).
              10 WS-GL-CREDIT            PIC X(10).
              10 WS-GL-DESC              PIC X(30).

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-SUM-STATEMENTS
              THRU B0000-EXIT

           PERFORM B2000-SUM-PAYMENTS
              THRU B2000-EXIT

           PERFORM B4000-SUM-ADJUSTMENTS
              THRU B4000-EXIT

           PERFORM B6000-SUM-DEPOSITS
              THRU B6000-EXIT

           PERFORM B8000-SUM-WRITE-OFFS
              THRU B8000-EXIT

           PERFORM B9500-SUM-DD-RETURNS
              THRU B9500-EXIT

           PERFORM C0000-MAP-AND-BALANCE
              THRU C0000-EXIT

           PERFORM D0000-WRITE-JOURNAL
              THRU D0000-EXIT

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
             TO WS-RUN-DATE-8

      *-- Open Files
      *-- No card is the normal nightly run - journal today
           OPEN INPUT GLJ-CARD
           IF WS-CARD-STA = '00'
              READ GLJ-CARD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CARD-RUN-DATE NOT NUMERIC
                       MOVE 'GL journal card run date is bad'
                         TO WS-ERROR-TEXT
                       DISPLAY WS-ERROR-TEXT
                       GO TO PROGRAM-DONE
                    END-IF
                    IF CARD-RUN-DATE NOT = ZEROES
                       MOVE CARD-RUN-DATE
                         TO WS-RUN-DATE-8
                    END-IF
              END-READ
              CLOSE GLJ-CARD
           ELSE
              IF WS-CARD-STA NOT = '35'
                 STRING 'Error in opening GL journal card - '
                     WS-CARD-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- No mapping table means nothing can be mapped; the run still
      *-- goes through so the exception file shows what needs adding
           MOVE 'N'
             TO WS-GLMAP-OPEN

           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STA = '00'
              MOVE 'Y'
                TO WS-GLMAP-OPEN
           ELSE
              IF WS-GLMAP-STA NOT = '35'
                 STRING 'Error in opening GL mapping file - '
                     WS-GLMAP-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           OPEN INPUT BILLHIST-FILE
           IF WS-BILLHIST-STA NOT = '00'
              STRING 'Error in opening billing history file - '
                  WS-BILLHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- Payments, adjustments and deposits may not exist yet on a
      *-- new system - no file just means nothing of that kind today
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

           MOVE 'N'
             TO WS-ADJUST-OPEN

           OPEN INPUT ADJUST-FILE
           IF WS-ADJUST-STA = '00'
              MOVE 'Y'
                TO WS-ADJUST-OPEN
           ELSE
              IF WS-ADJUST-STA NOT = '35'
                 STRING 'Error in opening adjustments file - '
                     WS-ADJUST-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           MOVE 'N'
             TO WS-DEPOSIT-OPEN

           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-STA = '00'
              MOVE 'Y'
                TO WS-DEPOSIT-OPEN
           ELSE
              IF WS-DEPOSIT-STA NOT = '35'
                 STRING 'Error in opening deposit file - '
                     WS-DEPOSIT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           MOVE 'N'
             TO WS-WRTOFF-OPEN

           OPEN INPUT WRTOFF-FILE
           IF WS-WRTOFF-STA = '00'
              MOVE 'Y'
                TO WS-WRTOFF-OPEN
           ELSE
              IF WS-WRTOFF-STA NOT = '35'
                 STRING 'Error in opening write-off file - '
                     WS-WRTOFF-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

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

           OPEN OUTPUT GLJRNL-OUT
           IF WS-GLJRNL-STA NOT = '00'
              STRING 'Error in opening GL journal file - '
                  WS-GLJRNL-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN OUTPUT GLEXCP-OUT
           IF WS-GLEXCP-STA NOT = '00'
              STRING 'Error in opening GL exception file - '
                  WS-GLEXCP-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-SUM-STATEMENTS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1000-READ-ONE-STATEMENT
              THRU B1000-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1000-READ-ONE-STATEMENT.
      *--------------------------------------------------------------*
      *-- The energy revenue is the statement's net charge with the
      *-- network pass-through and the levy taken back out; VAT, the
      *-- network portion and the levy go to their own accounts, and
      *-- a feed-in excess is a credit owed to the customer.
           READ BILLHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B1000-EXIT
           END-READ

           IF BH-BILL-DATE NOT = WS-RUN-DATE-8
              GO TO B1000-EXIT
           END-IF

           ADD 1
             TO WS-BILL-COUNT

           MOVE 'BILL'
             TO WS-ADD-TYPE

           MOVE 'ENERGY'
             TO WS-ADD-CODE

           COMPUTE WS-ADD-AMOUNT =
              BH-TOTAL-COST - BH-NETWORK-COST - BH-LEVY-AMOUNT

           PERFORM X1000-ADD-TO-TABLE
              THRU X1000-EXIT

           MOVE 'VAT'
             TO WS-ADD-CODE

           MOVE BH-TAX-AMOUNT
             TO WS-ADD-AMOUNT

           PERFORM X1000-ADD-TO-TABLE
              THRU X1000-EXIT

           MOVE 'NETWORK'
             TO WS-ADD-CODE

           MOVE BH-NETWORK-COST
             TO WS-ADD-AMOUNT

           PERFORM X1000-ADD-TO-TABLE
              THRU X1000-EXIT

           MOVE 'LEVY'
             TO WS-ADD-CODE

           MOVE BH-LEVY-AMOUNT
             TO WS-ADD-AMOUNT

           PERFORM X1000-ADD-TO-TABLE
              THRU X1000-EXIT

           MOVE 'EXPORT'
             TO WS-ADD-CODE

           MOVE BH-EXPORT-EXCESS
             TO WS-ADD-AMOUNT

           PERFORM X1000-ADD-TO-TABLE
              THRU X1000-EXIT
           .
       B1000-EXIT.
      *--------------------------------------------------------------*
       B2000-SUM-PAYMENTS.
      *--------------------------------------------------------------*
           IF WS-PAYHIST-OPEN NOT = 'Y'
              GO TO B2000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B3000-READ-ONE-PAYMENT
              THRU B3000-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B2000-EXIT.
      *--------------------------------------------------------------*
       B3000-READ-ONE-PAYMENT.
      *--------------------------------------------------------------*
      *-- Receipts and refunds both map by their method - a refund
      *-- carries its own REFUND method, mapped the other way round.
      *-- An entry reaches the ledger the day it was posted, not on
      *-- the bank's value date or the open period it was moved into;
      *-- rows from before the posting date was kept go by pay date.
           READ PAYHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B3000-EXIT
           END-READ

           IF PH-POSTED-DATE NUMERIC
              AND PH-POSTED-DATE NOT = ZEROES
              MOVE PH-POSTED-DATE
                TO WS-PH-POSTED-8
           ELSE
              MOVE PH-PAY-DATE
                TO WS-PH-POSTED-8
           END-IF

           IF WS-PH-POSTED-8 NOT = WS-RUN-DATE-8
              GO TO B3000-EXIT
           END-IF

           ADD 1
             TO WS-PAY-COUNT

           MOVE 'PAYM'
             TO WS-ADD-TYPE

           MOVE PH-METHOD
             TO WS-ADD-CODE

           MOVE PH-AMOUNT
             TO WS-ADD-AMOUNT

           PERFORM X1000-ADD-TO-TABLE
              THRU X1000-EXIT
           .
       B3000-EXIT.
      *--------------------------------------------------------------*
       B4000-SUM-ADJUSTMENTS.
      *--------------------------------------------------------------*
           IF WS-ADJUST-OPEN NOT = 'Y'
              GO TO B4000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B5000-READ-ONE-ADJUSTMENT
              THRU B5000-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B4000-EXIT.
      *--------------------------------------------------------------*
       B5000-READ-ONE-ADJUSTMENT.
      *--------------------------------------------------------------*
      *-- An adjustment reaches the ledger the day a statement applies
      *-- it to the balance, not the day it was keyed. The amount is
      *-- signed, so a credit nets off the reason's debits.
           READ ADJUST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B5000-EXIT
           END-READ

           IF ADJ-APPLIED NOT = 'Y'
              OR ADJ-APPLIED-DATE NOT = WS-RUN-DATE-8
              GO TO B5000-EXIT
           END-IF

           ADD 1
             TO WS-ADJ-COUNT

           MOVE 'ADJ '
             TO WS-ADD-TYPE

           MOVE ADJ-REASON-CD
             TO WS-ADD-CODE

           MOVE ADJ-AMOUNT
             TO WS-ADD-AMOUNT

           PERFORM X1000-ADD-TO-TABLE
              THRU X1000-EXIT

           MOVE 'VAT'
             TO WS-ADD-CODE

           MOVE ADJ-TAX-AMOUNT
             TO WS-ADD-AMOUNT

           PERFORM X1000-ADD-TO-TABLE
              THRU X1000-EXIT
           .
       B5000-EXIT.
      *--------------------------------------------------------------*
       B6000-SUM-DEPOSITS.
      *--------------------------------------------------------------*
           IF WS-DEPOSIT-OPEN NOT = 'Y'
              GO TO B6000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B7000-READ-ONE-DEPOSIT
              THRU B7000-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B6000-EXIT.
      *--------------------------------------------------------------*
       B7000-READ-ONE-DEPOSIT.
      *--------------------------------------------------------------*
      *-- A deposit taken today is the amount lodged; one refunded or
      *-- offset today is what went back - the deposit plus interest.
           READ DEPOSIT-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B7000-EXIT
           END-READ

           MOVE 'DEPO'
             TO WS-ADD-TYPE

           IF DP-DATE-TAKEN = WS-RUN-DATE-8
              ADD 1
                TO WS-DEP-COUNT

              MOVE 'TAKEN'
                TO WS-ADD-CODE

              MOVE DP-AMOUNT-HELD
                TO WS-ADD-AMOUNT

              PERFORM X1000-ADD-TO-TABLE
                 THRU X1000-EXIT
           END-IF

           IF DP-STATUS = 'R'
              AND DP-REFUND-DATE = WS-RUN-DATE-8
              ADD 1
                TO WS-DEP-COUNT

              MOVE 'REFUND'
                TO WS-ADD-CODE

              COMPUTE WS-ADD-AMOUNT =
                 DP-AMOUNT-HELD + DP-INTEREST-ACCRUED

              PERFORM X1000-ADD-TO-TABLE
                 THRU X1000-EXIT
           END-IF
           .
       B7000-EXIT.
      *--------------------------------------------------------------*
       B8000-SUM-WRITE-OFFS.
      *--------------------------------------------------------------*
           IF WS-WRTOFF-OPEN NOT = 'Y'
              GO TO B8000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B9000-READ-ONE-WRITE-OFF
              THRU B9000-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B8000-EXIT.
      *--------------------------------------------------------------*
       B9000-READ-ONE-WRITE-OFF.
      *--------------------------------------------------------------*
      *-- Debt written off today, and written-off debt recovered
      *-- today, at the gross amount - the VAT relief goes through
      *-- the quarterly return.
           READ WRTOFF-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B9000-EXIT
           END-READ

           IF WO-ENTRY-DATE NOT = WS-RUN-DATE-8
              GO TO B9000-EXIT
           END-IF

           ADD 1
             TO WS-WO-COUNT

           MOVE 'WOFF'
             TO WS-ADD-TYPE

           IF WO-ENTRY-TYPE = 'W'
              MOVE 'WRITEOFF'
                TO WS-ADD-CODE
           ELSE
              MOVE 'RECOVERY'
                TO WS-ADD-CODE
           END-IF

           MOVE WO-AMOUNT
             TO WS-ADD-AMOUNT

           PERFORM X1000-ADD-TO-TABLE
              THRU X1000-EXIT
           .
       B9000-EXIT.
      *--------------------------------------------------------------*
       B9500-SUM-DD-RETURNS.
      *--------------------------------------------------------------*
      *-- The cash log is keyed by date and source, so the day's
      *-- returns sit together from the first DDRT entry on
           IF WS-CASHLOG-OPEN NOT = 'Y'
              GO TO B9500-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           MOVE WS-RUN-DATE-8
             TO CL-CASH-DATE

           MOVE 'DDRT'
             TO CL-SOURCE

           MOVE ZEROES
             TO CL-SEQ

           START CASHLOG-FILE KEY IS NOT LESS THAN CL-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-FILE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM B9700-READ-ONE-RETURN
              THRU B9700-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B9500-EXIT.
      *--------------------------------------------------------------*
       B9700-READ-ONE-RETURN.
      *--------------------------------------------------------------*
      *-- A returned direct debit whose payment was found and backed
      *-- out takes that receipt back off the ledger under its own
      *-- method. An unmatched return reversed nothing on the billing
      *-- side and stays with the cash reconciliation; nor does one
      *-- whose payment posted the same day, since that receipt came
      *-- off the payment history before it was ever journaled.
           READ CASHLOG-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B9700-EXIT
           END-READ

           IF CL-CASH-DATE NOT = WS-RUN-DATE-8
              OR CL-SOURCE NOT = 'DDRT'
              MOVE 'Y'
                TO WS-END-OF-FILE
              GO TO B9700-EXIT
           END-IF

           IF CL-MATCHED NOT = 'Y'
              OR CL-POSTED-DATE = CL-CASH-DATE
              GO TO B9700-EXIT
           END-IF

           ADD 1
             TO WS-DDRT-COUNT

           MOVE 'DDRT'
             TO WS-ADD-TYPE

           MOVE CL-METHOD
             TO WS-ADD-CODE

           MOVE CL-AMOUNT
             TO WS-ADD-AMOUNT

           PERFORM X1000-ADD-TO-TABLE
              THRU X1000-EXIT
           .
       B9700-EXIT.
      *--------------------------------------------------------------*
       C0000-MAP-AND-BALANCE.
      *--------------------------------------------------------------*
      *-- Every source with money on it needs both ledger accounts;
      *-- each mapped source posts the same amount to each side, so
      *-- the day balances exactly when every source is mapped.
           MOVE 'Y'
             TO WS-JOURNAL-OK

           IF WS-TABLE-FULL = 'Y'
              MOVE 'N'
                TO WS-JOURNAL-OK
              DISPLAY 'MORE THAN 200 GL SOURCES IN ONE DAY - '
                      'JOURNAL HELD BACK'
           END-IF

           PERFORM C1000-MAP-ONE-SOURCE
              THRU C1000-EXIT
           VARYING GL-IDX FROM 1 BY 1
             UNTIL GL-IDX > WS-GL-COUNT

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              MOVE 'N'
                TO WS-JOURNAL-OK
           END-IF
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-MAP-ONE-SOURCE.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-GL-MAPPED (GL-IDX)

           MOVE SPACES
             TO WS-GL-DEBIT (GL-IDX)
                WS-GL-CREDIT (GL-IDX)
                WS-GL-DESC (GL-IDX)

           IF WS-GL-AMOUNT (GL-IDX) = ZEROES
              MOVE 'Y'
                TO WS-GL-MAPPED (GL-IDX)
              GO TO C1000-EXIT
           END-IF

           IF WS-GLMAP-OPEN = 'Y'
              MOVE WS-GL-TYPE (GL-IDX)
                TO GM-SOURCE-TYPE

              MOVE WS-GL-CODE (GL-IDX)
                TO GM-SOURCE-CODE

              READ GLMAP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF GM-DEBIT-ACCT NOT = SPACES
                       AND GM-CREDIT-ACCT NOT = SPACES
                       MOVE 'Y'
                         TO WS-GL-MAPPED (GL-IDX)
                       MOVE GM-DEBIT-ACCT
                         TO WS-GL-DEBIT (GL-IDX)
                       MOVE GM-CREDIT-ACCT
                         TO WS-GL-CREDIT (GL-IDX)
                       MOVE GM-DESCRIPTION
                         TO WS-GL-DESC (GL-IDX)
                    END-IF
              END-READ
           END-IF

      *-- An unmapped source has only one side to post to - it puts
      *-- the day out of balance
           IF WS-GL-MAPPED (GL-IDX) = 'Y'
              IF WS-GL-AMOUNT (GL-IDX) < ZEROES
                 COMPUTE WS-POST-AMOUNT =
                    ZEROES - WS-GL-AMOUNT (GL-IDX)
              ELSE
                 MOVE WS-GL-AMOUNT (GL-IDX)
                   TO WS-POST-AMOUNT
              END-IF

              ADD WS-POST-AMOUNT
                TO WS-DEBIT-TOTAL
                   WS-CREDIT-TOTAL
           ELSE
              ADD 1
                TO WS-UNMAPPED-COUNT
              MOVE 'N'
                TO WS-JOURNAL-OK
              DISPLAY 'NO GL MAPPING FOR ' WS-GL-TYPE (GL-IDX)
                      ' ' WS-GL-CODE (GL-IDX)
           END-IF
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       D0000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Header, a debit and a credit line per source, then the
      *-- trailer with the line count and both totals. A balanced day
      *-- goes to the ledger file; anything else to the exception
      *-- file, leaving the ledger file empty so nothing is sent.
           MOVE SPACES
             TO WS-OUT-LINE

           STRING 'H'                     DELIMITED BY SIZE
                  WS-RUN-DATE-8           DELIMITED BY SIZE
                  ' BILLING GL JOURNAL'   DELIMITED BY SIZE
              INTO WS-OUT-LINE
           END-STRING

           PERFORM X2000-PUT-LINE
              THRU X2000-EXIT

           PERFORM D1000-WRITE-ONE-SOURCE
              THRU D1000-EXIT
           VARYING GL-IDX FROM 1 BY 1
             UNTIL GL-IDX > WS-GL-COUNT

           MOVE WS-DEBIT-TOTAL
             TO WS-ED-DEBITS

           MOVE WS-CREDIT-TOTAL
             TO WS-ED-CREDITS

           MOVE SPACES
             TO WS-OUT-LINE

           STRING 'T'                     DELIMITED BY SIZE
                  WS-LINE-COUNT           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-DEBITS            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-CREDITS           DELIMITED BY SIZE
              INTO WS-OUT-LINE
           END-STRING

           PERFORM X2000-PUT-LINE
              THRU X2000-EXIT
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1000-WRITE-ONE-SOURCE.
      *--------------------------------------------------------------*
           IF WS-GL-AMOUNT (GL-IDX) = ZEROES
              GO TO D1000-EXIT
           END-IF

      *-- A net negative source (more credit adjustments than debit,
      *-- say) posts the mapping's accounts the other way round
           IF WS-GL-AMOUNT (GL-IDX) < ZEROES
              COMPUTE WS-POST-AMOUNT =
                 ZEROES - WS-GL-AMOUNT (GL-IDX)
              MOVE WS-GL-CREDIT (GL-IDX)
                TO WS-POST-DEBIT
              MOVE WS-GL-DEBIT (GL-IDX)
                TO WS-POST-CREDIT
           ELSE
              MOVE WS-GL-AMOUNT (GL-IDX)
                TO WS-POST-AMOUNT
              MOVE WS-GL-DEBIT (GL-IDX)
                TO WS-POST-DEBIT
              MOVE WS-GL-CREDIT (GL-IDX)
                TO WS-POST-CREDIT
           END-IF

           IF WS-GL-MAPPED (GL-IDX) NOT = 'Y'
              MOVE 'UNMAPPED'
                TO WS-POST-DEBIT
                   WS-POST-CREDIT
           END-IF

           MOVE WS-POST-AMOUNT
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO WS-OUT-LINE

           STRING 'D'                     DELIMITED BY SIZE
                  WS-RUN-DATE-8           DELIMITED BY SIZE
                  'DR'                    DELIMITED BY SIZE
                  WS-POST-DEBIT           DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  WS-GL-TYPE (GL-IDX)     DELIMITED BY SIZE
                  WS-GL-CODE (GL-IDX)     DELIMITED BY SIZE
                  WS-GL-ITEMS (GL-IDX)    DELIMITED BY SIZE
                  WS-GL-DESC (GL-IDX)     DELIMITED BY SIZE
              INTO WS-OUT-LINE
           END-STRING

           PERFORM X2000-PUT-LINE
              THRU X2000-EXIT

           MOVE SPACES
             TO WS-OUT-LINE

           STRING 'D'                     DELIMITED BY SIZE
                  WS-RUN-DATE-8           DELIMITED BY SIZE
                  'CR'                    DELIMITED BY SIZE
                  WS-POST-CREDIT          DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  WS-GL-TYPE (GL-IDX)     DELIMITED BY SIZE
                  WS-GL-CODE (GL-IDX)     DELIMITED BY SIZE
                  WS-GL-ITEMS (GL-IDX)    DELIMITED BY SIZE
                  WS-GL-DESC (GL-IDX)     DELIMITED BY SIZE
              INTO WS-OUT-LINE
           END-STRING

           PERFORM X2000-PUT-LINE
              THRU X2000-EXIT
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       X1000-ADD-TO-TABLE.
      *--------------------------------------------------------------*
      *-- Add one movement to its source's running total, starting a
      *-- new entry the first time the source is seen
           IF WS-ADD-AMOUNT = ZEROES
              GO TO X1000-EXIT
           END-IF

           MOVE 'N'
             TO WS-ENTRY-FOUND

           PERFORM X1500-MATCH-ENTRY
              THRU X1500-EXIT
           VARYING GL-IDX FROM 1 BY 1
             UNTIL GL-IDX > WS-GL-COUNT
                OR WS-ENTRY-FOUND = 'Y'

           IF WS-ENTRY-FOUND = 'Y'
              SUBTRACT 1
                  FROM GL-IDX
           ELSE
              IF WS-GL-COUNT NOT < 200
                 MOVE 'Y'
                   TO WS-TABLE-FULL
                 GO TO X1000-EXIT
              END-IF

              ADD 1
                TO WS-GL-COUNT

              MOVE WS-GL-COUNT
                TO GL-IDX

              MOVE WS-ADD-TYPE
                TO WS-GL-TYPE (GL-IDX)

              MOVE WS-ADD-CODE
                TO WS-GL-CODE (GL-IDX)

              MOVE ZEROES
                TO WS-GL-AMOUNT (GL-IDX)
                   WS-GL-ITEMS (GL-IDX)
           END-IF

           ADD WS-ADD-AMOUNT
             TO WS-GL-AMOUNT (GL-IDX)

           ADD 1
             TO WS-GL-ITEMS (GL-IDX)
           .
       X1000-EXIT.
      *--------------------------------------------------------------*
       X1500-MATCH-ENTRY.
      *--------------------------------------------------------------*
           IF WS-GL-TYPE (GL-IDX) = WS-ADD-TYPE
              AND WS-GL-CODE (GL-IDX) = WS-ADD-CODE
              MOVE 'Y'
                TO WS-ENTRY-FOUND
           END-IF
           .
       X1500-EXIT.
      *--------------------------------------------------------------*
       X2000-PUT-LINE.
      *--------------------------------------------------------------*
           IF WS-JOURNAL-OK = 'Y'
              MOVE WS-OUT-LINE
                TO GLJRNL-REC
              WRITE GLJRNL-REC
           ELSE
              MOVE WS-OUT-LINE
                TO GLEXCP-REC
              WRITE GLEXCP-REC
           END-IF

           IF WS-OUT-LINE (1:1) = 'D'
              ADD 1
                TO WS-LINE-COUNT
           END-IF
           .
       X2000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Displaying control totals
           MOVE WS-DEBIT-TOTAL
             TO WS-ED-DEBITS

           MOVE WS-CREDIT-TOTAL
             TO WS-ED-CREDITS

           DISPLAY '---- GL JOURNAL CONTROL TOTALS ' WS-RUN-DATE-8
                   ' ----'
           DISPLAY 'STATEMENTS         : ' WS-BILL-COUNT
           DISPLAY 'PAYMENTS/REFUNDS   : ' WS-PAY-COUNT
           DISPLAY 'ADJUSTMENTS        : ' WS-ADJ-COUNT
           DISPLAY 'DEPOSIT MOVEMENTS  : ' WS-DEP-COUNT
           DISPLAY 'WRITE-OFF ENTRIES  : ' WS-WO-COUNT
           DISPLAY 'DD RETURNS         : ' WS-DDRT-COUNT
           DISPLAY 'GL SOURCES         : ' WS-GL-COUNT
           DISPLAY 'UNMAPPED SOURCES   : ' WS-UNMAPPED-COUNT
           DISPLAY 'JOURNAL LINES      : ' WS-LINE-COUNT
           DISPLAY 'TOTAL DEBITS       : ' WS-ED-DEBITS
           DISPLAY 'TOTAL CREDITS      : ' WS-ED-CREDITS
           IF WS-JOURNAL-OK = 'Y'
              DISPLAY 'JOURNAL BALANCED - WRITTEN TO GLJRNL'
           ELSE
              DISPLAY 'EXCEPTION - JOURNAL OUT OF BALANCE, NOT SENT -'
                      ' SEE GLEXCP'
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
           IF WS-GLMAP-OPEN = 'Y'
              CLOSE GLMAP-FILE
           END-IF

           CLOSE BILLHIST-FILE

           IF WS-PAYHIST-OPEN = 'Y'
              CLOSE PAYHIST-FILE
           END-IF

           IF WS-ADJUST-OPEN = 'Y'
              CLOSE ADJUST-FILE
           END-IF

           IF WS-DEPOSIT-OPEN = 'Y'
              CLOSE DEPOSIT-FILE
           END-IF

           IF WS-WRTOFF-OPEN = 'Y'
              CLOSE WRTOFF-FILE
           END-IF

           IF WS-CASHLOG-OPEN = 'Y'
              CLOSE CASHLOG-FILE
           END-IF

           CLOSE GLJRNL-OUT
           IF WS-GLJRNL-STA NOT = '00'
              STRING 'Error in Closing GL journal file - '
                  WS-GLJRNL-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE GLEXCP-OUT
           IF WS-GLEXCP-STA NOT = '00'
              STRING 'Error in Closing GL exception file - '
                  WS-GLEXCP-STA
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
