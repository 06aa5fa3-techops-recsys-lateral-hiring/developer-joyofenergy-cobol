       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRREFND.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Credit balance refund run - walks the running balances and     *
      * pays back accounts sitting in the customer's favour: deposit   *
      * offsets, settled budget deferrals, overpayments and upheld     *
      * disputes all leave AB-BALANCE negative, and nothing else ever  *
      * hands the money back. A closed account (every meter carrying   *
      * a 'C' status, the MTRRETEN test) is refunded whenever its      *
      * credit passes the minimum on the REFNDCTL card; a live account *
      * only when the credit also exceeds the card's number of months  *
      * of its typical billing, so a customer simply paying ahead is   *
      * left alone. Refunds go to the bank file against the mandate    *
      * bank token where an active mandate exists and to the cheque    *
      * list otherwise; each one posts to the payment history as a     *
      * refund entry and clears the balance to zero. A credit on an    *
      * account with debt written off recovers that debt first, the    *
      * way a payment does, and only what is left over is refunded.    *
      * The register at the end of the run goes to finance for         *
      * sign-off.                                                      *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Minimum credit and months-of-billing control card
           SELECT REFND-CARD
           ASSIGN TO 'REFNDCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Running account balances, walked start to finish and
      *-- cleared to zero as each refund posts
           SELECT ACCTBAL-FILE
           ASSIGN TO 'ACCTBAL'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AB-ACCOUNT-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ACCTBAL-STA.

      *-- Billing history - browsed on the account alternate key for
      *-- the account's typical billing over the last year
           SELECT BILLHIST-FILE
           ASSIGN TO 'BILLHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BILLHIST-STA.

      *-- METER Details - the account's meters, for the closed test.
      *-- The account id leads the key, so one START positions at the
      *-- account's first record.
           SELECT MTR-INFO
           ASSIGN TO 'MTRPLAN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS MP-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-MTR-INFO-STA.

      *-- Effective-dated meter statuses - proof the meters closed
           SELECT MTRSTAT-FILE
           ASSIGN TO 'MTRSTAT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS MS-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-MTRSTAT-STA.

      *-- Direct debit mandates - the bank token a refund is paid to
           SELECT MANDATE-FILE
           ASSIGN TO 'MANDATE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS MD-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-MANDATE-STA.

      *-- Customer master - payee name and address for the cheques
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

      *-- Posted payments - each refund is recorded here
           SELECT PAYHIST-FILE
           ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PH-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PAYHIST-STA.

      *-- The bank's refund payment file, rebuilt each run
           SELECT REFBANK-OUT
           ASSIGN TO 'REFBANK'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFBANK-STA.

      *-- Cheque list for accounts with no usable mandate, rebuilt
      *-- each run
           SELECT REFCHEQ-OUT
           ASSIGN TO 'REFCHEQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFCHEQ-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  REFND-CARD
           LABEL RECORDS ARE STANDARD.
       01  REFND-REC.
      *-- Smallest credit worth refunding
           05 CARD-MIN-CREDIT    PIC 9(5)V9(4).
           05 FILLER             PIC X(01).
      *-- Months of typical billing a live account must exceed
           05 CARD-MONTHS        PIC 9(02).
      *
       FD  ACCTBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTBAL0.
      *
       FD  BILLHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHST0.
      *
       FD  MTR-INFO
           LABEL RECORDS ARE STANDARD.
       01  MTR-REC.
           05 MP-KEY.
              10 ACCOUNT-ID         PIC X(12).
              10 UINFO-MTR-ID       PIC X(12).
              10 PLAN-START-DATE.
                 15  YEAR         PIC 9(4).
                 15  MONTH        PIC 9(2).
                 15  DD           PIC 9(2).
           05 USER-NAME          PIC X(50).
           05 POWER-SUPL-NAME    PIC X(50).
           05 POWER-PLAN-NAME    PIC X(50).
           05 PLAN-END-DATE.
              10  YEAR         PIC 9(4).
              10  MONTH        PIC 9(2).
              10  DD           PIC 9(2).
      *
       FD  MTRSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRSTAT0.
      *
       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANDATE0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
       FD  PAYHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHST0.
      *
       FD  REFBANK-OUT
           LABEL RECORDS ARE STANDARD.
       01  REFBANK-REC                PIC X(80).
      *
       FD  REFCHEQ-OUT
           LABEL RECORDS ARE STANDARD.
       01  REFCHEQ-REC                PIC X(220).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-MTR-INFO-STA            PIC 9(02) VALUE ZEROES.
           05 WS-MTRSTAT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-MANDATE-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-PAYHIST-STA             PIC 9(02) VALUE ZEROES.
           05 WS-REFBANK-STA             PIC 9(02) VALUE ZEROES.
           05 WS-REFCHEQ-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-MTRSTAT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-MANDATE-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-TODAY-DAY-NBR           PIC S9(8) COMP VALUE ZEROES.
           05 WS-YEAR-AGO-8              PIC 9(08) VALUE ZEROES.
      *-- Account qualification state
           05 WS-ACCT-CLOSED             PIC X(01) VALUE 'N'.
           05 WS-MTR-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 WS-STAT-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-BILL-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-LAST-STATUS             PIC X(01) VALUE SPACES.
           05 MTR-IDX                    PIC 9(02) VALUE ZEROES.
           05 WS-MTR-SEEN                PIC X(01) VALUE 'N'.
           05 WS-CREDIT-AMOUNT           PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-YEAR-BILLED             PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-TYPICAL-MONTH           PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-LIVE-LIMIT              PIC 9(11)V9(4) VALUE ZEROES.
      *-- Refund posting state
           05 WS-PAY-CHANNEL             PIC X(01) VALUE SPACES.
           05 WS-BANK-TOKEN              PIC X(20) VALUE SPACES.
           05 WS-PAYMENT-WRITTEN         PIC X(01) VALUE 'N'.
           05 WS-SEQ-TRIES               PIC 9(05) VALUE ZEROES.
           05 WS-ACCT-TYPE-TEXT          PIC X(06) VALUE SPACES.
           05 WS-CHANNEL-TEXT            PIC X(06) VALUE SPACES.
           05 WS-ED-AMOUNT               PIC 9(7).9(4).
           05 WS-ED-TOTAL                PIC 9(11).9(4).
           05 WS-ED-CREDIT               PIC ZZZZZZ9.99.
           05 WS-ED-TYPICAL              PIC ZZZZZZ9.99.
      *-- Control totals for the finance sign-off register
           05 WS-ACCOUNT-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-IN-CREDIT-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-BELOW-MIN-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-LIVE-HELD-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-FAILED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-BANK-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-BANK-TOTAL              PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-CHEQUE-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-CHEQUE-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-CLOSED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-LIVE-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-REFUND-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-RECOVERY                PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-RECOVERY-DONE           PIC X(01) VALUE 'N'.
           05 WS-RECOVERED-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-RECOVERED-TOTAL         PIC 9(11)V9(4) VALUE ZEROES.

      *-- The account's distinct meters. An account carrying more
      *-- than 10 meters would need this raised.
       01  WS-MTR-TABLE.
           05 WS-MTR-COUNT               PIC 9(02) VALUE ZEROES.
           05 WS-MTR-ENTRY OCCURS 10 TIMES.
              10 WS-MTR-ID               PIC X(12).

           COPY WOMNT0.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-BALANCES
              THRU B0000-EXIT

           PERFORM E0000-WRITE-TRAILER
              THRU E0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           OPEN INPUT REFND-CARD
           IF WS-CARD-STA NOT = '00'
              STRING 'Error in opening refund control card - '
                  WS-CARD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           READ REFND-CARD
              AT END
                 MOVE 'Refund control card is empty'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
           END-READ

           IF CARD-MIN-CREDIT NOT NUMERIC
              OR CARD-MONTHS NOT NUMERIC
              MOVE 'Refund card minimum or months are bad'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN I-O ACCTBAL-FILE
           IF WS-ACCTBAL-STA NOT = '00'
              STRING 'Error in opening account balance file - '
                  WS-ACCTBAL-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
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

           OPEN INPUT MTR-INFO
           IF WS-MTR-INFO-STA NOT = '00'
              STRING 'Error in opening meter INFO file - '
                  WS-MTR-INFO-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- No status file yet just means no meter has ever closed -
      *-- every account is treated as live
           MOVE 'N'
             TO WS-MTRSTAT-OPEN

           OPEN INPUT MTRSTAT-FILE
           IF WS-MTRSTAT-STA = '00'
              MOVE 'Y'
                TO WS-MTRSTAT-OPEN
           ELSE
              IF WS-MTRSTAT-STA NOT = '35'
                 STRING 'Error in opening meter status file - '
                     WS-MTRSTAT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- No mandate file just means every refund goes by cheque
           MOVE 'N'
             TO WS-MANDATE-OPEN

           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STA = '00'
              MOVE 'Y'
                TO WS-MANDATE-OPEN
           ELSE
              IF WS-MANDATE-STA NOT = '35'
                 STRING 'Error in opening mandate file - '
                     WS-MANDATE-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- No customer master just means cheques carry the account id
      *-- without a payee name - finance completes them by hand
           MOVE 'N'
             TO WS-CUSTMST-OPEN

           OPEN INPUT CUSTMST-FILE
           IF WS-CUST-STA = '00'
              MOVE 'Y'
                TO WS-CUSTMST-OPEN
           ELSE
              IF WS-CUST-STA NOT = '35'
                 STRING 'Error in opening customer master file - '
                     WS-CUST-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           OPEN I-O PAYHIST-FILE
           IF WS-PAYHIST-STA = '35'
              OPEN OUTPUT PAYHIST-FILE
              CLOSE PAYHIST-FILE
              OPEN I-O PAYHIST-FILE
           END-IF

           IF WS-PAYHIST-STA NOT = '00'
              STRING 'Error in opening payment history file - '
                  WS-PAYHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN OUTPUT REFBANK-OUT
           IF WS-REFBANK-STA NOT = '00'
              STRING 'Error in opening refund bank file - '
                  WS-REFBANK-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN OUTPUT REFCHEQ-OUT
           IF WS-REFCHEQ-STA NOT = '00'
              STRING 'Error in opening refund cheque list - '
                  WS-REFCHEQ-STA
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

           COMPUTE WS-TODAY-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-8)

           COMPUTE WS-YEAR-AGO-8 =
              FUNCTION DATE-OF-INTEGER (WS-TODAY-DAY-NBR - 365)

           MOVE SPACES
             TO REFBANK-REC

           STRING 'H'                     DELIMITED BY SIZE
                  WS-TODAY-8              DELIMITED BY SIZE
              INTO REFBANK-REC
           END-STRING

           WRITE REFBANK-REC

           DISPLAY '---- CREDIT REFUND REGISTER ' WS-TODAY-8
                   ' MINIMUM ' CARD-MIN-CREDIT
                   ' LIVE PAST ' CARD-MONTHS ' MONTHS ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-BALANCES.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           MOVE LOW-VALUES
             TO AB-ACCOUNT-ID

           START ACCTBAL-FILE KEY IS NOT LESS THAN AB-ACCOUNT-ID
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-FILE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM B1500-READ-AND-REVIEW
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-REVIEW.
      *--------------------------------------------------------------*
           READ ACCTBAL-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 ADD 1
                   TO WS-ACCOUNT-COUNT

                 IF AB-BALANCE < ZEROES
                    PERFORM C0000-REVIEW-ONE-ACCOUNT
                       THRU C0000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-REVIEW-ONE-ACCOUNT.
      *--------------------------------------------------------------*
      *-- The credit is what the balance stands below zero. Below the
      *-- card minimum it is not worth the payment; a closed account
      *-- past the minimum always qualifies, a live one only past its
      *-- months of typical billing.
           ADD 1
             TO WS-IN-CREDIT-COUNT

      *-- A credit on an account with debt written off - a rebate or
      *-- compensation landing after the write-off - goes against that
      *-- debt before any of it is the customer's to have back.
           IF AB-WRITTEN-OFF > ZEROES
              PERFORM C0500-RECOVER-WRITE-OFF
                 THRU C0500-EXIT

              IF WS-RECOVERY-DONE NOT = 'Y'
                 ADD 1
                   TO WS-FAILED-COUNT
                 GO TO C0000-EXIT
              END-IF
           END-IF

           IF AB-BALANCE NOT < ZEROES
              GO TO C0000-EXIT
           END-IF

           COMPUTE WS-CREDIT-AMOUNT =
              ZEROES - AB-BALANCE

           IF WS-CREDIT-AMOUNT NOT > CARD-MIN-CREDIT
              ADD 1
                TO WS-BELOW-MIN-COUNT
              GO TO C0000-EXIT
           END-IF

           PERFORM C1000-CHECK-CLOSED
              THRU C1000-EXIT

           MOVE ZEROES
             TO WS-TYPICAL-MONTH

           IF WS-ACCT-CLOSED = 'N'
              PERFORM C3000-TYPICAL-BILLING
                 THRU C3000-EXIT

              COMPUTE WS-LIVE-LIMIT =
                 WS-TYPICAL-MONTH * CARD-MONTHS

              IF WS-CREDIT-AMOUNT NOT > WS-LIVE-LIMIT
                 ADD 1
                   TO WS-LIVE-HELD-COUNT
                 GO TO C0000-EXIT
              END-IF
           END-IF

           PERFORM D0000-CHOOSE-CHANNEL
              THRU D0000-EXIT

           PERFORM D1000-POST-REFUND
              THRU D1000-EXIT

           IF WS-PAYMENT-WRITTEN NOT = 'Y'
              ADD 1
                TO WS-FAILED-COUNT
              GO TO C0000-EXIT
           END-IF

           IF WS-PAY-CHANNEL = 'B'
              PERFORM D3000-WRITE-BANK-REFUND
                 THRU D3000-EXIT
           ELSE
              PERFORM D4000-WRITE-CHEQUE
                 THRU D4000-EXIT
           END-IF

           PERFORM D5000-REGISTER-LINE
              THRU D5000-EXIT
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C0500-RECOVER-WRITE-OFF.
      *--------------------------------------------------------------*
      *-- The recovery is the credit up to the amount still written
      *-- off. The write-off ledger records it with its share of the
      *-- VAT relief claimed, and the balance is rewritten straight
      *-- away since what is left may not go on to be refunded.
           MOVE 'N'
             TO WS-RECOVERY-DONE

           COMPUTE WS-RECOVERY =
              ZEROES - AB-BALANCE

           IF WS-RECOVERY > AB-WRITTEN-OFF
              MOVE AB-WRITTEN-OFF
                TO WS-RECOVERY
           END-IF

           MOVE 'R'
             TO C01-ACTION-CD OF WOMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF WOMNT-REQ

           MOVE AB-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF WOMNT-REQ

           MOVE WS-TODAY-8
             TO C01-ENTRY-DATE OF WOMNT-REQ

           MOVE WS-RECOVERY
             TO C01-WO-AMOUNT OF WOMNT-REQ

           MOVE 'MTRREFND'
             TO C01-OPERATOR OF WOMNT-REQ

           CALL 'MTRWOMNT'
          USING WOMNT-REQ

      *-- Without the recovery on the ledger nothing of the credit can
      *-- be paid out - the account is held back for a later run
           IF C01-RETURN-CD OF WOMNT-REQ NOT = '0'
              MOVE SPACES
                TO WS-REPORT-LINE
              STRING 'REFUND HELD - WRITE-OFF NOT RECOVERED - ACCOUNT '
                                           DELIMITED BY SIZE
                     AB-ACCOUNT-ID         DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              DISPLAY WS-REPORT-LINE
              GO TO C0500-EXIT
           END-IF

           MOVE C01-WO-AMOUNT OF WOMNT-REQ
             TO WS-RECOVERY

           ADD WS-RECOVERY
             TO AB-BALANCE

           SUBTRACT WS-RECOVERY
               FROM AB-WRITTEN-OFF

           REWRITE ACCTBAL-REC
              INVALID KEY
                 MOVE 'Error updating account balance record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE

           MOVE 'Y'
             TO WS-RECOVERY-DONE

           ADD 1
             TO WS-RECOVERED-COUNT

           ADD WS-RECOVERY
             TO WS-RECOVERED-TOTAL
           .
       C0500-EXIT.
      *--------------------------------------------------------------*
       C1000-CHECK-CLOSED.
      *--------------------------------------------------------------*
      *-- Closed means every one of the account's meters has a 'C'
      *-- status in force today. An account with no meters on file
      *-- cannot be proven closed and is treated as live.
           MOVE 'N'
             TO WS-ACCT-CLOSED

           IF WS-MTRSTAT-OPEN NOT = 'Y'
              GO TO C1000-EXIT
           END-IF

           MOVE ZEROES
             TO WS-MTR-COUNT

           MOVE 'N'
             TO WS-MTR-SCAN-DONE

           MOVE AB-ACCOUNT-ID
             TO ACCOUNT-ID OF MTR-REC

           MOVE LOW-VALUES
             TO UINFO-MTR-ID OF MTR-REC

           MOVE ZEROES
             TO PLAN-START-DATE OF MTR-REC

           START MTR-INFO KEY IS NOT LESS THAN MP-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-MTR-SCAN-DONE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM C1500-SCAN-ONE-PERIOD
              THRU C1500-EXIT
            UNTIL WS-MTR-SCAN-DONE = 'Y'

           IF WS-MTR-COUNT = ZEROES
              GO TO C1000-EXIT
           END-IF

           MOVE 'Y'
             TO WS-ACCT-CLOSED

           PERFORM C2000-CHECK-ONE-METER
              THRU C2000-EXIT
           VARYING MTR-IDX FROM 1 BY 1
             UNTIL MTR-IDX > WS-MTR-COUNT
                OR WS-ACCT-CLOSED = 'N'
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       C1500-SCAN-ONE-PERIOD.
      *--------------------------------------------------------------*
           READ MTR-INFO NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-MTR-SCAN-DONE
              NOT AT END
                 IF ACCOUNT-ID OF MTR-REC NOT = AB-ACCOUNT-ID
                    MOVE 'Y'
                      TO WS-MTR-SCAN-DONE
                 ELSE
                    PERFORM C1700-COLLECT-METER
                       THRU C1700-EXIT
                 END-IF
           END-READ
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1700-COLLECT-METER.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-MTR-SEEN

           PERFORM C1750-MATCH-METER
              THRU C1750-EXIT
           VARYING MTR-IDX FROM 1 BY 1
             UNTIL MTR-IDX > WS-MTR-COUNT
                OR WS-MTR-SEEN = 'Y'

           IF WS-MTR-SEEN = 'N'
              AND WS-MTR-COUNT < 10
              ADD 1
                TO WS-MTR-COUNT

              MOVE UINFO-MTR-ID OF MTR-REC
                TO WS-MTR-ID (WS-MTR-COUNT)
           END-IF
           .
       C1700-EXIT.
      *--------------------------------------------------------------*
       C1750-MATCH-METER.
      *--------------------------------------------------------------*
           IF WS-MTR-ID (MTR-IDX) = UINFO-MTR-ID OF MTR-REC
              MOVE 'Y'
                TO WS-MTR-SEEN
           END-IF
           .
       C1750-EXIT.
      *--------------------------------------------------------------*
       C2000-CHECK-ONE-METER.
      *--------------------------------------------------------------*
      *-- The meter's latest status in force must be 'C'; anything
      *-- else leaves the whole account live.
           MOVE 'N'
             TO WS-STAT-SCAN-DONE

           MOVE SPACES
             TO WS-LAST-STATUS

           MOVE WS-MTR-ID (MTR-IDX)
             TO MS-MTR-ID

           MOVE ZEROES
             TO MS-EFF-DATE

           START MTRSTAT-FILE KEY IS NOT LESS THAN MS-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-STAT-SCAN-DONE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM C2500-SCAN-ONE-STATUS
              THRU C2500-EXIT
            UNTIL WS-STAT-SCAN-DONE = 'Y'

           IF WS-LAST-STATUS NOT = 'C'
              MOVE 'N'
                TO WS-ACCT-CLOSED
           END-IF
           .
       C2000-EXIT.
      *--------------------------------------------------------------*
       C2500-SCAN-ONE-STATUS.
      *--------------------------------------------------------------*
      *-- Statuses come back in ascending effective-date order, so
      *-- keep the latest already in force.
           READ MTRSTAT-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-STAT-SCAN-DONE
              NOT AT END
                 IF MS-MTR-ID NOT = WS-MTR-ID (MTR-IDX)
                    MOVE 'Y'
                      TO WS-STAT-SCAN-DONE
                 ELSE
                    IF MS-EFF-DATE NOT > WS-TODAY-8
                       MOVE MS-STATUS
                         TO WS-LAST-STATUS
                    ELSE
                       MOVE 'Y'
                         TO WS-STAT-SCAN-DONE
                    END-IF
                 END-IF
           END-READ
           .
       C2500-EXIT.
      *--------------------------------------------------------------*
       C3000-TYPICAL-BILLING.
      *--------------------------------------------------------------*
      *-- Typical monthly billing is the last year's statements, net
      *-- plus VAT, spread over twelve months - an account billed for
      *-- only part of the year looks cheaper, which errs towards
      *-- paying its credit back.
           MOVE ZEROES
             TO WS-YEAR-BILLED

           MOVE 'N'
             TO WS-BILL-SCAN-DONE

           MOVE AB-ACCOUNT-ID
             TO BH-ACCOUNT-ID

           START BILLHIST-FILE KEY IS NOT LESS THAN BH-ACCOUNT-ID
              INVALID KEY
                 MOVE 'Y'
                   TO WS-BILL-SCAN-DONE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM C3500-SCAN-ONE-BILL
              THRU C3500-EXIT
            UNTIL WS-BILL-SCAN-DONE = 'Y'

           COMPUTE WS-TYPICAL-MONTH ROUNDED =
              WS-YEAR-BILLED / 12
           .
       C3000-EXIT.
      *--------------------------------------------------------------*
       C3500-SCAN-ONE-BILL.
      *--------------------------------------------------------------*
           READ BILLHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-BILL-SCAN-DONE
              NOT AT END
                 IF BH-ACCOUNT-ID NOT = AB-ACCOUNT-ID
                    MOVE 'Y'
                      TO WS-BILL-SCAN-DONE
                 ELSE
                    IF BH-BILL-DATE > WS-YEAR-AGO-8
                       COMPUTE WS-YEAR-BILLED =
                          WS-YEAR-BILLED
                          + BH-TOTAL-COST + BH-TAX-AMOUNT
                    END-IF
                 END-IF
           END-READ
           .
       C3500-EXIT.
      *--------------------------------------------------------------*
       D0000-CHOOSE-CHANNEL.
      *--------------------------------------------------------------*
      *-- Paid to the bank against an active mandate's token - a
      *-- suspended mandate has had collections returned and its
      *-- token cannot be trusted, so it goes by cheque like an
      *-- account with no mandate at all.
           MOVE 'C'
             TO WS-PAY-CHANNEL

           MOVE SPACES
             TO WS-BANK-TOKEN

           IF WS-MANDATE-OPEN NOT = 'Y'
              GO TO D0000-EXIT
           END-IF

           MOVE AB-ACCOUNT-ID
             TO MD-ACCOUNT-ID

           READ MANDATE-FILE
              INVALID KEY
                 GO TO D0000-EXIT
           END-READ

           IF MD-STATUS = 'A'
              AND MD-BANK-TOKEN NOT = SPACES
              MOVE 'B'
                TO WS-PAY-CHANNEL
              MOVE MD-BANK-TOKEN
                TO WS-BANK-TOKEN
           END-IF
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1000-POST-REFUND.
      *--------------------------------------------------------------*
      *-- The refund goes on the payment history as a refund entry,
      *-- stepping the sequence past anything already posted for the
      *-- account today, then the balance is cleared to zero.
           MOVE 'N'
             TO WS-PAYMENT-WRITTEN

           MOVE AB-ACCOUNT-ID
             TO PH-ACCOUNT-ID

           MOVE WS-TODAY-8
             TO PH-PAY-DATE

           MOVE 1
             TO PH-PAY-SEQ

           MOVE WS-CREDIT-AMOUNT
             TO PH-AMOUNT

           IF WS-PAY-CHANNEL = 'B'
              MOVE 'REFUND BNK'
                TO PH-METHOD
           ELSE
              MOVE 'REFUND CHQ'
                TO PH-METHOD
           END-IF

           MOVE 'R'
             TO PH-ENTRY-TYPE

      *-- Today is always in an open period - the month still running
      *-- cannot be closed
           MOVE ZEROES
             TO PH-ORIG-DATE

           MOVE WS-TODAY-8
             TO PH-POSTED-DATE

           MOVE ZEROES
             TO WS-SEQ-TRIES

           PERFORM D1050-TRY-WRITE-REFUND
              THRU D1050-EXIT
            UNTIL WS-PAYMENT-WRITTEN = 'Y'
               OR WS-SEQ-TRIES > 9998

           IF WS-PAYMENT-WRITTEN = 'N'
              MOVE SPACES
                TO WS-REPORT-LINE

              STRING 'REFUND NOT POSTED - SEQUENCE FULL - ACCOUNT '
                                           DELIMITED BY SIZE
                     AB-ACCOUNT-ID         DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              DISPLAY WS-REPORT-LINE
              GO TO D1000-EXIT
           END-IF

      *-- Money paid back out comes off the total paid, the way a
      *-- returned direct debit does
           ADD WS-CREDIT-AMOUNT
             TO AB-BALANCE

           IF AB-TOTAL-PAID > WS-CREDIT-AMOUNT
              SUBTRACT WS-CREDIT-AMOUNT
                  FROM AB-TOTAL-PAID
           ELSE
              MOVE ZEROES
                TO AB-TOTAL-PAID
           END-IF

           MOVE WS-TODAY-8
             TO AB-LAST-PAY-DATE

           REWRITE ACCTBAL-REC
              INVALID KEY
                 MOVE 'Error updating account balance record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D1050-TRY-WRITE-REFUND.
      *--------------------------------------------------------------*
           WRITE PAYHIST-REC
              INVALID KEY
                 ADD 1
                   TO PH-PAY-SEQ
                 ADD 1
                   TO WS-SEQ-TRIES
              NOT INVALID KEY
                 MOVE 'Y'
                   TO WS-PAYMENT-WRITTEN
           END-WRITE
           .
       D1050-EXIT.
      *--------------------------------------------------------------*
       D3000-WRITE-BANK-REFUND.
      *--------------------------------------------------------------*
      *-- One detail per refund: account, bank token, amount, date -
      *-- the DDCOLL layout the bank already takes
           MOVE WS-CREDIT-AMOUNT
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO REFBANK-REC

           STRING 'D'                     DELIMITED BY SIZE
                  AB-ACCOUNT-ID           DELIMITED BY SIZE
                  WS-BANK-TOKEN           DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  WS-TODAY-8              DELIMITED BY SIZE
              INTO REFBANK-REC
           END-STRING

           WRITE REFBANK-REC

           ADD 1
             TO WS-BANK-COUNT

           ADD WS-CREDIT-AMOUNT
             TO WS-BANK-TOTAL
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D4000-WRITE-CHEQUE.
      *--------------------------------------------------------------*
      *-- One line per cheque: account, amount, payee and the address
      *-- it is posted to
           MOVE SPACES
             TO CM-NAME
                CM-ADDR-LINE-1
                CM-ADDR-LINE-2
                CM-ADDR-LINE-3
                CM-POSTCODE

           IF WS-CUSTMST-OPEN = 'Y'
              MOVE AB-ACCOUNT-ID
                TO CM-ACCOUNT-ID

              READ CUSTMST-FILE
                 INVALID KEY
                    MOVE SPACES
                      TO CM-NAME
                         CM-ADDR-LINE-1
                         CM-ADDR-LINE-2
                         CM-ADDR-LINE-3
                         CM-POSTCODE
              END-READ
           END-IF

           MOVE WS-CREDIT-AMOUNT
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO REFCHEQ-REC

           STRING AB-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  CM-NAME                 DELIMITED BY SIZE
                  CM-ADDR-LINE-1          DELIMITED BY SIZE
                  CM-ADDR-LINE-2          DELIMITED BY SIZE
                  CM-ADDR-LINE-3          DELIMITED BY SIZE
                  CM-POSTCODE             DELIMITED BY SIZE
              INTO REFCHEQ-REC
           END-STRING

           WRITE REFCHEQ-REC

           ADD 1
             TO WS-CHEQUE-COUNT

           ADD WS-CREDIT-AMOUNT
             TO WS-CHEQUE-TOTAL
           .
       D4000-EXIT.
      *--------------------------------------------------------------*
       D5000-REGISTER-LINE.
      *--------------------------------------------------------------*
           IF WS-ACCT-CLOSED = 'Y'
              MOVE 'CLOSED'
                TO WS-ACCT-TYPE-TEXT
              ADD 1
                TO WS-CLOSED-COUNT
           ELSE
              MOVE 'LIVE'
                TO WS-ACCT-TYPE-TEXT
              ADD 1
                TO WS-LIVE-COUNT
           END-IF

           IF WS-PAY-CHANNEL = 'B'
              MOVE 'BANK'
                TO WS-CHANNEL-TEXT
           ELSE
              MOVE 'CHEQUE'
                TO WS-CHANNEL-TEXT
           END-IF

           ADD WS-CREDIT-AMOUNT
             TO WS-REFUND-TOTAL

           MOVE WS-CREDIT-AMOUNT
             TO WS-ED-CREDIT

           MOVE WS-TYPICAL-MONTH
             TO WS-ED-TYPICAL

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING AB-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ACCT-TYPE-TEXT       DELIMITED BY SIZE
                  ' REFUND '              DELIMITED BY SIZE
                  WS-ED-CREDIT            DELIMITED BY SIZE
                  ' TYPICAL MONTH '       DELIMITED BY SIZE
                  WS-ED-TYPICAL           DELIMITED BY SIZE
                  ' BY '                  DELIMITED BY SIZE
                  WS-CHANNEL-TEXT         DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       D5000-EXIT.
      *--------------------------------------------------------------*
       E0000-WRITE-TRAILER.
      *--------------------------------------------------------------*
           MOVE WS-BANK-TOTAL
             TO WS-ED-TOTAL

           MOVE SPACES
             TO REFBANK-REC

           STRING 'T'                     DELIMITED BY SIZE
                  WS-BANK-COUNT           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-TOTAL             DELIMITED BY SIZE
              INTO REFBANK-REC
           END-STRING

           WRITE REFBANK-REC
           .
       E0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Register totals for finance sign-off
           DISPLAY '---- CREDIT REFUND REGISTER TOTALS ----'
           DISPLAY 'BALANCES READ      : ' WS-ACCOUNT-COUNT
           DISPLAY 'ACCOUNTS IN CREDIT : ' WS-IN-CREDIT-COUNT
           DISPLAY 'BELOW MINIMUM      : ' WS-BELOW-MIN-COUNT
           DISPLAY 'LIVE - NOT ENOUGH  : ' WS-LIVE-HELD-COUNT
           DISPLAY 'REFUNDS NOT POSTED : ' WS-FAILED-COUNT
           DISPLAY 'WRITE-OFF RECOVERED: ' WS-RECOVERED-COUNT
                   ' AMOUNT ' WS-RECOVERED-TOTAL
           DISPLAY 'CLOSED REFUNDED    : ' WS-CLOSED-COUNT
           DISPLAY 'LIVE REFUNDED      : ' WS-LIVE-COUNT
           DISPLAY 'PAID TO BANK       : ' WS-BANK-COUNT
                   ' AMOUNT ' WS-BANK-TOTAL
           DISPLAY 'PAID BY CHEQUE     : ' WS-CHEQUE-COUNT
                   ' AMOUNT ' WS-CHEQUE-TOTAL
           DISPLAY 'TOTAL REFUNDED     : ' WS-REFUND-TOTAL
           IF WS-BANK-TOTAL + WS-CHEQUE-TOTAL
              NOT = WS-REFUND-TOTAL
              DISPLAY 'WARNING - totals do not reconcile to register'
           END-IF
           DISPLAY 'APPROVED BY FINANCE: ____________________'

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE REFND-CARD
           CLOSE ACCTBAL-FILE
           IF WS-ACCTBAL-STA NOT = '00'
              STRING 'Error in Closing account balance file - '
                  WS-ACCTBAL-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE BILLHIST-FILE
           CLOSE MTR-INFO

           IF WS-MTRSTAT-OPEN = 'Y'
              CLOSE MTRSTAT-FILE
           END-IF

           IF WS-MANDATE-OPEN = 'Y'
              CLOSE MANDATE-FILE
           END-IF

           IF WS-CUSTMST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
           END-IF

           CLOSE PAYHIST-FILE
           IF WS-PAYHIST-STA NOT = '00'
              STRING 'Error in Closing payment history file - '
                  WS-PAYHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE REFBANK-OUT
           IF WS-REFBANK-STA NOT = '00'
              STRING 'Error in Closing refund bank file - '
                  WS-REFBANK-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE REFCHEQ-OUT
           IF WS-REFCHEQ-STA NOT = '00'
              STRING 'Error in Closing refund cheque list - '
                  WS-REFCHEQ-STA
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
