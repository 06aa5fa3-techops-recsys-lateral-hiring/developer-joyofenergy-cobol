       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRACPOS.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Nightly account position snapshot - walks the billing history  *
      * once, in account order, and writes each account's position to  *
      * the ACCTPOS file: its bills (net plus VAT) bucketed by age     *
      * (current / 30 / 60 / 90+ days), the payments and write-offs    *
      * on ACCTBAL applied against the oldest buckets first, the date  *
      * of the oldest statement still unpaid, the statements held out  *
      * under an open dispute, whether an active payment arrangement   *
      * or an agency placement stands, and the meters billed. The      *
      * aging report, the collections run, the late charge run and     *
      * the online inquiry all read the snapshot rather than re-aging  *
      * the history themselves, and each quotes the snapshot's date    *
      * and time so their figures reconcile. The file is rebuilt from  *
      * scratch every run, so a rerun after a failure is safe; the     *
      * control record is only marked complete once every account has  *
      * been written.                                                  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Billing history - browsed on the account alternate key so
      *-- all of an account's bills come back together.
           SELECT BILLHIST-FILE
           ASSIGN TO 'BILLHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BILLHIST-STA.

      *-- Running account balances - total paid and written off
           SELECT ACCTBAL-FILE
           ASSIGN TO 'ACCTBAL'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AB-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-ACCTBAL-STA.

      *-- Open dispute cases - a bill under an open case stays out of
      *-- the buckets until the case settles.
           SELECT DISPUTE-FILE
           ASSIGN TO 'DISPUTE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DS-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-DISPUTE-STA.

      *-- Payment arrangements - an active one is flagged
           SELECT PAYARR-FILE
           ASSIGN TO 'PAYARR'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PA-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-PAYARR-STA.

      *-- Agency placements - an account out with the agency is
      *-- flagged
           SELECT AGYPLC-FILE
           ASSIGN TO 'AGYPLC'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AP-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-AGYPLC-STA.

      *-- Account position snapshot, rebuilt by this run
           SELECT ACCTPOS-FILE
           ASSIGN TO 'ACCTPOS'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PN-ACCOUNT-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ACCTPOS-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHST0.
      *
       FD  ACCTBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTBAL0.
      *
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE0.
      *
       FD  PAYARR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYARR0.
      *
       FD  AGYPLC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AGYPLC0.
      *
       FD  ACCTPOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTPOS0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-DISPUTE-STA             PIC 9(02) VALUE ZEROES.
           05 WS-PAYARR-STA              PIC 9(02) VALUE ZEROES.
           05 WS-AGYPLC-STA              PIC 9(02) VALUE ZEROES.
           05 WS-ACCTPOS-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-DISPUTE-OPEN            PIC X(01) VALUE 'N'.
           05 WS-PAYARR-OPEN             PIC X(01) VALUE 'N'.
           05 WS-AGYPLC-OPEN             PIC X(01) VALUE 'N'.
           05 WS-ACCTPOS-OPEN            PIC X(01) VALUE 'N'.
           05 WS-HAVE-ACCOUNT            PIC X(01) VALUE 'N'.
           05 WS-CURR-ACCOUNT-ID         PIC X(12) VALUE SPACES.
      *-- Bill aging work fields - age is days from the date the bill
      *-- was produced to the snapshot date.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-TODAY-TIME              PIC 9(06) VALUE ZEROES.
           05 WS-TODAY-DAY-NBR           PIC S9(8) COMP VALUE ZEROES.
           05 WS-BILL-DAY-NBR            PIC S9(8) COMP VALUE ZEROES.
           05 WS-BILL-AGE-DAYS           PIC S9(8) COMP VALUE ZEROES.
           05 WS-BILL-GROSS              PIC S9(9)V9(4) VALUE ZEROES.
      *-- One account's billed amounts by age bucket, the payments
      *-- left to apply against them, and the running total billed
      *-- that finds the oldest statement the payments do not cover
           05 WS-ACCT-CURRENT            PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-ACCT-30                 PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-ACCT-60                 PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-ACCT-90                 PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-PAY-REMAINING           PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-PAID-OFF                PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-BILLED-SO-FAR           PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-OLDEST-UNPAID           PIC 9(08) VALUE ZEROES.
           05 WS-ACCT-DISP-COUNT         PIC 9(05) VALUE ZEROES.
           05 WS-ACCT-DISP-AMOUNT        PIC S9(9)V9(4) VALUE ZEROES.
           05 MTR-IDX                    PIC 9(02) VALUE ZEROES.
           05 WS-MTR-SEEN                PIC X(01) VALUE 'N'.
      *-- Whole-book totals and control counts
           05 WS-BOOK-CURRENT            PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-BOOK-30                 PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-BOOK-60                 PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-BOOK-90                 PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-BOOK-OVERDUE            PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-ACCOUNT-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-BILL-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-DISPUTED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-DISPUTED-TOTAL          PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-ARRANGED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-AGENCY-COUNT            PIC 9(07) VALUE ZEROES.
      *-- Edited fields for the control report
           05 WS-ED-CURRENT              PIC -(10)9.99.
           05 WS-ED-30                   PIC -(10)9.99.
           05 WS-ED-60                   PIC -(10)9.99.
           05 WS-ED-90                   PIC -(10)9.99.

      *-- Distinct meters seen on one account's bills
       01  WS-MTR-TABLE.
           05 WS-MTR-COUNT               PIC 9(02) VALUE ZEROES.
           05 WS-MTR-ENTRY OCCURS 10 TIMES.
              10 WS-MTR-ID               PIC X(12).

           COPY RUNREQ0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-BILLS
              THRU B0000-EXIT

           PERFORM E0000-COMPLETE-SNAPSHOT
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

           MOVE WS-TODAY-TIMESTAMP (9:6)
             TO WS-TODAY-TIME

           COMPUTE WS-TODAY-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-8)

      *-- Open Files
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

           OPEN INPUT ACCTBAL-FILE
           IF WS-ACCTBAL-STA NOT = '00'
              STRING 'Error in opening account balance file - '
                  WS-ACCTBAL-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- No dispute file yet just means no bill was ever challenged
           MOVE 'N'
             TO WS-DISPUTE-OPEN

           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STA = '00'
              MOVE 'Y'
                TO WS-DISPUTE-OPEN
           ELSE
              IF WS-DISPUTE-STA NOT = '35'
                 STRING 'Error in opening dispute file - '
                     WS-DISPUTE-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- No arrangement file just means nobody is on one
           MOVE 'N'
             TO WS-PAYARR-OPEN

           OPEN INPUT PAYARR-FILE
           IF WS-PAYARR-STA = '00'
              MOVE 'Y'
                TO WS-PAYARR-OPEN
           ELSE
              IF WS-PAYARR-STA NOT = '35'
                 STRING 'Error in opening arrangement file - '
                     WS-PAYARR-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- No placement file just means nothing was ever placed
           MOVE 'N'
             TO WS-AGYPLC-OPEN

           OPEN INPUT AGYPLC-FILE
           IF WS-AGYPLC-STA = '00'
              MOVE 'Y'
                TO WS-AGYPLC-OPEN
           ELSE
              IF WS-AGYPLC-STA NOT = '35'
                 STRING 'Error in opening agency placement file - '
                     WS-AGYPLC-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- Register the run. The snapshot is rebuilt from scratch, so
      *-- a rerun after a failure simply starts again.
           MOVE 'S'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'MTRACPOS'
             TO C01-JOB-NAME OF RUNREQ

           CALL 'MTRRUNCT'
          USING RUNREQ

      *-- A predecessor has not completed cleanly in its window -
      *-- the run is recorded as blocked and must not go ahead
           IF C01-RETURN-CD OF RUNREQ = '2'
              DISPLAY 'RUN BLOCKED - ' C01-BLOCK-REASON OF RUNREQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           IF C01-RESTART-FLAG OF RUNREQ = 'Y'
              DISPLAY 'NOTE - PREVIOUS RUN DID NOT COMPLETE'
           END-IF

           MOVE 'ACCOUNTS'
             TO C01-COUNT-LABEL OF RUNREQ (1)

           MOVE 'BILLS AGED'
             TO C01-COUNT-LABEL OF RUNREQ (2)

           MOVE 'BILLS UNDER DISPUTE'
             TO C01-COUNT-LABEL OF RUNREQ (3)

           MOVE 'OVERDUE 30 PLUS'
             TO C01-COUNT-LABEL OF RUNREQ (4)

      *-- Start the snapshot over, with the control record first and
      *-- marked as still building until the last account is out
           OPEN OUTPUT ACCTPOS-FILE
           IF WS-ACCTPOS-STA NOT = '00'
              STRING 'Error in opening account position file - '
                  WS-ACCTPOS-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE 'Y'
             TO WS-ACCTPOS-OPEN

           MOVE SPACES
             TO ACCTPOS-REC

           MOVE WS-TODAY-8
             TO PN-SNAP-DATE

           MOVE WS-TODAY-TIME
             TO PN-SNAP-TIME

           MOVE 'B'
             TO PN-BUILD-STATUS

           MOVE ZEROES
             TO PN-ACCOUNT-COUNT
                PN-BOOK-CURRENT
                PN-BOOK-30
                PN-BOOK-60
                PN-BOOK-90

           WRITE ACCTPOS-REC
              INVALID KEY
                 MOVE 'Error writing position control record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
           END-WRITE

           DISPLAY '---- ACCOUNT POSITION SNAPSHOT ' WS-TODAY-8
                   ' ' WS-TODAY-TIME ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-BILLS.
      *--------------------------------------------------------------*
      *-- Browse the whole history in account order, writing an
      *-- account's position each time the account changes.
           MOVE 'N'
             TO WS-END-OF-FILE

           MOVE LOW-VALUES
             TO BH-ACCOUNT-ID

           START BILLHIST-FILE KEY IS NOT LESS THAN BH-ACCOUNT-ID
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-FILE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM B1500-READ-AND-AGE
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'

      *-- Close off the last account on file
           IF WS-HAVE-ACCOUNT = 'Y'
              PERFORM C0000-FINISH-ACCOUNT
                 THRU C0000-EXIT
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-AGE.
      *--------------------------------------------------------------*
           READ BILLHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF WS-HAVE-ACCOUNT = 'Y'
                    AND BH-ACCOUNT-ID NOT = WS-CURR-ACCOUNT-ID
                    PERFORM C0000-FINISH-ACCOUNT
                       THRU C0000-EXIT
                 END-IF

                 IF WS-HAVE-ACCOUNT = 'N'
                    PERFORM C0500-START-ACCOUNT
                       THRU C0500-EXIT
                 END-IF

                 PERFORM C1500-AGE-ONE-BILL
                    THRU C1500-EXIT
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0500-START-ACCOUNT.
      *--------------------------------------------------------------*
      *-- Fresh buckets for the new account, and what it has paid and
      *-- had written off - the amount the oldest statements are
      *-- cleared by.
           MOVE 'Y'
             TO WS-HAVE-ACCOUNT

           MOVE BH-ACCOUNT-ID
             TO WS-CURR-ACCOUNT-ID

           MOVE ZEROES
             TO WS-ACCT-CURRENT
                WS-ACCT-30
                WS-ACCT-60
                WS-ACCT-90
                WS-PAID-OFF
                WS-BILLED-SO-FAR
                WS-OLDEST-UNPAID
                WS-ACCT-DISP-COUNT
                WS-ACCT-DISP-AMOUNT
                WS-MTR-COUNT

           MOVE WS-CURR-ACCOUNT-ID
             TO AB-ACCOUNT-ID

           READ ACCTBAL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
      *-- Debt written off comes off the oldest buckets the same way
      *-- a payment does, so it ages out of the account
                 COMPUTE WS-PAID-OFF =
                    AB-TOTAL-PAID + AB-WRITTEN-OFF
           END-READ
           .
       C0500-EXIT.
      *--------------------------------------------------------------*
       C1500-AGE-ONE-BILL.
      *--------------------------------------------------------------*
      *-- A bill under an open dispute stays out of the buckets until
      *-- the case settles, so no aging, dunning or charging action
      *-- fires off a challenged amount
           IF WS-DISPUTE-OPEN = 'Y'
              MOVE BH-MTR-ID
                TO DS-MTR-ID

              MOVE BH-FROM-DATE
                TO DS-FROM-DATE

              READ DISPUTE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DS-STATUS = 'O'
                       ADD 1
                         TO WS-ACCT-DISP-COUNT
                            WS-DISPUTED-COUNT

                       COMPUTE WS-ACCT-DISP-AMOUNT =
                          WS-ACCT-DISP-AMOUNT
                          + BH-TOTAL-COST + BH-TAX-AMOUNT

                       COMPUTE WS-DISPUTED-TOTAL =
                          WS-DISPUTED-TOTAL
                          + BH-TOTAL-COST + BH-TAX-AMOUNT

                       GO TO C1500-EXIT
                    END-IF
              END-READ
           END-IF

           ADD 1
             TO WS-BILL-COUNT

           COMPUTE WS-BILL-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (BH-BILL-DATE)

           COMPUTE WS-BILL-AGE-DAYS =
              WS-TODAY-DAY-NBR - WS-BILL-DAY-NBR

      *-- The buckets age what the customer actually owes - net plus
      *-- VAT - since the payments netted against them settle
      *-- tax-inclusive balances
           COMPUTE WS-BILL-GROSS =
              BH-TOTAL-COST + BH-TAX-AMOUNT

           EVALUATE TRUE
              WHEN WS-BILL-AGE-DAYS < 30
                 ADD WS-BILL-GROSS
                   TO WS-ACCT-CURRENT
              WHEN WS-BILL-AGE-DAYS < 60
                 ADD WS-BILL-GROSS
                   TO WS-ACCT-30
              WHEN WS-BILL-AGE-DAYS < 90
                 ADD WS-BILL-GROSS
                   TO WS-ACCT-60
              WHEN OTHER
                 ADD WS-BILL-GROSS
                   TO WS-ACCT-90
           END-EVALUATE

      *-- The history comes back oldest statement first, so the first
      *-- one that takes the running total past what was paid off is
      *-- the oldest still unpaid
           ADD WS-BILL-GROSS
             TO WS-BILLED-SO-FAR

           IF WS-OLDEST-UNPAID = ZEROES
              AND WS-BILLED-SO-FAR > WS-PAID-OFF
              MOVE BH-BILL-DATE
                TO WS-OLDEST-UNPAID
           END-IF

           PERFORM C1700-COLLECT-METER
              THRU C1700-EXIT
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1700-COLLECT-METER.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-MTR-SEEN

           PERFORM C1800-CHECK-ONE-METER
              THRU C1800-EXIT
           VARYING MTR-IDX FROM 1 BY 1
             UNTIL MTR-IDX > WS-MTR-COUNT

           IF WS-MTR-SEEN = 'N'
              AND WS-MTR-COUNT < 10
              ADD 1
                TO WS-MTR-COUNT
              MOVE BH-MTR-ID
                TO WS-MTR-ID (WS-MTR-COUNT)
           END-IF
           .
       C1700-EXIT.
      *--------------------------------------------------------------*
       C1800-CHECK-ONE-METER.
      *--------------------------------------------------------------*
           IF WS-MTR-ID (MTR-IDX) = BH-MTR-ID
              MOVE 'Y'
                TO WS-MTR-SEEN
           END-IF
           .
       C1800-EXIT.
      *--------------------------------------------------------------*
       C0000-FINISH-ACCOUNT.
      *--------------------------------------------------------------*
      *-- Apply the payments and write-offs against the oldest bucket
      *-- first, flag the arrangement and agency holds, and write the
      *-- account's position.
           MOVE WS-PAID-OFF
             TO WS-PAY-REMAINING

           PERFORM D1000-APPLY-PAYMENTS
              THRU D1000-EXIT

           MOVE SPACES
             TO ACCTPOS-REC

           MOVE WS-CURR-ACCOUNT-ID
             TO PN-ACCOUNT-ID

           MOVE WS-TODAY-8
             TO PN-SNAP-DATE

           MOVE WS-TODAY-TIME
             TO PN-SNAP-TIME

           MOVE WS-ACCT-CURRENT
             TO PN-CURRENT

           MOVE WS-ACCT-30
             TO PN-30

           MOVE WS-ACCT-60
             TO PN-60

           MOVE WS-ACCT-90
             TO PN-90

           COMPUTE PN-OPEN-BALANCE =
              WS-ACCT-CURRENT + WS-ACCT-30 + WS-ACCT-60 + WS-ACCT-90

           MOVE WS-OLDEST-UNPAID
             TO PN-OLDEST-UNPAID

           MOVE WS-ACCT-DISP-COUNT
             TO PN-DISPUTE-COUNT

           MOVE WS-ACCT-DISP-AMOUNT
             TO PN-DISPUTE-AMOUNT

           IF WS-ACCT-DISP-COUNT > ZEROES
              MOVE 'Y'
                TO PN-DISPUTE-HOLD
           ELSE
              MOVE 'N'
                TO PN-DISPUTE-HOLD
           END-IF

           MOVE 'N'
             TO PN-ARRANGED
                PN-WITH-AGENCY

           IF WS-PAYARR-OPEN = 'Y'
              MOVE WS-CURR-ACCOUNT-ID
                TO PA-ACCOUNT-ID

              READ PAYARR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PA-STATUS = 'A'
                       MOVE 'Y'
                         TO PN-ARRANGED
                       ADD 1
                         TO WS-ARRANGED-COUNT
                    END-IF
              END-READ
           END-IF

           IF WS-AGYPLC-OPEN = 'Y'
              MOVE WS-CURR-ACCOUNT-ID
                TO AP-ACCOUNT-ID

              READ AGYPLC-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AP-STATUS = 'P'
                       MOVE 'Y'
                         TO PN-WITH-AGENCY
                       ADD 1
                         TO WS-AGENCY-COUNT
                    END-IF
              END-READ
           END-IF

           MOVE WS-MTR-COUNT
             TO PN-MTR-COUNT

           PERFORM C2000-MOVE-ONE-METER
              THRU C2000-EXIT
           VARYING MTR-IDX FROM 1 BY 1
             UNTIL MTR-IDX > WS-MTR-COUNT

           WRITE ACCTPOS-REC
              INVALID KEY
                 STRING 'Error writing account position - '
                     WS-CURR-ACCOUNT-ID
                   DELIMITED BY SIZE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
           END-WRITE

           ADD WS-ACCT-CURRENT
             TO WS-BOOK-CURRENT

           ADD WS-ACCT-30
             TO WS-BOOK-30

           ADD WS-ACCT-60
             TO WS-BOOK-60

           ADD WS-ACCT-90
             TO WS-BOOK-90

           ADD 1
             TO WS-ACCOUNT-COUNT

           MOVE 'N'
             TO WS-HAVE-ACCOUNT
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C2000-MOVE-ONE-METER.
      *--------------------------------------------------------------*
           MOVE WS-MTR-ID (MTR-IDX)
             TO PN-MTR-ID (MTR-IDX)
           .
       C2000-EXIT.
      *--------------------------------------------------------------*
       D1000-APPLY-PAYMENTS.
      *--------------------------------------------------------------*
      *-- Oldest bucket first; anything left over is an overpayment
      *-- against the current bucket.
           IF WS-PAY-REMAINING > ZEROES
              IF WS-PAY-REMAINING NOT < WS-ACCT-90
                 SUBTRACT WS-ACCT-90
                     FROM WS-PAY-REMAINING
                 MOVE ZEROES
                   TO WS-ACCT-90
              ELSE
                 SUBTRACT WS-PAY-REMAINING
                     FROM WS-ACCT-90
                 MOVE ZEROES
                   TO WS-PAY-REMAINING
              END-IF
           END-IF

           IF WS-PAY-REMAINING > ZEROES
              IF WS-PAY-REMAINING NOT < WS-ACCT-60
                 SUBTRACT WS-ACCT-60
                     FROM WS-PAY-REMAINING
                 MOVE ZEROES
                   TO WS-ACCT-60
              ELSE
                 SUBTRACT WS-PAY-REMAINING
                     FROM WS-ACCT-60
                 MOVE ZEROES
                   TO WS-PAY-REMAINING
              END-IF
           END-IF

           IF WS-PAY-REMAINING > ZEROES
              IF WS-PAY-REMAINING NOT < WS-ACCT-30
                 SUBTRACT WS-ACCT-30
                     FROM WS-PAY-REMAINING
                 MOVE ZEROES
                   TO WS-ACCT-30
              ELSE
                 SUBTRACT WS-PAY-REMAINING
                     FROM WS-ACCT-30
                 MOVE ZEROES
                   TO WS-PAY-REMAINING
              END-IF
           END-IF

           IF WS-PAY-REMAINING > ZEROES
              SUBTRACT WS-PAY-REMAINING
                  FROM WS-ACCT-CURRENT
              MOVE ZEROES
                TO WS-PAY-REMAINING
           END-IF
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       E0000-COMPLETE-SNAPSHOT.
      *--------------------------------------------------------------*
      *-- Every account is out - mark the control record complete
      *-- with the book totals, so the readers know they have a
      *-- whole snapshot to work from.
           CLOSE ACCTPOS-FILE

           OPEN I-O ACCTPOS-FILE
           IF WS-ACCTPOS-STA NOT = '00'
              MOVE 'N'
                TO WS-ACCTPOS-OPEN
              STRING 'Error in reopening account position file - '
                  WS-ACCTPOS-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO E0000-EXIT
           END-IF

           MOVE SPACES
             TO PN-ACCOUNT-ID

           READ ACCTPOS-FILE
              INVALID KEY
                 MOVE 'Position control record has gone missing'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO E0000-EXIT
           END-READ

           MOVE 'C'
             TO PN-BUILD-STATUS

           MOVE WS-ACCOUNT-COUNT
             TO PN-ACCOUNT-COUNT

           MOVE WS-BOOK-CURRENT
             TO PN-BOOK-CURRENT

           MOVE WS-BOOK-30
             TO PN-BOOK-30

           MOVE WS-BOOK-60
             TO PN-BOOK-60

           MOVE WS-BOOK-90
             TO PN-BOOK-90

           REWRITE ACCTPOS-REC
              INVALID KEY
                 MOVE 'Error completing position control record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE
           .
       E0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *-- Close out the run in run control with its final totals
           COMPUTE WS-BOOK-OVERDUE =
              WS-BOOK-30 + WS-BOOK-60 + WS-BOOK-90

           MOVE 'E'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'C'
             TO C01-RUN-STATUS OF RUNREQ

           MOVE WS-ACCOUNT-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (1)

           MOVE WS-BILL-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (2)

           MOVE WS-DISPUTED-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (3)

           MOVE WS-BOOK-OVERDUE
             TO C01-COUNT-VALUE OF RUNREQ (4)

           CALL 'MTRRUNCT'
          USING RUNREQ

      *--Control totals for the snapshot, for reconciling the readers
           MOVE WS-BOOK-CURRENT
             TO WS-ED-CURRENT

           MOVE WS-BOOK-30
             TO WS-ED-30

           MOVE WS-BOOK-60
             TO WS-ED-60

           MOVE WS-BOOK-90
             TO WS-ED-90

           DISPLAY '---- ACCOUNT POSITION SNAPSHOT TOTALS ----'
           DISPLAY 'SNAPSHOT TAKEN       : ' WS-TODAY-8
                   ' ' WS-TODAY-TIME
           DISPLAY 'ACCOUNTS             : ' WS-ACCOUNT-COUNT
           DISPLAY 'BILLS AGED           : ' WS-BILL-COUNT
           DISPLAY 'BILLS UNDER DISPUTE  : ' WS-DISPUTED-COUNT
                   ' AMOUNT ' WS-DISPUTED-TOTAL
           DISPLAY 'ON ARRANGEMENT       : ' WS-ARRANGED-COUNT
           DISPLAY 'WITH AGENCY          : ' WS-AGENCY-COUNT
           DISPLAY 'BOOK CURRENT         : ' WS-ED-CURRENT
           DISPLAY 'BOOK 30-59           : ' WS-ED-30
           DISPLAY 'BOOK 60-89           : ' WS-ED-60
           DISPLAY 'BOOK 90+             : ' WS-ED-90

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-DISPUTE-OPEN = 'Y'
              CLOSE DISPUTE-FILE
           END-IF

           IF WS-PAYARR-OPEN = 'Y'
              CLOSE PAYARR-FILE
           END-IF

           IF WS-AGYPLC-OPEN = 'Y'
              CLOSE AGYPLC-FILE
           END-IF

           CLOSE BILLHIST-FILE
           IF WS-BILLHIST-STA NOT = '00'
              STRING 'Error in Closing billing history file - '
                  WS-BILLHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

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

           IF WS-ACCTPOS-OPEN = 'Y'
              CLOSE ACCTPOS-FILE
              IF WS-ACCTPOS-STA NOT = '00'
                 STRING 'Error in Closing account position file - '
                     WS-ACCTPOS-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF
           .
       Z0000-EXIT.

       Z0000-PROCESS-END.
           GOBACK.
