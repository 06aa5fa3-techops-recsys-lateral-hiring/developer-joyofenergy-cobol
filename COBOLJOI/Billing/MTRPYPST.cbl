      * Daily payments posting - reads the payments file from the      *
      * banking feed, matches each payment against the stored billing  *
      * history by account id, records it on the payments history file *
      * and maintains the running account balance. The feed is a bank  *
      * batch - header, payments, trailer carrying the count and total *
      * - and a file that does not agree with its own trailer is       *
      * refused before anything posts. The accepted batch's posted,    *
      * suspended and rejected totals go on the daily cash log for the *
      * cash reconciliation (MTRCSHRC). A payment quoting a group      *
      * reference from the ACCTGRP file instead of an account id is    *
      * split across the member accounts' open balances, the account   *
      * with the oldest unpaid statement first, and whatever is left   *
      * once every member is cleared is parked on PAYSUS.              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Daily payments feed - a bank batch header, one row per
      *-- payment received, and a trailer
           SELECT PAYMENTS-IN
           ASSIGN TO 'PAYMENTS'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DUNSTAT-STA.

      *-- Daily cash log - the accepted batch's totals, for the cash
      *-- reconciliation
           SELECT CASHLOG-FILE
           ASSIGN TO 'CASHLOG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CL-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CASHLOG-STA.

      *-- Account groups - a payment quoting a group reference is
      *-- shared out over the group's member accounts
           SELECT ACCTGRP-FILE
           ASSIGN TO 'ACCTGRP'
           ORGANIZATION IS INDEXED
           RECORD KEY IS GR-KEY
           ALTERNATE RECORD KEY IS GR-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ACCTGRP-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENTS-IN
           LABEL RECORDS ARE STANDARD.
       01  PAY-IN-REC.
      *-- 'H' batch header, 'D' payment, 'T' batch trailer
           05 PAY-IN-REC-TYPE    PIC X(01).
           05 PAY-IN-DETAIL.
              10 PAY-IN-ACCOUNT-ID  PIC X(12).
              10 PAY-IN-DATE        PIC 9(08).
              10 PAY-IN-AMOUNT      PIC 9(7)V9(4).
              10 PAY-IN-METHOD      PIC X(10).
      *-- 'H' - the bank's value date and reference for the batch
           05 PAY-IN-HEADER REDEFINES PAY-IN-DETAIL.
              10 PAY-HDR-BATCH-DATE PIC 9(08).
              10 PAY-HDR-BATCH-REF  PIC X(10).
              10 FILLER             PIC X(23).
      *-- 'T' - the number of payments and their total
           05 PAY-IN-TRAILER REDEFINES PAY-IN-DETAIL.
              10 PAY-TRL-COUNT      PIC 9(07).
              10 PAY-TRL-TOTAL      PIC 9(11)V9(4).
              10 FILLER             PIC X(19).
      *
       FD  BILLHIST-FILE
           LABEL RECORDS ARE STANDARD.
       FD  DUNSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNSTAT0.
      *
       FD  CASHLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASHLOG0.
      *
       FD  ACCTGRP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTGRP0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-PAYSUS-STA              PIC 9(02) VALUE ZEROES.
           05 WS-DUNSTAT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CASHLOG-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ACCTGRP-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
      *-- (no collections run yet just means no stages to step down).
           05 WS-DUNSTAT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-DEESCALATE-COUNT        PIC 9(07) VALUE ZEROES.
           05 WS-RECONNECT-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-MOVED-COUNT             PIC 9(07) VALUE ZEROES.
      *-- Receipts against debt already written off
           05 WS-RECOVERY                PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-RECOVERED-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-RECOVERED-TOTAL         PIC 9(11)V9(4) VALUE ZEROES.
      *-- Batch check - the first pass over the feed proves it agrees
      *-- with its own trailer before anything posts
           05 WS-BATCH-OK                PIC X(01) VALUE 'Y'.
           05 WS-BATCH-REASON            PIC X(40) VALUE SPACES.
           05 WS-BATCH-REC-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-HEADER-SEEN             PIC X(01) VALUE 'N'.
           05 WS-TRAILER-SEEN            PIC X(01) VALUE 'N'.
           05 WS-BATCH-DATE              PIC 9(08) VALUE ZEROES.
           05 WS-BATCH-REF               PIC X(10) VALUE SPACES.
           05 WS-DETAIL-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-DETAIL-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-TRAILER-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-TRAILER-TOTAL           PIC 9(11)V9(4) VALUE ZEROES.
      *-- Cash totals for the daily cash log - rejected payments are
      *-- still money in the bank, agency commission never was
           05 WS-REJECTED-TOTAL          PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-NONCASH-TOTAL           PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-LOG-WRITTEN             PIC X(01) VALUE 'N'.
      *-- Why a payment is parked - 'NOBL' no bills for the account,
      *-- 'GRPR' what was left of a group payment
           05 WS-PARK-REASON             PIC X(04) VALUE SPACES.
      *-- Group payment split - the group file is optional (no groups
      *-- set up just means every payment is for one account)
           05 WS-ACCTGRP-OPEN            PIC X(01) VALUE 'N'.
           05 WS-GROUP-REF               PIC X(12) VALUE SPACES.
           05 WS-GROUP-AMOUNT            PIC 9(7)V9(4) VALUE ZEROES.
           05 WS-GROUP-REMAINING         PIC 9(7)V9(4) VALUE ZEROES.
           05 WS-GROUP-SHARE             PIC 9(7)V9(4) VALUE ZEROES.
           05 WS-GROUP-PART-POSTED       PIC X(01) VALUE 'N'.
           05 WS-GROUP-DONE              PIC X(01) VALUE 'N'.
           05 WS-GROUP-SCAN-DONE         PIC X(01) VALUE 'N'.
           05 WS-GROUP-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-GROUP-PART-COUNT        PIC 9(07) VALUE ZEROES.
      *-- Oldest unpaid statement of a member - payments and debt
      *-- written off clear the oldest statements first, so the first
      *-- statement they do not cover is the oldest still open
           05 WS-PAID-OFF                PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-BILLED-SO-FAR           PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-BILL-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-PICK-IDX                PIC 9(03) VALUE ZEROES.
           05 WS-PICK-DATE               PIC 9(08) VALUE ZEROES.
      *-- The member accounts of the group being paid that owe money.
      *-- A group with more than 200 members owing at once would need
      *-- this raised - the rest wait for the next payment.
       01  WS-GROUP-TABLE.
           05 WS-GM-COUNT                PIC 9(03) VALUE ZEROES.
           05 WS-GM-ENTRY OCCURS 200 TIMES.
              10 WS-GM-ACCOUNT-ID        PIC X(12) VALUE SPACES.
              10 WS-GM-BALANCE           PIC S9(9)V9(4) VALUE ZEROES.
              10 WS-GM-OLDEST-DATE       PIC 9(08) VALUE ZEROES.
              10 WS-GM-PAID              PIC X(01) VALUE 'N'.
           05 GM-IDX                     PIC 9(03) VALUE ZEROES.

           COPY PERMNT0.

           COPY WOMNT0.

           COPY RCNREQ0.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
           PERFORM B0000-PROCESS-ALL-PAYMENTS
              THRU B0000-EXIT

           PERFORM E0000-LOG-CASH-BATCH
              THRU E0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
              GO TO PROGRAM-DONE
           END-IF

      *-- A batch that does not agree with its own trailer is refused
      *-- whole - nothing posts until the bank resends it
           PERFORM A0500-CHECK-BATCH
              THRU A0500-EXIT

           CLOSE PAYMENTS-IN

           IF WS-BATCH-OK NOT = 'Y'
              DISPLAY 'PAYMENTS FILE REFUSED - ' WS-BATCH-REASON
              DISPLAY 'NOTHING POSTED - BATCH ' WS-BATCH-REF
                      ' RECORDS READ ' WS-BATCH-REC-COUNT
              DISPLAY 'Thanks for using the service of JOI. Good Bye'
              PERFORM Z0000-PROCESS-END
           END-IF

           OPEN INPUT PAYMENTS-IN
           IF WS-PAYIN-STA NOT = '00'
              STRING 'Error in opening payments file - '
                  WS-PAYIN-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN INPUT BILLHIST-FILE
           IF WS-BILLHIST-STA NOT = '00'
              STRING 'Error in opening billing history file - '
              END-IF
           END-IF

      *-- No group file just means no organisation pays for a group
      *-- of accounts yet
           OPEN INPUT ACCTGRP-FILE
           IF WS-ACCTGRP-STA = '00'
              MOVE 'Y'
                TO WS-ACCTGRP-OPEN
           END-IF

      *-- Cash log may not exist yet the very first time a batch
      *-- posts.
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

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

           DISPLAY '---- PAYMENTS BATCH ' WS-BATCH-REF ' VALUE DATE '
                   WS-BATCH-DATE ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       A0500-CHECK-BATCH.
      *--------------------------------------------------------------*
      *-- One header first, payments, one trailer last - and the
      *-- payments must add up to the trailer's count and total.
           MOVE 'Y'
             TO WS-BATCH-OK

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM A0600-CHECK-ONE-RECORD
              THRU A0600-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
               OR WS-BATCH-REASON NOT = SPACES

           IF WS-BATCH-REASON NOT = SPACES
              MOVE 'N'
                TO WS-BATCH-OK
              GO TO A0500-EXIT
           END-IF

           IF WS-HEADER-SEEN NOT = 'Y'
              MOVE 'N'
                TO WS-BATCH-OK
              MOVE 'NO BATCH HEADER'
                TO WS-BATCH-REASON
              GO TO A0500-EXIT
           END-IF

           IF WS-TRAILER-SEEN NOT = 'Y'
              MOVE 'N'
                TO WS-BATCH-OK
              MOVE 'NO BATCH TRAILER'
                TO WS-BATCH-REASON
              GO TO A0500-EXIT
           END-IF

           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
              MOVE 'N'
                TO WS-BATCH-OK
              MOVE 'PAYMENT COUNT DOES NOT MATCH TRAILER'
                TO WS-BATCH-REASON
              DISPLAY 'PAYMENTS ' WS-DETAIL-COUNT ' TRAILER '
                      WS-TRAILER-COUNT
              GO TO A0500-EXIT
           END-IF

           IF WS-DETAIL-TOTAL NOT = WS-TRAILER-TOTAL
              MOVE 'N'
                TO WS-BATCH-OK
              MOVE 'PAYMENT TOTAL DOES NOT MATCH TRAILER'
                TO WS-BATCH-REASON
              DISPLAY 'PAYMENTS ' WS-DETAIL-TOTAL ' TRAILER '
                      WS-TRAILER-TOTAL
           END-IF
           .
       A0500-EXIT.
      *--------------------------------------------------------------*
       A0600-CHECK-ONE-RECORD.
      *--------------------------------------------------------------*
           READ PAYMENTS-IN
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO A0600-EXIT
           END-READ

           ADD 1
             TO WS-BATCH-REC-COUNT

      *-- Nothing may follow the trailer
           IF WS-TRAILER-SEEN = 'Y'
              MOVE 'RECORDS AFTER THE BATCH TRAILER'
                TO WS-BATCH-REASON
              GO TO A0600-EXIT
           END-IF

           EVALUATE PAY-IN-REC-TYPE
              WHEN 'H'
                 IF WS-BATCH-REC-COUNT NOT = 1
                    MOVE 'BATCH HEADER NOT FIRST'
                      TO WS-BATCH-REASON
                    GO TO A0600-EXIT
                 END-IF

                 IF PAY-HDR-BATCH-DATE NOT NUMERIC
                    OR PAY-HDR-BATCH-DATE = ZEROES
                    MOVE 'BATCH HEADER DATE INVALID'
                      TO WS-BATCH-REASON
                    GO TO A0600-EXIT
                 END-IF

                 MOVE 'Y'
                   TO WS-HEADER-SEEN
                 MOVE PAY-HDR-BATCH-DATE
                   TO WS-BATCH-DATE
                 MOVE PAY-HDR-BATCH-REF
                   TO WS-BATCH-REF

              WHEN 'D'
                 IF WS-HEADER-SEEN NOT = 'Y'
                    MOVE 'NO BATCH HEADER'
                      TO WS-BATCH-REASON
                    GO TO A0600-EXIT
                 END-IF

      *-- An amount the total cannot be proved against
                 IF PAY-IN-AMOUNT NOT NUMERIC
                    MOVE 'PAYMENT AMOUNT NOT NUMERIC'
                      TO WS-BATCH-REASON
                    GO TO A0600-EXIT
                 END-IF

                 ADD 1
                   TO WS-DETAIL-COUNT
                 ADD PAY-IN-AMOUNT
                   TO WS-DETAIL-TOTAL

              WHEN 'T'
                 IF WS-HEADER-SEEN NOT = 'Y'
                    MOVE 'NO BATCH HEADER'
                      TO WS-BATCH-REASON
                    GO TO A0600-EXIT
                 END-IF

                 IF PAY-TRL-COUNT NOT NUMERIC
                    OR PAY-TRL-TOTAL NOT NUMERIC
                    MOVE 'BATCH TRAILER NOT NUMERIC'
                      TO WS-BATCH-REASON
                    GO TO A0600-EXIT
                 END-IF

                 MOVE 'Y'
                   TO WS-TRAILER-SEEN
                 MOVE PAY-TRL-COUNT
                   TO WS-TRAILER-COUNT
                 MOVE PAY-TRL-TOTAL
                   TO WS-TRAILER-TOTAL

              WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE ON FEED'
                   TO WS-BATCH-REASON
                 GO TO A0600-EXIT
           END-EVALUATE
           .
       A0600-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-PAYMENTS.
      *--------------------------------------------------------------*
                   TO WS-END-OF-FILE

              NOT AT END
      *-- The header and trailer were proved on the first pass
                 IF PAY-IN-REC-TYPE = 'D'
                    ADD 1
                      TO WS-INPUT-COUNT

                    IF PAY-IN-METHOD = 'AGENCY COM'
                       ADD PAY-IN-AMOUNT
                         TO WS-NONCASH-TOTAL
                    END-IF

                    PERFORM C0000-POST-ONE-PAYMENT
                       THRU C0000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
              OR PAY-IN-DATE = ZEROES
              OR PAY-IN-AMOUNT NOT NUMERIC
              OR PAY-IN-AMOUNT = ZEROES
              MOVE SPACES
                TO WS-REPORT-LINE

              STRING 'PAYMENT REJECTED - BAD FIELDS - ACCOUNT '
                                           DELIMITED BY SIZE
                     PAY-IN-ACCOUNT-ID     DELIMITED BY SIZE
              DISPLAY WS-REPORT-LINE
              ADD 1
                TO WS-REJECTED-COUNT
              ADD PAY-IN-AMOUNT
                TO WS-REJECTED-TOTAL
              GO TO C0000-EXIT
           END-IF

      *-- A group reference is shared out over the group's accounts
           IF WS-ACCTGRP-OPEN = 'Y'
              PERFORM C5000-CHECK-GROUP-REF
                 THRU C5000-EXIT

              IF WS-GROUP-REF NOT = SPACES
                 PERFORM C6000-SPLIT-GROUP-PAYMENT
                    THRU C6000-EXIT
                 GO TO C0000-EXIT
              END-IF
           END-IF

           MOVE PAY-IN-ACCOUNT-ID
             TO BH-ACCOUNT-ID

           READ BILLHIST-FILE
              KEY IS BH-ACCOUNT-ID
              INVALID KEY
                 MOVE SPACES
                   TO WS-REPORT-LINE

                 STRING 'PAYMENT UNMATCHED - NO BILLS FOR ACCOUNT '
                                           DELIMITED BY SIZE
                        PAY-IN-ACCOUNT-ID  DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING
                 DISPLAY WS-REPORT-LINE
                 MOVE 'NOBL'
                   TO WS-PARK-REASON
                 PERFORM D4000-PARK-ON-SUSPENSE
                    THRU D4000-EXIT
                 GO TO C0000-EXIT
              PERFORM D3000-DEESCALATE-DUNNING
                 THRU D3000-EXIT

              PERFORM D3500-CHECK-RECONNECTION
                 THRU D3500-EXIT

              ADD 1
                TO WS-POSTED-COUNT

           END-IF
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C5000-CHECK-GROUP-REF.
      *--------------------------------------------------------------*
      *-- The id on the feed is a group reference when it has an
      *-- organisation record on the group file
           MOVE SPACES
             TO WS-GROUP-REF

           MOVE PAY-IN-ACCOUNT-ID
             TO GR-GROUP-ID

           MOVE SPACES
             TO GR-ACCOUNT-ID

           READ ACCTGRP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE PAY-IN-ACCOUNT-ID
                   TO WS-GROUP-REF
           END-READ
           .
       C5000-EXIT.
      *--------------------------------------------------------------*
       C6000-SPLIT-GROUP-PAYMENT.
      *--------------------------------------------------------------*
      *-- Each member owing money is paid off in full in turn, the
      *-- one with the oldest unpaid statement first, until the money
      *-- runs out. Each share posts exactly as a payment for that
      *-- account would. Any excess once all are cleared is parked
      *-- under the group reference for an operator to refund or
      *-- place. The group payment counts once in the control totals
      *-- - as posted when any share posted.
           ADD 1
             TO WS-GROUP-COUNT

           MOVE PAY-IN-AMOUNT
             TO WS-GROUP-AMOUNT
                WS-GROUP-REMAINING

           MOVE 'N'
             TO WS-GROUP-PART-POSTED
                WS-GROUP-DONE

           PERFORM C6100-LOAD-MEMBERS
              THRU C6100-EXIT

           PERFORM C6500-PAY-OLDEST-MEMBER
              THRU C6500-EXIT
            UNTIL WS-GROUP-DONE = 'Y'
               OR WS-GROUP-REMAINING = ZEROES

           IF WS-GROUP-PART-POSTED = 'Y'
              ADD 1
                TO WS-POSTED-COUNT
           END-IF

           MOVE WS-GROUP-REF
             TO PAY-IN-ACCOUNT-ID

           IF WS-GROUP-REMAINING > ZEROES
              MOVE SPACES
                TO WS-REPORT-LINE

              STRING 'GROUP PAYMENT REMAINDER PARKED - GROUP '
                                           DELIMITED BY SIZE
                     WS-GROUP-REF          DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              DISPLAY WS-REPORT-LINE

              MOVE WS-GROUP-REMAINING
                TO PAY-IN-AMOUNT

              MOVE 'GRPR'
                TO WS-PARK-REASON

              PERFORM D4000-PARK-ON-SUSPENSE
                 THRU D4000-EXIT
           END-IF

           MOVE WS-GROUP-AMOUNT
             TO PAY-IN-AMOUNT
           .
       C6000-EXIT.
      *--------------------------------------------------------------*
       C6100-LOAD-MEMBERS.
      *--------------------------------------------------------------*
      *-- The member records follow the organisation record under the
      *-- same group id
           MOVE ZEROES
             TO WS-GM-COUNT

           MOVE 'N'
             TO WS-GROUP-SCAN-DONE

           MOVE WS-GROUP-REF
             TO GR-GROUP-ID

           MOVE SPACES
             TO GR-ACCOUNT-ID

           START ACCTGRP-FILE KEY IS GREATER THAN GR-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-GROUP-SCAN-DONE
           END-START

           PERFORM C6200-LOAD-ONE-MEMBER
              THRU C6200-EXIT
            UNTIL WS-GROUP-SCAN-DONE = 'Y'
           .
       C6100-EXIT.
      *--------------------------------------------------------------*
       C6200-LOAD-ONE-MEMBER.
      *--------------------------------------------------------------*
      *-- Only members that owe something take a share
           READ ACCTGRP-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-GROUP-SCAN-DONE
                 GO TO C6200-EXIT
           END-READ

           IF GR-GROUP-ID NOT = WS-GROUP-REF
              MOVE 'Y'
                TO WS-GROUP-SCAN-DONE
              GO TO C6200-EXIT
           END-IF

           IF WS-GM-COUNT NOT < 200
              GO TO C6200-EXIT
           END-IF

           MOVE GR-ACCOUNT-ID
             TO AB-ACCOUNT-ID

           READ ACCTBAL-FILE
              INVALID KEY
                 GO TO C6200-EXIT
           END-READ

           IF AB-BALANCE NOT > ZEROES
              GO TO C6200-EXIT
           END-IF

           ADD 1
             TO WS-GM-COUNT

           MOVE WS-GM-COUNT
             TO GM-IDX

           MOVE GR-ACCOUNT-ID
             TO WS-GM-ACCOUNT-ID (GM-IDX)

           MOVE AB-BALANCE
             TO WS-GM-BALANCE (GM-IDX)

           MOVE 'N'
             TO WS-GM-PAID (GM-IDX)

           PERFORM C6300-FIND-OLDEST-OPEN
              THRU C6300-EXIT
           .
       C6200-EXIT.
      *--------------------------------------------------------------*
       C6300-FIND-OLDEST-OPEN.
      *--------------------------------------------------------------*
      *-- Payments and write-offs clear the member's statements
      *-- oldest first, the way the aging report applies them; the
      *-- first statement they do not cover dates the open debt. A
      *-- balance owed on adjustments alone dates from the last bill.
           MOVE AB-LAST-BILL-DATE
             TO WS-GM-OLDEST-DATE (GM-IDX)

           COMPUTE WS-PAID-OFF =
              AB-TOTAL-PAID + AB-WRITTEN-OFF

           MOVE ZEROES
             TO WS-BILLED-SO-FAR

           MOVE 'N'
             TO WS-BILL-SCAN-DONE

           MOVE GR-ACCOUNT-ID
             TO BH-ACCOUNT-ID

           START BILLHIST-FILE KEY IS EQUAL TO BH-ACCOUNT-ID
              INVALID KEY
                 MOVE 'Y'
                   TO WS-BILL-SCAN-DONE
           END-START

           PERFORM C6400-CHECK-ONE-BILL
              THRU C6400-EXIT
            UNTIL WS-BILL-SCAN-DONE = 'Y'
           .
       C6300-EXIT.
      *--------------------------------------------------------------*
       C6400-CHECK-ONE-BILL.
      *--------------------------------------------------------------*
           READ BILLHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-BILL-SCAN-DONE
                 GO TO C6400-EXIT
           END-READ

           IF BH-ACCOUNT-ID NOT = WS-GM-ACCOUNT-ID (GM-IDX)
              MOVE 'Y'
                TO WS-BILL-SCAN-DONE
              GO TO C6400-EXIT
           END-IF

           COMPUTE WS-BILLED-SO-FAR =
              WS-BILLED-SO-FAR + BH-TOTAL-COST + BH-TAX-AMOUNT

           IF WS-BILLED-SO-FAR > WS-PAID-OFF
              MOVE BH-BILL-DATE
                TO WS-GM-OLDEST-DATE (GM-IDX)
              MOVE 'Y'
                TO WS-BILL-SCAN-DONE
           END-IF
           .
       C6400-EXIT.
      *--------------------------------------------------------------*
       C6500-PAY-OLDEST-MEMBER.
      *--------------------------------------------------------------*
           MOVE ZEROES
             TO WS-PICK-IDX

           MOVE 99999999
             TO WS-PICK-DATE

           PERFORM C6600-CHECK-OLDEST
              THRU C6600-EXIT
           VARYING GM-IDX FROM 1 BY 1
             UNTIL GM-IDX > WS-GM-COUNT

           IF WS-PICK-IDX = ZEROES
              MOVE 'Y'
                TO WS-GROUP-DONE
              GO TO C6500-EXIT
           END-IF

           MOVE 'Y'
             TO WS-GM-PAID (WS-PICK-IDX)

           IF WS-GM-BALANCE (WS-PICK-IDX) < WS-GROUP-REMAINING
              MOVE WS-GM-BALANCE (WS-PICK-IDX)
                TO WS-GROUP-SHARE
           ELSE
              MOVE WS-GROUP-REMAINING
                TO WS-GROUP-SHARE
           END-IF

           MOVE WS-GM-ACCOUNT-ID (WS-PICK-IDX)
             TO PAY-IN-ACCOUNT-ID

           MOVE WS-GROUP-SHARE
             TO PAY-IN-AMOUNT

           SUBTRACT WS-GROUP-SHARE
               FROM WS-GROUP-REMAINING

           PERFORM D1000-WRITE-PAYMENT
              THRU D1000-EXIT

      *-- A share that cannot post (no open period) is rejected with
      *-- the rest of the money, which would fail the same way; the
      *-- payment is counted once, as posted if a share already went
           IF WS-PAYMENT-WRITTEN NOT = 'Y'
              ADD WS-GROUP-REMAINING
                TO WS-REJECTED-TOTAL

              MOVE ZEROES
                TO WS-GROUP-REMAINING

              IF WS-GROUP-PART-POSTED = 'Y'
                 SUBTRACT 1
                     FROM WS-REJECTED-COUNT
              END-IF

              MOVE 'Y'
                TO WS-GROUP-DONE
              GO TO C6500-EXIT
           END-IF

           PERFORM D2000-UPDATE-BALANCE
              THRU D2000-EXIT

           PERFORM D3000-DEESCALATE-DUNNING
              THRU D3000-EXIT

           PERFORM D3500-CHECK-RECONNECTION
              THRU D3500-EXIT

           ADD WS-GROUP-SHARE
             TO WS-POSTED-TOTAL

           ADD 1
             TO WS-GROUP-PART-COUNT

           MOVE 'Y'
             TO WS-GROUP-PART-POSTED
           .
       C6500-EXIT.
      *--------------------------------------------------------------*
       C6600-CHECK-OLDEST.
      *--------------------------------------------------------------*
           IF WS-GM-PAID (GM-IDX) = 'N'
              AND WS-GM-OLDEST-DATE (GM-IDX) < WS-PICK-DATE
              MOVE GM-IDX
                TO WS-PICK-IDX

              MOVE WS-GM-OLDEST-DATE (GM-IDX)
                TO WS-PICK-DATE
           END-IF
           .
       C6600-EXIT.
      *--------------------------------------------------------------*
       D1000-WRITE-PAYMENT.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-PAYMENT-WRITTEN

      *-- A payment received in a month finance has closed posts on
      *-- the first day of the first open month, keeping the date it
      *-- was received
           MOVE 'G'
             TO C01-ACTION-CD OF PERMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF PERMNT-REQ

           MOVE PAY-IN-DATE
             TO C01-POST-DATE OF PERMNT-REQ

           MOVE 'MTRPYPST'
             TO C01-OPERATOR OF PERMNT-REQ

           CALL 'MTRPERMT'
          USING PERMNT-REQ

           IF C01-RETURN-CD OF PERMNT-REQ NOT = '0'
              MOVE SPACES
                TO WS-REPORT-LINE

              STRING 'PAYMENT REJECTED - NO OPEN PERIOD - ACCOUNT '
                                           DELIMITED BY SIZE
                     PAY-IN-ACCOUNT-ID     DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              DISPLAY WS-REPORT-LINE
              ADD 1
                TO WS-REJECTED-COUNT
              ADD PAY-IN-AMOUNT
                TO WS-REJECTED-TOTAL
              GO TO D1000-EXIT
           END-IF

           IF C01-ORIG-DATE OF PERMNT-REQ NOT = ZEROES
              ADD 1
                TO WS-MOVED-COUNT
           END-IF

           MOVE PAY-IN-ACCOUNT-ID
             TO PH-ACCOUNT-ID

           MOVE C01-POST-DATE OF PERMNT-REQ
             TO PH-PAY-DATE

           MOVE C01-ORIG-DATE OF PERMNT-REQ
             TO PH-ORIG-DATE

           MOVE WS-TODAY-8
             TO PH-POSTED-DATE

           MOVE 1
             TO PH-PAY-SEQ

           MOVE PAY-IN-METHOD
             TO PH-METHOD

           MOVE 'P'
             TO PH-ENTRY-TYPE

           MOVE ZEROES
             TO WS-SEQ-TRIES

               OR WS-SEQ-TRIES > 9998

           IF WS-PAYMENT-WRITTEN = 'N'
              MOVE SPACES
                TO WS-REPORT-LINE

              STRING 'PAYMENT REJECTED - SEQUENCE FULL - ACCOUNT '
                                           DELIMITED BY SIZE
                     PAY-IN-ACCOUNT-ID     DELIMITED BY SIZE
              DISPLAY WS-REPORT-LINE
              ADD 1
                TO WS-REJECTED-COUNT
              ADD PAY-IN-AMOUNT
                TO WS-REJECTED-TOTAL
           END-IF
           .
       D1000-EXIT.
                      AB-TOTAL-PAID
                      AB-LAST-BILL-DATE
                      AB-LAST-PAY-DATE
                      AB-WRITTEN-OFF
           END-READ

           SUBTRACT PAY-IN-AMOUNT
           MOVE PAY-IN-DATE
             TO AB-LAST-PAY-DATE

      *-- Money in on an account with debt written off recovers that
      *-- debt first: it goes back on the balance and comes off the
      *-- written-off figure, so a payment on a written-off account
      *-- does not leave it in credit.
           IF AB-WRITTEN-OFF > ZEROES
              AND AB-BALANCE < ZEROES
              PERFORM D2500-RECOVER-WRITE-OFF
                 THRU D2500-EXIT
           END-IF

           IF WS-BALANCE-FOUND = 'Y'
              REWRITE ACCTBAL-REC
                 INVALID KEY
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-RECOVER-WRITE-OFF.
      *--------------------------------------------------------------*
      *-- The recovery is whatever of the payment went past clearing
      *-- the balance, up to the amount still written off. The
      *-- write-off ledger records it with its share of the VAT
      *-- relief claimed.
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

           MOVE C01-POST-DATE OF PERMNT-REQ
             TO C01-ENTRY-DATE OF WOMNT-REQ

           MOVE WS-RECOVERY
             TO C01-WO-AMOUNT OF WOMNT-REQ

           MOVE 'MTRPYPST'
             TO C01-OPERATOR OF WOMNT-REQ

           CALL 'MTRWOMNT'
          USING WOMNT-REQ

           IF C01-RETURN-CD OF WOMNT-REQ NOT = '0'
              MOVE 'Write-off recovery not recorded on the ledger'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO D2500-EXIT
           END-IF

           MOVE C01-WO-AMOUNT OF WOMNT-REQ
             TO WS-RECOVERY

           ADD WS-RECOVERY
             TO AB-BALANCE

           SUBTRACT WS-RECOVERY
               FROM AB-WRITTEN-OFF

           ADD 1
             TO WS-RECOVERED-COUNT

           ADD WS-RECOVERY
             TO WS-RECOVERED-TOTAL
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       D3000-DEESCALATE-DUNNING.
      *--------------------------------------------------------------*
             TO WS-DEESCALATE-COUNT
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D3500-CHECK-RECONNECTION.
      *--------------------------------------------------------------*
      *-- A payment that clears a disconnected account's debt raises
      *-- the reconnection orders, and the account leaves dunning.
           MOVE '0'
             TO C01-RETURN-CD OF RCNREQ

           MOVE PAY-IN-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF RCNREQ

           MOVE AB-BALANCE
             TO C01-DEBT-AMOUNT OF RCNREQ

           MOVE 'MTRPYPST'
             TO C01-SOURCE OF RCNREQ
                C01-OPERATOR OF RCNREQ

           CALL 'MTRRCNCK'
          USING RCNREQ

           IF C01-RETURN-CD OF RCNREQ NOT = '1'
              GO TO D3500-EXIT
           END-IF

           ADD C01-ORDER-COUNT OF RCNREQ
             TO WS-RECONNECT-COUNT

           IF WS-DUNSTAT-OPEN NOT = 'Y'
              GO TO D3500-EXIT
           END-IF

           MOVE PAY-IN-ACCOUNT-ID
             TO DN-ACCOUNT-ID

           READ DUNSTAT-FILE
              INVALID KEY
                 GO TO D3500-EXIT
           END-READ

           MOVE ZEROES
             TO DN-STAGE

           MOVE WS-TODAY-8
             TO DN-STAGE-DATE

           REWRITE DUNSTAT-REC
              INVALID KEY
                 MOVE 'Error updating dunning stage record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE
           .
       D3500-EXIT.
      *--------------------------------------------------------------*
       D4000-PARK-ON-SUSPENSE.
      *--------------------------------------------------------------*
           MOVE PAY-IN-METHOD
             TO PS-METHOD

           MOVE WS-PARK-REASON
             TO PS-REASON-CD

           MOVE WS-TODAY-8
            UNTIL WS-SUSPENSE-WRITTEN = 'Y'
               OR WS-SEQ-TRIES > 9998

      *-- What is left of a group payment that already posted a share
      *-- is counted in the money but not again as an item
           IF WS-SUSPENSE-WRITTEN = 'Y'
              IF WS-PARK-REASON NOT = 'GRPR'
                 OR WS-GROUP-PART-POSTED NOT = 'Y'
                 ADD 1
                   TO WS-SUSPENDED-COUNT
              END-IF

              ADD PAY-IN-AMOUNT
                TO WS-SUSPENDED-TOTAL
           ELSE
              MOVE SPACES
                TO WS-REPORT-LINE

              STRING 'PAYMENT REJECTED - SUSPENSE FULL - ACCOUNT '
                                           DELIMITED BY SIZE
                     PAY-IN-ACCOUNT-ID     DELIMITED BY SIZE
              DISPLAY WS-REPORT-LINE
              ADD 1
                TO WS-REJECTED-COUNT
              ADD PAY-IN-AMOUNT
                TO WS-REJECTED-TOTAL
           END-IF
           .
       D4000-EXIT.
           END-READ
           .
       D5500-EXIT.
      *--------------------------------------------------------------*
       E0000-LOG-CASH-BATCH.
      *--------------------------------------------------------------*
      *-- The batch's totals go on the cash log under the bank's
      *-- value date for the cash reconciliation. The sequence steps
      *-- past any other batch already logged for the same date.
           MOVE 'N'
             TO WS-LOG-WRITTEN

           MOVE SPACES
             TO CASHLOG-REC

           MOVE WS-BATCH-DATE
             TO CL-CASH-DATE

           MOVE 'PAYM'
             TO CL-SOURCE

           MOVE 1
             TO CL-SEQ

           MOVE WS-TODAY-8
             TO CL-LOGGED-DATE

           MOVE WS-BATCH-REF
             TO CL-BATCH-REF

           MOVE WS-INPUT-COUNT
             TO CL-ITEM-COUNT

           MOVE WS-POSTED-TOTAL
             TO CL-POSTED-TOTAL

           MOVE WS-SUSPENDED-TOTAL
             TO CL-SUSPENDED-TOTAL

           MOVE WS-REJECTED-TOTAL
             TO CL-REJECTED-TOTAL

           MOVE WS-NONCASH-TOTAL
             TO CL-NONCASH-TOTAL

           MOVE ZEROES
             TO WS-SEQ-TRIES

           PERFORM E0050-TRY-WRITE-LOG
              THRU E0050-EXIT
            UNTIL WS-LOG-WRITTEN = 'Y'
               OR WS-SEQ-TRIES > 9998

           IF WS-LOG-WRITTEN NOT = 'Y'
              MOVE 'Batch totals not written to the cash log'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
           END-IF
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       E0050-TRY-WRITE-LOG.
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
       E0050-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
           DISPLAY 'PAYMENTS REJECTED  : ' WS-REJECTED-COUNT
           DISPLAY 'AMOUNT POSTED      : ' WS-POSTED-TOTAL
           DISPLAY 'AMOUNT SUSPENDED   : ' WS-SUSPENDED-TOTAL
           DISPLAY 'AMOUNT REJECTED    : ' WS-REJECTED-TOTAL
           DISPLAY 'AGENCY COMMISSION  : ' WS-NONCASH-TOTAL
           DISPLAY 'BATCH TRAILER      : ' WS-TRAILER-COUNT
                   ' ITEMS ' WS-TRAILER-TOTAL
           DISPLAY 'STAGES STEPPED DOWN: ' WS-DEESCALATE-COUNT
           DISPLAY 'RECONNECTS ORDERED : ' WS-RECONNECT-COUNT
           DISPLAY 'SUSPENSE CARRIED FW: ' WS-SUS-CF-COUNT
                   ' ITEMS ' WS-SUS-CF-TOTAL
           DISPLAY 'CLOSED PERIOD MOVED: ' WS-MOVED-COUNT
           DISPLAY 'WRITE-OFF RECOVERED: ' WS-RECOVERED-COUNT
                   ' ITEMS ' WS-RECOVERED-TOTAL
           DISPLAY 'GROUP PAYMENTS     : ' WS-GROUP-COUNT
                   ' SHARES ' WS-GROUP-PART-COUNT
           IF WS-POSTED-COUNT + WS-SUSPENDED-COUNT
              + WS-REJECTED-COUNT
              NOT = WS-INPUT-COUNT
                 GO TO Z0000-PROCESS-END
              END-IF
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

           IF WS-ACCTGRP-OPEN = 'Y'
              CLOSE ACCTGRP-FILE
           END-IF
           .
       Z0000-EXIT.

