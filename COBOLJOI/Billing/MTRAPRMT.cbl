       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRAPRMT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Pending approvals program - approve, reject or inquire on a    *
      * financial action MTRAUTMT parked on APRPND because it was over *
      * the originating operator's limit. An approval is checked       *
      * against the approver's own authority and seniority and then    *
      * carried out through the action's own program (MTRADJMT,        *
      * MTRPYSUS, MTRDSPMT or MTRMDMNT) with the approver recorded     *
      * alongside the originator. An adjustment carried out finishes   *
      * what its own path left waiting on the approval: a rebill       *
      * difference (CORR or TRUP) has the back-billing limit           *
      * (MTRBBLIM) applied and its stored statement brought up to the  *
      * rebilled figures; a compensation credit (GSSC) pays the breach *
      * held on the GSSBRCH register and sends its notification; a     *
      * rebate credit (SOCR) settles the REBSCH entry held for it -    *
      * each straight to the closing balance where that is the route   *
      * it was held for; a deposit offset (DEPO) marks its deposit     *
      * refunded; a budget settlement (BUDG) comes off the deferral it *
      * was parked against; an exit fee (EXIT) ends its contract early *
      * with the fee charged; and a tamper back-bill or investigation  *
      * charge (RPAS, RPIC) closes its case once neither is left       *
      * waiting. Every decision, and every refused attempt, goes to    *
      * the APRLOG approvals log for the daily report (MTRAPRRP).      *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Actions parked pending approval, keyed by date and sequence
           SELECT APRPND-FILE
           ASSIGN TO 'APRPND'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AP-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-APRPND-STA.

      *-- Approvals log - one record per decision or refused attempt,
      *-- appended to for the daily report
           SELECT APRLOG-FILE
           ASSIGN TO 'APRLOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APRLOG-STA.

      *-- The files an approved adjustment settles, each opened and
      *-- closed around its own use, since the programs the approval
      *-- is carried out through reach the same files themselves.
      *-- Billing history - the stored statement of a rebilled period
           SELECT BILLHIST-FILE
           ASSIGN TO 'BILLHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BILLHIST-STA.

      *-- Breach register - a compensation credit awaiting approval
           SELECT GSSBRCH-FILE
           ASSIGN TO 'GSSBRCH'
           ORGANIZATION IS INDEXED
           RECORD KEY IS GB-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-GSSBRCH-STA.

      *-- Rebate scheme file - a rebate credit awaiting approval
           SELECT REBSCH-FILE
           ASSIGN TO 'REBSCH'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RB-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-REBSCH-STA.

      *-- Running account balances - a credit for an account no
      *-- longer supplied is applied here
           SELECT ACCTBAL-FILE
           ASSIGN TO 'ACCTBAL'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AB-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-ACCTBAL-STA.

      *-- Manual billing adjustments - the credit just raised, marked
      *-- applied to a closing balance
           SELECT ADJUST-FILE
           ASSIGN TO 'ADJUST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ADJ-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-ADJUST-STA.

      *-- Customer master - name, address and delivery preference for
      *-- the compensation notification
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

      *-- Security deposits - an offset awaiting approval
           SELECT DEPOSIT-FILE
           ASSIGN TO 'DEPOSIT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DP-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-DEPOSIT-STA.

      *-- Budget billing deferrals - a settlement awaiting approval
           SELECT BUDGDEF-FILE
           ASSIGN TO 'BUDGDEF'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BD-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-BUDGDEF-STA.

      *-- Fixed-term contracts - an exit fee awaiting approval
           SELECT CONTRACT-FILE
           ASSIGN TO 'CONTRACT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CT-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CONTRACT-STA.

      *-- Revenue-protection cases - a back-bill or investigation
      *-- charge awaiting approval
           SELECT RPCASE-FILE
           ASSIGN TO 'RPCASE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RP-MTR-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-RPCASE-STA.

      *-- Customer notification extract MTRGSSMN appends to
           SELECT GSSNOTE-OUT
           ASSIGN TO 'GSSNOTE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GSSNOTE-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  APRPND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APRPND0.
      *
       FD  APRLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APRLOG0.
      *
       FD  BILLHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHST0.
      *
       FD  GSSBRCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GSSBRCH0.
      *
       FD  REBSCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REBSCH0.
      *
       FD  ACCTBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTBAL0.
      *
       FD  ADJUST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJUST0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
       FD  DEPOSIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPOSIT0.
      *
       FD  BUDGDEF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUDGDEF0.
      *
       FD  CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTRCT0.
      *
       FD  RPCASE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPCASE0.
      *
       FD  GSSNOTE-OUT
           LABEL RECORDS ARE STANDARD.
       01  GSSNOTE-REC                   PIC X(300).
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-APRPND-STA              PIC 9(02) VALUE ZEROES.
           05 WS-APRLOG-STA              PIC 9(02) VALUE ZEROES.
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-GSSBRCH-STA             PIC 9(02) VALUE ZEROES.
           05 WS-REBSCH-STA              PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ADJUST-STA              PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-DEPOSIT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-BUDGDEF-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CONTRACT-STA            PIC 9(02) VALUE ZEROES.
           05 WS-RPCASE-STA              PIC 9(02) VALUE ZEROES.
           05 WS-GSSNOTE-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-APRPND-OPEN             PIC X(01) VALUE 'N'.
           05 WS-APRLOG-OPEN             PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-NOW-6                   PIC 9(06) VALUE ZEROES.
      *-- What carrying the action out returned, and the log entry
           05 WS-CARRY-RC                PIC X(01) VALUE SPACES.
           05 WS-LOG-OUTCOME             PIC X(01) VALUE SPACES.
           05 WS-LOG-REASON              PIC X(40) VALUE SPACES.
      *-- Settling what the approved adjustment was parked for
           05 WS-ITEM-FOUND              PIC X(01) VALUE 'N'.
           05 WS-SCAN-DONE               PIC X(01) VALUE 'N'.
           05 WS-BALANCE-DONE            PIC X(01) VALUE 'N'.
      *-- Recomputed VAT for the rebilled statement, at the rate in
      *-- force at the period end
           05 WS-NEW-TAX                 PIC 9(7)V9(4) VALUE ZEROES.
           05 WS-ED-AMOUNT               PIC 9(7).9(4).

           COPY AUTMNT0.

           COPY ADJMNT0.

           COPY PAYSRQ0.

           COPY DSPMNT0.

           COPY MDMNT0.

           COPY BBLREQ0.

           COPY BILLSTM0.

           COPY TAXMNT0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *
         COPY APRMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING APRMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-DECIDE-ITEM
              THRU C0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           MOVE '0'
             TO C01-RETURN-CD OF APRMNT-REQ

           MOVE 'N'
             TO WS-APRPND-OPEN
                WS-APRLOG-OPEN

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

           MOVE WS-TODAY-TIMESTAMP (9:6)
             TO WS-NOW-6

      *-- No file means nothing has ever been parked
           OPEN I-O APRPND-FILE
           IF WS-APRPND-STA = '35'
              MOVE 'Nothing is pending approval'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '1'
                TO C01-RETURN-CD OF APRMNT-REQ
              PERFORM Z0000-PROCESS-END
           END-IF

           IF WS-APRPND-STA NOT = '00'
              STRING 'Error in opening pending approvals file - '
                  WS-APRPND-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF APRMNT-REQ
              PERFORM Z0000-PROCESS-END
           END-IF

           MOVE 'Y'
             TO WS-APRPND-OPEN

           OPEN EXTEND APRLOG-FILE
           IF WS-APRLOG-STA = '35'
              OPEN OUTPUT APRLOG-FILE
           END-IF

           IF WS-APRLOG-STA NOT = '00'
              STRING 'Error in opening approvals log - '
                  WS-APRLOG-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF APRMNT-REQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           MOVE 'Y'
             TO WS-APRLOG-OPEN
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           IF C01-ACTION-CD OF APRMNT-REQ NOT = 'A'
              AND C01-ACTION-CD OF APRMNT-REQ NOT = 'R'
              AND C01-ACTION-CD OF APRMNT-REQ NOT = 'I'
              MOVE 'INVALID ACTION CODE - MUST BE A, R OR I'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF

           IF C01-PEND-DATE OF APRMNT-REQ = ZEROES
              OR C01-PEND-SEQ OF APRMNT-REQ = ZEROES
              MOVE 'PENDING ITEM DATE AND SEQUENCE ARE REQUIRED'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF

           IF C01-ACTION-CD OF APRMNT-REQ NOT = 'I'
              AND C01-APPROVER OF APRMNT-REQ = SPACES
              MOVE 'OPERATOR DECIDING THE ITEM IS REQUIRED'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B9000-REJECT-REQUEST.
      *--------------------------------------------------------------*
           DISPLAY WS-ERROR-TEXT
           MOVE '9'
             TO C01-RETURN-CD OF APRMNT-REQ
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       B9000-EXIT.
      *--------------------------------------------------------------*
       C0000-DECIDE-ITEM.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-PEND
              THRU D2500-EXIT

           IF C01-RETURN-CD OF APRMNT-REQ NOT = '0'
              GO TO C0000-EXIT
           END-IF

           EVALUATE C01-ACTION-CD OF APRMNT-REQ
              WHEN 'A'
                 PERFORM D1000-APPROVE-ITEM
                    THRU D1000-EXIT
              WHEN 'R'
                 PERFORM D2000-REJECT-ITEM
                    THRU D2000-EXIT
              WHEN 'I'
                 PERFORM D3000-INQUIRE-ITEM
                    THRU D3000-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D1000-APPROVE-ITEM.
      *--------------------------------------------------------------*
           IF AP-STATUS NOT = 'P'
              MOVE 'Item has already been decided'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '3'
                TO C01-RETURN-CD OF APRMNT-REQ
              GO TO D1000-EXIT
           END-IF

      *-- The approver's own standing first - an operator approving
      *-- their own request, or one without the authority or the
      *-- seniority, is refused and logged for the daily report
           MOVE SPACES
             TO AUTMNT-REQ

           MOVE 'K'
             TO C01-ACTION-CD OF AUTMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF AUTMNT-REQ

           MOVE AP-ORIGINATOR
             TO C01-AUTH-OPERATOR

           MOVE AP-ACTION
             TO C01-AUTH-ACTION OF AUTMNT-REQ

           MOVE AP-AMOUNT
             TO C01-AUTH-AMOUNT

           MOVE C01-APPROVER OF APRMNT-REQ
             TO C01-APPROVER OF AUTMNT-REQ

           MOVE ZEROES
             TO C01-AUTH-LEVEL
                C01-AUTH-COUNT
                C01-PEND-DATE OF AUTMNT-REQ
                C01-PEND-SEQ OF AUTMNT-REQ

           CALL 'MTRAUTMT'
          USING AUTMNT-REQ

           EVALUATE C01-RETURN-CD OF AUTMNT-REQ
              WHEN '0'
              WHEN '2'
                 CONTINUE
              WHEN '5'
                 MOVE 'S'
                   TO WS-LOG-OUTCOME
                 MOVE C01-AUTH-REASON
                   TO WS-LOG-REASON
                 PERFORM D8000-WRITE-LOG
                    THRU D8000-EXIT
                 MOVE '5'
                   TO C01-RETURN-CD OF APRMNT-REQ
              WHEN '8'
                 MOVE 'L'
                   TO WS-LOG-OUTCOME
                 MOVE C01-AUTH-REASON
                   TO WS-LOG-REASON
                 PERFORM D8000-WRITE-LOG
                    THRU D8000-EXIT
                 MOVE '8'
                   TO C01-RETURN-CD OF APRMNT-REQ
              WHEN OTHER
                 MOVE '9'
                   TO C01-RETURN-CD OF APRMNT-REQ
           END-EVALUATE

           IF C01-RETURN-CD OF APRMNT-REQ NOT = '0'
              MOVE C01-AUTH-REASON
                TO C01-REASON OF APRMNT-REQ
              DISPLAY 'Approval refused - ' C01-AUTH-REASON
              GO TO D1000-EXIT
           END-IF

           PERFORM D1500-CARRY-OUT
              THRU D1500-EXIT

           IF WS-CARRY-RC NOT = '0'
              MOVE SPACES
                TO WS-LOG-REASON
              STRING 'ACTION FAILED WHEN CARRIED OUT - RC '
                  WS-CARRY-RC
                DELIMITED BY SIZE
               INTO WS-LOG-REASON
              END-STRING
              MOVE 'F'
                TO WS-LOG-OUTCOME
              PERFORM D8000-WRITE-LOG
                 THRU D8000-EXIT
              MOVE WS-LOG-REASON
                TO C01-REASON OF APRMNT-REQ
              MOVE '6'
                TO C01-RETURN-CD OF APRMNT-REQ
              GO TO D1000-EXIT
           END-IF

           MOVE 'A'
             TO AP-STATUS

           PERFORM D2600-RECORD-DECISION
              THRU D2600-EXIT
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D1500-CARRY-OUT.
      *--------------------------------------------------------------*
      *-- Hand the parked request back to its own program with the
      *-- approver attached - that program checks the approval again
      *-- against the table and records who approved it
           MOVE SPACES
             TO WS-CARRY-RC

           EVALUATE AP-ACTION
              WHEN 'ADJT'
                 MOVE AP-REQUEST
                   TO ADJMNT-REQ
                 MOVE '0'
                   TO C01-RETURN-CD OF ADJMNT-REQ
                 MOVE C01-APPROVER OF APRMNT-REQ
                   TO C01-APPROVER OF ADJMNT-REQ
                 CALL 'MTRADJMT'
                USING ADJMNT-REQ
                 MOVE C01-RETURN-CD OF ADJMNT-REQ
                   TO WS-CARRY-RC
              WHEN 'PSRP'
                 MOVE AP-REQUEST
                   TO PAYSRQ
                 MOVE '0'
                   TO C01-RETURN-CD OF PAYSRQ
                 MOVE C01-APPROVER OF APRMNT-REQ
                   TO C01-APPROVER OF PAYSRQ
                 CALL 'MTRPYSUS'
                USING PAYSRQ
                 MOVE C01-RETURN-CD OF PAYSRQ
                   TO WS-CARRY-RC
              WHEN 'DSPU'
                 MOVE AP-REQUEST
                   TO DSPMNT-REQ
                 MOVE '0'
                   TO C01-RETURN-CD OF DSPMNT-REQ
                 MOVE C01-APPROVER OF APRMNT-REQ
                   TO C01-APPROVER OF DSPMNT-REQ
                 CALL 'MTRDSPMT'
                USING DSPMNT-REQ
                 MOVE C01-RETURN-CD OF DSPMNT-REQ
                   TO WS-CARRY-RC
              WHEN 'MDRN'
                 MOVE AP-REQUEST
                   TO MDMNT-REQ
                 MOVE '0'
                   TO C01-RETURN-CD OF MDMNT-REQ
                 MOVE C01-APPROVER OF APRMNT-REQ
                   TO C01-APPROVER OF MDMNT-REQ
                 CALL 'MTRMDMNT'
                USING MDMNT-REQ
                 MOVE C01-RETURN-CD OF MDMNT-REQ
                   TO WS-CARRY-RC
              WHEN OTHER
                 MOVE '9'
                   TO WS-CARRY-RC
           END-EVALUATE

           IF AP-ACTION = 'ADJT'
              AND WS-CARRY-RC = '0'
              PERFORM D1600-APPLY-BACKBILL-LIMIT
                 THRU D1600-EXIT

              PERFORM D1700-UPDATE-STORED-BILL
                 THRU D1700-EXIT

              PERFORM D1800-SETTLE-BREACH
                 THRU D1800-EXIT

              PERFORM D1900-SETTLE-REBATE
                 THRU D1900-EXIT

              PERFORM D1960-SETTLE-DEPOSIT
                 THRU D1960-EXIT

              PERFORM D1970-SETTLE-DEFERRAL
                 THRU D1970-EXIT

              PERFORM D1980-SETTLE-EXIT-FEE
                 THRU D1980-EXIT

              PERFORM D1990-SETTLE-RP-CASE
                 THRU D1990-EXIT
           END-IF
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       D1600-APPLY-BACKBILL-LIMIT.
      *--------------------------------------------------------------*
      *-- A rebill difference parked for approval never reached its
      *-- path's back-billing check, so the adjustment just raised is
      *-- for the full amount. Anything past the limit is credited
      *-- back now, under the same approval. The adjustment stands
      *-- either way, so a failure here is reported for the billing
      *-- team and the approval still goes through.
           IF C01-REASON-CD OF ADJMNT-REQ NOT = 'CORR'
              AND C01-REASON-CD OF ADJMNT-REQ NOT = 'TRUP'
              GO TO D1600-EXIT
           END-IF

           IF C01-ADJ-AMOUNT OF ADJMNT-REQ NOT > ZEROES
              GO TO D1600-EXIT
           END-IF

           IF C01-PERIOD-TO OF ADJMNT-REQ = ZEROES
              MOVE 'Back-billing limit not checked - no rebilled period'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO D1600-EXIT
           END-IF

           MOVE '0'
             TO C01-RETURN-CD OF BBLREQ

           MOVE C01-REASON-CD OF ADJMNT-REQ
             TO C01-PATH-CD OF BBLREQ

           MOVE C01-ACCOUNT-ID OF ADJMNT-REQ
             TO C01-ACCOUNT-ID OF BBLREQ

           MOVE C01-MTR-ID OF ADJMNT-REQ
             TO C01-MTR-ID OF BBLREQ

           MOVE C01-PERIOD-FROM OF ADJMNT-REQ
             TO C01-FROM-DATE OF BBLREQ

           MOVE C01-PERIOD-TO OF ADJMNT-REQ
             TO C01-TO-DATE OF BBLREQ

           MOVE C01-ADJ-AMOUNT OF ADJMNT-REQ
             TO C01-REBILL-DIFF OF BBLREQ

           MOVE C01-OPERATOR OF ADJMNT-REQ
             TO C01-OPERATOR OF BBLREQ

           MOVE C01-APPROVER OF APRMNT-REQ
             TO C01-APPROVER OF BBLREQ

           CALL 'MTRBBLIM'
          USING BBLREQ

           IF C01-RETURN-CD OF BBLREQ = '9'
              MOVE 'Back-billing write-off could not be raised'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
           END-IF
           .
       D1600-EXIT.
      *--------------------------------------------------------------*
       D1700-UPDATE-STORED-BILL.
      *--------------------------------------------------------------*
      *-- A rebill difference parked for approval left the stored
      *-- statement at its old figures, since its path only moves the
      *-- bill once the difference is on the account. Now it is, the
      *-- period is rebilled and the stored statement brought up to
      *-- the recomputed figures, as MTRRDCOR and MTRRDTRU do. The
      *-- adjustment stands either way, so a failure here is reported
      *-- for the billing team and the approval still goes through.
           IF C01-REASON-CD OF ADJMNT-REQ NOT = 'CORR'
              AND C01-REASON-CD OF ADJMNT-REQ NOT = 'TRUP'
              GO TO D1700-EXIT
           END-IF

           IF C01-PERIOD-TO OF ADJMNT-REQ = ZEROES
              GO TO D1700-EXIT
           END-IF

           MOVE C01-MTR-ID OF ADJMNT-REQ
             TO C01-MTR-ID OF BILLSTMT

           MOVE C01-PERIOD-FROM OF ADJMNT-REQ
             TO C01-FROM-DATE OF BILLSTMT

           MOVE C01-PERIOD-TO OF ADJMNT-REQ
             TO C01-TO-DATE OF BILLSTMT

           MOVE '0'
             TO C01-RETURN-CD OF BILLSTMT

           MOVE 'Y'
             TO C01-REBILL-FLAG OF BILLSTMT

           CALL 'MTRBILST'
          USING BILLSTMT

           IF C01-ORIG-FOUND OF BILLSTMT NOT = 'Y'
              MOVE 'Stored statement not updated - rebill failed'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO D1700-EXIT
           END-IF

           OPEN I-O BILLHIST-FILE
           IF WS-BILLHIST-STA NOT = '00'
              STRING 'Error in opening billing history file - '
                  WS-BILLHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D1700-EXIT
           END-IF

           MOVE C01-MTR-ID OF ADJMNT-REQ
             TO BH-MTR-ID

           MOVE C01-PERIOD-FROM OF ADJMNT-REQ
             TO BH-FROM-DATE

           READ BILLHIST-FILE
              INVALID KEY
                 MOVE 'Error re-reading stored statement'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
              NOT INVALID KEY
                 MOVE C01-TOTAL-USAGE OF BILLSTMT
                   TO BH-TOTAL-USAGE

                 MOVE C01-TOTAL-COST OF BILLSTMT
                   TO BH-TOTAL-COST

                 MOVE C01-CUST-CLASS OF BILLSTMT
                   TO BH-CUST-CLASS

                 MOVE C01-LEVY-AMOUNT OF BILLSTMT
                   TO BH-LEVY-AMOUNT

                 PERFORM D1750-RECOMPUTE-STORED-TAX
                    THRU D1750-EXIT

                 MOVE WS-NEW-TAX
                   TO BH-TAX-AMOUNT

                 REWRITE BILLHIST-REC
                    INVALID KEY
                       MOVE 'Error updating stored statement'
                         TO WS-ERROR-TEXT
                       DISPLAY WS-ERROR-TEXT
                 END-REWRITE
           END-READ

           CLOSE BILLHIST-FILE
           .
       D1700-EXIT.
      *--------------------------------------------------------------*
       D1750-RECOMPUTE-STORED-TAX.
      *--------------------------------------------------------------*
      *-- VAT on the recomputed net at the customer class's rate in
      *-- force at the period end, through the shared MTRTAXMT lookup
           MOVE ZEROES
             TO WS-NEW-TAX

           MOVE 'G'
             TO C01-ACTION-CD OF TAXMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF TAXMNT-REQ

           MOVE BH-CUST-CLASS
             TO C01-TAX-CLASS OF TAXMNT-REQ

           MOVE C01-PERIOD-TO OF ADJMNT-REQ
             TO C01-AS-OF-DATE OF TAXMNT-REQ

           CALL 'MTRTAXMT'
          USING TAXMNT-REQ

           IF C01-RETURN-CD OF TAXMNT-REQ = '0'
              COMPUTE WS-NEW-TAX ROUNDED =
                 BH-TOTAL-COST
                 * C01-TAX-RATE-PCT OF TAXMNT-REQ / 100
           END-IF
           .
       D1750-EXIT.
      *--------------------------------------------------------------*
       D1800-SETTLE-BREACH.
      *--------------------------------------------------------------*
      *-- A compensation credit MTRGSSMN parked holds its breach at
      *-- 'Q' under this item. Now the credit is raised the breach is
      *-- paid - to the closing balance if that is the route it was
      *-- held for - and the customer notification goes out, as the
      *-- monitor would have done on the night.
           IF C01-REASON-CD OF ADJMNT-REQ NOT = 'GSSC'
              GO TO D1800-EXIT
           END-IF

           OPEN I-O GSSBRCH-FILE
           IF WS-GSSBRCH-STA NOT = '00'
              STRING 'Error in opening breach register - '
                  WS-GSSBRCH-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D1800-EXIT
           END-IF

      *-- The register is keyed by standard first, so the breach is
      *-- found by walking it
           MOVE 'N'
             TO WS-ITEM-FOUND
                WS-SCAN-DONE

           MOVE LOW-VALUES
             TO GB-KEY

           START GSSBRCH-FILE KEY IS NOT LESS THAN GB-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-SCAN-DONE
           END-START

           PERFORM D1850-SCAN-BREACHES
              THRU D1850-EXIT
             UNTIL WS-SCAN-DONE = 'Y'

           IF WS-ITEM-FOUND = 'N'
              MOVE 'Breach awaiting this approval not on the register'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              CLOSE GSSBRCH-FILE
              GO TO D1800-EXIT
           END-IF

           MOVE 'P'
             TO GB-STATUS

           MOVE WS-TODAY-8
             TO GB-PAID-DATE

           MOVE C01-ADJ-DATE OF ADJMNT-REQ
             TO GB-ADJ-DATE

           MOVE C01-ADJ-SEQ OF ADJMNT-REQ
             TO GB-ADJ-SEQ

      *-- Anything in the way of the closing balance leaves the
      *-- credit for a statement, as the monitor does
           IF GB-PAID-HOW = 'B'
              PERFORM D1950-APPLY-TO-BALANCE
                 THRU D1950-EXIT
              IF WS-BALANCE-DONE NOT = 'Y'
                 MOVE 'S'
                   TO GB-PAID-HOW
              END-IF
           END-IF

           REWRITE GSSBRCH-REC
              INVALID KEY
                 MOVE 'Error updating breach register record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE

           CLOSE GSSBRCH-FILE

           PERFORM D1870-WRITE-NOTIFICATION
              THRU D1870-EXIT
           .
       D1800-EXIT.
      *--------------------------------------------------------------*
       D1850-SCAN-BREACHES.
      *--------------------------------------------------------------*
           READ GSSBRCH-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-SCAN-DONE
              NOT AT END
                 IF GB-STATUS = 'Q'
                    AND GB-PEND-DATE = AP-REQ-DATE
                    AND GB-PEND-SEQ = AP-REQ-SEQ
                    MOVE 'Y'
                      TO WS-ITEM-FOUND
                         WS-SCAN-DONE
                 END-IF
           END-READ
           .
       D1850-EXIT.
      *--------------------------------------------------------------*
       D1870-WRITE-NOTIFICATION.
      *--------------------------------------------------------------*
      *-- The same extract line MTRGSSMN writes for a payment
           MOVE SPACES
             TO CM-NAME
                CM-ADDR-LINE-1
                CM-ADDR-LINE-2
                CM-ADDR-LINE-3
                CM-POSTCODE
                CM-EMAIL
                CM-DELIVERY-PREF

           OPEN INPUT CUSTMST-FILE
           IF WS-CUST-STA = '00'
              MOVE GB-ACCOUNT-ID
                TO CM-ACCOUNT-ID

              READ CUSTMST-FILE
                 INVALID KEY
                    MOVE SPACES
                      TO CM-NAME
                         CM-ADDR-LINE-1
                         CM-ADDR-LINE-2
                         CM-ADDR-LINE-3
                         CM-POSTCODE
                         CM-EMAIL
                         CM-DELIVERY-PREF
              END-READ

              CLOSE CUSTMST-FILE
           END-IF

           OPEN EXTEND GSSNOTE-OUT
           IF WS-GSSNOTE-STA = '35'
              OPEN OUTPUT GSSNOTE-OUT
           END-IF

           IF WS-GSSNOTE-STA NOT = '00'
              STRING 'Error in opening notification extract - '
                  WS-GSSNOTE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D1870-EXIT
           END-IF

           MOVE GB-AMOUNT
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO GSSNOTE-REC

           STRING GB-ACCOUNT-ID           DELIMITED BY SIZE
                  GB-TYPE                 DELIMITED BY SIZE
                  GB-MTR-ID               DELIMITED BY SIZE
                  GB-EVENT-DATE           DELIMITED BY SIZE
                  GB-DUE-DATE             DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  GB-PAID-HOW             DELIMITED BY SIZE
                  CM-DELIVERY-PREF        DELIMITED BY SIZE
                  CM-EMAIL                DELIMITED BY SIZE
                  CM-NAME                 DELIMITED BY SIZE
                  CM-ADDR-LINE-1          DELIMITED BY SIZE
                  CM-ADDR-LINE-2          DELIMITED BY SIZE
                  CM-ADDR-LINE-3          DELIMITED BY SIZE
                  CM-POSTCODE             DELIMITED BY SIZE
              INTO GSSNOTE-REC
           END-STRING

           WRITE GSSNOTE-REC

           CLOSE GSSNOTE-OUT
           .
       D1870-EXIT.
      *--------------------------------------------------------------*
       D1900-SETTLE-REBATE.
      *--------------------------------------------------------------*
      *-- A rebate credit MTRRBANN parked holds the scheme entry at
      *-- 'Q' under this item. Now the credit is raised the entry is
      *-- settled as the rebate run would have settled it.
           IF C01-REASON-CD OF ADJMNT-REQ NOT = 'SOCR'
              GO TO D1900-EXIT
           END-IF

           OPEN I-O REBSCH-FILE
           IF WS-REBSCH-STA NOT = '00'
              STRING 'Error in opening rebate scheme file - '
                  WS-REBSCH-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D1900-EXIT
           END-IF

           MOVE 'N'
             TO WS-ITEM-FOUND
                WS-SCAN-DONE

           MOVE C01-ACCOUNT-ID OF ADJMNT-REQ
             TO RB-ACCOUNT-ID

           MOVE ZEROES
             TO RB-SCHEME-YEAR

           START REBSCH-FILE KEY IS NOT LESS THAN RB-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-SCAN-DONE
           END-START

           PERFORM D1920-SCAN-ENTRIES
              THRU D1920-EXIT
             UNTIL WS-SCAN-DONE = 'Y'

           IF WS-ITEM-FOUND = 'N'
              MOVE 'Rebate awaiting this approval not on scheme file'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              CLOSE REBSCH-FILE
              GO TO D1900-EXIT
           END-IF

           MOVE 'C'
             TO RB-STATUS

           MOVE WS-TODAY-8
             TO RB-PAID-DATE

           COMPUTE RB-PAID-AMOUNT =
              ZERO - C01-ADJ-AMOUNT OF ADJMNT-REQ

           MOVE C01-ADJ-DATE OF ADJMNT-REQ
             TO RB-ADJ-DATE

           MOVE C01-ADJ-SEQ OF ADJMNT-REQ
             TO RB-ADJ-SEQ

           MOVE C01-APPROVER OF APRMNT-REQ
             TO RB-OPERATOR

      *-- Anything in the way of the closing balance leaves the
      *-- credit for a statement
           IF RB-PAID-HOW = 'S'
              PERFORM D1950-APPLY-TO-BALANCE
                 THRU D1950-EXIT
              IF WS-BALANCE-DONE NOT = 'Y'
                 MOVE 'L'
                   TO RB-PAID-HOW
              END-IF
           END-IF

           REWRITE REBSCH-REC
              INVALID KEY
                 MOVE 'Error updating rebate scheme record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE

           CLOSE REBSCH-FILE
           .
       D1900-EXIT.
      *--------------------------------------------------------------*
       D1920-SCAN-ENTRIES.
      *--------------------------------------------------------------*
           READ REBSCH-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-SCAN-DONE
              NOT AT END
                 IF RB-ACCOUNT-ID NOT = C01-ACCOUNT-ID OF ADJMNT-REQ
                    MOVE 'Y'
                      TO WS-SCAN-DONE
                 ELSE
                    IF RB-STATUS = 'Q'
                       AND RB-PEND-DATE = AP-REQ-DATE
                       AND RB-PEND-SEQ = AP-REQ-SEQ
                       MOVE 'Y'
                         TO WS-ITEM-FOUND
                            WS-SCAN-DONE
                    END-IF
                 END-IF
           END-READ
           .
       D1920-EXIT.
      *--------------------------------------------------------------*
       D1950-APPLY-TO-BALANCE.
      *--------------------------------------------------------------*
      *-- No statement follows an account no longer supplied, so the
      *-- credit just raised is applied here and now: marked applied
      *-- on the adjustments file (the GL journal picks it up on
      *-- today's activity) and taken off the closing balance, where
      *-- the refund run pays the resulting credit out.
           MOVE 'N'
             TO WS-BALANCE-DONE

           OPEN I-O ACCTBAL-FILE
           IF WS-ACCTBAL-STA NOT = '00'
              STRING 'Error in opening account balance file - '
                  WS-ACCTBAL-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D1950-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF ADJMNT-REQ
             TO AB-ACCOUNT-ID

           READ ACCTBAL-FILE
              INVALID KEY
                 DISPLAY C01-ACCOUNT-ID OF ADJMNT-REQ
                         ' CREDIT LEFT FOR STATEMENT - NO BALANCE'
                 CLOSE ACCTBAL-FILE
                 GO TO D1950-EXIT
           END-READ

           OPEN I-O ADJUST-FILE
           IF WS-ADJUST-STA NOT = '00'
              STRING 'Error in opening adjustments file - '
                  WS-ADJUST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              CLOSE ACCTBAL-FILE
              GO TO D1950-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF ADJMNT-REQ
             TO ADJ-ACCOUNT-ID

           MOVE C01-MTR-ID OF ADJMNT-REQ
             TO ADJ-MTR-ID

           MOVE C01-ADJ-DATE OF ADJMNT-REQ
             TO ADJ-DATE

           MOVE C01-ADJ-SEQ OF ADJMNT-REQ
             TO ADJ-SEQ

           READ ADJUST-FILE
              INVALID KEY
                 DISPLAY C01-ACCOUNT-ID OF ADJMNT-REQ
                         ' APPROVED ADJUSTMENT NOT FOUND TO APPLY'
                 CLOSE ADJUST-FILE
                       ACCTBAL-FILE
                 GO TO D1950-EXIT
           END-READ

           MOVE 'Y'
             TO ADJ-APPLIED

           MOVE ADJ-DATE
             TO ADJ-APPLIED-FROM

           MOVE WS-TODAY-8
             TO ADJ-APPLIED-DATE

           REWRITE ADJUST-REC
              INVALID KEY
                 DISPLAY C01-ACCOUNT-ID OF ADJMNT-REQ
                         ' ERROR MARKING APPROVED ADJUSTMENT APPLIED'
                 CLOSE ADJUST-FILE
                       ACCTBAL-FILE
                 GO TO D1950-EXIT
           END-REWRITE

           COMPUTE AB-BALANCE =
              AB-BALANCE + ADJ-AMOUNT + ADJ-TAX-AMOUNT

           CLOSE ADJUST-FILE

           REWRITE ACCTBAL-REC
              INVALID KEY
                 DISPLAY C01-ACCOUNT-ID OF ADJMNT-REQ
                         ' ERROR UPDATING BALANCE FOR APPROVED CREDIT'
                 CLOSE ACCTBAL-FILE
                 GO TO D1950-EXIT
           END-REWRITE

           CLOSE ACCTBAL-FILE

           MOVE 'Y'
             TO WS-BALANCE-DONE
           .
       D1950-EXIT.
      *--------------------------------------------------------------*
       D1960-SETTLE-DEPOSIT.
      *--------------------------------------------------------------*
      *-- A deposit offset MTRDEPOF parked holds the deposit at 'P'
      *-- under this item. Now the offset is raised the deposit is
      *-- refunded as of today, for the GL journal to pick up.
           IF C01-REASON-CD OF ADJMNT-REQ NOT = 'DEPO'
              GO TO D1960-EXIT
           END-IF

           OPEN I-O DEPOSIT-FILE
           IF WS-DEPOSIT-STA NOT = '00'
              STRING 'Error in opening deposit file - '
                  WS-DEPOSIT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D1960-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF ADJMNT-REQ
             TO DP-ACCOUNT-ID

           READ DEPOSIT-FILE
              INVALID KEY
                 MOVE SPACES
                   TO DP-STATUS
           END-READ

           IF DP-STATUS NOT = 'P'
              OR DP-PEND-DATE NOT = AP-REQ-DATE
              OR DP-PEND-SEQ NOT = AP-REQ-SEQ
              MOVE 'Deposit awaiting this approval not on deposit file'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              CLOSE DEPOSIT-FILE
              GO TO D1960-EXIT
           END-IF

           MOVE 'R'
             TO DP-STATUS

           MOVE WS-TODAY-8
             TO DP-REFUND-DATE

           MOVE C01-APPROVER OF APRMNT-REQ
             TO DP-OPERATOR

           REWRITE DEPOSIT-REC
              INVALID KEY
                 MOVE 'Error updating deposit record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE

           CLOSE DEPOSIT-FILE
           .
       D1960-EXIT.
      *--------------------------------------------------------------*
       D1970-SETTLE-DEFERRAL.
      *--------------------------------------------------------------*
      *-- A budget settlement MTRBUDSE parked left the deferral
      *-- standing, still moved by each statement since. The amount
      *-- now raised comes off it, leaving whatever those statements
      *-- added for the next settlement.
           IF C01-REASON-CD OF ADJMNT-REQ NOT = 'BUDG'
              GO TO D1970-EXIT
           END-IF

           OPEN I-O BUDGDEF-FILE
           IF WS-BUDGDEF-STA NOT = '00'
              STRING 'Error in opening budget deferral file - '
                  WS-BUDGDEF-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D1970-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF ADJMNT-REQ
             TO BD-ACCOUNT-ID

           MOVE 'Y'
             TO WS-ITEM-FOUND

           READ BUDGDEF-FILE
              INVALID KEY
                 MOVE 'N'
                   TO WS-ITEM-FOUND
           END-READ

           IF WS-ITEM-FOUND = 'Y'
              IF BD-PEND-DATE NOT = AP-REQ-DATE
                 OR BD-PEND-SEQ NOT = AP-REQ-SEQ
                 MOVE 'N'
                   TO WS-ITEM-FOUND
              END-IF
           END-IF

           IF WS-ITEM-FOUND = 'N'
              MOVE 'Deferral awaiting this approval not on file'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              CLOSE BUDGDEF-FILE
              GO TO D1970-EXIT
           END-IF

           SUBTRACT C01-ADJ-AMOUNT OF ADJMNT-REQ
               FROM BD-DEFERRAL-BAL

           MOVE WS-TODAY-8
             TO BD-LAST-SETTLE-DATE

           MOVE ZEROES
             TO BD-PEND-AMOUNT
                BD-PEND-DATE
                BD-PEND-SEQ

           REWRITE BUDGDEF-REC
              INVALID KEY
                 MOVE 'Error updating deferral record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE

           CLOSE BUDGDEF-FILE
           .
       D1970-EXIT.
      *--------------------------------------------------------------*
       D1980-SETTLE-EXIT-FEE.
      *--------------------------------------------------------------*
      *-- An exit fee MTRCTRMT parked holds the ended contract at 'P'
      *-- under this item. Now the fee is raised the contract stands
      *-- ended early with its fee charged.
           IF C01-REASON-CD OF ADJMNT-REQ NOT = 'EXIT'
              GO TO D1980-EXIT
           END-IF

           OPEN I-O CONTRACT-FILE
           IF WS-CONTRACT-STA NOT = '00'
              STRING 'Error in opening contract file - '
                  WS-CONTRACT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D1980-EXIT
           END-IF

      *-- Contracts are keyed by period start, so the meter's are
      *-- walked for the one held under this item
           MOVE 'N'
             TO WS-ITEM-FOUND
                WS-SCAN-DONE

           MOVE C01-ACCOUNT-ID OF ADJMNT-REQ
             TO CT-ACCOUNT-ID

           MOVE C01-MTR-ID OF ADJMNT-REQ
             TO CT-MTR-ID

           MOVE ZEROES
             TO CT-START-DATE

           START CONTRACT-FILE KEY IS NOT LESS THAN CT-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-SCAN-DONE
           END-START

           PERFORM D1985-SCAN-CONTRACTS
              THRU D1985-EXIT
             UNTIL WS-SCAN-DONE = 'Y'

           IF WS-ITEM-FOUND = 'N'
              MOVE 'Contract awaiting this approval not on file'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              CLOSE CONTRACT-FILE
              GO TO D1980-EXIT
           END-IF

           MOVE 'E'
             TO CT-STATUS

           MOVE C01-APPROVER OF APRMNT-REQ
             TO CT-OPERATOR

           REWRITE CONTRACT-REC
              INVALID KEY
                 MOVE 'Error updating contract record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE

           CLOSE CONTRACT-FILE
           .
       D1980-EXIT.
      *--------------------------------------------------------------*
       D1985-SCAN-CONTRACTS.
      *--------------------------------------------------------------*
           READ CONTRACT-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-SCAN-DONE
              NOT AT END
                 IF CT-ACCOUNT-ID NOT = C01-ACCOUNT-ID OF ADJMNT-REQ
                    OR CT-MTR-ID NOT = C01-MTR-ID OF ADJMNT-REQ
                    MOVE 'Y'
                      TO WS-SCAN-DONE
                 ELSE
                    IF CT-STATUS = 'P'
                       AND CT-PEND-DATE = AP-REQ-DATE
                       AND CT-PEND-SEQ = AP-REQ-SEQ
                       MOVE 'Y'
                         TO WS-ITEM-FOUND
                            WS-SCAN-DONE
                    END-IF
                 END-IF
           END-READ
           .
       D1985-EXIT.
      *--------------------------------------------------------------*
       D1990-SETTLE-RP-CASE.
      *--------------------------------------------------------------*
      *-- A tamper back-bill (RPAS) or investigation charge (RPIC)
      *-- MTRRPMNT parked holds its case at 'P' under this item. The
      *-- item is cleared from the case, which closes once neither is
      *-- left waiting.
           IF C01-REASON-CD OF ADJMNT-REQ NOT = 'RPAS'
              AND C01-REASON-CD OF ADJMNT-REQ NOT = 'RPIC'
              GO TO D1990-EXIT
           END-IF

           OPEN I-O RPCASE-FILE
           IF WS-RPCASE-STA NOT = '00'
              STRING 'Error in opening revenue protection file - '
                  WS-RPCASE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D1990-EXIT
           END-IF

           MOVE C01-MTR-ID OF ADJMNT-REQ
             TO RP-MTR-ID

           MOVE 'N'
             TO WS-ITEM-FOUND

           READ RPCASE-FILE
              INVALID KEY
                 MOVE SPACES
                   TO RP-STATUS
           END-READ

           IF RP-STATUS = 'P'
              IF RP-VALUE-PEND-DATE = AP-REQ-DATE
                 AND RP-VALUE-PEND-SEQ = AP-REQ-SEQ
                 MOVE ZEROES
                   TO RP-VALUE-PEND-DATE
                      RP-VALUE-PEND-SEQ
                 MOVE 'Y'
                   TO WS-ITEM-FOUND
              END-IF
              IF RP-CHARGE-PEND-DATE = AP-REQ-DATE
                 AND RP-CHARGE-PEND-SEQ = AP-REQ-SEQ
                 MOVE ZEROES
                   TO RP-CHARGE-PEND-DATE
                      RP-CHARGE-PEND-SEQ
                 MOVE 'Y'
                   TO WS-ITEM-FOUND
              END-IF
           END-IF

           IF WS-ITEM-FOUND = 'N'
              MOVE 'Case awaiting this approval not on case file'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              CLOSE RPCASE-FILE
              GO TO D1990-EXIT
           END-IF

           IF RP-VALUE-PEND-DATE = ZEROES
              AND RP-CHARGE-PEND-DATE = ZEROES
              MOVE 'C'
                TO RP-STATUS
           END-IF

           REWRITE RPCASE-REC
              INVALID KEY
                 MOVE 'Error updating revenue protection case'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE

           CLOSE RPCASE-FILE
           .
       D1990-EXIT.
      *--------------------------------------------------------------*
       D2000-REJECT-ITEM.
      *--------------------------------------------------------------*
      *-- Anyone may turn an item down - including the originator
      *-- withdrawing it - and nothing is carried out
           IF AP-STATUS NOT = 'P'
              MOVE 'Item has already been decided'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '3'
                TO C01-RETURN-CD OF APRMNT-REQ
              GO TO D2000-EXIT
           END-IF

           MOVE 'R'
             TO AP-STATUS

           PERFORM D2600-RECORD-DECISION
              THRU D2600-EXIT
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-READ-PEND.
      *--------------------------------------------------------------*
           MOVE C01-PEND-DATE OF APRMNT-REQ
             TO AP-REQ-DATE

           MOVE C01-PEND-SEQ OF APRMNT-REQ
             TO AP-REQ-SEQ

           READ APRPND-FILE
              INVALID KEY
                 MOVE 'Pending item not found'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF APRMNT-REQ
           END-READ
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       D2600-RECORD-DECISION.
      *--------------------------------------------------------------*
      *-- The decision and who made it go on the item, and to the log
           MOVE C01-APPROVER OF APRMNT-REQ
             TO AP-APPROVER

           MOVE WS-TODAY-8
             TO AP-DECIDE-DATE

           MOVE WS-NOW-6
             TO AP-DECIDE-TIME

           REWRITE APRPND-REC
              INVALID KEY
                 MOVE 'Error updating pending approval record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF APRMNT-REQ
           END-REWRITE

           MOVE AP-STATUS
             TO WS-LOG-OUTCOME

           MOVE C01-REASON OF APRMNT-REQ
             TO WS-LOG-REASON

           PERFORM D8000-WRITE-LOG
              THRU D8000-EXIT
           .
       D2600-EXIT.
      *--------------------------------------------------------------*
       D3000-INQUIRE-ITEM.
      *--------------------------------------------------------------*
           MOVE AP-ACTION
             TO C01-PEND-ACTION

           MOVE AP-STATUS
             TO C01-PEND-STATUS

           MOVE AP-ORIGINATOR
             TO C01-ORIGINATOR

           MOVE AP-AMOUNT
             TO C01-PEND-AMOUNT

           MOVE AP-REF
             TO C01-PEND-REF

           MOVE AP-APPROVER
             TO C01-DECIDED-BY

           MOVE AP-DECIDE-DATE
             TO C01-DECIDE-DATE OF APRMNT-REQ
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D8000-WRITE-LOG.
      *--------------------------------------------------------------*
           MOVE WS-TODAY-8
             TO AL-LOG-DATE

           MOVE WS-NOW-6
             TO AL-LOG-TIME

           MOVE AP-REQ-DATE
             TO AL-PEND-DATE

           MOVE AP-REQ-SEQ
             TO AL-PEND-SEQ

           MOVE AP-ACTION
             TO AL-ACTION

           MOVE AP-ORIGINATOR
             TO AL-ORIGINATOR

           MOVE C01-APPROVER OF APRMNT-REQ
             TO AL-APPROVER

           MOVE AP-AMOUNT
             TO AL-AMOUNT

           MOVE WS-LOG-OUTCOME
             TO AL-OUTCOME

           MOVE WS-LOG-REASON
             TO AL-REASON

           WRITE APRLOG-REC
           .
       D8000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-APRLOG-OPEN = 'Y'
              CLOSE APRLOG-FILE
           END-IF

           IF WS-APRPND-OPEN = 'Y'
              CLOSE APRPND-FILE
              IF WS-APRPND-STA NOT = '00'
                 STRING 'Error in Closing pending approvals file - '
                     WS-APRPND-STA
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
