       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRGSSMN.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Nightly guaranteed service standards monitor - finds the       *
      * regulated standards we have missed from the files the work     *
      * already leaves behind, and pays the compensation the GSSCTL    *
      * card prescribes for each:                                      *
      *   - a final bill not issued within the card's days (six weeks  *
      *     as standard) of the supply ending - the account's last     *
      *     plan period on a meter closed by a market loss (MTRMKTSW)  *
      *     or a move-out (MTRTNNCY), with no stored statement up to   *
      *     its end on the billing history in time;                    *
      *   - a billing dispute (DISPUTE) left unresolved past the       *
      *     card's days from opening;                                  *
      *   - a reconnection order (DISCONN) not worked by its due date; *
      *   - a switch completed without a valid plan period to follow   *
      *     the last one - the next period on the meter not starting   *
      *     the day after the previous one closed (the MTRPLSWT rule). *
      * Each breach goes on the GSSBRCH register once and is credited  *
      * as a 'GSSC' adjustment through MTRADJMT - applied straight to  *
      * the closing balance when the account is no longer supplied,    *
      * for the refund run to pay out - and a notification goes to the *
      * GSSNOTE extract for the customer letter or email. Only         *
      * breaches falling due on or after the card's start date count,  *
      * and a standard with no amount on the card is not monitored. A  *
      * credit over the monitor's authority is parked for approval and *
      * the breach held at 'Q' until MTRAPRMT pays it.                 *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Standards control card - start date, deadlines and the
      *-- prescribed amounts
           SELECT GSS-CARD
           ASSIGN TO 'GSSCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- METER Details - walked in account, meter and period order
      *-- for ended supplies and broken switches; the account id leads
      *-- the key, so one START also finds an account's periods.
           SELECT MTR-INFO
           ASSIGN TO 'MTRPLAN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS MP-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-MTR-INFO-STA.

      *-- Billing history - the final bill for an ended supply
           SELECT BILLHIST-FILE
           ASSIGN TO 'BILLHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BILLHIST-STA.

      *-- Billing dispute cases, walked start to finish
           SELECT DISPUTE-FILE
           ASSIGN TO 'DISPUTE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DS-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DISPUTE-STA.

      *-- Disconnection and reconnection register, walked start to
      *-- finish
           SELECT DISCONN-FILE
           ASSIGN TO 'DISCONN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DC-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DISCONN-STA.

      *-- Breach register - one record per breach found
           SELECT GSSBRCH-FILE
           ASSIGN TO 'GSSBRCH'
           ORGANIZATION IS INDEXED
           RECORD KEY IS GB-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-GSSBRCH-STA.

      *-- Running account balances - compensation for an account no
      *-- longer supplied is applied here
           SELECT ACCTBAL-FILE
           ASSIGN TO 'ACCTBAL'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AB-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-ACCTBAL-STA.

      *-- Manual billing adjustments - opened only after MTRADJMT has
      *-- raised the credit, to mark it applied to a closing balance
           SELECT ADJUST-FILE
           ASSIGN TO 'ADJUST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ADJ-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-ADJUST-STA.

      *-- Customer master - name, address and delivery preference for
      *-- the notification
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

      *-- Customer notification extract, appended to night by night
           SELECT GSSNOTE-OUT
           ASSIGN TO 'GSSNOTE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GSSNOTE-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  GSS-CARD
           LABEL RECORDS ARE STANDARD.
       01  GSS-CARD-REC.
      *-- Breaches falling due before this date are not paid
           05 CARD-START-DATE    PIC 9(08).
           05 FILLER             PIC X(01).
      *-- Days from the end of supply to issue the final bill -
      *-- ZEROES means 42
           05 CARD-FBIL-DAYS     PIC 9(03).
           05 FILLER             PIC X(01).
           05 CARD-FBIL-AMOUNT   PIC 9(5)V99.
           05 FILLER             PIC X(01).
      *-- Days from opening to resolve a dispute - ZEROES means 56
           05 CARD-DSPT-DAYS     PIC 9(03).
           05 FILLER             PIC X(01).
           05 CARD-DSPT-AMOUNT   PIC 9(5)V99.
           05 FILLER             PIC X(01).
           05 CARD-RCON-AMOUNT   PIC 9(5)V99.
           05 FILLER             PIC X(01).
           05 CARD-SWCH-AMOUNT   PIC 9(5)V99.
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
       FD  BILLHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHST0.
      *
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE0.
      *
       FD  DISCONN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISCONN0.
      *
       FD  GSSBRCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GSSBRCH0.
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
       FD  GSSNOTE-OUT
           LABEL RECORDS ARE STANDARD.
       01  GSSNOTE-REC                PIC X(300).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-MTR-INFO-STA            PIC 9(02) VALUE ZEROES.
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-DISPUTE-STA             PIC 9(02) VALUE ZEROES.
           05 WS-DISCONN-STA             PIC 9(02) VALUE ZEROES.
           05 WS-GSSBRCH-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ADJUST-STA              PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-GSSNOTE-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-BILLHIST-OPEN           PIC X(01) VALUE 'N'.
           05 WS-DISPUTE-OPEN            PIC X(01) VALUE 'N'.
           05 WS-DISCONN-OPEN            PIC X(01) VALUE 'N'.
           05 WS-ACCTBAL-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- The card's standards, with the default deadlines filled in
           05 WS-FBIL-DAYS               PIC 9(03) VALUE 42.
           05 WS-DSPT-DAYS               PIC 9(03) VALUE 56.
      *-- Date arithmetic - WS-CALC-DATE-8 moved on WS-CALC-DAYS days
      *-- into WS-CALC-RESULT-8
           05 WS-CALC-DATE-8             PIC 9(08) VALUE ZEROES.
           05 WS-CALC-DAYS               PIC S9(05) VALUE ZEROES.
           05 WS-CALC-RESULT-8           PIC 9(08) VALUE ZEROES.
           05 WS-CALC-DAY-NBR            PIC S9(8) COMP VALUE ZEROES.
      *-- Meter plan walk - the account in hand, the period just read
      *-- and the one before it on the same meter
           05 WS-CUR-ACCOUNT             PIC X(12) VALUE SPACES.
           05 WS-HAVE-ACCOUNT            PIC X(01) VALUE 'N'.
           05 WS-PREV-MTR-ID             PIC X(12) VALUE SPACES.
           05 WS-PREV-END-8              PIC 9(08) VALUE ZEROES.
           05 WS-PERIOD-START-8          PIC 9(08) VALUE ZEROES.
           05 WS-PERIOD-END-8            PIC 9(08) VALUE ZEROES.
           05 WS-ACCT-LIVE               PIC X(01) VALUE 'N'.
           05 WS-MTR-SCAN-DONE           PIC X(01) VALUE 'N'.
      *-- Final bill lookup
           05 WS-BILL-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-FINAL-BILL-DATE         PIC 9(08) VALUE ZEROES.
      *-- The breach in hand, as the checks hand it to X1000
           05 WS-BR-TYPE                 PIC X(04) VALUE SPACES.
           05 WS-BR-ACCOUNT-ID           PIC X(12) VALUE SPACES.
           05 WS-BR-MTR-ID               PIC X(12) VALUE SPACES.
           05 WS-BR-REF-DATE-1           PIC 9(08) VALUE ZEROES.
           05 WS-BR-REF-DATE-2           PIC 9(08) VALUE ZEROES.
           05 WS-BR-EVENT-8              PIC 9(08) VALUE ZEROES.
           05 WS-BR-DUE-8                PIC 9(08) VALUE ZEROES.
           05 WS-BR-AMOUNT               PIC 9(7)V9(4) VALUE ZEROES.
           05 WS-BR-ON-FILE              PIC X(01) VALUE 'N'.
           05 WS-CREDIT-RAISED           PIC X(01) VALUE 'N'.
           05 WS-CREDIT-PARKED           PIC X(01) VALUE 'N'.
           05 WS-PAID-HOW                PIC X(01) VALUE SPACES.
      *-- Summary of this run
           05 WS-FBIL-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-DSPT-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-RCON-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-SWCH-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-PAID-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-BALANCE-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-FAILED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-KNOWN-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-PARKED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-PAID-TOTAL              PIC 9(9)V9(4) VALUE ZEROES.
      *
           05 WS-ED-AMOUNT               PIC 9(7).9(4).
           05 WS-ED-TOTAL                PIC 9(9).9(4).
      *-- The account's meters and the end of the last period each
      *-- was on, kept while the account's periods are walked - the
      *-- supply on a meter ended when its last period is closed. An
      *-- account with more than 20 meters has the rest unchecked.
       01  WS-ACCT-METER-TABLE.
           05 WS-AM-COUNT                PIC 9(02) VALUE ZEROES.
           05 WS-AM-ENTRY OCCURS 20 TIMES.
              10 WS-AM-MTR-ID            PIC X(12) VALUE SPACES.
              10 WS-AM-END-8             PIC 9(08) VALUE ZEROES.
           05 AM-IDX                     PIC 9(02) VALUE ZEROES.

           COPY ADJMNT0.

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

           PERFORM B0000-CHECK-PLAN-PERIODS
              THRU B0000-EXIT

           PERFORM C0000-CHECK-DISPUTES
              THRU C0000-EXIT

           PERFORM D0000-CHECK-RECONNECTIONS
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
             TO WS-TODAY-8

      *-- Open Files
      *-- The card carries the prescribed amounts - without one there
      *-- is nothing to pay.
           OPEN INPUT GSS-CARD
           IF WS-CARD-STA NOT = '00'
              STRING 'Error in opening standards control card - '
                  WS-CARD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           READ GSS-CARD
              AT END
                 MOVE 'Standards control card is empty'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
           END-READ

           IF CARD-START-DATE NOT NUMERIC
              OR CARD-START-DATE = ZEROES
              MOVE 'Standards control card start date is blank'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           IF CARD-FBIL-DAYS NUMERIC
              AND CARD-FBIL-DAYS NOT = ZEROES
              MOVE CARD-FBIL-DAYS
                TO WS-FBIL-DAYS
           END-IF

           IF CARD-DSPT-DAYS NUMERIC
              AND CARD-DSPT-DAYS NOT = ZEROES
              MOVE CARD-DSPT-DAYS
                TO WS-DSPT-DAYS
           END-IF

      *-- A blank amount leaves that standard unmonitored
           IF CARD-FBIL-AMOUNT NOT NUMERIC
              MOVE ZEROES
                TO CARD-FBIL-AMOUNT
           END-IF

           IF CARD-DSPT-AMOUNT NOT NUMERIC
              MOVE ZEROES
                TO CARD-DSPT-AMOUNT
           END-IF

           IF CARD-RCON-AMOUNT NOT NUMERIC
              MOVE ZEROES
                TO CARD-RCON-AMOUNT
           END-IF

           IF CARD-SWCH-AMOUNT NOT NUMERIC
              MOVE ZEROES
                TO CARD-SWCH-AMOUNT
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

      *-- Breach register may not exist until the first breach
           OPEN I-O GSSBRCH-FILE
           IF WS-GSSBRCH-STA = '35'
              OPEN OUTPUT GSSBRCH-FILE
              CLOSE GSSBRCH-FILE
              OPEN I-O GSSBRCH-FILE
           END-IF

           IF WS-GSSBRCH-STA NOT = '00'
              STRING 'Error in opening breach register - '
                  WS-GSSBRCH-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
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
              GO TO PROGRAM-DONE
           END-IF

      *-- The remaining files are optional - no billing history means
      *-- no final bill was ever issued, and no dispute or
      *-- disconnection file means none to check
           OPEN INPUT BILLHIST-FILE
           IF WS-BILLHIST-STA = '00'
              MOVE 'Y'
                TO WS-BILLHIST-OPEN
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STA = '00'
              MOVE 'Y'
                TO WS-DISPUTE-OPEN
           END-IF

           OPEN INPUT DISCONN-FILE
           IF WS-DISCONN-STA = '00'
              MOVE 'Y'
                TO WS-DISCONN-OPEN
           END-IF

           OPEN I-O ACCTBAL-FILE
           IF WS-ACCTBAL-STA = '00'
              MOVE 'Y'
                TO WS-ACCTBAL-OPEN
           END-IF

           OPEN INPUT CUSTMST-FILE
           IF WS-CUST-STA = '00'
              MOVE 'Y'
                TO WS-CUSTMST-OPEN
           END-IF

      *-- Register the run. The breach register makes a rerun safe -
      *-- a breach already paid is not paid again.
           MOVE 'S'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'MTRGSSMN'
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

           MOVE 'BREACHES PAID'
             TO C01-COUNT-LABEL OF RUNREQ (1)

           MOVE 'CREDITS FAILED'
             TO C01-COUNT-LABEL OF RUNREQ (2)

           MOVE 'ALREADY ON REGISTER'
             TO C01-COUNT-LABEL OF RUNREQ (3)

           MOVE 'COMPENSATION PAID'
             TO C01-COUNT-LABEL OF RUNREQ (4)

           DISPLAY '---- SERVICE STANDARDS MONITOR ' WS-TODAY-8
                   ' FROM ' CARD-START-DATE ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-CHECK-PLAN-PERIODS.
      *--------------------------------------------------------------*
      *-- One pass over the plan periods in key order - an account's
      *-- periods together, each meter's in start-date order - for
      *-- switches that left a gap and supplies that have ended.
           MOVE 'N'
             TO WS-END-OF-FILE
                WS-HAVE-ACCOUNT

           PERFORM B1500-READ-ONE-PERIOD
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'

           IF WS-HAVE-ACCOUNT = 'Y'
              PERFORM B3000-FINISH-ACCOUNT
                 THRU B3000-EXIT
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-PERIOD.
      *--------------------------------------------------------------*
           READ MTR-INFO NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B1500-EXIT
           END-READ

           IF WS-HAVE-ACCOUNT = 'Y'
              AND ACCOUNT-ID OF MTR-REC NOT = WS-CUR-ACCOUNT
              PERFORM B3000-FINISH-ACCOUNT
                 THRU B3000-EXIT
           END-IF

           IF WS-HAVE-ACCOUNT = 'N'
              OR ACCOUNT-ID OF MTR-REC NOT = WS-CUR-ACCOUNT
              MOVE 'Y'
                TO WS-HAVE-ACCOUNT

              MOVE ACCOUNT-ID OF MTR-REC
                TO WS-CUR-ACCOUNT

              MOVE 'N'
                TO WS-ACCT-LIVE

              MOVE ZEROES
                TO WS-AM-COUNT

              MOVE SPACES
                TO WS-PREV-MTR-ID
           END-IF

           MOVE PLAN-START-DATE OF MTR-REC
             TO WS-PERIOD-START-8

           MOVE PLAN-END-DATE OF MTR-REC
             TO WS-PERIOD-END-8

           IF WS-PERIOD-END-8 = ZEROES
              MOVE 'Y'
                TO WS-ACCT-LIVE
           END-IF

           IF UINFO-MTR-ID OF MTR-REC = WS-PREV-MTR-ID
              PERFORM B2000-CHECK-SWITCH
                 THRU B2000-EXIT

              MOVE WS-PERIOD-END-8
                TO WS-AM-END-8 (WS-AM-COUNT)
           ELSE
              IF WS-AM-COUNT < 20
                 ADD 1
                   TO WS-AM-COUNT

                 MOVE UINFO-MTR-ID OF MTR-REC
                   TO WS-AM-MTR-ID (WS-AM-COUNT)

                 MOVE WS-PERIOD-END-8
                   TO WS-AM-END-8 (WS-AM-COUNT)
              END-IF
           END-IF

           MOVE UINFO-MTR-ID OF MTR-REC
             TO WS-PREV-MTR-ID

           MOVE WS-PERIOD-END-8
             TO WS-PREV-END-8
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       B2000-CHECK-SWITCH.
      *--------------------------------------------------------------*
      *-- A plan switch closes the old period the day before the new
      *-- one starts. A period following one still open, or starting
      *-- on any other day, left the customer without a valid plan
      *-- for the gap (or on two at once).
           IF CARD-SWCH-AMOUNT = ZEROES
              GO TO B2000-EXIT
           END-IF

           IF WS-PERIOD-START-8 < CARD-START-DATE
              GO TO B2000-EXIT
           END-IF

           IF WS-PREV-END-8 NOT = ZEROES
              MOVE WS-PREV-END-8
                TO WS-CALC-DATE-8

              MOVE 1
                TO WS-CALC-DAYS

              PERFORM X3000-ADD-DAYS
                 THRU X3000-EXIT

              IF WS-CALC-RESULT-8 = WS-PERIOD-START-8
                 GO TO B2000-EXIT
              END-IF
           END-IF

           MOVE 'SWCH'
             TO WS-BR-TYPE

           MOVE WS-CUR-ACCOUNT
             TO WS-BR-ACCOUNT-ID

           MOVE UINFO-MTR-ID OF MTR-REC
             TO WS-BR-MTR-ID

           MOVE WS-PERIOD-START-8
             TO WS-BR-REF-DATE-1
                WS-BR-EVENT-8
                WS-BR-DUE-8

           MOVE WS-PREV-END-8
             TO WS-BR-REF-DATE-2

           MOVE CARD-SWCH-AMOUNT
             TO WS-BR-AMOUNT

      *-- The account is still being walked; a switch only happens
      *-- on a supplied account, so the credit waits for a statement
           MOVE 'Y'
             TO WS-ACCT-LIVE

           PERFORM X1000-RECORD-BREACH
              THRU X1000-EXIT
           .
       B2000-EXIT.
      *--------------------------------------------------------------*
       B3000-FINISH-ACCOUNT.
      *--------------------------------------------------------------*
      *-- Every meter whose last period under the account is closed
      *-- has had its supply end - by a market loss or a move-out -
      *-- and is owed a final bill
           IF CARD-FBIL-AMOUNT = ZEROES
              GO TO B3000-EXIT
           END-IF

           PERFORM B3500-CHECK-FINAL-BILL
              THRU B3500-EXIT
           VARYING AM-IDX FROM 1 BY 1
             UNTIL AM-IDX > WS-AM-COUNT
           .
       B3000-EXIT.
      *--------------------------------------------------------------*
       B3500-CHECK-FINAL-BILL.
      *--------------------------------------------------------------*
           IF WS-AM-END-8 (AM-IDX) = ZEROES
              GO TO B3500-EXIT
           END-IF

      *-- The supply ended the day after the last period closed
           MOVE WS-AM-END-8 (AM-IDX)
             TO WS-CALC-DATE-8

           MOVE 1
             TO WS-CALC-DAYS

           PERFORM X3000-ADD-DAYS
              THRU X3000-EXIT

           MOVE WS-CALC-RESULT-8
             TO WS-BR-EVENT-8

           MOVE WS-BR-EVENT-8
             TO WS-CALC-DATE-8

           MOVE WS-FBIL-DAYS
             TO WS-CALC-DAYS

           PERFORM X3000-ADD-DAYS
              THRU X3000-EXIT

           MOVE WS-CALC-RESULT-8
             TO WS-BR-DUE-8

           IF WS-BR-DUE-8 < CARD-START-DATE
              GO TO B3500-EXIT
           END-IF

           PERFORM B4000-FIND-FINAL-BILL
              THRU B4000-EXIT

      *-- Issued in time, or not issued yet but still in time
           IF WS-FINAL-BILL-DATE NOT = ZEROES
              AND WS-FINAL-BILL-DATE NOT > WS-BR-DUE-8
              GO TO B3500-EXIT
           END-IF

           IF WS-FINAL-BILL-DATE = ZEROES
              AND WS-TODAY-8 NOT > WS-BR-DUE-8
              GO TO B3500-EXIT
           END-IF

           MOVE 'FBIL'
             TO WS-BR-TYPE

           MOVE WS-CUR-ACCOUNT
             TO WS-BR-ACCOUNT-ID

           MOVE WS-AM-MTR-ID (AM-IDX)
             TO WS-BR-MTR-ID

           MOVE WS-AM-END-8 (AM-IDX)
             TO WS-BR-REF-DATE-1

           MOVE ZEROES
             TO WS-BR-REF-DATE-2

           MOVE CARD-FBIL-AMOUNT
             TO WS-BR-AMOUNT

           PERFORM X1000-RECORD-BREACH
              THRU X1000-EXIT
           .
       B3500-EXIT.
      *--------------------------------------------------------------*
       B4000-FIND-FINAL-BILL.
      *--------------------------------------------------------------*
      *-- The earliest statement stored for this account and meter
      *-- that bills up to the end of the supply
           MOVE ZEROES
             TO WS-FINAL-BILL-DATE

           IF WS-BILLHIST-OPEN NOT = 'Y'
              GO TO B4000-EXIT
           END-IF

           MOVE 'N'
             TO WS-BILL-SCAN-DONE

           MOVE WS-AM-MTR-ID (AM-IDX)
             TO BH-MTR-ID

           MOVE ZEROES
             TO BH-FROM-DATE

           START BILLHIST-FILE KEY IS NOT LESS THAN BH-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-BILL-SCAN-DONE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM B4500-READ-ONE-BILL
              THRU B4500-EXIT
            UNTIL WS-BILL-SCAN-DONE = 'Y'
           .
       B4000-EXIT.
      *--------------------------------------------------------------*
       B4500-READ-ONE-BILL.
      *--------------------------------------------------------------*
           READ BILLHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-BILL-SCAN-DONE
                 GO TO B4500-EXIT
           END-READ

           IF BH-MTR-ID NOT = WS-AM-MTR-ID (AM-IDX)
              MOVE 'Y'
                TO WS-BILL-SCAN-DONE
              GO TO B4500-EXIT
           END-IF

           IF BH-ACCOUNT-ID NOT = WS-CUR-ACCOUNT
              OR BH-TO-DATE < WS-AM-END-8 (AM-IDX)
              GO TO B4500-EXIT
           END-IF

           IF WS-FINAL-BILL-DATE = ZEROES
              OR BH-BILL-DATE < WS-FINAL-BILL-DATE
              MOVE BH-BILL-DATE
                TO WS-FINAL-BILL-DATE
           END-IF
           .
       B4500-EXIT.
      *--------------------------------------------------------------*
       C0000-CHECK-DISPUTES.
      *--------------------------------------------------------------*
           IF WS-DISPUTE-OPEN NOT = 'Y'
              OR CARD-DSPT-AMOUNT = ZEROES
              GO TO C0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM C1500-CHECK-ONE-DISPUTE
              THRU C1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-CHECK-ONE-DISPUTE.
      *--------------------------------------------------------------*
      *-- Late if still open past the deadline, or closed after it
           READ DISPUTE-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO C1500-EXIT
           END-READ

           IF DS-OPEN-DATE = ZEROES
              GO TO C1500-EXIT
           END-IF

           MOVE DS-OPEN-DATE
             TO WS-CALC-DATE-8

           MOVE WS-DSPT-DAYS
             TO WS-CALC-DAYS

           PERFORM X3000-ADD-DAYS
              THRU X3000-EXIT

           MOVE WS-CALC-RESULT-8
             TO WS-BR-DUE-8

           IF WS-BR-DUE-8 < CARD-START-DATE
              GO TO C1500-EXIT
           END-IF

           IF DS-STATUS = 'O'
              AND WS-TODAY-8 NOT > WS-BR-DUE-8
              GO TO C1500-EXIT
           END-IF

           IF DS-STATUS NOT = 'O'
              AND DS-CLOSE-DATE NOT > WS-BR-DUE-8
              GO TO C1500-EXIT
           END-IF

           MOVE 'DSPT'
             TO WS-BR-TYPE

           MOVE DS-ACCOUNT-ID
             TO WS-BR-ACCOUNT-ID

           MOVE DS-MTR-ID
             TO WS-BR-MTR-ID

           MOVE DS-FROM-DATE
             TO WS-BR-REF-DATE-1

           MOVE DS-OPEN-DATE
             TO WS-BR-REF-DATE-2
                WS-BR-EVENT-8

           MOVE CARD-DSPT-AMOUNT
             TO WS-BR-AMOUNT

           PERFORM X2000-CHECK-ACCOUNT-LIVE
              THRU X2000-EXIT

           PERFORM X1000-RECORD-BREACH
              THRU X1000-EXIT
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       D0000-CHECK-RECONNECTIONS.
      *--------------------------------------------------------------*
           IF WS-DISCONN-OPEN NOT = 'Y'
              OR CARD-RCON-AMOUNT = ZEROES
              GO TO D0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM D1500-CHECK-ONE-ORDER
              THRU D1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1500-CHECK-ONE-ORDER.
      *--------------------------------------------------------------*
      *-- Late if the order is still unworked past its due date, or
      *-- the supply came back after it
           READ DISCONN-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO D1500-EXIT
           END-READ

           IF DC-STATUS = 'D'
              OR DC-DUE-DATE = ZEROES
              OR DC-DUE-DATE < CARD-START-DATE
              GO TO D1500-EXIT
           END-IF

           IF DC-STATUS = 'O'
              AND WS-TODAY-8 NOT > DC-DUE-DATE
              GO TO D1500-EXIT
           END-IF

           IF DC-STATUS = 'R'
              AND DC-RECON-DATE NOT > DC-DUE-DATE
              GO TO D1500-EXIT
           END-IF

           MOVE 'RCON'
             TO WS-BR-TYPE

           MOVE DC-ACCOUNT-ID
             TO WS-BR-ACCOUNT-ID

           MOVE DC-MTR-ID
             TO WS-BR-MTR-ID

           MOVE DC-ORDER-DATE
             TO WS-BR-REF-DATE-1
                WS-BR-EVENT-8

           MOVE DC-DISC-DATE
             TO WS-BR-REF-DATE-2

           MOVE DC-DUE-DATE
             TO WS-BR-DUE-8

           MOVE CARD-RCON-AMOUNT
             TO WS-BR-AMOUNT

           PERFORM X2000-CHECK-ACCOUNT-LIVE
              THRU X2000-EXIT

           PERFORM X1000-RECORD-BREACH
              THRU X1000-EXIT
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       X1000-RECORD-BREACH.
      *--------------------------------------------------------------*
      *-- Put the breach on the register and pay it - once. A breach
      *-- on file already paid, or with its credit parked for
      *-- approval, is left alone; one whose credit failed on an
      *-- earlier night is tried again.
           MOVE 'N'
             TO WS-BR-ON-FILE

           MOVE WS-BR-TYPE
             TO GB-TYPE

           MOVE WS-BR-ACCOUNT-ID
             TO GB-ACCOUNT-ID

           MOVE WS-BR-MTR-ID
             TO GB-MTR-ID

           MOVE WS-BR-REF-DATE-1
             TO GB-REF-DATE-1

           MOVE WS-BR-REF-DATE-2
             TO GB-REF-DATE-2

           READ GSSBRCH-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y'
                   TO WS-BR-ON-FILE
           END-READ

           IF WS-BR-ON-FILE = 'Y'
              AND (GB-STATUS = 'P' OR GB-STATUS = 'Q')
              ADD 1
                TO WS-KNOWN-COUNT
              GO TO X1000-EXIT
           END-IF

           IF WS-BR-ON-FILE = 'N'
              MOVE WS-BR-TYPE
                TO GB-TYPE

              MOVE WS-BR-ACCOUNT-ID
                TO GB-ACCOUNT-ID

              MOVE WS-BR-MTR-ID
                TO GB-MTR-ID

              MOVE WS-BR-REF-DATE-1
                TO GB-REF-DATE-1

              MOVE WS-BR-REF-DATE-2
                TO GB-REF-DATE-2

              MOVE WS-BR-EVENT-8
                TO GB-EVENT-DATE

              MOVE WS-BR-DUE-8
                TO GB-DUE-DATE

              MOVE WS-TODAY-8
                TO GB-DETECT-DATE

              MOVE WS-BR-AMOUNT
                TO GB-AMOUNT

              EVALUATE WS-BR-TYPE
                 WHEN 'FBIL'
                    ADD 1
                      TO WS-FBIL-COUNT
                 WHEN 'DSPT'
                    ADD 1
                      TO WS-DSPT-COUNT
                 WHEN 'RCON'
                    ADD 1
                      TO WS-RCON-COUNT
                 WHEN 'SWCH'
                    ADD 1
                      TO WS-SWCH-COUNT
              END-EVALUATE
           END-IF

           MOVE ZEROES
             TO GB-PAID-DATE
                GB-ADJ-DATE
                GB-ADJ-SEQ
                GB-PEND-DATE
                GB-PEND-SEQ

           MOVE SPACES
             TO GB-PAID-HOW

           PERFORM X1500-RAISE-CREDIT
              THRU X1500-EXIT

           IF WS-CREDIT-RAISED = 'Y'
              MOVE 'P'
                TO GB-STATUS

              MOVE WS-TODAY-8
                TO GB-PAID-DATE

              MOVE C01-ADJ-DATE OF ADJMNT-REQ
                TO GB-ADJ-DATE

              MOVE C01-ADJ-SEQ OF ADJMNT-REQ
                TO GB-ADJ-SEQ

              MOVE 'S'
                TO WS-PAID-HOW

              IF WS-ACCT-LIVE = 'N'
                 PERFORM X1700-APPLY-TO-BALANCE
                    THRU X1700-EXIT
              END-IF

              MOVE WS-PAID-HOW
                TO GB-PAID-HOW
           ELSE
              IF WS-CREDIT-PARKED = 'Y'
      *-- Held for MTRAPRMT to pay on approval, by the route it
      *-- would have taken tonight
                 MOVE 'Q'
                   TO GB-STATUS

                 MOVE C01-PEND-DATE OF ADJMNT-REQ
                   TO GB-PEND-DATE

                 MOVE C01-PEND-SEQ OF ADJMNT-REQ
                   TO GB-PEND-SEQ

                 MOVE 'S'
                   TO GB-PAID-HOW

                 IF WS-ACCT-LIVE = 'N'
                    MOVE 'B'
                      TO GB-PAID-HOW
                 END-IF
              ELSE
                 MOVE 'F'
                   TO GB-STATUS
              END-IF
           END-IF

           IF WS-BR-ON-FILE = 'Y'
              REWRITE GSSBRCH-REC
                 INVALID KEY
                    MOVE 'Error updating breach register record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
              END-REWRITE
           ELSE
              WRITE GSSBRCH-REC
                 INVALID KEY
                    MOVE 'Error writing breach register record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
              END-WRITE
           END-IF

           IF WS-CREDIT-RAISED NOT = 'Y'
              GO TO X1000-EXIT
           END-IF

           ADD 1
             TO WS-PAID-COUNT

           ADD WS-BR-AMOUNT
             TO WS-PAID-TOTAL

           MOVE WS-BR-AMOUNT
             TO WS-ED-AMOUNT

           DISPLAY WS-BR-ACCOUNT-ID ' ' WS-BR-TYPE ' METER '
                   WS-BR-MTR-ID ' DUE ' WS-BR-DUE-8 ' PAID '
                   WS-ED-AMOUNT

           PERFORM X1800-WRITE-NOTIFICATION
              THRU X1800-EXIT
           .
       X1000-EXIT.
      *--------------------------------------------------------------*
       X1500-RAISE-CREDIT.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-CREDIT-RAISED

           MOVE 'N'
             TO WS-CREDIT-PARKED

           MOVE 'A'
             TO C01-ACTION-CD OF ADJMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ADJMNT-REQ

           MOVE WS-BR-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF ADJMNT-REQ

           MOVE SPACES
             TO C01-MTR-ID OF ADJMNT-REQ

           MOVE WS-TODAY-8
             TO C01-ADJ-DATE OF ADJMNT-REQ

           MOVE ZEROES
             TO C01-ADJ-SEQ OF ADJMNT-REQ

           MOVE 'GSSC'
             TO C01-REASON-CD OF ADJMNT-REQ

           COMPUTE C01-ADJ-AMOUNT OF ADJMNT-REQ =
              ZERO - WS-BR-AMOUNT

           MOVE 'MTRGSSMN'
             TO C01-OPERATOR OF ADJMNT-REQ

           MOVE ZEROES
             TO C01-PEND-DATE OF ADJMNT-REQ
                C01-PEND-SEQ OF ADJMNT-REQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

      *-- Over the monitor's authority - parked for approval. Not a
      *-- failure: the breach is held and not raised again.
           IF C01-RETURN-CD OF ADJMNT-REQ = '7'
              DISPLAY WS-BR-ACCOUNT-ID ' ' WS-BR-TYPE
                      ' COMPENSATION PARKED FOR APPROVAL - ITEM '
                      C01-PEND-DATE OF ADJMNT-REQ ' '
                      C01-PEND-SEQ OF ADJMNT-REQ
              MOVE 'Y'
                TO WS-CREDIT-PARKED
              ADD 1
                TO WS-PARKED-COUNT
              GO TO X1500-EXIT
           END-IF

           IF C01-RETURN-CD OF ADJMNT-REQ NOT = '0'
              DISPLAY WS-BR-ACCOUNT-ID ' ' WS-BR-TYPE
                      ' COMPENSATION CREDIT FAILED - RETURN CODE '
                      C01-RETURN-CD OF ADJMNT-REQ
              ADD 1
                TO WS-FAILED-COUNT
              GO TO X1500-EXIT
           END-IF

           MOVE 'Y'
             TO WS-CREDIT-RAISED
           .
       X1500-EXIT.
      *--------------------------------------------------------------*
       X1700-APPLY-TO-BALANCE.
      *--------------------------------------------------------------*
      *-- No statement follows an account no longer supplied, so the
      *-- credit is applied here and now: marked applied on the
      *-- adjustments file (the GL journal picks it up on today's
      *-- activity) and taken off the closing balance, where the
      *-- refund run pays the resulting credit out. Anything in the
      *-- way leaves it for a statement, as for a live account.
           IF WS-ACCTBAL-OPEN NOT = 'Y'
              GO TO X1700-EXIT
           END-IF

           MOVE WS-BR-ACCOUNT-ID
             TO AB-ACCOUNT-ID

           READ ACCTBAL-FILE
              INVALID KEY
                 GO TO X1700-EXIT
           END-READ

           OPEN I-O ADJUST-FILE
           IF WS-ADJUST-STA NOT = '00'
              STRING 'Error in opening adjustments file - '
                  WS-ADJUST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO X1700-EXIT
           END-IF

           MOVE WS-BR-ACCOUNT-ID
             TO ADJ-ACCOUNT-ID

           MOVE SPACES
             TO ADJ-MTR-ID

           MOVE C01-ADJ-DATE OF ADJMNT-REQ
             TO ADJ-DATE

           MOVE C01-ADJ-SEQ OF ADJMNT-REQ
             TO ADJ-SEQ

           READ ADJUST-FILE
              INVALID KEY
                 DISPLAY WS-BR-ACCOUNT-ID
                         ' COMPENSATION ADJUSTMENT NOT FOUND TO APPLY'
                 CLOSE ADJUST-FILE
                 GO TO X1700-EXIT
           END-READ

           MOVE 'Y'
             TO ADJ-APPLIED

           MOVE ADJ-DATE
             TO ADJ-APPLIED-FROM

           MOVE WS-TODAY-8
             TO ADJ-APPLIED-DATE

           REWRITE ADJUST-REC
              INVALID KEY
                 DISPLAY WS-BR-ACCOUNT-ID
                         ' ERROR MARKING COMPENSATION APPLIED'
                 CLOSE ADJUST-FILE
                 GO TO X1700-EXIT
           END-REWRITE

           COMPUTE AB-BALANCE =
              AB-BALANCE + ADJ-AMOUNT + ADJ-TAX-AMOUNT

           CLOSE ADJUST-FILE

           REWRITE ACCTBAL-REC
              INVALID KEY
                 DISPLAY WS-BR-ACCOUNT-ID
                         ' ERROR UPDATING BALANCE FOR COMPENSATION'
                 GO TO X1700-EXIT
           END-REWRITE

           MOVE 'B'
             TO WS-PAID-HOW

           ADD 1
             TO WS-BALANCE-COUNT
           .
       X1700-EXIT.
      *--------------------------------------------------------------*
       X1800-WRITE-NOTIFICATION.
      *--------------------------------------------------------------*
      *-- One extract line per payment, with what the letter or email
      *-- needs: the standard missed, its dates, the amount and how
      *-- it was paid, and the customer's contact details and
      *-- delivery preference
           MOVE SPACES
             TO CM-NAME
                CM-ADDR-LINE-1
                CM-ADDR-LINE-2
                CM-ADDR-LINE-3
                CM-POSTCODE
                CM-EMAIL
                CM-DELIVERY-PREF

           IF WS-CUSTMST-OPEN = 'Y'
              MOVE WS-BR-ACCOUNT-ID
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
           END-IF

           MOVE SPACES
             TO GSSNOTE-REC

           STRING WS-BR-ACCOUNT-ID        DELIMITED BY SIZE
                  WS-BR-TYPE              DELIMITED BY SIZE
                  WS-BR-MTR-ID            DELIMITED BY SIZE
                  WS-BR-EVENT-8           DELIMITED BY SIZE
                  WS-BR-DUE-8             DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  WS-PAID-HOW             DELIMITED BY SIZE
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
           .
       X1800-EXIT.
      *--------------------------------------------------------------*
       X2000-CHECK-ACCOUNT-LIVE.
      *--------------------------------------------------------------*
      *-- Still supplied means an open plan period on some meter. An
      *-- account with no periods on file cannot be proven gone and
      *-- is treated as live.
           MOVE 'Y'
             TO WS-ACCT-LIVE

           MOVE 'N'
             TO WS-MTR-SCAN-DONE

           MOVE WS-BR-ACCOUNT-ID
             TO ACCOUNT-ID OF MTR-REC

           MOVE LOW-VALUES
             TO UINFO-MTR-ID OF MTR-REC

           MOVE ZEROES
             TO PLAN-START-DATE OF MTR-REC

           START MTR-INFO KEY IS NOT LESS THAN MP-KEY
              INVALID KEY
                 GO TO X2000-EXIT
           END-START

           READ MTR-INFO NEXT RECORD
              AT END
                 GO TO X2000-EXIT
           END-READ

           IF ACCOUNT-ID OF MTR-REC NOT = WS-BR-ACCOUNT-ID
              GO TO X2000-EXIT
           END-IF

           MOVE 'N'
             TO WS-ACCT-LIVE

           IF PLAN-END-DATE OF MTR-REC = ZEROES
              MOVE 'Y'
                TO WS-ACCT-LIVE
              GO TO X2000-EXIT
           END-IF

           PERFORM X2500-SCAN-ONE-PERIOD
              THRU X2500-EXIT
            UNTIL WS-MTR-SCAN-DONE = 'Y'
               OR WS-ACCT-LIVE = 'Y'
           .
       X2000-EXIT.
      *--------------------------------------------------------------*
       X2500-SCAN-ONE-PERIOD.
      *--------------------------------------------------------------*
           READ MTR-INFO NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-MTR-SCAN-DONE
                 GO TO X2500-EXIT
           END-READ

           IF ACCOUNT-ID OF MTR-REC NOT = WS-BR-ACCOUNT-ID
              MOVE 'Y'
                TO WS-MTR-SCAN-DONE
              GO TO X2500-EXIT
           END-IF

           IF PLAN-END-DATE OF MTR-REC = ZEROES
              MOVE 'Y'
                TO WS-ACCT-LIVE
           END-IF
           .
       X2500-EXIT.
      *--------------------------------------------------------------*
       X3000-ADD-DAYS.
      *--------------------------------------------------------------*
           IF WS-CALC-DATE-8 = ZEROES
              MOVE ZEROES
                TO WS-CALC-RESULT-8
              GO TO X3000-EXIT
           END-IF

           COMPUTE WS-CALC-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-CALC-DATE-8)
                 + WS-CALC-DAYS

           COMPUTE WS-CALC-RESULT-8 =
              FUNCTION DATE-OF-INTEGER (WS-CALC-DAY-NBR)
           .
       X3000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *-- Close out the run in run control with its final totals
           MOVE 'E'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'C'
             TO C01-RUN-STATUS OF RUNREQ

           MOVE WS-PAID-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (1)

           MOVE WS-FAILED-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (2)

           MOVE WS-KNOWN-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (3)

           MOVE WS-PAID-TOTAL
             TO C01-COUNT-VALUE OF RUNREQ (4)

           CALL 'MTRRUNCT'
          USING RUNREQ

      *--Control totals for this monitoring run
           MOVE WS-PAID-TOTAL
             TO WS-ED-TOTAL

           DISPLAY '---- SERVICE STANDARDS MONITOR TOTALS ----'
           DISPLAY 'NEW FINAL BILL BREACHES : ' WS-FBIL-COUNT
           DISPLAY 'NEW DISPUTE BREACHES    : ' WS-DSPT-COUNT
           DISPLAY 'NEW RECONNECT BREACHES  : ' WS-RCON-COUNT
           DISPLAY 'NEW SWITCH BREACHES     : ' WS-SWCH-COUNT
           DISPLAY 'COMPENSATION PAID       : ' WS-PAID-COUNT
           DISPLAY 'AMOUNT PAID             : ' WS-ED-TOTAL
           DISPLAY 'TO CLOSING BALANCES     : ' WS-BALANCE-COUNT
           DISPLAY 'AWAITING APPROVAL       : ' WS-PARKED-COUNT
           DISPLAY 'CREDITS FAILED          : ' WS-FAILED-COUNT
           DISPLAY 'ALREADY ON REGISTER     : ' WS-KNOWN-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-BILLHIST-OPEN = 'Y'
              CLOSE BILLHIST-FILE
           END-IF

           IF WS-DISPUTE-OPEN = 'Y'
              CLOSE DISPUTE-FILE
           END-IF

           IF WS-DISCONN-OPEN = 'Y'
              CLOSE DISCONN-FILE
           END-IF

           IF WS-ACCTBAL-OPEN = 'Y'
              CLOSE ACCTBAL-FILE
           END-IF

           IF WS-CUSTMST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
           END-IF

           CLOSE GSS-CARD
           IF WS-CARD-STA NOT = '00'
              STRING 'Error in Closing standards control card - '
                  WS-CARD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE MTR-INFO
           IF WS-MTR-INFO-STA NOT = '00'
              STRING 'Error in Closing meter info file - '
                  WS-MTR-INFO-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE GSSBRCH-FILE
           IF WS-GSSBRCH-STA NOT = '00'
              STRING 'Error in Closing breach register - '
                  WS-GSSBRCH-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE GSSNOTE-OUT
           IF WS-GSSNOTE-STA NOT = '00'
              STRING 'Error in Closing notification extract - '
                  WS-GSSNOTE-STA
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
