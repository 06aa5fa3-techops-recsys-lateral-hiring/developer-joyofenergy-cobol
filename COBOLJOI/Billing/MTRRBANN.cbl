       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRRBANN.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Annual social tariff rebate run - walks the REBSCH scheme file *
      * for the scheme year on the RBCTL card and credits every        *
      * eligible account its rebate (the entry's own amount, or the    *
      * card's standard amount when none is held) as a 'SOCR'          *
      * adjustment through MTRADJMT, for the next statement to apply.  *
      * An account that has switched away (every meter closed, the     *
      * MTRRETEN test) gets no further statement: when the card says   *
      * the scheme rules allow it, the credit is applied straight to   *
      * the closing balance for the refund run to pay out; otherwise   *
      * the entry lapses unpaid. Each entry settled records the date,  *
      * amount, how it was paid and the adjustment that carried it. A  *
      * credit over the run's authority is parked for approval and the *
      * entry held at 'Q' until MTRAPRMT settles it.                   *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Scheme year, standard rebate and switched-away rule
      *-- (optional)
           SELECT RB-CARD
           ASSIGN TO 'RBCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Rebate scheme file, walked start to finish and settled
      *-- entry by entry
           SELECT REBSCH-FILE
           ASSIGN TO 'REBSCH'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RB-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-REBSCH-STA.

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

      *-- Running account balances - a switched-away account's credit
      *-- is applied here
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

       DATA DIVISION.
       FILE SECTION.
       FD  RB-CARD
           LABEL RECORDS ARE STANDARD.
       01  RB-CARD-REC.
      *-- Scheme year to credit - ZEROES means the current year
           05 CARD-SCHEME-YEAR   PIC 9(04).
           05 FILLER             PIC X(01).
      *-- Standard rebate for the year - ZEROES keeps the default
           05 CARD-STD-REBATE    PIC 9(5)V99.
           05 FILLER             PIC X(01).
      *-- 'Y' when the scheme rules let a switched-away account's
      *-- closing balance be re-credited
           05 CARD-CLOSED-RULE   PIC X(01).
      *
       FD  REBSCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REBSCH0.
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
       FD  ACCTBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTBAL0.
      *
       FD  ADJUST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJUST0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-REBSCH-STA              PIC 9(02) VALUE ZEROES.
           05 WS-MTR-INFO-STA            PIC 9(02) VALUE ZEROES.
           05 WS-MTRSTAT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ADJUST-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-MTRSTAT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Run parameters. No card credits the current year at the
      *-- standard rebate and lapses switched-away accounts.
           05 WS-SCHEME-YEAR             PIC 9(04) VALUE ZEROES.
           05 WS-STD-REBATE              PIC 9(5)V9(4) VALUE 150.
           05 WS-CLOSED-RULE             PIC X(01) VALUE 'N'.
      *-- Account qualification state
           05 WS-ACCT-CLOSED             PIC X(01) VALUE 'N'.
           05 WS-MTR-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 WS-STAT-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-LAST-STATUS             PIC X(01) VALUE SPACES.
           05 MTR-IDX                    PIC 9(02) VALUE ZEROES.
           05 WS-MTR-SEEN                PIC X(01) VALUE 'N'.
      *-- Settlement of the entry in hand
           05 WS-REBATE-AMOUNT           PIC 9(5)V9(4) VALUE ZEROES.
           05 WS-CREDIT-RAISED           PIC X(01) VALUE 'N'.
           05 WS-CREDIT-PARKED           PIC X(01) VALUE 'N'.
           05 WS-ED-AMOUNT               PIC ZZZZ9.99.
      *-- Control totals for the end-of-run report
           05 WS-ENTRY-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-LIVE-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-LIVE-TOTAL              PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-SWITCHED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-SWITCHED-TOTAL          PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-LAPSED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-FAILED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-PARKED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-ED-TOTAL                PIC ZZZZZZZZ9.99.

      *-- The account's distinct meters. An account carrying more
      *-- than 10 meters would need this raised.
       01  WS-MTR-TABLE.
           05 WS-MTR-COUNT               PIC 9(02) VALUE ZEROES.
           05 WS-MTR-ENTRY OCCURS 10 TIMES.
              10 WS-MTR-ID               PIC X(12).

           COPY ADJMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-ENTRIES
              THRU B0000-EXIT

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

           MOVE WS-TODAY-8 (1:4)
             TO WS-SCHEME-YEAR

           PERFORM A1000-READ-CONTROL-CARD
              THRU A1000-EXIT

           MOVE WS-STD-REBATE
             TO WS-ED-AMOUNT

           DISPLAY '---- SOCIAL TARIFF REBATE RUN - SCHEME YEAR '
                   WS-SCHEME-YEAR ' ----'
           DISPLAY 'STANDARD REBATE    : ' WS-ED-AMOUNT
           DISPLAY 'SWITCHED-AWAY RULE : ' WS-CLOSED-RULE

      *-- Open Files
           OPEN I-O REBSCH-FILE
           IF WS-REBSCH-STA NOT = '00'
              STRING 'Error in opening rebate scheme file - '
                  WS-REBSCH-STA
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
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       A1000-READ-CONTROL-CARD.
      *--------------------------------------------------------------*
      *-- The control card is optional - no card, an empty card or a
      *-- zero field keeps the default
           OPEN INPUT RB-CARD
           IF WS-CARD-STA NOT = '00'
              GO TO A1000-EXIT
           END-IF

           READ RB-CARD
              AT END
                 MOVE SPACES
                   TO RB-CARD-REC
           END-READ

           IF CARD-SCHEME-YEAR NUMERIC
              AND CARD-SCHEME-YEAR > ZEROES
              MOVE CARD-SCHEME-YEAR
                TO WS-SCHEME-YEAR
           END-IF

           IF CARD-STD-REBATE NUMERIC
              AND CARD-STD-REBATE > ZEROES
              MOVE CARD-STD-REBATE
                TO WS-STD-REBATE
           END-IF

           IF CARD-CLOSED-RULE = 'Y'
              OR CARD-CLOSED-RULE = 'N'
              MOVE CARD-CLOSED-RULE
                TO WS-CLOSED-RULE
           END-IF

           CLOSE RB-CARD
           .
       A1000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-ENTRIES.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           MOVE LOW-VALUES
             TO RB-KEY

           START REBSCH-FILE KEY IS NOT LESS THAN RB-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-FILE
           END-START

           PERFORM B1500-READ-AND-SETTLE
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-SETTLE.
      *--------------------------------------------------------------*
           READ REBSCH-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF RB-SCHEME-YEAR = WS-SCHEME-YEAR
                    AND RB-STATUS = 'E'
                    ADD 1
                      TO WS-ENTRY-COUNT

                    PERFORM C0000-SETTLE-ONE-ENTRY
                       THRU C0000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-SETTLE-ONE-ENTRY.
      *--------------------------------------------------------------*
           IF RB-REBATE-AMOUNT > ZEROES
              MOVE RB-REBATE-AMOUNT
                TO WS-REBATE-AMOUNT
           ELSE
              MOVE WS-STD-REBATE
                TO WS-REBATE-AMOUNT
           END-IF

           MOVE WS-REBATE-AMOUNT
             TO WS-ED-AMOUNT

           PERFORM C1000-CHECK-CLOSED
              THRU C1000-EXIT

           IF WS-ACCT-CLOSED = 'N'
              PERFORM D0000-CREDIT-LIVE-ACCOUNT
                 THRU D0000-EXIT
              GO TO C0000-EXIT
           END-IF

           IF WS-CLOSED-RULE = 'Y'
              PERFORM D2000-CREDIT-CLOSING-BALANCE
                 THRU D2000-EXIT
           ELSE
              PERFORM D3000-LAPSE-ENTRY
                 THRU D3000-EXIT
           END-IF
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-CHECK-CLOSED.
      *--------------------------------------------------------------*
      *-- Switched away means every one of the account's meters has a
      *-- 'C' status in force today. An account with no meters on
      *-- file cannot be proven closed and is treated as live.
           MOVE 'N'
             TO WS-ACCT-CLOSED

           IF WS-MTRSTAT-OPEN NOT = 'Y'
              GO TO C1000-EXIT
           END-IF

           MOVE ZEROES
             TO WS-MTR-COUNT

           MOVE 'N'
             TO WS-MTR-SCAN-DONE

           MOVE RB-ACCOUNT-ID
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
                 IF ACCOUNT-ID OF MTR-REC NOT = RB-ACCOUNT-ID
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
       D0000-CREDIT-LIVE-ACCOUNT.
      *--------------------------------------------------------------*
      *-- The credit waits on the adjustments file for the account's
      *-- next statement, like any other account-level adjustment.
           PERFORM D1000-RAISE-CREDIT
              THRU D1000-EXIT

           IF WS-CREDIT-PARKED = 'Y'
              MOVE 'L'
                TO RB-PAID-HOW
              PERFORM D4500-MARK-PARKED
                 THRU D4500-EXIT
              GO TO D0000-EXIT
           END-IF

           IF WS-CREDIT-RAISED NOT = 'Y'
              GO TO D0000-EXIT
           END-IF

           MOVE 'L'
             TO RB-PAID-HOW

           PERFORM D4000-MARK-CREDITED
              THRU D4000-EXIT

           ADD 1
             TO WS-LIVE-COUNT

           ADD WS-REBATE-AMOUNT
             TO WS-LIVE-TOTAL

           DISPLAY RB-ACCOUNT-ID ' REBATE CREDITED      ' WS-ED-AMOUNT
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1000-RAISE-CREDIT.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-CREDIT-RAISED

           MOVE 'N'
             TO WS-CREDIT-PARKED

           MOVE 'A'
             TO C01-ACTION-CD OF ADJMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ADJMNT-REQ

           MOVE RB-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF ADJMNT-REQ

           MOVE SPACES
             TO C01-MTR-ID OF ADJMNT-REQ

           MOVE WS-TODAY-8
             TO C01-ADJ-DATE OF ADJMNT-REQ

           MOVE ZEROES
             TO C01-ADJ-SEQ OF ADJMNT-REQ

           MOVE 'SOCR'
             TO C01-REASON-CD OF ADJMNT-REQ

           COMPUTE C01-ADJ-AMOUNT OF ADJMNT-REQ =
              ZERO - WS-REBATE-AMOUNT

           MOVE 'MTRRBANN'
             TO C01-OPERATOR OF ADJMNT-REQ

           MOVE ZEROES
             TO C01-PEND-DATE OF ADJMNT-REQ
                C01-PEND-SEQ OF ADJMNT-REQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

      *-- Over the run's authority - parked for approval, to be settled
      *-- by MTRAPRMT. Not a failure, and not raised again next year.
           IF C01-RETURN-CD OF ADJMNT-REQ = '7'
              MOVE 'Y'
                TO WS-CREDIT-PARKED
              GO TO D1000-EXIT
           END-IF

           IF C01-RETURN-CD OF ADJMNT-REQ NOT = '0'
              DISPLAY RB-ACCOUNT-ID ' REBATE CREDIT FAILED - RETURN '
                      'CODE ' C01-RETURN-CD OF ADJMNT-REQ
              ADD 1
                TO WS-FAILED-COUNT
              GO TO D1000-EXIT
           END-IF

           MOVE 'Y'
             TO WS-CREDIT-RAISED
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D2000-CREDIT-CLOSING-BALANCE.
      *--------------------------------------------------------------*
      *-- No statement follows a switched-away account, so the credit
      *-- is applied here and now: marked applied on the adjustments
      *-- file (the GL journal picks it up on today's activity) and
      *-- taken off the closing balance, where the refund run pays
      *-- the resulting credit out.
           MOVE RB-ACCOUNT-ID
             TO AB-ACCOUNT-ID

           READ ACCTBAL-FILE
              INVALID KEY
                 DISPLAY RB-ACCOUNT-ID
                         ' REBATE NOT CREDITED - NO ACCOUNT BALANCE'
                 ADD 1
                   TO WS-FAILED-COUNT
                 GO TO D2000-EXIT
           END-READ

           PERFORM D1000-RAISE-CREDIT
              THRU D1000-EXIT

      *-- A parked credit goes to the closing balance when MTRAPRMT
      *-- applies the approval, not here.
           IF WS-CREDIT-PARKED = 'Y'
              MOVE 'S'
                TO RB-PAID-HOW
              PERFORM D4500-MARK-PARKED
                 THRU D4500-EXIT
              GO TO D2000-EXIT
           END-IF

           IF WS-CREDIT-RAISED NOT = 'Y'
              GO TO D2000-EXIT
           END-IF

           OPEN I-O ADJUST-FILE
           IF WS-ADJUST-STA NOT = '00'
              STRING 'Error in opening adjustments file - '
                  WS-ADJUST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              ADD 1
                TO WS-FAILED-COUNT
              GO TO D2000-EXIT
           END-IF

           MOVE RB-ACCOUNT-ID
             TO ADJ-ACCOUNT-ID

           MOVE SPACES
             TO ADJ-MTR-ID

           MOVE C01-ADJ-DATE OF ADJMNT-REQ
             TO ADJ-DATE

           MOVE C01-ADJ-SEQ OF ADJMNT-REQ
             TO ADJ-SEQ

           READ ADJUST-FILE
              INVALID KEY
                 DISPLAY RB-ACCOUNT-ID
                         ' REBATE ADJUSTMENT NOT FOUND TO APPLY'
                 ADD 1
                   TO WS-FAILED-COUNT
                 CLOSE ADJUST-FILE
                 GO TO D2000-EXIT
           END-READ

           MOVE 'Y'
             TO ADJ-APPLIED

           MOVE ADJ-DATE
             TO ADJ-APPLIED-FROM

           MOVE WS-TODAY-8
             TO ADJ-APPLIED-DATE

           REWRITE ADJUST-REC
              INVALID KEY
                 DISPLAY RB-ACCOUNT-ID
                         ' ERROR MARKING REBATE ADJUSTMENT APPLIED'
                 ADD 1
                   TO WS-FAILED-COUNT
                 CLOSE ADJUST-FILE
                 GO TO D2000-EXIT
           END-REWRITE

           COMPUTE AB-BALANCE =
              AB-BALANCE + ADJ-AMOUNT + ADJ-TAX-AMOUNT

           CLOSE ADJUST-FILE

           REWRITE ACCTBAL-REC
              INVALID KEY
                 DISPLAY RB-ACCOUNT-ID
                         ' ERROR UPDATING ACCOUNT BALANCE FOR REBATE'
                 ADD 1
                   TO WS-FAILED-COUNT
                 GO TO D2000-EXIT
           END-REWRITE

           MOVE 'S'
             TO RB-PAID-HOW

           PERFORM D4000-MARK-CREDITED
              THRU D4000-EXIT

           ADD 1
             TO WS-SWITCHED-COUNT

           ADD WS-REBATE-AMOUNT
             TO WS-SWITCHED-TOTAL

           DISPLAY RB-ACCOUNT-ID ' SWITCHED AWAY - CREDITED '
                   WS-ED-AMOUNT
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D3000-LAPSE-ENTRY.
      *--------------------------------------------------------------*
      *-- Switched away and the scheme rules do not carry the rebate
      *-- to a closing balance - the entry lapses unpaid.
           MOVE 'L'
             TO RB-STATUS

           MOVE 'MTRRBANN'
             TO RB-OPERATOR

           REWRITE REBSCH-REC
              INVALID KEY
                 DISPLAY RB-ACCOUNT-ID
                         ' ERROR UPDATING REBATE SCHEME RECORD'
                 ADD 1
                   TO WS-FAILED-COUNT
                 GO TO D3000-EXIT
           END-REWRITE

           ADD 1
             TO WS-LAPSED-COUNT

           DISPLAY RB-ACCOUNT-ID ' SWITCHED AWAY - REBATE LAPSED'
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D4000-MARK-CREDITED.
      *--------------------------------------------------------------*
           MOVE 'C'
             TO RB-STATUS

           MOVE WS-TODAY-8
             TO RB-PAID-DATE

           MOVE WS-REBATE-AMOUNT
             TO RB-PAID-AMOUNT

           MOVE C01-ADJ-DATE OF ADJMNT-REQ
             TO RB-ADJ-DATE

           MOVE C01-ADJ-SEQ OF ADJMNT-REQ
             TO RB-ADJ-SEQ

           MOVE 'MTRRBANN'
             TO RB-OPERATOR

           REWRITE REBSCH-REC
              INVALID KEY
                 DISPLAY RB-ACCOUNT-ID
                         ' ERROR UPDATING REBATE SCHEME RECORD'
           END-REWRITE
           .
       D4000-EXIT.
      *--------------------------------------------------------------*
       D4500-MARK-PARKED.
      *--------------------------------------------------------------*
      *-- The entry is held out of later runs while its credit waits
      *-- on APRPND; RB-PAID-HOW says where the credit is to go.
           MOVE 'Q'
             TO RB-STATUS

           MOVE C01-PEND-DATE OF ADJMNT-REQ
             TO RB-PEND-DATE

           MOVE C01-PEND-SEQ OF ADJMNT-REQ
             TO RB-PEND-SEQ

           MOVE 'MTRRBANN'
             TO RB-OPERATOR

           REWRITE REBSCH-REC
              INVALID KEY
                 DISPLAY RB-ACCOUNT-ID
                         ' ERROR UPDATING REBATE SCHEME RECORD'
                 ADD 1
                   TO WS-FAILED-COUNT
                 GO TO D4500-EXIT
           END-REWRITE

           ADD 1
             TO WS-PARKED-COUNT

           DISPLAY RB-ACCOUNT-ID ' REBATE PARKED FOR APPROVAL - ITEM '
                   RB-PEND-DATE ' ' RB-PEND-SEQ
           .
       D4500-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Control totals for the rebate run
           DISPLAY ' '
           DISPLAY '---- SOCIAL TARIFF REBATE RUN CONTROL TOTALS ----'
           DISPLAY 'ELIGIBLE ENTRIES   : ' WS-ENTRY-COUNT

           MOVE WS-LIVE-TOTAL
             TO WS-ED-TOTAL
           DISPLAY 'CREDITED - LIVE    : ' WS-LIVE-COUNT
                   ' VALUE ' WS-ED-TOTAL

           MOVE WS-SWITCHED-TOTAL
             TO WS-ED-TOTAL
           DISPLAY 'CREDITED - SWITCHED: ' WS-SWITCHED-COUNT
                   ' VALUE ' WS-ED-TOTAL

           DISPLAY 'LAPSED - SWITCHED  : ' WS-LAPSED-COUNT
           DISPLAY 'AWAITING APPROVAL  : ' WS-PARKED-COUNT
           DISPLAY 'NOT CREDITED       : ' WS-FAILED-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE REBSCH-FILE
           IF WS-REBSCH-STA NOT = '00'
              STRING 'Error in Closing rebate scheme file - '
                  WS-REBSCH-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE MTR-INFO
           IF WS-MTR-INFO-STA NOT = '00'
              STRING 'Error in Closing meter INFO file - '
                  WS-MTR-INFO-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           IF WS-MTRSTAT-OPEN = 'Y'
              CLOSE MTRSTAT-FILE
              IF WS-MTRSTAT-STA NOT = '00'
                 STRING 'Error in Closing meter status file - '
                     WS-MTRSTAT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
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
           .
       Z0000-EXIT.

       Z0000-PROCESS-END.
           GOBACK.
