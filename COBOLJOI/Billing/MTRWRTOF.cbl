       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRWRTOF.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Bad-debt write-off run. Accounts that went through the         *
      * MTRDUNBT dunning stages and then closed (every meter carrying  *
      * a 'C' status, the MTRRETEN test) carry balances nobody will    *
      * pay. Run in list mode ('L' on the WOCTL card) it walks the     *
      * running balances and lists every closed account still owing,   *
      * last billed at least the card's number of days ago and at or   *
      * past the card's dunning stage, on the WOCAND candidate file.   *
      * Collections fill in a reason code and the approving operator   *
      * against the ones to write off and feed that back as WOAPPR;    *
      * run in apply mode ('A') each approval from an operator on the  *
      * WOAUTH authorised list is checked against the same criteria    *
      * again and written off through MTRWOMNT. The write-off clears   *
      * AB-BALANCE into AB-WRITTEN-OFF - it is not a payment, so       *
      * nothing goes to the payment history - and the VAT element is   *
      * kept on the ledger for bad-debt relief on the VAT return.      *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Mode, minimum age and minimum dunning stage control card
           SELECT WO-CARD
           ASSIGN TO 'WOCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Running account balances - walked in list mode, read and
      *-- cleared by account in apply mode
           SELECT ACCTBAL-FILE
           ASSIGN TO 'ACCTBAL'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AB-ACCOUNT-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ACCTBAL-STA.

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

      *-- Dunning stage per account
           SELECT DUNSTAT-FILE
           ASSIGN TO 'DUNSTAT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DN-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-DUNSTAT-STA.

      *-- Operators allowed to approve a write-off
           SELECT WOAUTH-FILE
           ASSIGN TO 'WOAUTH'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOAUTH-STA.

      *-- Approved write-offs fed back from the candidate list
           SELECT WOAPPR-FILE
           ASSIGN TO 'WOAPPR'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOAPPR-STA.

      *-- Candidate list for collections to review, rebuilt each
      *-- list-mode run
           SELECT WOCAND-OUT
           ASSIGN TO 'WOCAND'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOCAND-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  WO-CARD
           LABEL RECORDS ARE STANDARD.
       01  WO-CARD-REC.
      *-- 'L' list candidates, 'A' apply approvals
           05 CARD-MODE          PIC X(01).
           05 FILLER             PIC X(01).
      *-- Days since the account was last billed
           05 CARD-MIN-DAYS      PIC 9(04).
           05 FILLER             PIC X(01).
      *-- Lowest dunning stage reached - blank means 4, the
      *-- disconnection order
           05 CARD-MIN-STAGE     PIC X(01).
      *
       FD  ACCTBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTBAL0.
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
       FD  DUNSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNSTAT0.
      *
       FD  WOAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  WOAUTH-REC.
           05 AUTH-OPERATOR      PIC X(08).
      *
       FD  WOAPPR-FILE
           LABEL RECORDS ARE STANDARD.
      *-- The front of a candidate line with the reason and the
      *-- operator filled in
       01  WOAPPR-REC.
           05 APR-ACCOUNT-ID     PIC X(12).
           05 FILLER             PIC X(01).
           05 APR-REASON-CD      PIC X(04).
           05 FILLER             PIC X(01).
           05 APR-OPERATOR       PIC X(08).
      *
       FD  WOCAND-OUT
           LABEL RECORDS ARE STANDARD.
       01  WOCAND-REC                 PIC X(80).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-MTR-INFO-STA            PIC 9(02) VALUE ZEROES.
           05 WS-MTRSTAT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-DUNSTAT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-WOAUTH-STA              PIC 9(02) VALUE ZEROES.
           05 WS-WOAPPR-STA              PIC 9(02) VALUE ZEROES.
           05 WS-WOCAND-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-MTRSTAT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-DUNSTAT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-TODAY-DAY-NBR           PIC S9(8) COMP VALUE ZEROES.
           05 WS-BILL-DAY-NBR            PIC S9(8) COMP VALUE ZEROES.
           05 WS-MIN-STAGE               PIC 9(01) VALUE 4.
      *-- Account qualification state
           05 WS-CANDIDATE               PIC X(01) VALUE 'N'.
           05 WS-NOT-WHY                 PIC X(30) VALUE SPACES.
           05 WS-ACCT-CLOSED             PIC X(01) VALUE 'N'.
           05 WS-MTR-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 WS-STAT-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-LAST-STATUS             PIC X(01) VALUE SPACES.
           05 MTR-IDX                    PIC 9(02) VALUE ZEROES.
           05 WS-MTR-SEEN                PIC X(01) VALUE 'N'.
           05 WS-DAYS-SINCE-BILL         PIC 9(05) VALUE ZEROES.
           05 WS-ACCT-STAGE              PIC 9(01) VALUE ZEROES.
           05 WS-WO-AMOUNT               PIC 9(9)V9(4) VALUE ZEROES.
      *-- Operator authority
           05 AUTH-IDX                   PIC 9(03) VALUE ZEROES.
           05 WS-OPER-AUTHORISED         PIC X(01) VALUE 'N'.
           05 WS-ED-AMOUNT               PIC ZZZZZZ9.99.
      *-- Control totals for the write-off register
           05 WS-ACCOUNT-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-OWING-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-CANDIDATE-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-CANDIDATE-TOTAL         PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-APPROVAL-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-NOT-AUTH-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-REFUSED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-WRITTEN-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-WRITTEN-TOTAL           PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-WRITTEN-VAT             PIC 9(11)V9(4) VALUE ZEROES.

      *-- The account's distinct meters. An account carrying more
      *-- than 10 meters would need this raised.
       01  WS-MTR-TABLE.
           05 WS-MTR-COUNT               PIC 9(02) VALUE ZEROES.
           05 WS-MTR-ENTRY OCCURS 10 TIMES.
              10 WS-MTR-ID               PIC X(12).

      *-- Operators on the authorised list
       01  WS-AUTH-TABLE.
           05 WS-AUTH-COUNT              PIC 9(03) VALUE ZEROES.
           05 WS-AUTH-ENTRY OCCURS 100 TIMES.
              10 WS-AUTH-OPERATOR        PIC X(08).

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

           IF CARD-MODE = 'L'
              PERFORM B0000-LIST-CANDIDATES
                 THRU B0000-EXIT
           ELSE
              PERFORM C0000-APPLY-APPROVALS
                 THRU C0000-EXIT
           END-IF

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           OPEN INPUT WO-CARD
           IF WS-CARD-STA NOT = '00'
              STRING 'Error in opening write-off control card - '
                  WS-CARD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           READ WO-CARD
              AT END
                 MOVE 'Write-off control card is empty'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
           END-READ

           IF (CARD-MODE NOT = 'L' AND CARD-MODE NOT = 'A')
              OR CARD-MIN-DAYS NOT NUMERIC
              MOVE 'Write-off card mode or minimum days are bad'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           IF CARD-MIN-STAGE = SPACE
              MOVE 4
                TO WS-MIN-STAGE
           ELSE
              IF CARD-MIN-STAGE NOT NUMERIC
                 MOVE 'Write-off card minimum stage is bad'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
              MOVE CARD-MIN-STAGE
                TO WS-MIN-STAGE
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
      *-- no account can be written off
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

      *-- No dunning file yet just means every account is at stage 0
           MOVE 'N'
             TO WS-DUNSTAT-OPEN

           OPEN INPUT DUNSTAT-FILE
           IF WS-DUNSTAT-STA = '00'
              MOVE 'Y'
                TO WS-DUNSTAT-OPEN
           ELSE
              IF WS-DUNSTAT-STA NOT = '35'
                 STRING 'Error in opening dunning stage file - '
                     WS-DUNSTAT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           IF CARD-MODE = 'L'
              OPEN OUTPUT WOCAND-OUT
              IF WS-WOCAND-STA NOT = '00'
                 STRING 'Error in opening write-off candidate file - '
                     WS-WOCAND-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           ELSE
              PERFORM A1000-LOAD-OPERATORS
                 THRU A1000-EXIT

              OPEN INPUT WOAPPR-FILE
              IF WS-WOAPPR-STA NOT = '00'
                 STRING 'Error in opening write-off approvals - '
                     WS-WOAPPR-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

           COMPUTE WS-TODAY-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-8)

           IF CARD-MODE = 'L'
              DISPLAY '---- WRITE-OFF CANDIDATES ' WS-TODAY-8
                      ' BILLED ' CARD-MIN-DAYS ' DAYS AGO AT STAGE '
                      WS-MIN-STAGE ' ----'
           ELSE
              DISPLAY '---- WRITE-OFF REGISTER ' WS-TODAY-8
                      ' BILLED ' CARD-MIN-DAYS ' DAYS AGO AT STAGE '
                      WS-MIN-STAGE ' ----'
           END-IF
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       A1000-LOAD-OPERATORS.
      *--------------------------------------------------------------*
      *-- Without the authorised list nobody can approve anything
           OPEN INPUT WOAUTH-FILE
           IF WS-WOAUTH-STA NOT = '00'
              STRING 'Error in opening write-off authority list - '
                  WS-WOAUTH-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE ZEROES
             TO WS-AUTH-COUNT

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM A1500-LOAD-ONE-OPERATOR
              THRU A1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'

           CLOSE WOAUTH-FILE
           .
       A1000-EXIT.
      *--------------------------------------------------------------*
       A1500-LOAD-ONE-OPERATOR.
      *--------------------------------------------------------------*
           READ WOAUTH-FILE
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
              NOT AT END
                 IF AUTH-OPERATOR NOT = SPACES
                    AND WS-AUTH-COUNT < 100
                    ADD 1
                      TO WS-AUTH-COUNT
                    MOVE AUTH-OPERATOR
                      TO WS-AUTH-OPERATOR (WS-AUTH-COUNT)
                 END-IF
           END-READ
           .
       A1500-EXIT.
      *--------------------------------------------------------------*
       B0000-LIST-CANDIDATES.
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
                 GO TO B1500-EXIT
           END-READ

           ADD 1
             TO WS-ACCOUNT-COUNT

           IF AB-BALANCE NOT > ZEROES
              GO TO B1500-EXIT
           END-IF

           ADD 1
             TO WS-OWING-COUNT

           PERFORM D0000-CHECK-CANDIDATE
              THRU D0000-EXIT

           IF WS-CANDIDATE = 'Y'
              PERFORM E1000-WRITE-CANDIDATE
                 THRU E1000-EXIT
           END-IF
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-APPLY-APPROVALS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM C1500-APPLY-ONE-APPROVAL
              THRU C1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-APPLY-ONE-APPROVAL.
      *--------------------------------------------------------------*
      *-- An approval only counts from an authorised operator with a
      *-- reason, and the account must still qualify today - it may
      *-- have paid or reopened since the list was produced.
           READ WOAPPR-FILE
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO C1500-EXIT
           END-READ

           IF APR-ACCOUNT-ID = SPACES
              GO TO C1500-EXIT
           END-IF

           ADD 1
             TO WS-APPROVAL-COUNT

           PERFORM E3000-CHECK-OPERATOR
              THRU E3000-EXIT

           IF WS-OPER-AUTHORISED NOT = 'Y'
              OR APR-REASON-CD = SPACES
              ADD 1
                TO WS-NOT-AUTH-COUNT
              MOVE SPACES
                TO WS-REPORT-LINE
              STRING APR-ACCOUNT-ID          DELIMITED BY SIZE
                     ' NOT WRITTEN OFF - '   DELIMITED BY SIZE
                     'NO REASON OR OPERATOR NOT AUTHORISED '
                                             DELIMITED BY SIZE
                     APR-OPERATOR            DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              DISPLAY WS-REPORT-LINE
              GO TO C1500-EXIT
           END-IF

           MOVE APR-ACCOUNT-ID
             TO AB-ACCOUNT-ID

           READ ACCTBAL-FILE
              INVALID KEY
                 MOVE 'NO BALANCE RECORD'
                   TO WS-NOT-WHY
                 MOVE 'N'
                   TO WS-CANDIDATE
              NOT INVALID KEY
                 IF AB-BALANCE NOT > ZEROES
                    MOVE 'NOTHING OWING'
                      TO WS-NOT-WHY
                    MOVE 'N'
                      TO WS-CANDIDATE
                 ELSE
                    PERFORM D0000-CHECK-CANDIDATE
                       THRU D0000-EXIT
                 END-IF
           END-READ

           IF WS-CANDIDATE NOT = 'Y'
              ADD 1
                TO WS-REFUSED-COUNT
              MOVE SPACES
                TO WS-REPORT-LINE
              STRING APR-ACCOUNT-ID          DELIMITED BY SIZE
                     ' NOT WRITTEN OFF - '   DELIMITED BY SIZE
                     WS-NOT-WHY              DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              DISPLAY WS-REPORT-LINE
              GO TO C1500-EXIT
           END-IF

           PERFORM E2000-WRITE-OFF-ACCOUNT
              THRU E2000-EXIT
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       D0000-CHECK-CANDIDATE.
      *--------------------------------------------------------------*
      *-- An owing account qualifies when it was last billed at least
      *-- the card's days ago, its dunning reached the card's stage,
      *-- and it is closed.
           MOVE 'N'
             TO WS-CANDIDATE

           MOVE ZEROES
             TO WS-DAYS-SINCE-BILL
                WS-ACCT-STAGE

           IF AB-LAST-BILL-DATE = ZEROES
              MOVE 'NEVER BILLED'
                TO WS-NOT-WHY
              GO TO D0000-EXIT
           END-IF

           COMPUTE WS-BILL-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (AB-LAST-BILL-DATE)

           IF WS-TODAY-DAY-NBR > WS-BILL-DAY-NBR
              COMPUTE WS-DAYS-SINCE-BILL =
                 WS-TODAY-DAY-NBR - WS-BILL-DAY-NBR
           END-IF

           IF WS-DAYS-SINCE-BILL < CARD-MIN-DAYS
              MOVE 'BILLED TOO RECENTLY'
                TO WS-NOT-WHY
              GO TO D0000-EXIT
           END-IF

           IF WS-DUNSTAT-OPEN = 'Y'
              MOVE AB-ACCOUNT-ID
                TO DN-ACCOUNT-ID
              READ DUNSTAT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DN-STAGE
                      TO WS-ACCT-STAGE
              END-READ
           END-IF

           IF WS-ACCT-STAGE < WS-MIN-STAGE
              MOVE 'DUNNING STAGE NOT REACHED'
                TO WS-NOT-WHY
              GO TO D0000-EXIT
           END-IF

           PERFORM D1000-CHECK-CLOSED
              THRU D1000-EXIT

           IF WS-ACCT-CLOSED NOT = 'Y'
              MOVE 'ACCOUNT NOT CLOSED'
                TO WS-NOT-WHY
              GO TO D0000-EXIT
           END-IF

           MOVE 'Y'
             TO WS-CANDIDATE
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1000-CHECK-CLOSED.
      *--------------------------------------------------------------*
      *-- Closed means every one of the account's meters has a 'C'
      *-- status in force today. An account with no meters on file
      *-- cannot be proven closed and is treated as live.
           MOVE 'N'
             TO WS-ACCT-CLOSED

           IF WS-MTRSTAT-OPEN NOT = 'Y'
              GO TO D1000-EXIT
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

           PERFORM D1500-SCAN-ONE-PERIOD
              THRU D1500-EXIT
            UNTIL WS-MTR-SCAN-DONE = 'Y'

           IF WS-MTR-COUNT = ZEROES
              GO TO D1000-EXIT
           END-IF

           MOVE 'Y'
             TO WS-ACCT-CLOSED

           PERFORM D2000-CHECK-ONE-METER
              THRU D2000-EXIT
           VARYING MTR-IDX FROM 1 BY 1
             UNTIL MTR-IDX > WS-MTR-COUNT
                OR WS-ACCT-CLOSED = 'N'
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D1500-SCAN-ONE-PERIOD.
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
                    PERFORM D1700-COLLECT-METER
                       THRU D1700-EXIT
                 END-IF
           END-READ
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       D1700-COLLECT-METER.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-MTR-SEEN

           PERFORM D1750-MATCH-METER
              THRU D1750-EXIT
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
       D1700-EXIT.
      *--------------------------------------------------------------*
       D1750-MATCH-METER.
      *--------------------------------------------------------------*
           IF WS-MTR-ID (MTR-IDX) = UINFO-MTR-ID OF MTR-REC
              MOVE 'Y'
                TO WS-MTR-SEEN
           END-IF
           .
       D1750-EXIT.
      *--------------------------------------------------------------*
       D2000-CHECK-ONE-METER.
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

           PERFORM D2500-SCAN-ONE-STATUS
              THRU D2500-EXIT
            UNTIL WS-STAT-SCAN-DONE = 'Y'

           IF WS-LAST-STATUS NOT = 'C'
              MOVE 'N'
                TO WS-ACCT-CLOSED
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-SCAN-ONE-STATUS.
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
       D2500-EXIT.
      *--------------------------------------------------------------*
       E1000-WRITE-CANDIDATE.
      *--------------------------------------------------------------*
      *-- Reason and operator columns are left blank for collections
      *-- to fill in against the accounts they approve.
           ADD 1
             TO WS-CANDIDATE-COUNT

           ADD AB-BALANCE
             TO WS-CANDIDATE-TOTAL

           MOVE AB-BALANCE
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO WOCAND-REC

           STRING AB-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  '    '                  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  '        '              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AB-LAST-BILL-DATE       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-DAYS-SINCE-BILL      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ACCT-STAGE           DELIMITED BY SIZE
              INTO WOCAND-REC
           END-STRING

           WRITE WOCAND-REC

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING AB-ACCOUNT-ID           DELIMITED BY SIZE
                  ' OWING '               DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  ' LAST BILLED '         DELIMITED BY SIZE
                  AB-LAST-BILL-DATE       DELIMITED BY SIZE
                  ' STAGE '               DELIMITED BY SIZE
                  WS-ACCT-STAGE           DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       E1000-EXIT.
      *--------------------------------------------------------------*
       E2000-WRITE-OFF-ACCOUNT.
      *--------------------------------------------------------------*
      *-- The ledger entry first, then the balance moves into the
      *-- written-off figure. The VAT element is at the rate in force
      *-- when the account was last billed.
           MOVE AB-BALANCE
             TO WS-WO-AMOUNT

           MOVE 'W'
             TO C01-ACTION-CD OF WOMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF WOMNT-REQ

           MOVE AB-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF WOMNT-REQ

           MOVE WS-TODAY-8
             TO C01-ENTRY-DATE OF WOMNT-REQ

           MOVE AB-LAST-BILL-DATE
             TO C01-TAX-DATE OF WOMNT-REQ

           MOVE APR-REASON-CD
             TO C01-REASON-CD OF WOMNT-REQ

           MOVE WS-WO-AMOUNT
             TO C01-WO-AMOUNT OF WOMNT-REQ

           MOVE APR-OPERATOR
             TO C01-OPERATOR OF WOMNT-REQ

           CALL 'MTRWOMNT'
          USING WOMNT-REQ

           IF C01-RETURN-CD OF WOMNT-REQ NOT = '0'
              ADD 1
                TO WS-REFUSED-COUNT
              MOVE SPACES
                TO WS-REPORT-LINE
              STRING AB-ACCOUNT-ID           DELIMITED BY SIZE
                     ' NOT WRITTEN OFF - '   DELIMITED BY SIZE
                     'LEDGER ENTRY FAILED'   DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              DISPLAY WS-REPORT-LINE
              GO TO E2000-EXIT
           END-IF

           ADD WS-WO-AMOUNT
             TO AB-WRITTEN-OFF

           MOVE ZEROES
             TO AB-BALANCE

           REWRITE ACCTBAL-REC
              INVALID KEY
                 MOVE 'Error updating account balance record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO E2000-EXIT
           END-REWRITE

           ADD 1
             TO WS-WRITTEN-COUNT

           ADD WS-WO-AMOUNT
             TO WS-WRITTEN-TOTAL

           ADD C01-WO-VAT OF WOMNT-REQ
             TO WS-WRITTEN-VAT

           MOVE WS-WO-AMOUNT
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING AB-ACCOUNT-ID           DELIMITED BY SIZE
                  ' WRITTEN OFF '         DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  ' REASON '              DELIMITED BY SIZE
                  APR-REASON-CD           DELIMITED BY SIZE
                  ' BY '                  DELIMITED BY SIZE
                  APR-OPERATOR            DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       E2000-EXIT.
      *--------------------------------------------------------------*
       E3000-CHECK-OPERATOR.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-OPER-AUTHORISED

           IF APR-OPERATOR = SPACES
              GO TO E3000-EXIT
           END-IF

           PERFORM E3500-MATCH-OPERATOR
              THRU E3500-EXIT
           VARYING AUTH-IDX FROM 1 BY 1
             UNTIL AUTH-IDX > WS-AUTH-COUNT
                OR WS-OPER-AUTHORISED = 'Y'
           .
       E3000-EXIT.
      *--------------------------------------------------------------*
       E3500-MATCH-OPERATOR.
      *--------------------------------------------------------------*
           IF WS-AUTH-OPERATOR (AUTH-IDX) = APR-OPERATOR
              MOVE 'Y'
                TO WS-OPER-AUTHORISED
           END-IF
           .
       E3500-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Register totals
           IF CARD-MODE = 'L'
              DISPLAY '---- WRITE-OFF CANDIDATE TOTALS ----'
              DISPLAY 'BALANCES READ      : ' WS-ACCOUNT-COUNT
              DISPLAY 'ACCOUNTS OWING     : ' WS-OWING-COUNT
              DISPLAY 'CANDIDATES LISTED  : ' WS-CANDIDATE-COUNT
                      ' AMOUNT ' WS-CANDIDATE-TOTAL
           ELSE
              DISPLAY '---- WRITE-OFF REGISTER TOTALS ----'
              DISPLAY 'APPROVALS READ     : ' WS-APPROVAL-COUNT
              DISPLAY 'NOT AUTHORISED     : ' WS-NOT-AUTH-COUNT
              DISPLAY 'NO LONGER QUALIFY  : ' WS-REFUSED-COUNT
              DISPLAY 'WRITTEN OFF        : ' WS-WRITTEN-COUNT
                      ' AMOUNT ' WS-WRITTEN-TOTAL
              DISPLAY 'VAT RELIEF ELEMENT : ' WS-WRITTEN-VAT
              IF WS-NOT-AUTH-COUNT + WS-REFUSED-COUNT
                 + WS-WRITTEN-COUNT
                 NOT = WS-APPROVAL-COUNT
                 DISPLAY 'WARNING - counts do not reconcile to input'
              END-IF
              DISPLAY 'APPROVED BY FINANCE: ____________________'
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
           CLOSE WO-CARD
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

           CLOSE MTR-INFO

           IF WS-MTRSTAT-OPEN = 'Y'
              CLOSE MTRSTAT-FILE
           END-IF

           IF WS-DUNSTAT-OPEN = 'Y'
              CLOSE DUNSTAT-FILE
           END-IF

           IF CARD-MODE = 'L'
              CLOSE WOCAND-OUT
              IF WS-WOCAND-STA NOT = '00'
                 STRING 'Error in Closing write-off candidate file - '
                     WS-WOCAND-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           ELSE
              CLOSE WOAPPR-FILE
           END-IF
           .
       Z0000-EXIT.

       Z0000-PROCESS-END.
           GOBACK.
