       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRREGRT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Quarterly regulator statistics return - for the quarter named  *
      * on the REGQTR control card, the customer service figures the   *
      * regulator asks for, each split domestic from business by the   *
      * account's customer class:                                      *
      *   - accounts in arrears and by how much, by age band, from the *
      *     nightly ACCTPOS account position snapshot                  *
      *   - payment arrangements agreed in the quarter (PAYARR)        *
      *   - disconnection orders issued (DUNSTAT stage 4) and meters   *
      *     disconnected for debt (MTRSTAT 'D' changes)                *
      *   - prepay self-disconnections - the 'D' changes MTRPPDEC      *
      *     records when emergency credit runs out                     *
      *   - disputes opened and closed (DISPUTE)                       *
      *   - switches lost and won, from the MTRMKTSW switch log        *
      *   - statements billed on an estimated close versus an actual   *
      *     read (BILLHIST)                                            *
      * The return is written to REGRTN in the regulator's fixed-      *
      * format submission layout, and the same figures are listed on   *
      * the report for checking before it is sent.                     *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Quarter control card - the from/to dates of the return
           SELECT QTR-CARD
           ASSIGN TO 'REGQTR'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QTR-STA.

      *-- Account position snapshot, walked start to finish - the
      *-- arrears as at the last nightly build
           SELECT ACCTPOS-FILE
           ASSIGN TO 'ACCTPOS'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PN-ACCOUNT-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACCTPOS-STA.

      *-- Customer master - the class each account is reported under
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

      *-- Payment arrangements, walked start to finish
           SELECT PAYARR-FILE
           ASSIGN TO 'PAYARR'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PA-ACCOUNT-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYARR-STA.

      *-- Dunning stage per account, walked start to finish
           SELECT DUNSTAT-FILE
           ASSIGN TO 'DUNSTAT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DN-ACCOUNT-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DUNSTAT-STA.

      *-- Effective-dated meter statuses, walked start to finish
           SELECT MTRSTAT-FILE
           ASSIGN TO 'MTRSTAT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS MS-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STAT-STA.

      *-- METER Details - the account a disconnected meter was on,
      *-- found by the alternate meter-id key
           SELECT MTR-INFO
           ASSIGN TO 'MTRPLAN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS MP-KEY
           ALTERNATE RECORD KEY IS UINFO-MTR-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-MTR-INFO-STA.

      *-- Billing dispute cases, walked start to finish
           SELECT DISPUTE-FILE
           ASSIGN TO 'DISPUTE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DS-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DISPUTE-STA.

      *-- Switch log written by MTRMKTSW
           SELECT SWLOG-FILE
           ASSIGN TO 'SWLOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SWLOG-STA.

      *-- Billing history, walked start to finish
           SELECT BILLHIST-FILE
           ASSIGN TO 'BILLHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BILLHIST-STA.

      *-- The return in the regulator's submission layout
           SELECT REGRTN-FILE
           ASSIGN TO 'REGRTN'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGRTN-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  QTR-CARD
           LABEL RECORDS ARE STANDARD.
       01  QTR-REC.
           05 QTR-FROM-DATE      PIC 9(08).
           05 FILLER             PIC X(01).
           05 QTR-TO-DATE        PIC 9(08).
      *
       FD  ACCTPOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTPOS0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
       FD  PAYARR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYARR0.
      *
       FD  DUNSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNSTAT0.
      *
       FD  MTRSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRSTAT0.
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
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTE0.
      *
       FD  SWLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SWLOG0.
      *
       FD  BILLHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHST0.
      *
       FD  REGRTN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REGRTN0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-QTR-STA                 PIC 9(02) VALUE ZEROES.
           05 WS-ACCTPOS-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-PAYARR-STA              PIC 9(02) VALUE ZEROES.
           05 WS-DUNSTAT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-STAT-STA                PIC 9(02) VALUE ZEROES.
           05 WS-MTR-INFO-STA            PIC 9(02) VALUE ZEROES.
           05 WS-DISPUTE-STA             PIC 9(02) VALUE ZEROES.
           05 WS-SWLOG-STA               PIC 9(02) VALUE ZEROES.
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-REGRTN-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
      *-- Files that may not exist yet - nothing of that kind has
      *-- happened, so nothing to count
           05 WS-ACCTPOS-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CUST-OPEN               PIC X(01) VALUE 'N'.
           05 WS-PAYARR-OPEN             PIC X(01) VALUE 'N'.
           05 WS-DUNSTAT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-STAT-OPEN               PIC X(01) VALUE 'N'.
           05 WS-MTR-INFO-OPEN           PIC X(01) VALUE 'N'.
           05 WS-DISPUTE-OPEN            PIC X(01) VALUE 'N'.
           05 WS-SWLOG-OPEN              PIC X(01) VALUE 'N'.
           05 WS-BILLHIST-OPEN           PIC X(01) VALUE 'N'.
           05 WS-REGRTN-OPEN             PIC X(01) VALUE 'N'.
      *-- When the arrears were aged
           05 WS-SNAP-DATE               PIC 9(08) VALUE ZEROES.
           05 WS-SNAP-TIME               PIC 9(06) VALUE ZEROES.
      *-- One account's arrears - everything past the current bucket
           05 WS-ARREARS-AMOUNT          PIC 9(11)V9(4) VALUE ZEROES.
      *-- The account a figure is counted against, and its class
           05 WS-CLASS-ACCOUNT-ID        PIC X(12) VALUE SPACES.
           05 WS-CLASS-CD                PIC X(01) VALUE SPACES.
      *-- Amount carried into the measure being counted
           05 WS-ADD-AMOUNT              PIC 9(11)V9(4) VALUE ZEROES.
      *-- Account a disconnected meter was on at the time
           05 WS-END-OF-SCAN             PIC X(01) VALUE 'N'.
           05 WS-PERIOD-START-8          PIC 9(08) VALUE ZEROES.
           05 WS-PERIOD-END-8            PIC 9(08) VALUE ZEROES.
      *-- Submission file totals for the trailer
           05 WS-DETAIL-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-COUNT-TOTAL             PIC 9(11) VALUE ZEROES.
      *-- Edited fields for the report lines
           05 WS-ED-AMOUNT-D             PIC -(11)9.99.
           05 WS-ED-AMOUNT-B             PIC -(11)9.99.
      *-- The regulator's measures, in the order the return lists them
       01  WS-MEASURE-NAMES.
           05 FILLER      PIC X(24) VALUE 'ARRSACCOUNTS IN ARREARS '.
           05 FILLER      PIC X(24) VALUE 'AR30ARREARS 30-59 DAYS  '.
           05 FILLER      PIC X(24) VALUE 'AR60ARREARS 60-89 DAYS  '.
           05 FILLER      PIC X(24) VALUE 'AR90ARREARS 90+ DAYS    '.
           05 FILLER      PIC X(24) VALUE 'PARRARRANGEMENTS MADE   '.
           05 FILLER      PIC X(24) VALUE 'DORDDISCONNECT ORDERS   '.
           05 FILLER      PIC X(24) VALUE 'DDISDEBT DISCONNECTIONS '.
           05 FILLER      PIC X(24) VALUE 'PPSDPREPAY SELF-DISCONN '.
           05 FILLER      PIC X(24) VALUE 'DOPNDISPUTES OPENED     '.
           05 FILLER      PIC X(24) VALUE 'DCLSDISPUTES CLOSED     '.
           05 FILLER      PIC X(24) VALUE 'SWLSSWITCHES LOST       '.
           05 FILLER      PIC X(24) VALUE 'SWWNSWITCHES WON        '.
           05 FILLER      PIC X(24) VALUE 'BESTESTIMATED BILLS     '.
           05 FILLER      PIC X(24) VALUE 'BACTACTUAL BILLS        '.
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
           05 WS-MSR-ENTRY OCCURS 14 TIMES.
              10 WS-MSR-CODE             PIC X(04).
              10 WS-MSR-NAME             PIC X(20).
      *-- Segments - the customer class on the master; spaces (before
      *-- classes existed) count as domestic
       01  WS-CLASS-NAMES.
           05 FILLER      PIC X(09) VALUE 'DDOMESTIC'.
           05 FILLER      PIC X(09) VALUE 'BBUSINESS'.
       01  WS-CLASS-TABLE REDEFINES WS-CLASS-NAMES.
           05 WS-CLS-ENTRY OCCURS 2 TIMES.
              10 WS-CLS-CODE             PIC X(01).
              10 WS-CLS-NAME             PIC X(08).
       01  WS-MEASURE-COUNTS.
           05 WS-MSR-COUNT-ENTRY OCCURS 14 TIMES.
              10 WS-MSR-CLASS-ENTRY OCCURS 2 TIMES.
                 15 WS-MSR-COUNT         PIC 9(09) VALUE ZEROES.
                 15 WS-MSR-AMOUNT        PIC 9(11)V9(4) VALUE ZEROES.
           05 MSR-IDX                    PIC 9(02) VALUE ZEROES.
           05 CLS-IDX                    PIC 9(01) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-COUNT-ARREARS
              THRU B0000-EXIT

           PERFORM C0000-COUNT-ARRANGEMENTS
              THRU C0000-EXIT

           PERFORM D0000-COUNT-DISCONNECT-ORDERS
              THRU D0000-EXIT

           PERFORM E0000-COUNT-DISCONNECTIONS
              THRU E0000-EXIT

           PERFORM F0000-COUNT-DISPUTES
              THRU F0000-EXIT

           PERFORM G0000-COUNT-SWITCHES
              THRU G0000-EXIT

           PERFORM H0000-COUNT-BILLS
              THRU H0000-EXIT

           PERFORM R0000-WRITE-RETURN
              THRU R0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           OPEN INPUT QTR-CARD
           IF WS-QTR-STA NOT = '00'
              STRING 'Error in opening quarter control card - '
                  WS-QTR-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           READ QTR-CARD
              AT END
                 MOVE 'Quarter control card is empty'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
           END-READ

           IF QTR-FROM-DATE = ZEROES
              OR QTR-TO-DATE = ZEROES
              MOVE 'Quarter control card dates are blank'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN INPUT ACCTPOS-FILE
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

      *-- The control record comes first - arrears are not returned
      *-- from a snapshot the nightly build did not finish
           READ ACCTPOS-FILE NEXT RECORD
              AT END
                 MOVE SPACES
                   TO PN-BUILD-STATUS
           END-READ

           IF PN-ACCOUNT-ID NOT = SPACES
              OR PN-BUILD-STATUS NOT = 'C'
              MOVE 'Account position snapshot is not complete'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           MOVE PN-SNAP-DATE
             TO WS-SNAP-DATE

           MOVE PN-SNAP-TIME
             TO WS-SNAP-TIME

      *-- Every other file may be missing - a book with no disputes
      *-- or no switches yet simply returns zeroes for them
           OPEN INPUT CUSTMST-FILE
           IF WS-CUST-STA = '00'
              MOVE 'Y'
                TO WS-CUST-OPEN
           ELSE
              IF WS-CUST-STA NOT = '35'
                 STRING 'Error in opening customer master - '
                     WS-CUST-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

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

           OPEN INPUT DUNSTAT-FILE
           IF WS-DUNSTAT-STA = '00'
              MOVE 'Y'
                TO WS-DUNSTAT-OPEN
           ELSE
              IF WS-DUNSTAT-STA NOT = '35'
                 STRING 'Error in opening dunning status file - '
                     WS-DUNSTAT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           OPEN INPUT MTRSTAT-FILE
           IF WS-STAT-STA = '00'
              MOVE 'Y'
                TO WS-STAT-OPEN
           ELSE
              IF WS-STAT-STA NOT = '35'
                 STRING 'Error in opening meter status file - '
                     WS-STAT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           OPEN INPUT MTR-INFO
           IF WS-MTR-INFO-STA = '00'
              MOVE 'Y'
                TO WS-MTR-INFO-OPEN
           ELSE
              IF WS-MTR-INFO-STA NOT = '35'
                 STRING 'Error in opening meter INFO file - '
                     WS-MTR-INFO-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

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

           OPEN INPUT SWLOG-FILE
           IF WS-SWLOG-STA = '00'
              MOVE 'Y'
                TO WS-SWLOG-OPEN
           ELSE
              IF WS-SWLOG-STA NOT = '35'
                 STRING 'Error in opening switch log - '
                     WS-SWLOG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           OPEN INPUT BILLHIST-FILE
           IF WS-BILLHIST-STA = '00'
              MOVE 'Y'
                TO WS-BILLHIST-OPEN
           ELSE
              IF WS-BILLHIST-STA NOT = '35'
                 STRING 'Error in opening billing history file - '
                     WS-BILLHIST-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- The submission file is written fresh for each quarter
           OPEN OUTPUT REGRTN-FILE
           IF WS-REGRTN-STA NOT = '00'
              STRING 'Error in opening regulator return file - '
                  WS-REGRTN-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE 'Y'
             TO WS-REGRTN-OPEN

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           DISPLAY '---- REGULATOR STATISTICS RETURN ' QTR-FROM-DATE
                   ' TO ' QTR-TO-DATE ' ----'
           DISPLAY 'ARREARS AS AT SNAPSHOT ' WS-SNAP-DATE ' '
                   WS-SNAP-TIME
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-COUNT-ARREARS.
      *--------------------------------------------------------------*
      *-- Arrears are a position, not a movement - they are taken
      *-- from the snapshot as it stands, which for the return is the
      *-- build after the quarter's last day.
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-ONE-POSITION
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-POSITION.
      *--------------------------------------------------------------*
           READ ACCTPOS-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B1500-EXIT
           END-READ

      *-- An account is in arrears on anything open past the current
      *-- bucket; the current bucket is not yet overdue, and a
      *-- negative bucket is credit, not arrears
           IF PN-30 NOT > ZEROES
              AND PN-60 NOT > ZEROES
              AND PN-90 NOT > ZEROES
              GO TO B1500-EXIT
           END-IF

           MOVE PN-ACCOUNT-ID
             TO WS-CLASS-ACCOUNT-ID

           PERFORM X1000-GET-CLASS
              THRU X1000-EXIT

           MOVE ZEROES
             TO WS-ARREARS-AMOUNT

           IF PN-30 > ZEROES
              MOVE 2
                TO MSR-IDX
              MOVE PN-30
                TO WS-ADD-AMOUNT
              ADD PN-30
                TO WS-ARREARS-AMOUNT
              PERFORM X2000-COUNT-MEASURE
                 THRU X2000-EXIT
           END-IF

           IF PN-60 > ZEROES
              MOVE 3
                TO MSR-IDX
              MOVE PN-60
                TO WS-ADD-AMOUNT
              ADD PN-60
                TO WS-ARREARS-AMOUNT
              PERFORM X2000-COUNT-MEASURE
                 THRU X2000-EXIT
           END-IF

           IF PN-90 > ZEROES
              MOVE 4
                TO MSR-IDX
              MOVE PN-90
                TO WS-ADD-AMOUNT
              ADD PN-90
                TO WS-ARREARS-AMOUNT
              PERFORM X2000-COUNT-MEASURE
                 THRU X2000-EXIT
           END-IF

           MOVE 1
             TO MSR-IDX

           MOVE WS-ARREARS-AMOUNT
             TO WS-ADD-AMOUNT

           PERFORM X2000-COUNT-MEASURE
              THRU X2000-EXIT
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-COUNT-ARRANGEMENTS.
      *--------------------------------------------------------------*
           IF WS-PAYARR-OPEN NOT = 'Y'
              GO TO C0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM C1500-READ-ONE-ARRANGEMENT
              THRU C1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-READ-ONE-ARRANGEMENT.
      *--------------------------------------------------------------*
      *-- Made in the quarter by agreed date, whatever has become of
      *-- it since, for the total it was agreed to pay down
           READ PAYARR-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO C1500-EXIT
           END-READ

           IF PA-AGREED-DATE < QTR-FROM-DATE
              OR PA-AGREED-DATE > QTR-TO-DATE
              GO TO C1500-EXIT
           END-IF

           MOVE PA-ACCOUNT-ID
             TO WS-CLASS-ACCOUNT-ID

           PERFORM X1000-GET-CLASS
              THRU X1000-EXIT

           MOVE 5
             TO MSR-IDX

           MOVE PA-TOTAL-AMOUNT
             TO WS-ADD-AMOUNT

           PERFORM X2000-COUNT-MEASURE
              THRU X2000-EXIT
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       D0000-COUNT-DISCONNECT-ORDERS.
      *--------------------------------------------------------------*
           IF WS-DUNSTAT-OPEN NOT = 'Y'
              GO TO D0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM D1500-READ-ONE-DUNNING
              THRU D1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1500-READ-ONE-DUNNING.
      *--------------------------------------------------------------*
      *-- An account that reached stage 4 in the quarter had its
      *-- disconnection order issued then - or, on the priority
      *-- services register, the welfare referral made in its place,
      *-- which the return counts as the same step
           READ DUNSTAT-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO D1500-EXIT
           END-READ

           IF DN-STAGE NOT = 4
              OR DN-STAGE-DATE < QTR-FROM-DATE
              OR DN-STAGE-DATE > QTR-TO-DATE
              GO TO D1500-EXIT
           END-IF

           MOVE DN-ACCOUNT-ID
             TO WS-CLASS-ACCOUNT-ID

           PERFORM X1000-GET-CLASS
              THRU X1000-EXIT

           MOVE 6
             TO MSR-IDX

           MOVE ZEROES
             TO WS-ADD-AMOUNT

           PERFORM X2000-COUNT-MEASURE
              THRU X2000-EXIT
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       E0000-COUNT-DISCONNECTIONS.
      *--------------------------------------------------------------*
           IF WS-STAT-OPEN NOT = 'Y'
              GO TO E0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM E1500-READ-ONE-STATUS
              THRU E1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       E1500-READ-ONE-STATUS.
      *--------------------------------------------------------------*
      *-- Every 'D' change effective in the quarter is a meter taken
      *-- off supply. The prepay decrement run records its own under
      *-- operator MTRPPDEC - the customer's credit ran out, which the
      *-- regulator counts as a self-disconnection; the rest came
      *-- back from the field team's disconnection orders for debt.
           READ MTRSTAT-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO E1500-EXIT
           END-READ

           IF MS-STATUS NOT = 'D'
              OR MS-EFF-DATE < QTR-FROM-DATE
              OR MS-EFF-DATE > QTR-TO-DATE
              GO TO E1500-EXIT
           END-IF

           PERFORM E2000-FIND-METER-ACCOUNT
              THRU E2000-EXIT

           PERFORM X1000-GET-CLASS
              THRU X1000-EXIT

           IF MS-OPERATOR = 'MTRPPDEC'
              MOVE 8
                TO MSR-IDX
           ELSE
              MOVE 7
                TO MSR-IDX
           END-IF

           MOVE ZEROES
             TO WS-ADD-AMOUNT

           PERFORM X2000-COUNT-MEASURE
              THRU X2000-EXIT
           .
       E1500-EXIT.
      *--------------------------------------------------------------*
       E2000-FIND-METER-ACCOUNT.
      *--------------------------------------------------------------*
      *-- The account whose plan period covered the meter on the day
      *-- it went off supply; failing that, any account the meter
      *-- has been on. A meter with no periods at all counts as
      *-- domestic.
           MOVE SPACES
             TO WS-CLASS-ACCOUNT-ID

           IF WS-MTR-INFO-OPEN NOT = 'Y'
              GO TO E2000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-SCAN

           MOVE MS-MTR-ID
             TO UINFO-MTR-ID OF MTR-REC

           START MTR-INFO KEY IS NOT LESS THAN UINFO-MTR-ID OF MTR-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM E2500-SCAN-METER-PERIODS
                    THRU E2500-EXIT
                  UNTIL WS-END-OF-SCAN = 'Y'
           END-START
           .
       E2000-EXIT.
      *--------------------------------------------------------------*
       E2500-SCAN-METER-PERIODS.
      *--------------------------------------------------------------*
           READ MTR-INFO NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
                 GO TO E2500-EXIT
           END-READ

           IF UINFO-MTR-ID OF MTR-REC NOT = MS-MTR-ID
              MOVE 'Y'
                TO WS-END-OF-SCAN
              GO TO E2500-EXIT
           END-IF

           IF WS-CLASS-ACCOUNT-ID = SPACES
              MOVE ACCOUNT-ID OF MTR-REC
                TO WS-CLASS-ACCOUNT-ID
           END-IF

           MOVE PLAN-START-DATE OF MTR-REC
             TO WS-PERIOD-START-8

           MOVE PLAN-END-DATE OF MTR-REC
             TO WS-PERIOD-END-8

           IF WS-PERIOD-START-8 NOT > MS-EFF-DATE
              AND (WS-PERIOD-END-8 = ZEROES
                   OR WS-PERIOD-END-8 NOT < MS-EFF-DATE)
              MOVE ACCOUNT-ID OF MTR-REC
                TO WS-CLASS-ACCOUNT-ID
              MOVE 'Y'
                TO WS-END-OF-SCAN
           END-IF
           .
       E2500-EXIT.
      *--------------------------------------------------------------*
       F0000-COUNT-DISPUTES.
      *--------------------------------------------------------------*
           IF WS-DISPUTE-OPEN NOT = 'Y'
              GO TO F0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM F1500-READ-ONE-DISPUTE
              THRU F1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       F0000-EXIT.
      *--------------------------------------------------------------*
       F1500-READ-ONE-DISPUTE.
      *--------------------------------------------------------------*
      *-- Opened in the quarter by open date, for the amount put in
      *-- dispute; closed in the quarter by close date. A case opened
      *-- and closed inside the quarter counts in both.
           READ DISPUTE-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO F1500-EXIT
           END-READ

           MOVE DS-ACCOUNT-ID
             TO WS-CLASS-ACCOUNT-ID

           PERFORM X1000-GET-CLASS
              THRU X1000-EXIT

           IF DS-OPEN-DATE NOT < QTR-FROM-DATE
              AND DS-OPEN-DATE NOT > QTR-TO-DATE
              MOVE 9
                TO MSR-IDX
              MOVE DS-DISPUTED-AMOUNT
                TO WS-ADD-AMOUNT
              PERFORM X2000-COUNT-MEASURE
                 THRU X2000-EXIT
           END-IF

           IF DS-STATUS = 'C'
              AND DS-CLOSE-DATE NOT < QTR-FROM-DATE
              AND DS-CLOSE-DATE NOT > QTR-TO-DATE
              MOVE 10
                TO MSR-IDX
              MOVE ZEROES
                TO WS-ADD-AMOUNT
              PERFORM X2000-COUNT-MEASURE
                 THRU X2000-EXIT
           END-IF
           .
       F1500-EXIT.
      *--------------------------------------------------------------*
       G0000-COUNT-SWITCHES.
      *--------------------------------------------------------------*
           IF WS-SWLOG-OPEN NOT = 'Y'
              GO TO G0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM G1500-READ-ONE-SWITCH
              THRU G1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       G0000-EXIT.
      *--------------------------------------------------------------*
       G1500-READ-ONE-SWITCH.
      *--------------------------------------------------------------*
      *-- Lost or won in the quarter by the date the supply moved
           READ SWLOG-FILE
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO G1500-EXIT
           END-READ

           IF SW-TRANSFER-DATE < QTR-FROM-DATE
              OR SW-TRANSFER-DATE > QTR-TO-DATE
              GO TO G1500-EXIT
           END-IF

           EVALUATE SW-TYPE
              WHEN 'L'
                 MOVE 11
                   TO MSR-IDX
              WHEN 'G'
                 MOVE 12
                   TO MSR-IDX
              WHEN OTHER
                 GO TO G1500-EXIT
           END-EVALUATE

           MOVE SW-ACCOUNT-ID
             TO WS-CLASS-ACCOUNT-ID

           PERFORM X1000-GET-CLASS
              THRU X1000-EXIT

           MOVE ZEROES
             TO WS-ADD-AMOUNT

           PERFORM X2000-COUNT-MEASURE
              THRU X2000-EXIT
           .
       G1500-EXIT.
      *--------------------------------------------------------------*
       H0000-COUNT-BILLS.
      *--------------------------------------------------------------*
           IF WS-BILLHIST-OPEN NOT = 'Y'
              GO TO H0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM H1500-READ-ONE-BILL
              THRU H1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       H0000-EXIT.
      *--------------------------------------------------------------*
       H1500-READ-ONE-BILL.
      *--------------------------------------------------------------*
      *-- Statements produced in the quarter, estimated when the
      *-- period closed on an extrapolated value. The class is the
      *-- one the statement was billed under, as on the VAT return.
           READ BILLHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO H1500-EXIT
           END-READ

           IF BH-BILL-DATE < QTR-FROM-DATE
              OR BH-BILL-DATE > QTR-TO-DATE
              GO TO H1500-EXIT
           END-IF

           IF BH-CUST-CLASS = 'B'
              MOVE 2
                TO CLS-IDX
           ELSE
              MOVE 1
                TO CLS-IDX
           END-IF

           IF BH-EST-CLOSE = 'Y'
              MOVE 13
                TO MSR-IDX
           ELSE
              MOVE 14
                TO MSR-IDX
           END-IF

           COMPUTE WS-ADD-AMOUNT = BH-TOTAL-COST + BH-TAX-AMOUNT

           PERFORM X2000-COUNT-MEASURE
              THRU X2000-EXIT
           .
       H1500-EXIT.
      *--------------------------------------------------------------*
       R0000-WRITE-RETURN.
      *--------------------------------------------------------------*
      *-- Header, a detail for every measure in both segments (zero
      *-- figures included - the regulator expects the full grid),
      *-- and a trailer
           MOVE SPACES
             TO REGRTN-REC

           MOVE 'H'
             TO RG-REC-TYPE

           MOVE 'QSR'
             TO RG-RETURN-TYPE

           MOVE QTR-FROM-DATE
             TO RG-PERIOD-FROM

           MOVE QTR-TO-DATE
             TO RG-PERIOD-TO

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO RG-CREATED-DATE

           MOVE WS-TODAY-TIMESTAMP (9:6)
             TO RG-CREATED-TIME

           MOVE WS-SNAP-DATE
             TO RG-SNAP-DATE

           MOVE WS-SNAP-TIME
             TO RG-SNAP-TIME

           WRITE REGRTN-REC

           PERFORM R1000-WRITE-ONE-DETAIL
              THRU R1000-EXIT
           VARYING MSR-IDX FROM 1 BY 1
             UNTIL MSR-IDX > 14
             AFTER CLS-IDX FROM 1 BY 1
             UNTIL CLS-IDX > 2

           MOVE SPACES
             TO REGRTN-REC

           MOVE 'T'
             TO RG-REC-TYPE

           MOVE WS-DETAIL-COUNT
             TO RG-DETAIL-COUNT

           MOVE WS-COUNT-TOTAL
             TO RG-COUNT-TOTAL

           WRITE REGRTN-REC
           .
       R0000-EXIT.
      *--------------------------------------------------------------*
       R1000-WRITE-ONE-DETAIL.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO REGRTN-REC

           MOVE 'D'
             TO RG-REC-TYPE

           MOVE WS-MSR-CODE (MSR-IDX)
             TO RG-MEASURE

           MOVE WS-CLS-CODE (CLS-IDX)
             TO RG-SEGMENT

           MOVE WS-MSR-COUNT (MSR-IDX, CLS-IDX)
             TO RG-COUNT

           COMPUTE RG-AMOUNT ROUNDED =
              WS-MSR-AMOUNT (MSR-IDX, CLS-IDX)

           WRITE REGRTN-REC

           ADD 1
             TO WS-DETAIL-COUNT

           ADD WS-MSR-COUNT (MSR-IDX, CLS-IDX)
             TO WS-COUNT-TOTAL
           .
       R1000-EXIT.
      *--------------------------------------------------------------*
       R2000-SHOW-ONE-MEASURE.
      *--------------------------------------------------------------*
           MOVE WS-MSR-AMOUNT (MSR-IDX, 1)
             TO WS-ED-AMOUNT-D

           MOVE WS-MSR-AMOUNT (MSR-IDX, 2)
             TO WS-ED-AMOUNT-B

           DISPLAY WS-MSR-CODE (MSR-IDX) ' ' WS-MSR-NAME (MSR-IDX)
                   ' ' WS-MSR-COUNT (MSR-IDX, 1)
                   ' ' WS-ED-AMOUNT-D
                   ' ' WS-MSR-COUNT (MSR-IDX, 2)
                   ' ' WS-ED-AMOUNT-B
           .
       R2000-EXIT.
      *--------------------------------------------------------------*
       X1000-GET-CLASS.
      *--------------------------------------------------------------*
      *-- Segment for the account in WS-CLASS-ACCOUNT-ID - business
      *-- only when the master says so
           MOVE 1
             TO CLS-IDX

           IF WS-CUST-OPEN NOT = 'Y'
              OR WS-CLASS-ACCOUNT-ID = SPACES
              GO TO X1000-EXIT
           END-IF

           MOVE WS-CLASS-ACCOUNT-ID
             TO CM-ACCOUNT-ID

           READ CUSTMST-FILE
              INVALID KEY
                 GO TO X1000-EXIT
           END-READ

           MOVE CM-CUST-CLASS
             TO WS-CLASS-CD

           IF WS-CLASS-CD = WS-CLS-CODE (2)
              MOVE 2
                TO CLS-IDX
           END-IF
           .
       X1000-EXIT.
      *--------------------------------------------------------------*
       X2000-COUNT-MEASURE.
      *--------------------------------------------------------------*
           ADD 1
             TO WS-MSR-COUNT (MSR-IDX, CLS-IDX)

           ADD WS-ADD-AMOUNT
             TO WS-MSR-AMOUNT (MSR-IDX, CLS-IDX)
           .
       X2000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--The readable return: each measure, domestic then business
           DISPLAY 'MEASURE                    DOMESTIC          AMOUNT'
                   '  BUSINESS          AMOUNT'

           PERFORM R2000-SHOW-ONE-MEASURE
              THRU R2000-EXIT
           VARYING MSR-IDX FROM 1 BY 1
             UNTIL MSR-IDX > 14

           DISPLAY 'RETURN DETAIL RECORDS   : ' WS-DETAIL-COUNT
           DISPLAY 'RETURN COUNT TOTAL      : ' WS-COUNT-TOTAL

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE QTR-CARD
           IF WS-QTR-STA NOT = '00'
              STRING 'Error in Closing quarter control card - '
                  WS-QTR-STA
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

           IF WS-CUST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
              IF WS-CUST-STA NOT = '00'
                 STRING 'Error in Closing customer master - '
                     WS-CUST-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF

           IF WS-PAYARR-OPEN = 'Y'
              CLOSE PAYARR-FILE
              IF WS-PAYARR-STA NOT = '00'
                 STRING 'Error in Closing arrangement file - '
                     WS-PAYARR-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF

           IF WS-DUNSTAT-OPEN = 'Y'
              CLOSE DUNSTAT-FILE
              IF WS-DUNSTAT-STA NOT = '00'
                 STRING 'Error in Closing dunning status file - '
                     WS-DUNSTAT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF

           IF WS-STAT-OPEN = 'Y'
              CLOSE MTRSTAT-FILE
              IF WS-STAT-STA NOT = '00'
                 STRING 'Error in Closing meter status file - '
                     WS-STAT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF

           IF WS-MTR-INFO-OPEN = 'Y'
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
           END-IF

           IF WS-DISPUTE-OPEN = 'Y'
              CLOSE DISPUTE-FILE
              IF WS-DISPUTE-STA NOT = '00'
                 STRING 'Error in Closing dispute file - '
                     WS-DISPUTE-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF

           IF WS-SWLOG-OPEN = 'Y'
              CLOSE SWLOG-FILE
              IF WS-SWLOG-STA NOT = '00'
                 STRING 'Error in Closing switch log - '
                     WS-SWLOG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF

           IF WS-BILLHIST-OPEN = 'Y'
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
           END-IF

           IF WS-REGRTN-OPEN = 'Y'
              CLOSE REGRTN-FILE
              IF WS-REGRTN-STA NOT = '00'
                 STRING 'Error in Closing regulator return file - '
                     WS-REGRTN-STA
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
