       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRAGYPL.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Debt collection agency placement run - walks the running       *
      * balances and places with the agency every closed account       *
      * (every meter carrying a 'C' status, the MTRRETEN test) whose   *
      * unpaid debt - balance plus anything already written off -      *
      * is over the minimum on the AGYCTL card and which has not been  *
      * placed before. Each placement goes on the AGYPLACE file for    *
      * the agency with the customer master name, last address and     *
      * contact details, the amount owed and the last bill and         *
      * payment dates, and is recorded on AGYPLC so the collections    *
      * and late payment charge runs stop touching the account.        *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Minimum debt to place control card
           SELECT AGY-CARD
           ASSIGN TO 'AGYCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Running account balances, walked start to finish
           SELECT ACCTBAL-FILE
           ASSIGN TO 'ACCTBAL'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AB-ACCOUNT-ID
           ACCESS MODE IS SEQUENTIAL
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

      *-- Customer master - name, address and contact details
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

      *-- Agency placements, one record per account ever placed
           SELECT AGYPLC-FILE
           ASSIGN TO 'AGYPLC'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AP-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-AGYPLC-STA.

      *-- Placement file for the agency, rebuilt each run
           SELECT AGYPLACE-OUT
           ASSIGN TO 'AGYPLACE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGYPLACE-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  AGY-CARD
           LABEL RECORDS ARE STANDARD.
       01  AGY-CARD-REC.
      *-- Smallest unpaid debt worth placing
           05 CARD-MIN-DEBT      PIC 9(5)V9(4).
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
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
       FD  AGYPLC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AGYPLC0.
      *
       FD  AGYPLACE-OUT
           LABEL RECORDS ARE STANDARD.
       01  AGYPLACE-REC               PIC X(300).
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
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-AGYPLC-STA              PIC 9(02) VALUE ZEROES.
           05 WS-AGYPLACE-STA            PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-MTRSTAT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CUST-FOUND              PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Account qualification state
           05 WS-ACCT-CLOSED             PIC X(01) VALUE 'N'.
           05 WS-MTR-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 WS-STAT-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-LAST-STATUS             PIC X(01) VALUE SPACES.
           05 MTR-IDX                    PIC 9(02) VALUE ZEROES.
           05 WS-MTR-SEEN                PIC X(01) VALUE 'N'.
           05 WS-DEBT-AMOUNT             PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-ED-AMOUNT               PIC 9(9).9(4).
           05 WS-ED-TOTAL                PIC 9(11).9(4).
           05 WS-ED-DEBT                 PIC ZZZZZZ9.99.
      *-- Control totals for the placement register
           05 WS-ACCOUNT-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-OWING-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-BELOW-MIN-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-LIVE-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-ALREADY-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-PLACED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-PLACED-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.

      *-- The account's distinct meters. An account carrying more
      *-- than 10 meters would need this raised.
       01  WS-MTR-TABLE.
           05 WS-MTR-COUNT               PIC 9(02) VALUE ZEROES.
           05 WS-MTR-ENTRY OCCURS 10 TIMES.
              10 WS-MTR-ID               PIC X(12).

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
           OPEN INPUT AGY-CARD
           IF WS-CARD-STA NOT = '00'
              STRING 'Error in opening agency control card - '
                  WS-CARD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           READ AGY-CARD
              AT END
                 MOVE 'Agency control card is empty'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
           END-READ

           IF CARD-MIN-DEBT NOT NUMERIC
              MOVE 'Agency card minimum debt is bad'
                TO WS-ERROR-TEXT
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
      *-- nothing can be placed
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

      *-- No customer master just means the agency gets the account
      *-- id and amounts without a name and address
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

      *-- File may not exist yet the very first placement run
           OPEN I-O AGYPLC-FILE
           IF WS-AGYPLC-STA = '35'
              OPEN OUTPUT AGYPLC-FILE
              CLOSE AGYPLC-FILE
              OPEN I-O AGYPLC-FILE
           END-IF

           IF WS-AGYPLC-STA NOT = '00'
              STRING 'Error in opening agency placement file - '
                  WS-AGYPLC-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN OUTPUT AGYPLACE-OUT
           IF WS-AGYPLACE-STA NOT = '00'
              STRING 'Error in opening agency placement extract - '
                  WS-AGYPLACE-STA
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

           MOVE SPACES
             TO AGYPLACE-REC

           STRING 'H'                     DELIMITED BY SIZE
                  WS-TODAY-8              DELIMITED BY SIZE
              INTO AGYPLACE-REC
           END-STRING

           WRITE AGYPLACE-REC

           DISPLAY '---- AGENCY PLACEMENT REGISTER ' WS-TODAY-8
                   ' MINIMUM ' CARD-MIN-DEBT ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-BALANCES.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

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

                 IF AB-BALANCE > ZEROES
                    OR AB-WRITTEN-OFF > ZEROES
                    PERFORM C0000-REVIEW-ONE-ACCOUNT
                       THRU C0000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-REVIEW-ONE-ACCOUNT.
      *--------------------------------------------------------------*
      *-- The debt is what the customer still owes us, written off or
      *-- not - a write-off is our accounting, not the customer's
      *-- release. Below the card minimum it is not worth placing;
      *-- an account placed before (still out, settled or recalled)
      *-- is not placed again.
           IF AB-BALANCE < ZEROES
              MOVE AB-WRITTEN-OFF
                TO WS-DEBT-AMOUNT
           ELSE
              COMPUTE WS-DEBT-AMOUNT =
                 AB-BALANCE + AB-WRITTEN-OFF
           END-IF

           IF WS-DEBT-AMOUNT = ZEROES
              GO TO C0000-EXIT
           END-IF

           ADD 1
             TO WS-OWING-COUNT

           IF WS-DEBT-AMOUNT NOT > CARD-MIN-DEBT
              ADD 1
                TO WS-BELOW-MIN-COUNT
              GO TO C0000-EXIT
           END-IF

           MOVE AB-ACCOUNT-ID
             TO AP-ACCOUNT-ID

           READ AGYPLC-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1
                   TO WS-ALREADY-COUNT
                 GO TO C0000-EXIT
           END-READ

           PERFORM C1000-CHECK-CLOSED
              THRU C1000-EXIT

           IF WS-ACCT-CLOSED NOT = 'Y'
              ADD 1
                TO WS-LIVE-COUNT
              GO TO C0000-EXIT
           END-IF

           PERFORM D1000-RECORD-PLACEMENT
              THRU D1000-EXIT
           .
       C0000-EXIT.
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
       D1000-RECORD-PLACEMENT.
      *--------------------------------------------------------------*
      *-- The placement record goes on first - an account the extract
      *-- line is written for must already be out of the collections
      *-- and late charge runs.
           MOVE AB-ACCOUNT-ID
             TO AP-ACCOUNT-ID

           MOVE 'P'
             TO AP-STATUS

           MOVE WS-TODAY-8
             TO AP-PLACED-DATE

           MOVE WS-DEBT-AMOUNT
             TO AP-PLACED-AMOUNT

           MOVE ZEROES
             TO AP-COLLECTED
                AP-COMMISSION
                AP-LAST-RECOVERY
                AP-CLOSED-DATE

           MOVE SPACES
             TO AP-RECALL-REASON
                AP-AGENCY-REF

           WRITE AGYPLC-REC
              INVALID KEY
                 MOVE 'Error writing agency placement record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO D1000-EXIT
           END-WRITE

           PERFORM D2000-WRITE-EXTRACT
              THRU D2000-EXIT

           ADD 1
             TO WS-PLACED-COUNT

           ADD WS-DEBT-AMOUNT
             TO WS-PLACED-TOTAL

           MOVE WS-DEBT-AMOUNT
             TO WS-ED-DEBT

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING AB-ACCOUNT-ID           DELIMITED BY SIZE
                  ' PLACED '              DELIMITED BY SIZE
                  WS-ED-DEBT              DELIMITED BY SIZE
                  ' LAST BILLED '         DELIMITED BY SIZE
                  AB-LAST-BILL-DATE       DELIMITED BY SIZE
                  ' LAST PAID '           DELIMITED BY SIZE
                  AB-LAST-PAY-DATE        DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D2000-WRITE-EXTRACT.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-CUST-FOUND

           IF WS-CUSTMST-OPEN = 'Y'
              MOVE AB-ACCOUNT-ID
                TO CM-ACCOUNT-ID

              READ CUSTMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y'
                      TO WS-CUST-FOUND
              END-READ
           END-IF

           IF WS-CUST-FOUND NOT = 'Y'
              MOVE SPACES
                TO CM-NAME
                   CM-ADDR-LINE-1
                   CM-ADDR-LINE-2
                   CM-ADDR-LINE-3
                   CM-POSTCODE
                   CM-PHONE
                   CM-EMAIL
           END-IF

           MOVE WS-DEBT-AMOUNT
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO AGYPLACE-REC

           STRING 'D'                     DELIMITED BY SIZE
                  AB-ACCOUNT-ID           DELIMITED BY SIZE
                  CM-NAME                 DELIMITED BY SIZE
                  CM-ADDR-LINE-1          DELIMITED BY SIZE
                  CM-ADDR-LINE-2          DELIMITED BY SIZE
                  CM-ADDR-LINE-3          DELIMITED BY SIZE
                  CM-POSTCODE             DELIMITED BY SIZE
                  CM-PHONE                DELIMITED BY SIZE
                  CM-EMAIL                DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  AB-LAST-BILL-DATE       DELIMITED BY SIZE
                  AB-LAST-PAY-DATE        DELIMITED BY SIZE
              INTO AGYPLACE-REC
           END-STRING

           WRITE AGYPLACE-REC
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       E0000-WRITE-TRAILER.
      *--------------------------------------------------------------*
           MOVE WS-PLACED-TOTAL
             TO WS-ED-TOTAL

           MOVE SPACES
             TO AGYPLACE-REC

           STRING 'T'                     DELIMITED BY SIZE
                  WS-PLACED-COUNT         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-TOTAL             DELIMITED BY SIZE
              INTO AGYPLACE-REC
           END-STRING

           WRITE AGYPLACE-REC
           .
       E0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Placement register totals
           DISPLAY '---- AGENCY PLACEMENT TOTALS ----'
           DISPLAY 'BALANCES READ      : ' WS-ACCOUNT-COUNT
           DISPLAY 'ACCOUNTS OWING     : ' WS-OWING-COUNT
           DISPLAY 'BELOW MINIMUM      : ' WS-BELOW-MIN-COUNT
           DISPLAY 'PLACED BEFORE      : ' WS-ALREADY-COUNT
           DISPLAY 'NOT CLOSED         : ' WS-LIVE-COUNT
           DISPLAY 'PLACED THIS RUN    : ' WS-PLACED-COUNT
                   ' AMOUNT ' WS-PLACED-TOTAL

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE AGY-CARD
           CLOSE ACCTBAL-FILE
           CLOSE MTR-INFO

           IF WS-MTRSTAT-OPEN = 'Y'
              CLOSE MTRSTAT-FILE
           END-IF

           IF WS-CUSTMST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
           END-IF

           CLOSE AGYPLC-FILE
           IF WS-AGYPLC-STA NOT = '00'
              STRING 'Error in Closing agency placement file - '
                  WS-AGYPLC-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE AGYPLACE-OUT
           IF WS-AGYPLACE-STA NOT = '00'
              STRING 'Error in Closing agency placement extract - '
                  WS-AGYPLACE-STA
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
