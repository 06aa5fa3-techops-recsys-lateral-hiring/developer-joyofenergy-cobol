       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRUBACC.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Month-end unbilled revenue accrual. With the book billed in    *
      * staggered cycles, much of each month's supply is still         *
      * unbilled at month end. For every meter supplied at month end   *
      * this prices the usage from the day after its last stored       *
      * statement (BILLHIST BH-TO-DATE) to the month end through       *
      * MTRBILST's accrual mode - the same rate lookup, tiers,         *
      * standing charge, network charge and VAT a statement gets, with *
      * the readings on MTRREAD, or an estimate off the MTRAGG monthly *
      * aggregates where the readings are too thin - and reports the   *
      * accrual by supplier and plan. The GL lines go to the ACCRJNL   *
      * file: the accrual dated the month end and its reversal dated   *
      * the day after, at the accounts the GLMAP table names for type  *
      * 'ACCR'. Nothing is stored where billing or the account         *
      * balances would pick it up. The month end comes from the        *
      * optional ACCRCTL card (the last day of last month when the     *
      * card is absent or zero).                                       *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Optional month-end date control card
           SELECT ACCR-CARD
           ASSIGN TO 'ACCRCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- METER Details - one record per plan/supplier period a meter
      *-- has been on, keyed by account, meter id and the period's
      *-- start date.
           SELECT MTR-INFO
           ASSIGN TO 'MTRPLAN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS MP-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MTR-INFO-STA.

      *-- Billing history - how far each meter has been billed.
      *-- Opened and closed around each meter, since MTRBILST opens
      *-- the same file for update.
           SELECT BILLHIST-FILE
           ASSIGN TO 'BILLHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BILLHIST-STA.

      *-- Persisted monthly aggregates - the usage estimate for a
      *-- meter whose readings are too thin to price
           SELECT MTRAGG-FILE
           ASSIGN TO 'MTRAGG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AG-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-MTRAGG-STA.

      *-- GL mapping table - the ledger accounts for the accrual
           SELECT GLMAP-FILE
           ASSIGN TO 'GLMAP'
           ORGANIZATION IS INDEXED
           RECORD KEY IS GM-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-GLMAP-STA.

      *-- The accrual and its reversal for the ledger, rebuilt each
      *-- run
           SELECT ACCRJNL-OUT
           ASSIGN TO 'ACCRJNL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCRJNL-STA.

      *-- Accrual lines held back because a source had no mapping,
      *-- rebuilt each run
           SELECT ACCREXCP-OUT
           ASSIGN TO 'ACCREXCP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCREXCP-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCR-CARD
           LABEL RECORDS ARE STANDARD.
       01  ACCR-REC.
      *-- Month end to accrue to - ZEROES means the end of last month
           05 CARD-MONTH-END     PIC 9(08).
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
       FD  MTRAGG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRAGG0.
      *
       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLMAP0.
      *
       FD  ACCRJNL-OUT
           LABEL RECORDS ARE STANDARD.
       01  ACCRJNL-REC                PIC X(120).
      *
       FD  ACCREXCP-OUT
           LABEL RECORDS ARE STANDARD.
       01  ACCREXCP-REC               PIC X(120).
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
           05 WS-MTRAGG-STA              PIC 9(02) VALUE ZEROES.
           05 WS-GLMAP-STA               PIC 9(02) VALUE ZEROES.
           05 WS-ACCRJNL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ACCREXCP-STA            PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-MTRAGG-OPEN             PIC X(01) VALUE 'N'.
           05 WS-GLMAP-OPEN              PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-DAY-NBR                 PIC S9(8) COMP VALUE ZEROES.
      *-- The month end accrued to and the day the reversal posts
           05 WS-MONTH-END-8             PIC 9(08) VALUE ZEROES.
           05 WS-REVERSE-8               PIC 9(08) VALUE ZEROES.
           05 WS-FIRST-OF-MONTH-8        PIC 9(08) VALUE ZEROES.
      *-- The meter in hand - its unbilled stretch
           05 WS-LAST-BILLED-8           PIC 9(08) VALUE ZEROES.
           05 WS-ACCR-FROM-8             PIC 9(08) VALUE ZEROES.
           05 WS-ACCR-DAYS               PIC 9(05) VALUE ZEROES.
           05 WS-HIST-SCAN-DONE          PIC X(01) VALUE 'N'.
      *-- Aggregate-based estimate - the meter's average daily usage
      *-- over the three complete months before the accrual month
           05 WS-ACCR-MONTH              PIC 9(06) VALUE ZEROES.
           05 WS-AGG-FIRST-MONTH         PIC 9(06) VALUE ZEROES.
           05 WS-AGG-LAST-MONTH          PIC 9(06) VALUE ZEROES.
           05 WS-AGG-NEXT-MONTH          PIC 9(06) VALUE ZEROES.
           05 WS-AGG-DATE-8              PIC 9(08) VALUE ZEROES.
           05 WS-AGG-NEXT-8              PIC 9(08) VALUE ZEROES.
           05 WS-AGG-UNITS               PIC 9(9)V9(5) VALUE ZEROES.
           05 WS-AGG-DAYS                PIC 9(05) VALUE ZEROES.
           05 WS-AGG-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 WS-EST-UNITS               PIC 9(6)V9(5) VALUE ZEROES.
      *-- Report table lookup
           05 WS-FOUND-ENTRY             PIC X(01) VALUE 'N'.
           05 ACR-IDX                    PIC 9(03) VALUE ZEROES.
           05 WS-ENERGY-AMOUNT           PIC 9(9)V9(4) VALUE ZEROES.
      *-- GL journal state
           05 WS-JOURNAL-OK              PIC X(01) VALUE 'Y'.
           05 GL-IDX                     PIC 9(01) VALUE ZEROES.
           05 WS-POST-DATE-8             PIC 9(08) VALUE ZEROES.
           05 WS-POST-DEBIT              PIC X(10) VALUE SPACES.
           05 WS-POST-CREDIT             PIC X(10) VALUE SPACES.
           05 WS-OUT-LINE                PIC X(120) VALUE SPACES.
           05 WS-LINE-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-JNL-DEBITS              PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-JNL-CREDITS             PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-ED-AMOUNT               PIC 9(11).9(4).
           05 WS-ED-DEBITS               PIC 9(11).9(4).
           05 WS-ED-CREDITS              PIC 9(11).9(4).
           05 WS-ED-UNITS                PIC ZZZZZZZZ9.99.
           05 WS-ED-NET                  PIC ZZZZZZZZ9.99.
           05 WS-ED-NETWORK              PIC ZZZZZZZ9.99.
           05 WS-ED-TAX                  PIC ZZZZZZZ9.99.
           05 WS-ED-GROSS                PIC ZZZZZZZZ9.99.
      *-- Control totals
           05 WS-PERIOD-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-ACCRUED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-AGG-PRICED-COUNT        PIC 9(07) VALUE ZEROES.
           05 WS-FULLY-BILLED-COUNT      PIC 9(07) VALUE ZEROES.
           05 WS-FAILED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-TOTAL-UNITS             PIC 9(11)V9(5) VALUE ZEROES.
           05 WS-TOTAL-NET               PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-TOTAL-NETWORK           PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-TOTAL-TAX               PIC 9(11)V9(4) VALUE ZEROES.

      *-- Accrual by supplier and plan. A book on more than 200
      *-- supplier and plan pairs would need this raised.
       01  WS-ACCR-TABLE.
           05 WS-ACR-COUNT               PIC 9(03) VALUE ZEROES.
           05 WS-ACR-ENTRY OCCURS 200 TIMES.
              10 WS-ACR-SUPL             PIC X(50).
              10 WS-ACR-PLAN             PIC X(50).
              10 WS-ACR-METERS           PIC 9(07).
              10 WS-ACR-UNITS            PIC 9(11)V9(5).
              10 WS-ACR-NET              PIC 9(11)V9(4).
              10 WS-ACR-NETWORK          PIC 9(11)V9(4).
              10 WS-ACR-TAX              PIC 9(11)V9(4).

      *-- The three GL sources the accrual posts: energy (the net
      *-- charges less the network pass-through), network and VAT
       01  WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 3 TIMES.
              10 WS-GL-CODE              PIC X(10).
              10 WS-GL-AMOUNT            PIC 9(11)V9(4).
              10 WS-GL-MAPPED            PIC X(01).
              10 WS-GL-DEBIT             PIC X(10).
              10 WS-GL-CREDIT            PIC X(10).
              10 WS-GL-DESC              PIC X(30).

           COPY BILLSTM0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-METERS
              THRU B0000-EXIT

           PERFORM E0000-REPORT-ACCRUAL
              THRU E0000-EXIT

           PERFORM F0000-BUILD-JOURNAL
              THRU F0000-EXIT

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

      *-- The month end from the card, or the end of last month
           MOVE ZEROES
             TO WS-MONTH-END-8

           OPEN INPUT ACCR-CARD
           IF WS-CARD-STA = '00'
              READ ACCR-CARD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CARD-MONTH-END NUMERIC
                       MOVE CARD-MONTH-END
                         TO WS-MONTH-END-8
                    END-IF
              END-READ
              CLOSE ACCR-CARD
           END-IF

           IF WS-MONTH-END-8 = ZEROES
              MOVE WS-TODAY-8
                TO WS-FIRST-OF-MONTH-8

              MOVE '01'
                TO WS-FIRST-OF-MONTH-8 (7:2)

              COMPUTE WS-DAY-NBR =
                 FUNCTION INTEGER-OF-DATE (WS-FIRST-OF-MONTH-8) - 1

              COMPUTE WS-MONTH-END-8 =
                 FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)
           END-IF

           COMPUTE WS-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-MONTH-END-8) + 1

           COMPUTE WS-REVERSE-8 =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)

      *-- The aggregate estimate uses the three complete months
      *-- before the accrual month
           MOVE WS-MONTH-END-8 (1:6)
             TO WS-ACCR-MONTH

           IF WS-ACCR-MONTH (5:2) = '01'
              COMPUTE WS-AGG-LAST-MONTH = WS-ACCR-MONTH - 89
           ELSE
              COMPUTE WS-AGG-LAST-MONTH = WS-ACCR-MONTH - 1
           END-IF

           IF WS-AGG-LAST-MONTH (5:2) < '03'
              COMPUTE WS-AGG-FIRST-MONTH = WS-AGG-LAST-MONTH - 90
           ELSE
              COMPUTE WS-AGG-FIRST-MONTH = WS-AGG-LAST-MONTH - 2
           END-IF

      *-- Open Files
           OPEN INPUT MTR-INFO
           IF WS-MTR-INFO-STA NOT = '00'
              STRING 'Error in opening meter info file - '
                  WS-MTR-INFO-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- No aggregates yet just means a meter with thin readings is
      *-- accrued on the readings it has
           MOVE 'N'
             TO WS-MTRAGG-OPEN

           OPEN INPUT MTRAGG-FILE
           IF WS-MTRAGG-STA = '00'
              MOVE 'Y'
                TO WS-MTRAGG-OPEN
           ELSE
              IF WS-MTRAGG-STA NOT = '35'
                 STRING 'Error in opening aggregates file - '
                     WS-MTRAGG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- No mapping table yet just means every line is held back
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

           OPEN OUTPUT ACCRJNL-OUT
           IF WS-ACCRJNL-STA NOT = '00'
              STRING 'Error in opening accrual journal file - '
                  WS-ACCRJNL-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN OUTPUT ACCREXCP-OUT
           IF WS-ACCREXCP-STA NOT = '00'
              STRING 'Error in opening accrual exception file - '
                  WS-ACCREXCP-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           DISPLAY '---- UNBILLED REVENUE ACCRUAL TO ' WS-MONTH-END-8
                   ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-METERS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-ONE-PERIOD
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-PERIOD.
      *--------------------------------------------------------------*
      *-- Only the period supplying the meter on the month end
           READ MTR-INFO NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF PLAN-START-DATE OF MTR-REC NOT > WS-MONTH-END-8
                    AND (PLAN-END-DATE OF MTR-REC = ZEROES
                         OR PLAN-END-DATE OF MTR-REC
                            NOT < WS-MONTH-END-8)
                    PERFORM C0000-ACCRUE-ONE-METER
                       THRU C0000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-ACCRUE-ONE-METER.
      *--------------------------------------------------------------*
           ADD 1
             TO WS-PERIOD-COUNT

           PERFORM C1000-FIND-LAST-BILLED
              THRU C1000-EXIT

      *-- Unbilled from the day after the last statement, or from the
      *-- start of the period when the account has not been billed
           MOVE PLAN-START-DATE OF MTR-REC
             TO WS-ACCR-FROM-8

           IF WS-LAST-BILLED-8 NOT = ZEROES
              COMPUTE WS-DAY-NBR =
                 FUNCTION INTEGER-OF-DATE (WS-LAST-BILLED-8) + 1

              IF FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)
                 > WS-ACCR-FROM-8
                 COMPUTE WS-ACCR-FROM-8 =
                    FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)
              END-IF
           END-IF

           IF WS-ACCR-FROM-8 > WS-MONTH-END-8
              ADD 1
                TO WS-FULLY-BILLED-COUNT
              GO TO C0000-EXIT
           END-IF

           COMPUTE WS-ACCR-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-MONTH-END-8)
              - FUNCTION INTEGER-OF-DATE (WS-ACCR-FROM-8) + 1

           PERFORM C2000-ESTIMATE-FROM-AGGREGATES
              THRU C2000-EXIT

      *-- Priced exactly as a statement for the stretch would be,
      *-- extrapolating to the month end where the reads stop short -
      *-- but in accrual mode, so nothing is printed, stored or posted
           MOVE UINFO-MTR-ID OF MTR-REC
             TO C01-MTR-ID OF BILLSTMT

           MOVE WS-ACCR-FROM-8
             TO C01-FROM-DATE OF BILLSTMT

           MOVE WS-MONTH-END-8
             TO C01-TO-DATE OF BILLSTMT

           MOVE '0'
             TO C01-RETURN-CD OF BILLSTMT

           MOVE 'N'
             TO C01-REBILL-FLAG OF BILLSTMT
                C01-QUALITY-FLAG OF BILLSTMT

           MOVE 'Y'
             TO C01-EXTRAPOLATE-FLAG OF BILLSTMT
                C01-ACCRUAL-FLAG OF BILLSTMT

           MOVE WS-EST-UNITS
             TO C01-ACCRUAL-UNITS OF BILLSTMT

           CALL 'MTRBILST'
          USING BILLSTMT

           IF C01-RETURN-CD OF BILLSTMT NOT = '0'
              DISPLAY 'NOT ACCRUED ' ACCOUNT-ID OF MTR-REC ' '
                      UINFO-MTR-ID OF MTR-REC ' RC '
                      C01-RETURN-CD OF BILLSTMT
              ADD 1
                TO WS-FAILED-COUNT
              GO TO C0000-EXIT
           END-IF

           ADD 1
             TO WS-ACCRUED-COUNT

           IF C01-USAGE-SOURCE OF BILLSTMT = 'A'
              ADD 1
                TO WS-AGG-PRICED-COUNT
           END-IF

           PERFORM C3000-ADD-TO-TABLE
              THRU C3000-EXIT
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-FIND-LAST-BILLED.
      *--------------------------------------------------------------*
      *-- The latest period end stored for the meter on this account.
      *-- A meter's statements come back in period order under the
      *-- key, so the last one seen is the latest.
           MOVE ZEROES
             TO WS-LAST-BILLED-8

           OPEN INPUT BILLHIST-FILE
           IF WS-BILLHIST-STA NOT = '00'
      *-- No billing history yet - nothing billed
              GO TO C1000-EXIT
           END-IF

           MOVE 'N'
             TO WS-HIST-SCAN-DONE

           MOVE UINFO-MTR-ID OF MTR-REC
             TO BH-MTR-ID

           MOVE ZEROES
             TO BH-FROM-DATE

           START BILLHIST-FILE KEY IS NOT LESS THAN BH-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-HIST-SCAN-DONE
           END-START

           PERFORM C1500-READ-ONE-BILL
              THRU C1500-EXIT
            UNTIL WS-HIST-SCAN-DONE = 'Y'

           CLOSE BILLHIST-FILE
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       C1500-READ-ONE-BILL.
      *--------------------------------------------------------------*
           READ BILLHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-HIST-SCAN-DONE
                 GO TO C1500-EXIT
           END-READ

           IF BH-MTR-ID NOT = UINFO-MTR-ID OF MTR-REC
              MOVE 'Y'
                TO WS-HIST-SCAN-DONE
              GO TO C1500-EXIT
           END-IF

           IF BH-ACCOUNT-ID = ACCOUNT-ID OF MTR-REC
              AND BH-TO-DATE > WS-LAST-BILLED-8
              MOVE BH-TO-DATE
                TO WS-LAST-BILLED-8
           END-IF
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C2000-ESTIMATE-FROM-AGGREGATES.
      *--------------------------------------------------------------*
      *-- Average daily usage over the months on file, times the days
      *-- in the unbilled stretch. MTRBILST only prices this when the
      *-- stretch holds too few genuine readings.
           MOVE ZEROES
             TO WS-EST-UNITS
                WS-AGG-UNITS
                WS-AGG-DAYS

           IF WS-MTRAGG-OPEN = 'N'
              GO TO C2000-EXIT
           END-IF

           MOVE 'N'
             TO WS-AGG-SCAN-DONE

           MOVE UINFO-MTR-ID OF MTR-REC
             TO AG-MTR-ID

           MOVE WS-AGG-FIRST-MONTH
             TO AG-MONTH

           START MTRAGG-FILE KEY IS NOT LESS THAN AG-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-AGG-SCAN-DONE
           END-START

           PERFORM C2500-READ-ONE-MONTH
              THRU C2500-EXIT
            UNTIL WS-AGG-SCAN-DONE = 'Y'

           IF WS-AGG-DAYS > ZEROES
              COMPUTE WS-EST-UNITS ROUNDED =
                 WS-AGG-UNITS * WS-ACCR-DAYS / WS-AGG-DAYS
           END-IF
           .
       C2000-EXIT.
      *--------------------------------------------------------------*
       C2500-READ-ONE-MONTH.
      *--------------------------------------------------------------*
           READ MTRAGG-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-AGG-SCAN-DONE
                 GO TO C2500-EXIT
           END-READ

           IF AG-MTR-ID NOT = UINFO-MTR-ID OF MTR-REC
              OR AG-MONTH > WS-AGG-LAST-MONTH
              MOVE 'Y'
                TO WS-AGG-SCAN-DONE
              GO TO C2500-EXIT
           END-IF

      *-- Days in the aggregate's month - first of the next month
      *-- less first of this one
           IF AG-MONTH (5:2) = '12'
              COMPUTE WS-AGG-NEXT-MONTH = AG-MONTH + 89
           ELSE
              COMPUTE WS-AGG-NEXT-MONTH = AG-MONTH + 1
           END-IF

           COMPUTE WS-AGG-DATE-8 = AG-MONTH * 100 + 1

           COMPUTE WS-AGG-NEXT-8 = WS-AGG-NEXT-MONTH * 100 + 1

           COMPUTE WS-AGG-DAYS =
              WS-AGG-DAYS
              + FUNCTION INTEGER-OF-DATE (WS-AGG-NEXT-8)
              - FUNCTION INTEGER-OF-DATE (WS-AGG-DATE-8)

           ADD AG-UNITS
             TO WS-AGG-UNITS
           .
       C2500-EXIT.
      *--------------------------------------------------------------*
       C3000-ADD-TO-TABLE.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-FOUND-ENTRY

           PERFORM C3500-CHECK-ONE-ENTRY
              THRU C3500-EXIT
           VARYING ACR-IDX FROM 1 BY 1
             UNTIL ACR-IDX > WS-ACR-COUNT
                OR WS-FOUND-ENTRY = 'Y'

           IF WS-FOUND-ENTRY = 'Y'
              SUBTRACT 1 FROM ACR-IDX
           ELSE
              IF WS-ACR-COUNT >= 200
                 DISPLAY 'Supplier/plan table full - accrual incomplete'
                 ADD 1
                   TO WS-FAILED-COUNT
                 GO TO C3000-EXIT
              END-IF

              ADD 1
                TO WS-ACR-COUNT

              MOVE WS-ACR-COUNT
                TO ACR-IDX

              MOVE C01-SUPPLIER-NAME OF BILLSTMT
                TO WS-ACR-SUPL (ACR-IDX)

              MOVE C01-PLAN-NAME OF BILLSTMT
                TO WS-ACR-PLAN (ACR-IDX)

              MOVE ZEROES
                TO WS-ACR-METERS (ACR-IDX)
                   WS-ACR-UNITS (ACR-IDX)
                   WS-ACR-NET (ACR-IDX)
                   WS-ACR-NETWORK (ACR-IDX)
                   WS-ACR-TAX (ACR-IDX)
           END-IF

           ADD 1
             TO WS-ACR-METERS (ACR-IDX)

           ADD C01-TOTAL-USAGE OF BILLSTMT
             TO WS-ACR-UNITS (ACR-IDX)
                WS-TOTAL-UNITS

           ADD C01-TOTAL-COST OF BILLSTMT
             TO WS-ACR-NET (ACR-IDX)
                WS-TOTAL-NET

           ADD C01-NETWORK-COST OF BILLSTMT
             TO WS-ACR-NETWORK (ACR-IDX)
                WS-TOTAL-NETWORK

           ADD C01-TAX-AMOUNT OF BILLSTMT
             TO WS-ACR-TAX (ACR-IDX)
                WS-TOTAL-TAX
           .
       C3000-EXIT.
      *--------------------------------------------------------------*
       C3500-CHECK-ONE-ENTRY.
      *--------------------------------------------------------------*
           IF WS-ACR-SUPL (ACR-IDX) = C01-SUPPLIER-NAME OF BILLSTMT
              AND WS-ACR-PLAN (ACR-IDX) = C01-PLAN-NAME OF BILLSTMT
              MOVE 'Y'
                TO WS-FOUND-ENTRY
           END-IF
           .
       C3500-EXIT.
      *--------------------------------------------------------------*
       E0000-REPORT-ACCRUAL.
      *--------------------------------------------------------------*
           DISPLAY 'SUPPLIER / PLAN'
           DISPLAY '   METERS        UNITS  NET CHARGES     NETWORK'
                   '         VAT        GROSS'

           PERFORM E1500-REPORT-ONE-ENTRY
              THRU E1500-EXIT
           VARYING ACR-IDX FROM 1 BY 1
             UNTIL ACR-IDX > WS-ACR-COUNT
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       E1500-REPORT-ONE-ENTRY.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO WS-REPORT-LINE

           STRING WS-ACR-SUPL (ACR-IDX)   DELIMITED BY '  '
                  ' / '                   DELIMITED BY SIZE
                  WS-ACR-PLAN (ACR-IDX)   DELIMITED BY '  '
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE

           MOVE WS-ACR-UNITS (ACR-IDX)
             TO WS-ED-UNITS

           MOVE WS-ACR-NET (ACR-IDX)
             TO WS-ED-NET

           MOVE WS-ACR-NETWORK (ACR-IDX)
             TO WS-ED-NETWORK

           MOVE WS-ACR-TAX (ACR-IDX)
             TO WS-ED-TAX

           COMPUTE WS-ED-GROSS =
              WS-ACR-NET (ACR-IDX) + WS-ACR-TAX (ACR-IDX)

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING '  '                    DELIMITED BY SIZE
                  WS-ACR-METERS (ACR-IDX) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-UNITS             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-NET               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-NETWORK           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-TAX               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-GROSS             DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       E1500-EXIT.
      *--------------------------------------------------------------*
       F0000-BUILD-JOURNAL.
      *--------------------------------------------------------------*
      *-- Energy is the net charges less the network pass-through
      *-- carried in them; VAT is accrued on its own line
           COMPUTE WS-ENERGY-AMOUNT =
              WS-TOTAL-NET - WS-TOTAL-NETWORK

           MOVE 'ENERGY'
             TO WS-GL-CODE (1)

           MOVE WS-ENERGY-AMOUNT
             TO WS-GL-AMOUNT (1)

           MOVE 'NETWORK'
             TO WS-GL-CODE (2)

           MOVE WS-TOTAL-NETWORK
             TO WS-GL-AMOUNT (2)

           MOVE 'VAT'
             TO WS-GL-CODE (3)

           MOVE WS-TOTAL-TAX
             TO WS-GL-AMOUNT (3)

           MOVE 'Y'
             TO WS-JOURNAL-OK

           PERFORM F1000-MAP-ONE-SOURCE
              THRU F1000-EXIT
           VARYING GL-IDX FROM 1 BY 1
             UNTIL GL-IDX > 3

      *-- Header, the accrual at the month end, its reversal the day
      *-- after, trailer - to the ledger file if every source mapped,
      *-- otherwise all of it to the exception file
           MOVE SPACES
             TO WS-OUT-LINE

           STRING 'H'                     DELIMITED BY SIZE
                  WS-MONTH-END-8          DELIMITED BY SIZE
                  ' UNBILLED REVENUE ACCRUAL'
                                          DELIMITED BY SIZE
              INTO WS-OUT-LINE
           END-STRING

           PERFORM X2000-PUT-LINE
              THRU X2000-EXIT

           PERFORM F2000-POST-ONE-SOURCE
              THRU F2000-EXIT
           VARYING GL-IDX FROM 1 BY 1
             UNTIL GL-IDX > 3

           MOVE WS-JNL-DEBITS
             TO WS-ED-DEBITS

           MOVE WS-JNL-CREDITS
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
       F0000-EXIT.
      *--------------------------------------------------------------*
       F1000-MAP-ONE-SOURCE.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-GL-MAPPED (GL-IDX)

           MOVE SPACES
             TO WS-GL-DEBIT (GL-IDX)
                WS-GL-CREDIT (GL-IDX)
                WS-GL-DESC (GL-IDX)

      *-- Nothing to post needs no mapping
           IF WS-GL-AMOUNT (GL-IDX) = ZEROES
              MOVE 'Y'
                TO WS-GL-MAPPED (GL-IDX)
              GO TO F1000-EXIT
           END-IF

           IF WS-GLMAP-OPEN = 'Y'
              MOVE 'ACCR'
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

           IF WS-GL-MAPPED (GL-IDX) NOT = 'Y'
              DISPLAY 'NO GL MAPPING FOR ACCR ' WS-GL-CODE (GL-IDX)
              MOVE 'N'
                TO WS-JOURNAL-OK
           END-IF
           .
       F1000-EXIT.
      *--------------------------------------------------------------*
       F2000-POST-ONE-SOURCE.
      *--------------------------------------------------------------*
           IF WS-GL-AMOUNT (GL-IDX) = ZEROES
              GO TO F2000-EXIT
           END-IF

      *-- The accrual, at the mapped accounts
           MOVE WS-MONTH-END-8
             TO WS-POST-DATE-8

           MOVE WS-GL-DEBIT (GL-IDX)
             TO WS-POST-DEBIT

           MOVE WS-GL-CREDIT (GL-IDX)
             TO WS-POST-CREDIT

           PERFORM F2500-WRITE-PAIR
              THRU F2500-EXIT

      *-- Its reversal, the accounts the other way round
           MOVE WS-REVERSE-8
             TO WS-POST-DATE-8

           MOVE WS-GL-CREDIT (GL-IDX)
             TO WS-POST-DEBIT

           MOVE WS-GL-DEBIT (GL-IDX)
             TO WS-POST-CREDIT

           PERFORM F2500-WRITE-PAIR
              THRU F2500-EXIT
           .
       F2000-EXIT.
      *--------------------------------------------------------------*
       F2500-WRITE-PAIR.
      *--------------------------------------------------------------*
           MOVE WS-GL-AMOUNT (GL-IDX)
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO WS-OUT-LINE

           STRING 'D'                     DELIMITED BY SIZE
                  WS-POST-DATE-8          DELIMITED BY SIZE
                  'DR'                    DELIMITED BY SIZE
                  WS-POST-DEBIT           DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  'ACCR'                  DELIMITED BY SIZE
                  WS-GL-CODE (GL-IDX)     DELIMITED BY SIZE
                  WS-ACCRUED-COUNT        DELIMITED BY SIZE
                  WS-GL-DESC (GL-IDX)     DELIMITED BY SIZE
              INTO WS-OUT-LINE
           END-STRING

           PERFORM X2000-PUT-LINE
              THRU X2000-EXIT

           MOVE SPACES
             TO WS-OUT-LINE

           STRING 'D'                     DELIMITED BY SIZE
                  WS-POST-DATE-8          DELIMITED BY SIZE
                  'CR'                    DELIMITED BY SIZE
                  WS-POST-CREDIT          DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  'ACCR'                  DELIMITED BY SIZE
                  WS-GL-CODE (GL-IDX)     DELIMITED BY SIZE
                  WS-ACCRUED-COUNT        DELIMITED BY SIZE
                  WS-GL-DESC (GL-IDX)     DELIMITED BY SIZE
              INTO WS-OUT-LINE
           END-STRING

           PERFORM X2000-PUT-LINE
              THRU X2000-EXIT

           ADD WS-GL-AMOUNT (GL-IDX)
             TO WS-JNL-DEBITS
                WS-JNL-CREDITS
           .
       F2500-EXIT.
      *--------------------------------------------------------------*
       X2000-PUT-LINE.
      *--------------------------------------------------------------*
           IF WS-JOURNAL-OK = 'Y'
              MOVE WS-OUT-LINE
                TO ACCRJNL-REC
              WRITE ACCRJNL-REC
           ELSE
              MOVE WS-OUT-LINE
                TO ACCREXCP-REC
              WRITE ACCREXCP-REC
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
      *--Control totals
           DISPLAY '---- UNBILLED ACCRUAL TOTALS ----'
           DISPLAY 'PERIODS SUPPLIED AT MONTH END : ' WS-PERIOD-COUNT
           DISPLAY 'ACCRUED                       : ' WS-ACCRUED-COUNT
           DISPLAY '  OF WHICH FROM AGGREGATES    : '
                   WS-AGG-PRICED-COUNT
           DISPLAY 'BILLED TO MONTH END ALREADY   : '
                   WS-FULLY-BILLED-COUNT
           DISPLAY 'NOT ACCRUED                   : ' WS-FAILED-COUNT
           DISPLAY 'UNITS                         : ' WS-TOTAL-UNITS
           DISPLAY 'NET CHARGES                   : ' WS-TOTAL-NET
           DISPLAY '  OF WHICH NETWORK            : ' WS-TOTAL-NETWORK
           DISPLAY 'VAT                           : ' WS-TOTAL-TAX
           IF WS-JOURNAL-OK = 'Y'
              DISPLAY 'GL JOURNAL LINES              : ' WS-LINE-COUNT
           ELSE
              DISPLAY 'GL JOURNAL HELD - SEE ACCREXCP'
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
           IF WS-MTRAGG-OPEN = 'Y'
              CLOSE MTRAGG-FILE
           END-IF

           IF WS-GLMAP-OPEN = 'Y'
              CLOSE GLMAP-FILE
           END-IF

           CLOSE ACCRJNL-OUT
                 ACCREXCP-OUT

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
           .
       Z0000-EXIT.

       Z0000-PROCESS-END.
           GOBACK.
