       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCPLNTF.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Advance price-change notification run. Finds every rate period *
      * PRCPLLOD or PRCPLMNT has filed that takes effect within the    *
      * NTFYCTL notice window and has not been notified yet, finds the *
      * meters whose open MTRPLAN period is on that plan, and writes   *
      * one notice per meter to the PRCNOTE extract for the print and  *
      * email house - name and address or email off the customer       *
      * master with the delivery preference, the old and new unit      *
      * rate and standing charge, and an estimated annual cost under   *
      * each from the meter's last twelve months of MTRAGG usage. The  *
      * rate periods are then stamped as notified so the next run does *
      * not send them again, and a count is reported per plan.         *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Notice window control card - days ahead of the effective
      *-- date customers must be told, e.g. 030
           SELECT NOTIFY-CARD
           ASSIGN TO 'NTFYCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- PRICE PLAN master - walked for the pending rate periods,
      *-- then each one notified is stamped
           SELECT PRCPLAN-FILE
           ASSIGN TO 'PRCPLAN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRCPLAN-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PRCPLAN-STA.

      *-- METER Details - one record per plan/supplier period a meter
      *-- has been on, keyed by account, meter id and the period's
      *-- start date.
           SELECT MTR-INFO
           ASSIGN TO 'MTRPLAN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS MP-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MTR-INFO-STA.

      *-- Persisted monthly aggregates - the usage the annual cost
      *-- estimate is built from
           SELECT MTRAGG-FILE
           ASSIGN TO 'MTRAGG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AG-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-MTRAGG-STA.

      *-- Customer master - name, address, email and how the customer
      *-- wants to hear from us
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

      *-- The notice extract for the print and email house
           SELECT NOTICE-EXTRACT
           ASSIGN TO 'PRCNOTE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-CARD
           LABEL RECORDS ARE STANDARD.
       01  CARD-REC.
           05 CARD-NOTICE-DAYS   PIC 9(03).
      *
       FD  PRCPLAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRCCMP01.
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
       FD  MTRAGG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRAGG0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
      *-- One notice per meter and repriced plan. Channel 'E' goes by
      *-- email, 'P' by post. Estimate flag 'N' means the meter has
      *-- no usage history yet, so only the rates are quoted.
       FD  NOTICE-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-REC.
           05 NT-CHANNEL         PIC X(01).
           05 FILLER             PIC X(01).
           05 NT-ACCOUNT-ID      PIC X(12).
           05 FILLER             PIC X(01).
           05 NT-MTR-ID          PIC X(12).
           05 FILLER             PIC X(01).
           05 NT-PLAN-NAME       PIC X(50).
           05 FILLER             PIC X(01).
           05 NT-EFF-DATE        PIC 9(08).
           05 FILLER             PIC X(01).
           05 NT-NAME            PIC X(50).
           05 FILLER             PIC X(01).
           05 NT-ADDR-LINE-1     PIC X(40).
           05 FILLER             PIC X(01).
           05 NT-ADDR-LINE-2     PIC X(40).
           05 FILLER             PIC X(01).
           05 NT-ADDR-LINE-3     PIC X(40).
           05 FILLER             PIC X(01).
           05 NT-POSTCODE        PIC X(10).
           05 FILLER             PIC X(01).
           05 NT-EMAIL           PIC X(50).
           05 FILLER             PIC X(01).
           05 NT-OLD-UNIT-RATE   PIC Z9.999999.
           05 FILLER             PIC X(01).
           05 NT-NEW-UNIT-RATE   PIC Z9.999999.
           05 FILLER             PIC X(01).
           05 NT-OLD-STANDING    PIC ZZ9.9999.
           05 FILLER             PIC X(01).
           05 NT-NEW-STANDING    PIC ZZ9.9999.
           05 FILLER             PIC X(01).
           05 NT-ESTIMATE-FLAG   PIC X(01).
           05 FILLER             PIC X(01).
           05 NT-ANNUAL-UNITS    PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(01).
           05 NT-OLD-ANNUAL      PIC ZZZZZZ9.99.
           05 FILLER             PIC X(01).
           05 NT-NEW-ANNUAL      PIC ZZZZZZ9.99.
           05 FILLER             PIC X(01).
           05 NT-ANNUAL-CHANGE   PIC -(6)9.99.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-PRCPLAN-STA             PIC 9(02) VALUE ZEROES.
           05 WS-MTR-INFO-STA            PIC 9(02) VALUE ZEROES.
           05 WS-MTRAGG-STA              PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-NOTICE-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-MTRAGG-OPEN             PIC X(01) VALUE 'N'.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-DAY-NBR                 PIC S9(8) COMP VALUE ZEROES.
           05 WS-WINDOW-END-8            PIC 9(08) VALUE ZEROES.
      *-- The rate period read just before the one in hand - for the
      *-- same plan it is the rate the customers are paying now
           05 WS-PREV-PLAN-NAME          PIC X(50) VALUE SPACES.
           05 WS-PREV-UNIT-RATE          PIC 9(2)V9(6) VALUE ZEROES.
           05 WS-PREV-STANDING           PIC 9(3)V9(4) VALUE ZEROES.
           05 WS-PREV-TIER-LIMIT         PIC 9(6)V9(5) VALUE ZEROES.
           05 WS-PREV-TIER-RATE          PIC 9(2)V9(6) VALUE ZEROES.
      *-- The twelve complete months the estimate is built from
           05 WS-CUR-MONTH               PIC 9(06) VALUE ZEROES.
           05 WS-FIRST-MONTH             PIC 9(06) VALUE ZEROES.
           05 WS-LAST-MONTH              PIC 9(06) VALUE ZEROES.
           05 WS-USAGE-LOADED            PIC X(01) VALUE 'N'.
           05 WS-USAGE-SCAN-DONE         PIC X(01) VALUE 'N'.
      *-- Estimate for the meter and rate period in hand
           05 WS-ANNUAL-UNITS            PIC 9(9)V9(5) VALUE ZEROES.
           05 WS-OLD-ENERGY              PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-NEW-ENERGY              PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-OLD-ANNUAL              PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-NEW-ANNUAL              PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-ANNUAL-CHANGE           PIC S9(9)V9(4) VALUE ZEROES.
      *-- One month priced at one rate set, tier first
           05 WS-PRICE-UNITS             PIC 9(9)V9(5) VALUE ZEROES.
           05 WS-PRICE-UNIT-RATE         PIC 9(2)V9(6) VALUE ZEROES.
           05 WS-PRICE-TIER-LIMIT        PIC 9(6)V9(5) VALUE ZEROES.
           05 WS-PRICE-TIER-RATE         PIC 9(2)V9(6) VALUE ZEROES.
           05 WS-PRICE-COST              PIC 9(9)V9(4) VALUE ZEROES.
           05 CHG-IDX                    PIC 9(02) VALUE ZEROES.
           05 MON-IDX                    PIC 9(02) VALUE ZEROES.
      *-- Control totals for the end-of-run report
           05 WS-PERIODS-SKIPPED         PIC 9(05) VALUE ZEROES.
           05 WS-LETTER-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-EMAIL-COUNT             PIC 9(07) VALUE ZEROES.

      *-- Rate periods due for notice this run, with the rate each
      *-- replaces. Anything past fifty waits for the next run.
       01  WS-CHANGE-TABLE.
           05 WS-CHG-COUNT               PIC 9(02) VALUE ZEROES.
           05 WS-CHG-ENTRY OCCURS 50 TIMES.
              10 WS-CHG-PLAN-NAME        PIC X(50).
              10 WS-CHG-EFF-8            PIC 9(08).
              10 WS-CHG-OLD-FOUND        PIC X(01).
              10 WS-CHG-OLD-UNIT-RATE    PIC 9(2)V9(6).
              10 WS-CHG-OLD-STANDING     PIC 9(3)V9(4).
              10 WS-CHG-OLD-TIER-LIMIT   PIC 9(6)V9(5).
              10 WS-CHG-OLD-TIER-RATE    PIC 9(2)V9(6).
              10 WS-CHG-NEW-UNIT-RATE    PIC 9(2)V9(6).
              10 WS-CHG-NEW-STANDING     PIC 9(3)V9(4).
              10 WS-CHG-NEW-TIER-LIMIT   PIC 9(6)V9(5).
              10 WS-CHG-NEW-TIER-RATE    PIC 9(2)V9(6).
              10 WS-CHG-TAX-RATE-PCT     PIC 9(2)V9(4).
              10 WS-CHG-NOTICES          PIC 9(07).

      *-- The meter's usage over the twelve months, loaded once per
      *-- meter the first time one of its plans is being repriced
       01  WS-MONTH-USAGE.
           05 WS-MON-COUNT               PIC 9(02) VALUE ZEROES.
           05 WS-MON-UNITS OCCURS 12 TIMES
                                         PIC 9(9)V9(5).

           COPY TAXMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-COLLECT-PENDING-RATES
              THRU B0000-EXIT

           IF WS-CHG-COUNT > ZEROES
              PERFORM C0000-PROCESS-ALL-METERS
                 THRU C0000-EXIT

              PERFORM F0000-MARK-NOTIFIED
                 THRU F0000-EXIT
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
           OPEN INPUT NOTIFY-CARD
           IF WS-CARD-STA NOT = '00'
              STRING 'Error in opening notice window card - '
                  WS-CARD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           READ NOTIFY-CARD
              AT END
                 MOVE 'Notice window card is empty'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
           END-READ

           IF CARD-NOTICE-DAYS NOT NUMERIC
              OR CARD-NOTICE-DAYS = ZEROES
              MOVE 'Notice window must be a non-zero number of days'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN I-O PRCPLAN-FILE
           IF WS-PRCPLAN-STA NOT = '00'
              STRING 'Error in opening price plan file - '
                  WS-PRCPLAN-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

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

      *-- No aggregates yet just means notices quote the rates
      *-- without an annual estimate
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

      *-- No customer master just means notices go by post to the
      *-- name on the plan period
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

      *-- Each run's notices are one batch for the print house
           OPEN OUTPUT NOTICE-EXTRACT
           IF WS-NOTICE-STA NOT = '00'
              STRING 'Error in opening notice extract file - '
                  WS-NOTICE-STA
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

           COMPUTE WS-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-8)
              + CARD-NOTICE-DAYS

           COMPUTE WS-WINDOW-END-8 =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)

      *-- The estimate uses the twelve complete months before this
      *-- one
           MOVE WS-TODAY-8 (1:6)
             TO WS-CUR-MONTH

           IF WS-CUR-MONTH (5:2) = '01'
              COMPUTE WS-LAST-MONTH = WS-CUR-MONTH - 89
           ELSE
              COMPUTE WS-LAST-MONTH = WS-CUR-MONTH - 1
           END-IF

           IF WS-LAST-MONTH (5:2) = '12'
              COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 11
           ELSE
              COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 99
           END-IF

           DISPLAY '---- PRICE CHANGE NOTICES FOR RATES EFFECTIVE '
                   'BY ' WS-WINDOW-END-8 ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-COLLECT-PENDING-RATES.
      *--------------------------------------------------------------*
      *-- One pass over the price plan master. Each plan's periods
      *-- come back in effective-date order, so the period read just
      *-- before a pending one is the rate it replaces.
           MOVE 'N'
             TO WS-END-OF-FILE

           MOVE ZEROES
             TO WS-CHG-COUNT

           PERFORM B1500-READ-RATE-PERIOD
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-RATE-PERIOD.
      *--------------------------------------------------------------*
      *-- Pending means not yet in force, starting inside the notice
      *-- window, and never notified. Periods already in force are
      *-- never picked up, however they were filed.
           READ PRCPLAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B1500-EXIT
           END-READ

           IF RATE-EFF-DATE > WS-TODAY-8
              AND RATE-EFF-DATE NOT > WS-WINDOW-END-8
              AND RATE-NOTIFY-DATE = ZEROES
              PERFORM B2000-ADD-PENDING-RATE
                 THRU B2000-EXIT
           END-IF

           MOVE PLAN-NAME
             TO WS-PREV-PLAN-NAME

           MOVE UNIT-RATE
             TO WS-PREV-UNIT-RATE

           MOVE STANDING-CHARGE
             TO WS-PREV-STANDING

           MOVE TIER1-LIMIT
             TO WS-PREV-TIER-LIMIT

           MOVE TIER1-RATE
             TO WS-PREV-TIER-RATE
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       B2000-ADD-PENDING-RATE.
      *--------------------------------------------------------------*
           IF WS-CHG-COUNT NOT < 50
              ADD 1
                TO WS-PERIODS-SKIPPED
              DISPLAY 'NOTICE TABLE FULL - HELD FOR NEXT RUN '
                      PLAN-NAME ' ' RATE-EFF-DATE
              GO TO B2000-EXIT
           END-IF

           ADD 1
             TO WS-CHG-COUNT

           MOVE PLAN-NAME
             TO WS-CHG-PLAN-NAME (WS-CHG-COUNT)

           MOVE RATE-EFF-DATE
             TO WS-CHG-EFF-8 (WS-CHG-COUNT)

           MOVE UNIT-RATE
             TO WS-CHG-NEW-UNIT-RATE (WS-CHG-COUNT)

           MOVE STANDING-CHARGE
             TO WS-CHG-NEW-STANDING (WS-CHG-COUNT)

           MOVE TIER1-LIMIT
             TO WS-CHG-NEW-TIER-LIMIT (WS-CHG-COUNT)

           MOVE TIER1-RATE
             TO WS-CHG-NEW-TIER-RATE (WS-CHG-COUNT)

           MOVE ZEROES
             TO WS-CHG-NOTICES (WS-CHG-COUNT)

      *-- A plan's first ever period has nothing it replaces
           IF WS-PREV-PLAN-NAME = PLAN-NAME
              MOVE 'Y'
                TO WS-CHG-OLD-FOUND (WS-CHG-COUNT)

              MOVE WS-PREV-UNIT-RATE
                TO WS-CHG-OLD-UNIT-RATE (WS-CHG-COUNT)

              MOVE WS-PREV-STANDING
                TO WS-CHG-OLD-STANDING (WS-CHG-COUNT)

              MOVE WS-PREV-TIER-LIMIT
                TO WS-CHG-OLD-TIER-LIMIT (WS-CHG-COUNT)

              MOVE WS-PREV-TIER-RATE
                TO WS-CHG-OLD-TIER-RATE (WS-CHG-COUNT)
           ELSE
              MOVE 'N'
                TO WS-CHG-OLD-FOUND (WS-CHG-COUNT)

              MOVE ZEROES
                TO WS-CHG-OLD-UNIT-RATE (WS-CHG-COUNT)
                   WS-CHG-OLD-STANDING (WS-CHG-COUNT)
                   WS-CHG-OLD-TIER-LIMIT (WS-CHG-COUNT)
                   WS-CHG-OLD-TIER-RATE (WS-CHG-COUNT)
           END-IF

      *-- Both estimates carry the VAT rate in force on the day the
      *-- new price starts
           MOVE ZEROES
             TO WS-CHG-TAX-RATE-PCT (WS-CHG-COUNT)

           MOVE 'G'
             TO C01-ACTION-CD OF TAXMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF TAXMNT-REQ

           MOVE RATE-EFF-DATE
             TO C01-AS-OF-DATE OF TAXMNT-REQ

           CALL 'MTRTAXMT'
          USING TAXMNT-REQ

           IF C01-RETURN-CD OF TAXMNT-REQ = '0'
              MOVE C01-TAX-RATE-PCT OF TAXMNT-REQ
                TO WS-CHG-TAX-RATE-PCT (WS-CHG-COUNT)
           END-IF
           .
       B2000-EXIT.
      *--------------------------------------------------------------*
       C0000-PROCESS-ALL-METERS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM C1500-READ-METER-PERIOD
              THRU C1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-READ-METER-PERIOD.
      *--------------------------------------------------------------*
      *-- Only a meter's open period says what it is on now
           READ MTR-INFO NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO C1500-EXIT
           END-READ

           IF PLAN-END-DATE NOT = ZEROES
              GO TO C1500-EXIT
           END-IF

           MOVE 'N'
             TO WS-USAGE-LOADED

           PERFORM C2000-MATCH-ONE-CHANGE
              THRU C2000-EXIT
           VARYING CHG-IDX FROM 1 BY 1
             UNTIL CHG-IDX > WS-CHG-COUNT
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C2000-MATCH-ONE-CHANGE.
      *--------------------------------------------------------------*
           IF POWER-PLAN-NAME NOT = WS-CHG-PLAN-NAME (CHG-IDX)
              GO TO C2000-EXIT
           END-IF

           IF WS-USAGE-LOADED = 'N'
              PERFORM C3000-LOAD-USAGE
                 THRU C3000-EXIT
           END-IF

           PERFORM D0000-WRITE-NOTICE
              THRU D0000-EXIT
           .
       C2000-EXIT.
      *--------------------------------------------------------------*
       C3000-LOAD-USAGE.
      *--------------------------------------------------------------*
      *-- The meter's aggregates for the twelve months, read by key
      *-- range from the first month on
           MOVE 'Y'
             TO WS-USAGE-LOADED

           MOVE ZEROES
             TO WS-MON-COUNT

           IF WS-MTRAGG-OPEN = 'N'
              GO TO C3000-EXIT
           END-IF

           MOVE 'N'
             TO WS-USAGE-SCAN-DONE

           MOVE UINFO-MTR-ID
             TO AG-MTR-ID

           MOVE WS-FIRST-MONTH
             TO AG-MONTH

           START MTRAGG-FILE KEY IS NOT LESS THAN AG-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-USAGE-SCAN-DONE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM C3500-READ-USAGE-MONTH
              THRU C3500-EXIT
            UNTIL WS-USAGE-SCAN-DONE = 'Y'
           .
       C3000-EXIT.
      *--------------------------------------------------------------*
       C3500-READ-USAGE-MONTH.
      *--------------------------------------------------------------*
           READ MTRAGG-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-USAGE-SCAN-DONE
                 GO TO C3500-EXIT
           END-READ

           IF AG-MTR-ID NOT = UINFO-MTR-ID
              OR AG-MONTH > WS-LAST-MONTH
              OR WS-MON-COUNT NOT < 12
              MOVE 'Y'
                TO WS-USAGE-SCAN-DONE
              GO TO C3500-EXIT
           END-IF

           ADD 1
             TO WS-MON-COUNT

           MOVE AG-UNITS
             TO WS-MON-UNITS (WS-MON-COUNT)
           .
       C3500-EXIT.
      *--------------------------------------------------------------*
       D0000-WRITE-NOTICE.
      *--------------------------------------------------------------*
      *-- One notice: who to send it to and how, the old and new
      *-- prices, and what a year of the meter's usage comes to at
      *-- each.
           PERFORM E1000-ESTIMATE-ANNUAL-COST
              THRU E1000-EXIT

           MOVE SPACES
             TO NOTICE-REC

           MOVE USER-NAME
             TO NT-NAME

           MOVE 'P'
             TO NT-CHANNEL

           IF WS-CUSTMST-OPEN = 'Y'
              MOVE ACCOUNT-ID
                TO CM-ACCOUNT-ID

              READ CUSTMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CM-NAME NOT = SPACES
                       MOVE CM-NAME
                         TO NT-NAME
                    END-IF

                    MOVE CM-ADDR-LINE-1
                      TO NT-ADDR-LINE-1

                    MOVE CM-ADDR-LINE-2
                      TO NT-ADDR-LINE-2

                    MOVE CM-ADDR-LINE-3
                      TO NT-ADDR-LINE-3

                    MOVE CM-POSTCODE
                      TO NT-POSTCODE

      *-- Email only for a customer who asked for it and gave us an
      *-- address to send it to
                    IF CM-DELIVERY-PREF = 'E'
                       AND CM-EMAIL NOT = SPACES
                       MOVE 'E'
                         TO NT-CHANNEL

                       MOVE CM-EMAIL
                         TO NT-EMAIL
                    END-IF
              END-READ
           END-IF

           MOVE ACCOUNT-ID
             TO NT-ACCOUNT-ID

           MOVE UINFO-MTR-ID
             TO NT-MTR-ID

           MOVE WS-CHG-PLAN-NAME (CHG-IDX)
             TO NT-PLAN-NAME

           MOVE WS-CHG-EFF-8 (CHG-IDX)
             TO NT-EFF-DATE

           MOVE WS-CHG-OLD-UNIT-RATE (CHG-IDX)
             TO NT-OLD-UNIT-RATE

           MOVE WS-CHG-NEW-UNIT-RATE (CHG-IDX)
             TO NT-NEW-UNIT-RATE

           MOVE WS-CHG-OLD-STANDING (CHG-IDX)
             TO NT-OLD-STANDING

           MOVE WS-CHG-NEW-STANDING (CHG-IDX)
             TO NT-NEW-STANDING

           IF WS-MON-COUNT > ZEROES
              MOVE 'Y'
                TO NT-ESTIMATE-FLAG
           ELSE
              MOVE 'N'
                TO NT-ESTIMATE-FLAG
           END-IF

           MOVE WS-ANNUAL-UNITS
             TO NT-ANNUAL-UNITS

           MOVE WS-OLD-ANNUAL
             TO NT-OLD-ANNUAL

           MOVE WS-NEW-ANNUAL
             TO NT-NEW-ANNUAL

           MOVE WS-ANNUAL-CHANGE
             TO NT-ANNUAL-CHANGE

           WRITE NOTICE-REC
           IF WS-NOTICE-STA NOT = '00'
              DISPLAY 'ERROR WRITING NOTICE FOR ' UINFO-MTR-ID
                      ' - ' WS-NOTICE-STA
              GO TO D0000-EXIT
           END-IF

           ADD 1
             TO WS-CHG-NOTICES (CHG-IDX)

           IF NT-CHANNEL = 'E'
              ADD 1
                TO WS-EMAIL-COUNT
           ELSE
              ADD 1
                TO WS-LETTER-COUNT
           END-IF
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       E1000-ESTIMATE-ANNUAL-COST.
      *--------------------------------------------------------------*
      *-- Each month of usage is priced the way MTRBILST prices a
      *-- billing period - tier block first, the rest at the unit
      *-- rate - under the old and the new rates. Less than a year of
      *-- history is scaled up to a year. A year of standing charge
      *-- and the VAT rate are added to both.
           MOVE ZEROES
             TO WS-ANNUAL-UNITS
                WS-OLD-ENERGY
                WS-NEW-ENERGY
                WS-OLD-ANNUAL
                WS-NEW-ANNUAL
                WS-ANNUAL-CHANGE

           IF WS-MON-COUNT = ZEROES
              OR WS-CHG-OLD-FOUND (CHG-IDX) = 'N'
              GO TO E1000-EXIT
           END-IF

           PERFORM E1500-PRICE-ONE-MONTH
              THRU E1500-EXIT
           VARYING MON-IDX FROM 1 BY 1
             UNTIL MON-IDX > WS-MON-COUNT

           COMPUTE WS-ANNUAL-UNITS ROUNDED =
              WS-ANNUAL-UNITS * 12 / WS-MON-COUNT

           COMPUTE WS-OLD-ANNUAL ROUNDED =
              (WS-OLD-ENERGY * 12 / WS-MON-COUNT
               + WS-CHG-OLD-STANDING (CHG-IDX) * 365)
              * (100 + WS-CHG-TAX-RATE-PCT (CHG-IDX)) / 100

           COMPUTE WS-NEW-ANNUAL ROUNDED =
              (WS-NEW-ENERGY * 12 / WS-MON-COUNT
               + WS-CHG-NEW-STANDING (CHG-IDX) * 365)
              * (100 + WS-CHG-TAX-RATE-PCT (CHG-IDX)) / 100

           COMPUTE WS-ANNUAL-CHANGE =
              WS-NEW-ANNUAL - WS-OLD-ANNUAL
           .
       E1000-EXIT.
      *--------------------------------------------------------------*
       E1500-PRICE-ONE-MONTH.
      *--------------------------------------------------------------*
           MOVE WS-MON-UNITS (MON-IDX)
             TO WS-PRICE-UNITS

           ADD WS-PRICE-UNITS
             TO WS-ANNUAL-UNITS

           MOVE WS-CHG-OLD-UNIT-RATE (CHG-IDX)
             TO WS-PRICE-UNIT-RATE

           MOVE WS-CHG-OLD-TIER-LIMIT (CHG-IDX)
             TO WS-PRICE-TIER-LIMIT

           MOVE WS-CHG-OLD-TIER-RATE (CHG-IDX)
             TO WS-PRICE-TIER-RATE

           PERFORM E1700-PRICE-UNITS
              THRU E1700-EXIT

           ADD WS-PRICE-COST
             TO WS-OLD-ENERGY

           MOVE WS-CHG-NEW-UNIT-RATE (CHG-IDX)
             TO WS-PRICE-UNIT-RATE

           MOVE WS-CHG-NEW-TIER-LIMIT (CHG-IDX)
             TO WS-PRICE-TIER-LIMIT

           MOVE WS-CHG-NEW-TIER-RATE (CHG-IDX)
             TO WS-PRICE-TIER-RATE

           PERFORM E1700-PRICE-UNITS
              THRU E1700-EXIT

           ADD WS-PRICE-COST
             TO WS-NEW-ENERGY
           .
       E1500-EXIT.
      *--------------------------------------------------------------*
       E1700-PRICE-UNITS.
      *--------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WS-PRICE-TIER-LIMIT = ZEROES
                 COMPUTE WS-PRICE-COST ROUNDED =
                    WS-PRICE-UNITS * WS-PRICE-UNIT-RATE
              WHEN WS-PRICE-UNITS NOT > WS-PRICE-TIER-LIMIT
                 COMPUTE WS-PRICE-COST ROUNDED =
                    WS-PRICE-UNITS * WS-PRICE-TIER-RATE
              WHEN OTHER
                 COMPUTE WS-PRICE-COST ROUNDED =
                    WS-PRICE-TIER-LIMIT * WS-PRICE-TIER-RATE
                    + (WS-PRICE-UNITS - WS-PRICE-TIER-LIMIT)
                      * WS-PRICE-UNIT-RATE
           END-EVALUATE
           .
       E1700-EXIT.
      *--------------------------------------------------------------*
       F0000-MARK-NOTIFIED.
      *--------------------------------------------------------------*
      *-- Every pending period is stamped, including one with nobody
      *-- on the plan, so it is not picked up again tomorrow
           PERFORM F1500-MARK-ONE-RATE
              THRU F1500-EXIT
           VARYING CHG-IDX FROM 1 BY 1
             UNTIL CHG-IDX > WS-CHG-COUNT
           .
       F0000-EXIT.
      *--------------------------------------------------------------*
       F1500-MARK-ONE-RATE.
      *--------------------------------------------------------------*
           MOVE WS-CHG-PLAN-NAME (CHG-IDX)
             TO PLAN-NAME

           MOVE WS-CHG-EFF-8 (CHG-IDX)
             TO RATE-EFF-DATE

           READ PRCPLAN-FILE
              INVALID KEY
                 DISPLAY 'ERROR RE-READING RATE PERIOD '
                         WS-CHG-PLAN-NAME (CHG-IDX) ' '
                         WS-CHG-EFF-8 (CHG-IDX)
                 GO TO F1500-EXIT
           END-READ

           MOVE WS-TODAY-8
             TO RATE-NOTIFY-DATE

           REWRITE PRCPLAN
              INVALID KEY
                 DISPLAY 'ERROR MARKING RATE PERIOD NOTIFIED '
                         WS-CHG-PLAN-NAME (CHG-IDX) ' '
                         WS-CHG-EFF-8 (CHG-IDX)
           END-REWRITE
           .
       F1500-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Notices per repriced plan, then the run totals
           PERFORM S1000-REPORT-ONE-PLAN
              THRU S1000-EXIT
           VARYING CHG-IDX FROM 1 BY 1
             UNTIL CHG-IDX > WS-CHG-COUNT

           DISPLAY '---- PRICE CHANGE NOTICE CONTROL TOTALS ----'
           DISPLAY 'RATE PERIODS NOTIFIED : ' WS-CHG-COUNT
           DISPLAY 'RATE PERIODS HELD OVER: ' WS-PERIODS-SKIPPED
           DISPLAY 'LETTERS WRITTEN       : ' WS-LETTER-COUNT
           DISPLAY 'EMAILS WRITTEN        : ' WS-EMAIL-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------------------------------------------------*
       S1000-REPORT-ONE-PLAN.
      *--------------------------------------------------------------*
           IF WS-CHG-OLD-FOUND (CHG-IDX) = 'N'
              DISPLAY 'PLAN ' WS-CHG-PLAN-NAME (CHG-IDX)
                      ' EFFECTIVE ' WS-CHG-EFF-8 (CHG-IDX)
                      ' NOTICES ' WS-CHG-NOTICES (CHG-IDX)
                      ' (NO EARLIER RATE)'
           ELSE
              DISPLAY 'PLAN ' WS-CHG-PLAN-NAME (CHG-IDX)
                      ' EFFECTIVE ' WS-CHG-EFF-8 (CHG-IDX)
                      ' NOTICES ' WS-CHG-NOTICES (CHG-IDX)
           END-IF
           .
       S1000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE NOTIFY-CARD
           CLOSE PRCPLAN-FILE
           CLOSE MTR-INFO

           IF WS-MTRAGG-OPEN = 'Y'
              CLOSE MTRAGG-FILE
           END-IF

           IF WS-CUSTMST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
           END-IF

           CLOSE NOTICE-EXTRACT
           IF WS-NOTICE-STA NOT = '00'
              STRING 'Error in Closing notice extract file - '
                  WS-NOTICE-STA
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
