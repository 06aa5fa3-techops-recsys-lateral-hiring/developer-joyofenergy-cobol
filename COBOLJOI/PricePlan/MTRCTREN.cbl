       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRCTREN.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Fixed-term contract renewal run. Walks the CONTRACT file and,  *
      * for every active contract coming up to its end date, writes a  *
      * renewal notice to the RENNOTE extract 42 to 49 days before the *
      * end - what the customer's last twelve months cost on the plan  *
      * they are on and what they would have cost on the cheapest      *
      * other plan (PRCPLCMP), the end date, the exit fee until then   *
      * and the variable plan they roll onto if they do nothing. A     *
      * contract whose end has passed unanswered, and whose notice has *
      * had its 42 days, is rolled onto the RENEWCTL default plan      *
      * through MTRPLSWT. A contract whose plan period has already     *
      * been closed some other way is closed as superseded.            *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Renewal control card - the supplier and variable plan an
      *-- unanswered contract rolls onto
           SELECT RENEW-CARD
           ASSIGN TO 'RENEWCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Fixed-term contracts, walked start to finish - each notice
      *-- or roll is stamped back on the contract
           SELECT CONTRACT-FILE
           ASSIGN TO 'CONTRACT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CT-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CONTRACT-STA.

      *-- Customer master - name, address, email and how the customer
      *-- wants to hear from us
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

      *-- The renewal notice extract for the print and email house
           SELECT RENEWAL-EXTRACT
           ASSIGN TO 'RENNOTE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RENNOTE-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  RENEW-CARD
           LABEL RECORDS ARE STANDARD.
       01  CARD-REC.
           05 CARD-DEFAULT-SUPL  PIC X(50).
           05 CARD-DEFAULT-PLAN  PIC X(50).
      *
       FD  CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTRCT0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
      *-- One notice per contract. Channel 'E' goes by email, 'P' by
      *-- post. Compare flag 'N' means the meter has no reading
      *-- history to price yet, so only the dates and fee are quoted.
       FD  RENEWAL-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  RENEWAL-REC.
           05 RN-CHANNEL         PIC X(01).
           05 FILLER             PIC X(01).
           05 RN-ACCOUNT-ID      PIC X(12).
           05 FILLER             PIC X(01).
           05 RN-MTR-ID          PIC X(12).
           05 FILLER             PIC X(01).
           05 RN-PLAN-NAME       PIC X(50).
           05 FILLER             PIC X(01).
           05 RN-END-DATE        PIC 9(08).
           05 FILLER             PIC X(01).
           05 RN-ROLL-DATE       PIC 9(08).
           05 FILLER             PIC X(01).
           05 RN-EXIT-FEE        PIC ZZ9.99.
           05 FILLER             PIC X(01).
           05 RN-NAME            PIC X(50).
           05 FILLER             PIC X(01).
           05 RN-ADDR-LINE-1     PIC X(40).
           05 FILLER             PIC X(01).
           05 RN-ADDR-LINE-2     PIC X(40).
           05 FILLER             PIC X(01).
           05 RN-ADDR-LINE-3     PIC X(40).
           05 FILLER             PIC X(01).
           05 RN-POSTCODE        PIC X(10).
           05 FILLER             PIC X(01).
           05 RN-EMAIL           PIC X(50).
           05 FILLER             PIC X(01).
           05 RN-COMPARE-FLAG    PIC X(01).
           05 FILLER             PIC X(01).
           05 RN-CURRENT-COST    PIC ZZZZ9.99.
           05 FILLER             PIC X(01).
           05 RN-BEST-PLAN       PIC X(50).
           05 FILLER             PIC X(01).
           05 RN-BEST-SUPL       PIC X(50).
           05 FILLER             PIC X(01).
           05 RN-BEST-COST       PIC ZZZZ9.99.
           05 FILLER             PIC X(01).
           05 RN-DEFAULT-PLAN    PIC X(50).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-CONTRACT-STA            PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-RENNOTE-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-CONTRACT-OPEN           PIC X(01) VALUE 'N'.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-TODAY-NBR               PIC S9(8) COMP VALUE ZEROES.
           05 WS-DAY-NBR                 PIC S9(8) COMP VALUE ZEROES.
           05 WS-DAYS-LEFT               PIC S9(8) COMP VALUE ZEROES.
      *-- The twelve months the notice's comparison is priced over
           05 WS-COMPARE-FROM-8          PIC 9(08) VALUE ZEROES.
           05 WS-COMPARE-TO-8            PIC 9(08) VALUE ZEROES.
      *-- The day an unanswered contract moves to the default plan -
      *-- the day after its end, but never sooner than 42 days after
      *-- the notice went out
           05 WS-ROLL-DATE-8             PIC 9(08) VALUE ZEROES.
           05 WS-NOTICE-ROLL-8           PIC 9(08) VALUE ZEROES.
           05 WS-PERIOD-OPEN             PIC X(01) VALUE 'N'.
           05 WS-SAVED-KEY               PIC X(32) VALUE SPACES.
           05 WS-BEST-FOUND              PIC X(01) VALUE 'N'.
           05 RANK-IDX                   PIC 9(03) VALUE ZEROES.
      *-- Control totals for the end-of-run report
           05 WS-ACTIVE-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-NOTICE-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-LATE-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-ROLLED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-SUPERSEDED-COUNT        PIC 9(07) VALUE ZEROES.
           05 WS-FAILED-COUNT            PIC 9(07) VALUE ZEROES.

           COPY PRCPLN01.

           COPY MTRPLAN0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           IF WS-CONTRACT-OPEN = 'Y'
              PERFORM B0000-PROCESS-ALL-CONTRACTS
                 THRU B0000-EXIT
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
           OPEN INPUT RENEW-CARD
           IF WS-CARD-STA NOT = '00'
              STRING 'Error in opening renewal control card - '
                  WS-CARD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           READ RENEW-CARD
              AT END
                 MOVE 'Renewal control card is empty'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
           END-READ

           IF CARD-DEFAULT-SUPL = SPACES
              OR CARD-DEFAULT-PLAN = SPACES
              MOVE 'Default supplier and plan are both required'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           CLOSE RENEW-CARD

      *-- No contract file yet just means no fixed-term plan has
      *-- been taken
           MOVE 'N'
             TO WS-CONTRACT-OPEN

           OPEN I-O CONTRACT-FILE
           IF WS-CONTRACT-STA = '00'
              MOVE 'Y'
                TO WS-CONTRACT-OPEN
           ELSE
              IF WS-CONTRACT-STA NOT = '35'
                 STRING 'Error in opening contract file - '
                     WS-CONTRACT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
              DISPLAY 'NO CONTRACT FILE - NO FIXED-TERM CONTRACTS'
           END-IF

      *-- No customer master just means notices go by post with no
      *-- address for the print house to add
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
           OPEN OUTPUT RENEWAL-EXTRACT
           IF WS-RENNOTE-STA NOT = '00'
              STRING 'Error in opening renewal extract file - '
                  WS-RENNOTE-STA
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

           COMPUTE WS-TODAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-8)

      *-- The comparison covers the year up to yesterday
           COMPUTE WS-DAY-NBR = WS-TODAY-NBR - 365

           COMPUTE WS-COMPARE-FROM-8 =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)

           COMPUTE WS-DAY-NBR = WS-TODAY-NBR - 1

           COMPUTE WS-COMPARE-TO-8 =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)

           DISPLAY '---- FIXED-TERM CONTRACT RENEWALS ' WS-TODAY-8
                   ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-CONTRACTS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           MOVE LOW-VALUES
             TO CT-KEY

           START CONTRACT-FILE KEY IS NOT LESS THAN CT-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-FILE
           END-START

           PERFORM B1500-READ-CONTRACT
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-CONTRACT.
      *--------------------------------------------------------------*
           READ CONTRACT-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
              NOT AT END
                 IF CT-STATUS = 'A'
                    PERFORM C0000-PROCESS-ONE-CONTRACT
                       THRU C0000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-PROCESS-ONE-CONTRACT.
      *--------------------------------------------------------------*
           ADD 1
             TO WS-ACTIVE-COUNT

           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE (CT-END-DATE) - WS-TODAY-NBR

      *-- Not yet noticed: nothing to do until the 49-day mark
           IF CT-NOTICE-DATE = ZEROES
              AND WS-DAYS-LEFT > 49
              GO TO C0000-EXIT
           END-IF

      *-- Noticed: nothing to do until the roll date comes round
           IF CT-NOTICE-DATE NOT = ZEROES
              PERFORM C2000-SET-ROLL-DATE
                 THRU C2000-EXIT

              IF WS-ROLL-DATE-8 > WS-TODAY-8
                 GO TO C0000-EXIT
              END-IF
           END-IF

      *-- The contract only still matters while its plan period is
      *-- the meter's open one
           PERFORM C1000-CHECK-PERIOD
              THRU C1000-EXIT

           IF WS-PERIOD-OPEN = 'N'
              PERFORM F0000-CLOSE-SUPERSEDED
                 THRU F0000-EXIT
              GO TO C0000-EXIT
           END-IF

           IF CT-NOTICE-DATE = ZEROES
              PERFORM D0000-WRITE-NOTICE
                 THRU D0000-EXIT
           ELSE
              PERFORM E0000-ROLL-CONTRACT
                 THRU E0000-EXIT
           END-IF
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-CHECK-PERIOD.
      *--------------------------------------------------------------*
      *-- The meter's current plan period, through PRCPLACT - it has
      *-- to be the one the contract was taken on and still open
           MOVE 'N'
             TO WS-PERIOD-OPEN

           MOVE SPACES
             TO C01-ACCOUNT-ID OF MTRINFO
                USER-NAME OF MTRINFO
                POWER-SUPL-NAME OF MTRINFO
                POWER-PLAN-NAME OF MTRINFO

           MOVE ZEROES
             TO C01-AS-OF-DATE OF MTRINFO
                C01-START-DATE OF MTRINFO
                C01-END-DATE OF MTRINFO

           MOVE CT-MTR-ID
             TO UINFO-MTR-ID OF MTRINFO

           CALL 'PRCPLACT'
          USING MTRINFO

           IF C01-ACCOUNT-ID OF MTRINFO = CT-ACCOUNT-ID
              AND C01-START-DATE OF MTRINFO = CT-START-DATE
              AND C01-END-DATE OF MTRINFO = ZEROES
              MOVE 'Y'
                TO WS-PERIOD-OPEN
           END-IF
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       C2000-SET-ROLL-DATE.
      *--------------------------------------------------------------*
           COMPUTE WS-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (CT-END-DATE) + 1

           COMPUTE WS-ROLL-DATE-8 =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)

           IF CT-NOTICE-DATE NOT = ZEROES
              COMPUTE WS-DAY-NBR =
                 FUNCTION INTEGER-OF-DATE (CT-NOTICE-DATE) + 42
           ELSE
              COMPUTE WS-DAY-NBR = WS-TODAY-NBR + 42
           END-IF

           COMPUTE WS-NOTICE-ROLL-8 =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)

           IF WS-NOTICE-ROLL-8 > WS-ROLL-DATE-8
              MOVE WS-NOTICE-ROLL-8
                TO WS-ROLL-DATE-8
           END-IF
           .
       C2000-EXIT.
      *--------------------------------------------------------------*
       D0000-WRITE-NOTICE.
      *--------------------------------------------------------------*
      *-- One notice: who to send it to and how, the dates and fee,
      *-- and the last year's cost on this plan against the cheapest
      *-- other plan
           PERFORM C2000-SET-ROLL-DATE
              THRU C2000-EXIT

           MOVE SPACES
             TO RENEWAL-REC

           MOVE USER-NAME OF MTRINFO
             TO RN-NAME

           MOVE 'P'
             TO RN-CHANNEL

           IF WS-CUSTMST-OPEN = 'Y'
              MOVE CT-ACCOUNT-ID
                TO CM-ACCOUNT-ID

              READ CUSTMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CM-NAME NOT = SPACES
                       MOVE CM-NAME
                         TO RN-NAME
                    END-IF

                    MOVE CM-ADDR-LINE-1
                      TO RN-ADDR-LINE-1

                    MOVE CM-ADDR-LINE-2
                      TO RN-ADDR-LINE-2

                    MOVE CM-ADDR-LINE-3
                      TO RN-ADDR-LINE-3

                    MOVE CM-POSTCODE
                      TO RN-POSTCODE

      *-- Email only for a customer who asked for it and gave us an
      *-- address to send it to
                    IF CM-DELIVERY-PREF = 'E'
                       AND CM-EMAIL NOT = SPACES
                       MOVE 'E'
                         TO RN-CHANNEL

                       MOVE CM-EMAIL
                         TO RN-EMAIL
                    END-IF
              END-READ
           END-IF

           MOVE CT-ACCOUNT-ID
             TO RN-ACCOUNT-ID

           MOVE CT-MTR-ID
             TO RN-MTR-ID

           MOVE CT-PLAN-NAME
             TO RN-PLAN-NAME

           MOVE CT-END-DATE
             TO RN-END-DATE

           MOVE WS-ROLL-DATE-8
             TO RN-ROLL-DATE

           MOVE CT-EXIT-FEE
             TO RN-EXIT-FEE

           MOVE CARD-DEFAULT-PLAN
             TO RN-DEFAULT-PLAN

           PERFORM D1000-COMPARE-PLANS
              THRU D1000-EXIT

           WRITE RENEWAL-REC
           IF WS-RENNOTE-STA NOT = '00'
              STRING 'Error in writing renewal extract - '
                  WS-RENNOTE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              ADD 1
                TO WS-FAILED-COUNT
              GO TO D0000-EXIT
           END-IF

           ADD 1
             TO WS-NOTICE-COUNT

      *-- Inside 42 days is a late notice - the roll date has been
      *-- pushed out to give the customer the full 42
           IF WS-DAYS-LEFT < 42
              ADD 1
                TO WS-LATE-COUNT
              DISPLAY 'LATE NOTICE ' CT-ACCOUNT-ID ' ' CT-MTR-ID
                      ' ENDS ' CT-END-DATE ' ROLLS ' WS-ROLL-DATE-8
           END-IF

           MOVE WS-TODAY-8
             TO CT-NOTICE-DATE

           REWRITE CONTRACT-REC
           IF WS-CONTRACT-STA NOT = '00'
              STRING 'Error in rewriting contract - '
                  WS-CONTRACT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              ADD 1
                TO WS-FAILED-COUNT
           END-IF
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1000-COMPARE-PLANS.
      *--------------------------------------------------------------*
      *-- The meter's last year priced on every plan, cheapest first
           MOVE 'N'
             TO RN-COMPARE-FLAG

           INITIALIZE PRCPLANC

           MOVE CT-MTR-ID
             TO PRCPLANC-MTR-ID

           MOVE WS-COMPARE-FROM-8
             TO PRCPLANC-FROM-DATE

           MOVE WS-COMPARE-TO-8
             TO PRCPLANC-TO-DATE

           CALL 'PRCPLCMP'
          USING PRCPLANC

           IF PRCPLANC-PLAN-COUNT = ZEROES
              OR PRCPLANC-ACTUAL-UNITS = ZEROES
              GO TO D1000-EXIT
           END-IF

           MOVE 'Y'
             TO RN-COMPARE-FLAG

           MOVE PRCPLANC-ACTUAL-COST
             TO RN-CURRENT-COST

      *-- The cheapest plan that is not the one they are on
           MOVE 'N'
             TO WS-BEST-FOUND

           PERFORM D1500-CHECK-ONE-RANK
              THRU D1500-EXIT
           VARYING RANK-IDX FROM 1 BY 1
             UNTIL RANK-IDX > PRCPLANC-PLAN-COUNT
                OR RANK-IDX > 50
                OR WS-BEST-FOUND = 'Y'
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D1500-CHECK-ONE-RANK.
      *--------------------------------------------------------------*
           IF PRCPLANC-RANK-PLAN (RANK-IDX) NOT = CT-PLAN-NAME
              MOVE 'Y'
                TO WS-BEST-FOUND

              MOVE PRCPLANC-RANK-PLAN (RANK-IDX)
                TO RN-BEST-PLAN

              MOVE PRCPLANC-RANK-SUPL (RANK-IDX)
                TO RN-BEST-SUPL

              MOVE PRCPLANC-RANK-COST (RANK-IDX)
                TO RN-BEST-COST
           END-IF
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       E0000-ROLL-CONTRACT.
      *--------------------------------------------------------------*
      *-- No answer by the roll date: the meter moves onto the default
      *-- variable plan through the ordinary switch. MTRPLSWT settles
      *-- this contract itself through MTRCTRMT, which opens the
      *-- same file for update, so it is closed around the call and
      *-- the walk picks up again after this key.
           MOVE CT-KEY
             TO WS-SAVED-KEY

           MOVE CARD-DEFAULT-SUPL
             TO POWER-SUPL-NAME OF MTRINFO

           MOVE CARD-DEFAULT-PLAN
             TO POWER-PLAN-NAME OF MTRINFO

           MOVE WS-ROLL-DATE-8
             TO C01-START-DATE OF MTRINFO

           MOVE '0'
             TO C01-RETURN-CD OF MTRINFO

           CLOSE CONTRACT-FILE

           CALL 'MTRPLSWT'
          USING MTRINFO

           OPEN I-O CONTRACT-FILE
           IF WS-CONTRACT-STA NOT = '00'
              STRING 'Error in reopening contract file - '
                  WS-CONTRACT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE 'N'
                TO WS-CONTRACT-OPEN
              MOVE 'Y'
                TO WS-END-OF-FILE
              GO TO E0000-EXIT
           END-IF

           MOVE WS-SAVED-KEY
             TO CT-KEY

           IF C01-RETURN-CD OF MTRINFO NOT = '0'
              DISPLAY 'ROLL FAILED ' CT-ACCOUNT-ID ' ' CT-MTR-ID
                      ' RC ' C01-RETURN-CD OF MTRINFO
                      ' ' C01-REASON OF MTRINFO
              ADD 1
                TO WS-FAILED-COUNT
           ELSE
              READ CONTRACT-FILE
                 INVALID KEY
                    ADD 1
                      TO WS-FAILED-COUNT
                 NOT INVALID KEY
                    MOVE 'R'
                      TO CT-STATUS

                    MOVE 'MTRCTREN'
                      TO CT-OPERATOR

                    REWRITE CONTRACT-REC

                    ADD 1
                      TO WS-ROLLED-COUNT

                    DISPLAY 'ROLLED ' CT-ACCOUNT-ID ' ' CT-MTR-ID
                            ' ONTO ' CARD-DEFAULT-PLAN
                            ' FROM ' WS-ROLL-DATE-8
              END-READ

              MOVE WS-SAVED-KEY
                TO CT-KEY
           END-IF

           START CONTRACT-FILE KEY IS GREATER THAN CT-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-FILE
           END-START
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       F0000-CLOSE-SUPERSEDED.
      *--------------------------------------------------------------*
      *-- The period was closed without the contract being settled -
      *-- nothing left to notice or roll
           MOVE 'C'
             TO CT-STATUS

           MOVE WS-TODAY-8
             TO CT-CLOSED-DATE

           IF CT-END-DATE < WS-TODAY-8
              MOVE CT-END-DATE
                TO CT-CLOSED-DATE
           END-IF

           MOVE 'MTRCTREN'
             TO CT-OPERATOR

           REWRITE CONTRACT-REC
           IF WS-CONTRACT-STA NOT = '00'
              STRING 'Error in rewriting contract - '
                  WS-CONTRACT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              ADD 1
                TO WS-FAILED-COUNT
              GO TO F0000-EXIT
           END-IF

           ADD 1
             TO WS-SUPERSEDED-COUNT
           .
       F0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Run totals
           DISPLAY '---- FIXED-TERM CONTRACT RENEWAL TOTALS ----'
           DISPLAY 'ACTIVE CONTRACTS   : ' WS-ACTIVE-COUNT
           DISPLAY 'NOTICES WRITTEN    : ' WS-NOTICE-COUNT
           DISPLAY '  OF WHICH LATE    : ' WS-LATE-COUNT
           DISPLAY 'ROLLED TO DEFAULT  : ' WS-ROLLED-COUNT
           DISPLAY 'CLOSED, SUPERSEDED : ' WS-SUPERSEDED-COUNT
           DISPLAY 'FAILED             : ' WS-FAILED-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-CUSTMST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
           END-IF

           CLOSE RENEWAL-EXTRACT

           IF WS-CONTRACT-OPEN = 'Y'
              CLOSE CONTRACT-FILE
              IF WS-CONTRACT-STA NOT = '00'
                 STRING 'Error in Closing contract file - '
                     WS-CONTRACT-STA
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
