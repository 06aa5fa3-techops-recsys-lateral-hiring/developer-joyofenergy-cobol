       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRBHRPT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Morning held-bill report, run after the overnight billing      *
      * cycle - lists every statement the bill-quality check is still  *
      * holding back (BILLHOLD status 'H') with the rule it broke, how *
      * many days it has waited, its figures and the average of the    *
      * previous statements it was judged against, followed by the     *
      * reviews since yesterday and the totals for each rule.          *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Held-bill review file, walked start to finish
           SELECT BILLHOLD-FILE
           ASSIGN TO 'BILLHOLD'
           ORGANIZATION IS INDEXED
           RECORD KEY IS HD-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BILLHOLD-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLHOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHLD0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-BILLHOLD-STA            PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-YESTERDAY-8             PIC 9(08) VALUE ZEROES.
           05 WS-DAY-NBR                 PIC S9(8) COMP VALUE ZEROES.
           05 WS-HOLD-DAY-NBR            PIC S9(8) COMP VALUE ZEROES.
           05 WS-DAYS-HELD               PIC 9(05) VALUE ZEROES.
           05 WS-CHARGES                 PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-ACTION-TEXT             PIC X(20) VALUE SPACES.
           05 WS-ED-DAYS                 PIC ZZZZ9.
           05 WS-ED-USAGE                PIC ZZZZZ9.99999.
           05 WS-ED-CHARGES              PIC ZZZZZZZ9.99.
           05 WS-ED-AVERAGE              PIC ZZZZZZZ9.99.
      *-- Totals - still held by rule, and reviewed since yesterday
           05 WS-HELD-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-HELD-CHARGES            PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-HIGH-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-OVER-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-ZERO-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-NEGV-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-RELEASED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-REBILLED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-CANCELLED-COUNT         PIC 9(07) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-HOLDS
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

           COMPUTE WS-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-8)

           COMPUTE WS-YESTERDAY-8 =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NBR - 1)

           DISPLAY '---- HELD BILLS AWAITING REVIEW ' WS-TODAY-8
                   ' ----'
           DISPLAY 'RULE METER        FROM     TO       ACCOUNT     '
                   ' DAYS        USAGE     CHARGES     AVERAGE CUSTOMER'

      *-- Open Files
      *-- No review file yet just means nothing has ever been held
           OPEN INPUT BILLHOLD-FILE
           IF WS-BILLHOLD-STA = '35'
              MOVE 'Y'
                TO WS-END-OF-FILE
              GO TO A0000-EXIT
           END-IF

           IF WS-BILLHOLD-STA NOT = '00'
              STRING 'Error in opening held bill file - '
                  WS-BILLHOLD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-HOLDS.
      *--------------------------------------------------------------*
           PERFORM B1500-READ-AND-REPORT
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-REPORT.
      *--------------------------------------------------------------*
           READ BILLHOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF HD-STATUS = 'H'
                    PERFORM C0000-REPORT-ONE-HOLD
                       THRU C0000-EXIT
                 ELSE
                    PERFORM C1000-COUNT-ONE-REVIEW
                       THRU C1000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-REPORT-ONE-HOLD.
      *--------------------------------------------------------------*
           ADD 1
             TO WS-HELD-COUNT

           EVALUATE HD-REASON
              WHEN 'HIGH'
                 ADD 1
                   TO WS-HIGH-COUNT
              WHEN 'OVER'
                 ADD 1
                   TO WS-OVER-COUNT
              WHEN 'ZERO'
                 ADD 1
                   TO WS-ZERO-COUNT
              WHEN 'NEGV'
                 ADD 1
                   TO WS-NEGV-COUNT
           END-EVALUATE

           COMPUTE WS-CHARGES =
              HD-TOTAL-COST + HD-TAX-AMOUNT

           ADD WS-CHARGES
             TO WS-HELD-CHARGES

           COMPUTE WS-HOLD-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (HD-HOLD-DATE)

           COMPUTE WS-DAYS-HELD =
              WS-DAY-NBR - WS-HOLD-DAY-NBR

           MOVE WS-DAYS-HELD
             TO WS-ED-DAYS

           MOVE HD-TOTAL-USAGE
             TO WS-ED-USAGE

           MOVE WS-CHARGES
             TO WS-ED-CHARGES

           MOVE HD-HIST-AVERAGE
             TO WS-ED-AVERAGE

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING HD-REASON               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  HD-MTR-ID               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  HD-FROM-DATE            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  HD-TO-DATE              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  HD-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-DAYS              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-USAGE             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-CHARGES           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-AVERAGE           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  HD-CUSTOMER-NAME (1:30) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-COUNT-ONE-REVIEW.
      *--------------------------------------------------------------*
      *-- Reviews since yesterday morning's report, listed so the
      *-- team can see what was cleared. A cancel whose rebill never
      *-- produced a statement leaves the period unbilled, so it is
      *-- listed every morning until it is dealt with.
           IF HD-ACTION-DATE < WS-YESTERDAY-8
              AND HD-STATUS NOT = 'C'
              GO TO C1000-EXIT
           END-IF

           EVALUATE HD-STATUS
              WHEN 'R'
                 MOVE 'RELEASED'
                   TO WS-ACTION-TEXT
                 ADD 1
                   TO WS-RELEASED-COUNT
              WHEN 'B'
                 MOVE 'CANCELLED, REBILLED'
                   TO WS-ACTION-TEXT
                 ADD 1
                   TO WS-REBILLED-COUNT
              WHEN OTHER
                 MOVE 'CANCELLED, NOT BILLED'
                   TO WS-ACTION-TEXT
                 ADD 1
                   TO WS-CANCELLED-COUNT
           END-EVALUATE

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING 'REVIEWED '             DELIMITED BY SIZE
                  HD-MTR-ID               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  HD-FROM-DATE            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  HD-REASON               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ACTION-TEXT          DELIMITED BY SIZE
                  ' ON '                  DELIMITED BY SIZE
                  HD-ACTION-DATE          DELIMITED BY SIZE
                  ' BY '                  DELIMITED BY SIZE
                  HD-OPERATOR             DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       C1000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Totals for each rule
           DISPLAY '---- HELD BILL TOTALS ----'
           DISPLAY 'STILL HELD          : ' WS-HELD-COUNT
                   ' CHARGES ' WS-HELD-CHARGES
           DISPLAY '  HIGH AGAINST AVG  : ' WS-HIGH-COUNT
           DISPLAY '  OVER CEILING      : ' WS-OVER-COUNT
           DISPLAY '  ZERO USAGE        : ' WS-ZERO-COUNT
           DISPLAY '  NET CREDIT        : ' WS-NEGV-COUNT
           DISPLAY 'RELEASED SINCE YEST : ' WS-RELEASED-COUNT
           DISPLAY 'REBILLED SINCE YEST : ' WS-REBILLED-COUNT
           DISPLAY 'CANCELLED, UNBILLED : ' WS-CANCELLED-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-BILLHOLD-STA NOT = '35'
              CLOSE BILLHOLD-FILE
              IF WS-BILLHOLD-STA NOT = '00'
                 STRING 'Error in Closing held bill file - '
                     WS-BILLHOLD-STA
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
