       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRPARPT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Weekly payment arrangement report - lists every arrangement    *
      * with a schedule as the nightly monitor (MTRPAMON) last found   *
      * it: KEPT (no instalment missed), AT RISK (one behind), BROKEN  *
      * (two behind, broken in the last 7 days) and COMPLETED (paid    *
      * in full in the last 7 days), with received against due and    *
      * the totals for each group.                                     *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Payment arrangements, walked start to finish
           SELECT PAYARR-FILE
           ASSIGN TO 'PAYARR'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PA-ACCOUNT-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYARR-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYARR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYARR0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-PAYARR-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-WEEK-START-8            PIC 9(08) VALUE ZEROES.
           05 WS-DAY-NBR                 PIC S9(8) COMP VALUE ZEROES.
           05 WS-GROUP                   PIC X(09) VALUE SPACES.
           05 WS-DUE-TO-DATE             PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-INST-IDX                PIC 9(02) VALUE ZEROES.
           05 WS-ED-DUE                  PIC ZZZZZZ9.99.
           05 WS-ED-PAID                 PIC ZZZZZZ9.99.
           05 WS-ED-TOTAL                PIC ZZZZZZ9.99.
      *-- Group totals
           05 WS-KEPT-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-KEPT-OWED               PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-RISK-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-RISK-OWED               PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-BROKEN-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-BROKEN-OWED             PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-COMPLETED-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-COMPLETED-PAID          PIC 9(11)V9(4) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-ARRANGEMENTS
              THRU B0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           OPEN INPUT PAYARR-FILE
           IF WS-PAYARR-STA NOT = '00'
              STRING 'Error in opening payment arrangement file - '
                  WS-PAYARR-STA
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
              FUNCTION INTEGER-OF-DATE (WS-TODAY-8) - 6

           COMPUTE WS-WEEK-START-8 =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)

           DISPLAY '---- PAYMENT ARRANGEMENTS WEEK ' WS-WEEK-START-8
                   ' TO ' WS-TODAY-8 ' ----'
           DISPLAY 'GROUP     ACCOUNT      AGREED   F DUE MISS'
                   '     DUE TO DATE   RECEIVED      TOTAL  CHECKED'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-ARRANGEMENTS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-AND-REPORT
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-REPORT.
      *--------------------------------------------------------------*
           READ PAYARR-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF PA-INSTAL-COUNT > ZEROES
                    PERFORM C0000-REPORT-ONE-ARRANGEMENT
                       THRU C0000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-REPORT-ONE-ARRANGEMENT.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO WS-GROUP

           EVALUATE TRUE
              WHEN PA-STATUS = 'A'
                   AND PA-INSTAL-MISSED = ZEROES
                 MOVE 'KEPT'
                   TO WS-GROUP
                 ADD 1
                   TO WS-KEPT-COUNT
                 COMPUTE WS-KEPT-OWED =
                    WS-KEPT-OWED + PA-TOTAL-AMOUNT - PA-PAID-TO-DATE
              WHEN PA-STATUS = 'A'
                 MOVE 'AT RISK'
                   TO WS-GROUP
                 ADD 1
                   TO WS-RISK-COUNT
                 COMPUTE WS-RISK-OWED =
                    WS-RISK-OWED + PA-TOTAL-AMOUNT - PA-PAID-TO-DATE
              WHEN PA-STATUS = 'B'
                   AND PA-CLOSED-DATE NOT < WS-WEEK-START-8
                 MOVE 'BROKEN'
                   TO WS-GROUP
                 ADD 1
                   TO WS-BROKEN-COUNT
                 COMPUTE WS-BROKEN-OWED =
                    WS-BROKEN-OWED + PA-TOTAL-AMOUNT - PA-PAID-TO-DATE
              WHEN PA-STATUS = 'C'
                   AND PA-CLOSED-DATE NOT < WS-WEEK-START-8
                   AND PA-PAID-TO-DATE NOT < PA-TOTAL-AMOUNT
                 MOVE 'COMPLETED'
                   TO WS-GROUP
                 ADD 1
                   TO WS-COMPLETED-COUNT
                 ADD PA-PAID-TO-DATE
                   TO WS-COMPLETED-PAID
              WHEN OTHER
                 GO TO C0000-EXIT
           END-EVALUATE

      *-- What the schedule called for by the monitor's last check
           MOVE ZEROES
             TO WS-DUE-TO-DATE

           PERFORM C1500-ADD-ONE-DUE
              THRU C1500-EXIT
           VARYING WS-INST-IDX FROM 1 BY 1
             UNTIL WS-INST-IDX > PA-INSTAL-DUE

           MOVE WS-DUE-TO-DATE
             TO WS-ED-DUE

           MOVE PA-PAID-TO-DATE
             TO WS-ED-PAID

           MOVE PA-TOTAL-AMOUNT
             TO WS-ED-TOTAL

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING WS-GROUP                DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PA-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PA-AGREED-DATE          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PA-FREQUENCY            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PA-INSTAL-DUE           DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PA-INSTAL-MISSED        DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  WS-ED-DUE               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-PAID              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-TOTAL             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PA-LAST-CHECK-DATE      DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-ADD-ONE-DUE.
      *--------------------------------------------------------------*
           ADD PA-DUE-AMOUNT (WS-INST-IDX)
             TO WS-DUE-TO-DATE
           .
       C1500-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Group totals
           DISPLAY '---- PAYMENT ARRANGEMENT TOTALS ----'
           DISPLAY 'KEPT               : ' WS-KEPT-COUNT
                   ' STILL TO PAY ' WS-KEPT-OWED
           DISPLAY 'AT RISK            : ' WS-RISK-COUNT
                   ' STILL TO PAY ' WS-RISK-OWED
           DISPLAY 'BROKEN THIS WEEK   : ' WS-BROKEN-COUNT
                   ' UNPAID       ' WS-BROKEN-OWED
           DISPLAY 'COMPLETED THIS WEEK: ' WS-COMPLETED-COUNT
                   ' PAID         ' WS-COMPLETED-PAID

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE PAYARR-FILE
           IF WS-PAYARR-STA NOT = '00'
              STRING 'Error in Closing payment arrangement file - '
                  WS-PAYARR-STA
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
