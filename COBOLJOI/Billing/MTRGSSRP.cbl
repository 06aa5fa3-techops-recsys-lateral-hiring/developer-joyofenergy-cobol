       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRGSSRP.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Quarterly guaranteed service standards report - for the        *
      * quarter named on the GSSQTR control card, the breaches the     *
      * nightly MTRGSSMN monitor found (by the date it found them) and *
      * the compensation paid (by the date it was paid), by standard,  *
      * with the breaches still waiting on a failed credit. These are  *
      * the figures the regulator return takes for service standards.  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Quarter control card - the from/to dates of the report
           SELECT QTR-CARD
           ASSIGN TO 'GSSQTR'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QTR-STA.

      *-- Breach register, walked start to finish
           SELECT GSSBRCH-FILE
           ASSIGN TO 'GSSBRCH'
           ORGANIZATION IS INDEXED
           RECORD KEY IS GB-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GSSBRCH-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  QTR-CARD
           LABEL RECORDS ARE STANDARD.
       01  QTR-REC.
           05 QTR-FROM-DATE      PIC 9(08).
           05 FILLER             PIC X(01).
           05 QTR-TO-DATE        PIC 9(08).
      *
       FD  GSSBRCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GSSBRCH0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-QTR-STA                 PIC 9(02) VALUE ZEROES.
           05 WS-GSSBRCH-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-GSSBRCH-OPEN            PIC X(01) VALUE 'N'.
      *-- Report totals
           05 WS-FOUND-TOTAL             PIC 9(07) VALUE ZEROES.
           05 WS-PAID-TOTAL              PIC 9(07) VALUE ZEROES.
           05 WS-PAID-AMOUNT-TOTAL       PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-UNPAID-TOTAL            PIC 9(07) VALUE ZEROES.
      *-- Edited fields for the report lines
           05 WS-ED-AMOUNT               PIC -(9)9.99.
      *-- One line per standard on the report
       01  WS-STANDARD-NAMES.
           05 FILLER      PIC X(24) VALUE 'FBILFINAL BILL LATE     '.
           05 FILLER      PIC X(24) VALUE 'DSPTDISPUTE UNRESOLVED  '.
           05 FILLER      PIC X(24) VALUE 'RCONRECONNECTION LATE   '.
           05 FILLER      PIC X(24) VALUE 'SWCHSWITCH WITHOUT PLAN '.
       01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-NAMES.
           05 WS-STD-ENTRY OCCURS 4 TIMES.
              10 WS-STD-TYPE             PIC X(04).
              10 WS-STD-NAME             PIC X(20).
       01  WS-STANDARD-COUNTS.
           05 WS-STD-COUNT-ENTRY OCCURS 4 TIMES.
              10 WS-STD-FOUND            PIC 9(07) VALUE ZEROES.
              10 WS-STD-PAID             PIC 9(07) VALUE ZEROES.
              10 WS-STD-PAID-AMOUNT      PIC 9(9)V9(4) VALUE ZEROES.
              10 WS-STD-UNPAID           PIC 9(07) VALUE ZEROES.
           05 STD-IDX                    PIC 9(02) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-TOTAL-BREACHES
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

      *-- No breach register just means no breaches yet
           OPEN INPUT GSSBRCH-FILE
           IF WS-GSSBRCH-STA = '00'
              MOVE 'Y'
                TO WS-GSSBRCH-OPEN
           ELSE
              IF WS-GSSBRCH-STA NOT = '35'
                 STRING 'Error in opening breach register - '
                     WS-GSSBRCH-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           DISPLAY '---- SERVICE STANDARDS REPORT ' QTR-FROM-DATE
                   ' TO ' QTR-TO-DATE ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-TOTAL-BREACHES.
      *--------------------------------------------------------------*
           IF WS-GSSBRCH-OPEN NOT = 'Y'
              GO TO B0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-ONE-BREACH
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-BREACH.
      *--------------------------------------------------------------*
      *-- Found in the quarter by detection date; paid in the quarter
      *-- by payment date; unpaid if its credit has yet to go through,
      *-- whenever it was found
           READ GSSBRCH-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B1500-EXIT
           END-READ

           EVALUATE GB-TYPE
              WHEN 'FBIL'
                 MOVE 1
                   TO STD-IDX
              WHEN 'DSPT'
                 MOVE 2
                   TO STD-IDX
              WHEN 'RCON'
                 MOVE 3
                   TO STD-IDX
              WHEN 'SWCH'
                 MOVE 4
                   TO STD-IDX
              WHEN OTHER
                 GO TO B1500-EXIT
           END-EVALUATE

           IF GB-DETECT-DATE NOT < QTR-FROM-DATE
              AND GB-DETECT-DATE NOT > QTR-TO-DATE
              ADD 1
                TO WS-STD-FOUND (STD-IDX)
                   WS-FOUND-TOTAL
           END-IF

           IF GB-STATUS = 'P'
              AND GB-PAID-DATE NOT < QTR-FROM-DATE
              AND GB-PAID-DATE NOT > QTR-TO-DATE
              ADD 1
                TO WS-STD-PAID (STD-IDX)
                   WS-PAID-TOTAL

              ADD GB-AMOUNT
                TO WS-STD-PAID-AMOUNT (STD-IDX)
                   WS-PAID-AMOUNT-TOTAL
           END-IF

           IF GB-STATUS NOT = 'P'
              AND GB-DETECT-DATE NOT > QTR-TO-DATE
              ADD 1
                TO WS-STD-UNPAID (STD-IDX)
                   WS-UNPAID-TOTAL
           END-IF
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       B2000-SHOW-ONE-STANDARD.
      *--------------------------------------------------------------*
           MOVE WS-STD-PAID-AMOUNT (STD-IDX)
             TO WS-ED-AMOUNT

           DISPLAY WS-STD-TYPE (STD-IDX) ' ' WS-STD-NAME (STD-IDX)
                   ' FOUND ' WS-STD-FOUND (STD-IDX)
                   ' PAID ' WS-STD-PAID (STD-IDX)
                   ' ' WS-ED-AMOUNT
                   ' UNPAID ' WS-STD-UNPAID (STD-IDX)
           .
       B2000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--The report's figures: by standard, then combined
           PERFORM B2000-SHOW-ONE-STANDARD
              THRU B2000-EXIT
           VARYING STD-IDX FROM 1 BY 1
             UNTIL STD-IDX > 4

           DISPLAY 'BREACHES FOUND          : ' WS-FOUND-TOTAL
           DISPLAY 'PAYMENTS MADE           : ' WS-PAID-TOTAL

           MOVE WS-PAID-AMOUNT-TOTAL
             TO WS-ED-AMOUNT
           DISPLAY 'COMPENSATION PAID       : ' WS-ED-AMOUNT

           DISPLAY 'BREACHES AWAITING CREDIT: ' WS-UNPAID-TOTAL

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

           IF WS-GSSBRCH-OPEN = 'Y'
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
           END-IF
           .
       Z0000-EXIT.

       Z0000-PROCESS-END.
           GOBACK.
