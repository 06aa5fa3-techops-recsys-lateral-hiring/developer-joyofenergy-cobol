       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRRPRPT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Monthly revenue recoveries report - walks the RPCASE file and  *
      * lists every case closed as confirmed tamper by the month end:  *
      * the units assessed, the back-bill value and investigation      *
      * charge raised, and what the account has paid towards them      *
      * since the case closed - in the month and to date - with the    *
      * balance still to recover. Payments on the account after the    *
      * close are counted against the recovery until it is covered.    *
      * Cases fully recovered before the month are left off. Open and  *
      * visited cases, those whose charges await approval, and those   *
      * closed with no tamper found, are counted. The month end comes  *
      * from the optional RPRCTL card (the last day of last month when *
      * the card is absent or zero).                                   *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Optional month-end date control card
           SELECT RPR-CARD
           ASSIGN TO 'RPRCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Revenue-protection cases, walked start to finish
           SELECT RPCASE-FILE
           ASSIGN TO 'RPCASE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RP-MTR-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPCASE-STA.

      *-- Posted payments - what the account paid after the close
           SELECT PAYHIST-FILE
           ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PH-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PAYHIST-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  RPR-CARD
           LABEL RECORDS ARE STANDARD.
       01  RPR-REC.
      *-- Month end to report to - ZEROES means the end of last month
           05 CARD-MONTH-END     PIC 9(08).
      *
       FD  RPCASE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPCASE0.
      *
       FD  PAYHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHST0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-RPCASE-STA              PIC 9(02) VALUE ZEROES.
           05 WS-PAYHIST-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-PAY-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-CASE-FLAG               PIC X(04) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-DAY-NBR                 PIC S9(8) COMP VALUE ZEROES.
           05 WS-MONTH-START-8           PIC 9(08) VALUE ZEROES.
           05 WS-MONTH-END-8             PIC 9(08) VALUE ZEROES.
      *-- One case's recovery
           05 WS-CASE-DUE                PIC 9(8)V9(4) VALUE ZEROES.
           05 WS-PAID-BEFORE             PIC 9(8)V9(4) VALUE ZEROES.
           05 WS-PAID-TO-DATE            PIC 9(8)V9(4) VALUE ZEROES.
           05 WS-COLL-BEFORE             PIC 9(8)V9(4) VALUE ZEROES.
           05 WS-COLL-TO-DATE            PIC 9(8)V9(4) VALUE ZEROES.
           05 WS-COLL-MONTH              PIC 9(8)V9(4) VALUE ZEROES.
           05 WS-OUTSTANDING             PIC 9(8)V9(4) VALUE ZEROES.
      *-- Report edit fields
           05 WS-ED-UNITS                PIC Z(8)9.99.
           05 WS-ED-VALUE                PIC Z(6)9.99.
           05 WS-ED-CHARGE               PIC Z(5)9.99.
           05 WS-ED-MONTH                PIC Z(6)9.99.
           05 WS-ED-TO-DATE              PIC Z(6)9.99.
           05 WS-ED-OUTST                PIC Z(6)9.99.
           05 WS-ED-TOTAL                PIC Z(8)9.99.
      *-- Case counts
           05 WS-OPEN-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-VISITED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-PARKED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-NO-TAMPER-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-TAMPER-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-NEW-TAMPER-COUNT        PIC 9(07) VALUE ZEROES.
           05 WS-LISTED-COUNT            PIC 9(07) VALUE ZEROES.
      *-- Report totals
           05 WS-TOT-UNITS               PIC 9(11)V9(5) VALUE ZEROES.
           05 WS-TOT-VALUE               PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-TOT-CHARGE              PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-TOT-NEW-DUE             PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-TOT-COLL-MONTH          PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-TOT-COLL-TO-DATE        PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-TOT-OUTSTANDING         PIC 9(9)V9(4) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-CASES
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

      *-- The month end from the card, or the end of last month
           MOVE ZEROES
             TO WS-MONTH-END-8

           OPEN INPUT RPR-CARD
           IF WS-CARD-STA = '00'
              READ RPR-CARD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CARD-MONTH-END NUMERIC
                       MOVE CARD-MONTH-END
                         TO WS-MONTH-END-8
                    END-IF
              END-READ
              CLOSE RPR-CARD
           END-IF

           IF WS-MONTH-END-8 = ZEROES
              MOVE WS-TODAY-8
                TO WS-MONTH-START-8

              MOVE '01'
                TO WS-MONTH-START-8 (7:2)

              COMPUTE WS-DAY-NBR =
                 FUNCTION INTEGER-OF-DATE (WS-MONTH-START-8) - 1

              COMPUTE WS-MONTH-END-8 =
                 FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)
           END-IF

           MOVE WS-MONTH-END-8
             TO WS-MONTH-START-8

           MOVE '01'
             TO WS-MONTH-START-8 (7:2)

      *-- Open Files
           OPEN INPUT RPCASE-FILE
           IF WS-RPCASE-STA NOT = '00'
              STRING 'Error in opening revenue protection file - '
                  WS-RPCASE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN INPUT PAYHIST-FILE
           IF WS-PAYHIST-STA NOT = '00'
              STRING 'Error in opening payment history file - '
                  WS-PAYHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           DISPLAY '---- REVENUE RECOVERIES FOR ' WS-MONTH-START-8
                   ' TO ' WS-MONTH-END-8 ' ----'
           DISPLAY 'METER        ACCOUNT      CLOSED       UNITS  '
                   '   ASSESSED   CHARGE  COLL MONTH  COLL TO DATE'
                   '  OUTSTANDING'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-CASES.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-ONE-CASE
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-CASE.
      *--------------------------------------------------------------*
           READ RPCASE-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 EVALUATE TRUE
                    WHEN RP-STATUS = 'O'
                       ADD 1
                         TO WS-OPEN-COUNT
                    WHEN RP-STATUS = 'V'
                       ADD 1
                         TO WS-VISITED-COUNT
                    WHEN RP-STATUS = 'P'
                       ADD 1
                         TO WS-PARKED-COUNT
                    WHEN RP-OUTCOME NOT = 'T'
                       ADD 1
                         TO WS-NO-TAMPER-COUNT
                    WHEN RP-CLOSE-DATE > WS-MONTH-END-8
                       CONTINUE
                    WHEN OTHER
                       PERFORM C0000-REPORT-ONE-CASE
                          THRU C0000-EXIT
                 END-EVALUATE
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-REPORT-ONE-CASE.
      *--------------------------------------------------------------*
      *-- What was paid before the month and by its end are each
      *-- capped at the amount raised; the month's collection is the
      *-- difference.
           ADD 1
             TO WS-TAMPER-COUNT

           COMPUTE WS-CASE-DUE =
              RP-ASSESSED-VALUE + RP-CHARGE-AMOUNT

           PERFORM D0000-SUM-PAYMENTS
              THRU D0000-EXIT

           IF WS-PAID-BEFORE > WS-CASE-DUE
              MOVE WS-CASE-DUE
                TO WS-COLL-BEFORE
           ELSE
              MOVE WS-PAID-BEFORE
                TO WS-COLL-BEFORE
           END-IF

           IF WS-PAID-TO-DATE > WS-CASE-DUE
              MOVE WS-CASE-DUE
                TO WS-COLL-TO-DATE
           ELSE
              MOVE WS-PAID-TO-DATE
                TO WS-COLL-TO-DATE
           END-IF

           COMPUTE WS-COLL-MONTH =
              WS-COLL-TO-DATE - WS-COLL-BEFORE

           COMPUTE WS-OUTSTANDING =
              WS-CASE-DUE - WS-COLL-TO-DATE

           IF RP-CLOSE-DATE < WS-MONTH-START-8
              MOVE SPACES
                TO WS-CASE-FLAG
      *-- Recovered in full before the month - nothing to report
              IF WS-COLL-BEFORE = WS-CASE-DUE
                 GO TO C0000-EXIT
              END-IF
           ELSE
              MOVE 'NEW'
                TO WS-CASE-FLAG

              ADD 1
                TO WS-NEW-TAMPER-COUNT

              ADD WS-CASE-DUE
                TO WS-TOT-NEW-DUE
           END-IF

           ADD 1
             TO WS-LISTED-COUNT

           ADD RP-ASSESSED-UNITS
             TO WS-TOT-UNITS

           ADD RP-ASSESSED-VALUE
             TO WS-TOT-VALUE

           ADD RP-CHARGE-AMOUNT
             TO WS-TOT-CHARGE

           ADD WS-COLL-MONTH
             TO WS-TOT-COLL-MONTH

           ADD WS-COLL-TO-DATE
             TO WS-TOT-COLL-TO-DATE

           ADD WS-OUTSTANDING
             TO WS-TOT-OUTSTANDING

           MOVE RP-ASSESSED-UNITS
             TO WS-ED-UNITS

           MOVE RP-ASSESSED-VALUE
             TO WS-ED-VALUE

           MOVE RP-CHARGE-AMOUNT
             TO WS-ED-CHARGE

           MOVE WS-COLL-MONTH
             TO WS-ED-MONTH

           MOVE WS-COLL-TO-DATE
             TO WS-ED-TO-DATE

           MOVE WS-OUTSTANDING
             TO WS-ED-OUTST

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING RP-MTR-ID               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  RP-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  RP-CLOSE-DATE           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-UNITS             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-VALUE             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-CHARGE            DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-ED-MONTH             DELIMITED BY SIZE
                  '    '                  DELIMITED BY SIZE
                  WS-ED-TO-DATE           DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  WS-ED-OUTST             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-CASE-FLAG            DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D0000-SUM-PAYMENTS.
      *--------------------------------------------------------------*
      *-- Payments received on the account from the close date to the
      *-- month end. Refunds paid out are not a recovery.
           MOVE ZEROES
             TO WS-PAID-BEFORE
                WS-PAID-TO-DATE

           MOVE 'N'
             TO WS-PAY-SCAN-DONE

           MOVE RP-ACCOUNT-ID
             TO PH-ACCOUNT-ID

           MOVE RP-CLOSE-DATE
             TO PH-PAY-DATE

           MOVE ZEROES
             TO PH-PAY-SEQ

           START PAYHIST-FILE KEY IS NOT LESS THAN PH-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-PAY-SCAN-DONE
           END-START

           PERFORM D1000-READ-ONE-PAYMENT
              THRU D1000-EXIT
            UNTIL WS-PAY-SCAN-DONE = 'Y'
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1000-READ-ONE-PAYMENT.
      *--------------------------------------------------------------*
           READ PAYHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-PAY-SCAN-DONE
                 GO TO D1000-EXIT
           END-READ

           IF PH-ACCOUNT-ID NOT = RP-ACCOUNT-ID
              OR PH-PAY-DATE > WS-MONTH-END-8
              MOVE 'Y'
                TO WS-PAY-SCAN-DONE
              GO TO D1000-EXIT
           END-IF

           IF PH-ENTRY-TYPE = 'R'
              GO TO D1000-EXIT
           END-IF

           ADD PH-AMOUNT
             TO WS-PAID-TO-DATE

           IF PH-PAY-DATE < WS-MONTH-START-8
              ADD PH-AMOUNT
                TO WS-PAID-BEFORE
           END-IF
           .
       D1000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Report totals, then say Good Bye and Exit
           DISPLAY ' '
           DISPLAY 'CASES OPEN            : ' WS-OPEN-COUNT
           DISPLAY 'CASES VISITED         : ' WS-VISITED-COUNT
           DISPLAY 'AWAITING APPROVAL     : ' WS-PARKED-COUNT
           DISPLAY 'CLOSED - NO TAMPER    : ' WS-NO-TAMPER-COUNT
           DISPLAY 'CLOSED - TAMPER       : ' WS-TAMPER-COUNT
           DISPLAY '  CLOSED THIS MONTH   : ' WS-NEW-TAMPER-COUNT
           DISPLAY '  LISTED              : ' WS-LISTED-COUNT

           MOVE WS-TOT-NEW-DUE
             TO WS-ED-TOTAL
           DISPLAY 'RAISED THIS MONTH     : ' WS-ED-TOTAL

           MOVE WS-TOT-UNITS
             TO WS-ED-TOTAL
           DISPLAY 'UNITS ASSESSED        : ' WS-ED-TOTAL

           MOVE WS-TOT-VALUE
             TO WS-ED-TOTAL
           DISPLAY 'VALUE ASSESSED        : ' WS-ED-TOTAL

           MOVE WS-TOT-CHARGE
             TO WS-ED-TOTAL
           DISPLAY 'INVESTIGATION CHARGES : ' WS-ED-TOTAL

           MOVE WS-TOT-COLL-MONTH
             TO WS-ED-TOTAL
           DISPLAY 'COLLECTED THIS MONTH  : ' WS-ED-TOTAL

           MOVE WS-TOT-COLL-TO-DATE
             TO WS-ED-TOTAL
           DISPLAY 'COLLECTED TO DATE     : ' WS-ED-TOTAL

           MOVE WS-TOT-OUTSTANDING
             TO WS-ED-TOTAL
           DISPLAY 'STILL TO RECOVER      : ' WS-ED-TOTAL

           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE RPCASE-FILE
           IF WS-RPCASE-STA NOT = '00'
              STRING 'Error in Closing revenue protection file - '
                  WS-RPCASE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE PAYHIST-FILE
           IF WS-PAYHIST-STA NOT = '00'
              STRING 'Error in Closing payment history file - '
                  WS-PAYHIST-STA
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
