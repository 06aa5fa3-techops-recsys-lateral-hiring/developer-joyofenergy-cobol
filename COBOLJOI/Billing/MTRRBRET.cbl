       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRRBRET.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Social tariff closing-position return - totals the REBSCH      *
      * scheme file for the scheme year on the optional RBRCTL card    *
      * (the current year when the card is absent or zero) for the     *
      * scheme administrator: the number and value of rebates paid,    *
      * split between live accounts and the closing balances of        *
      * accounts that switched away, and by eligibility source, with   *
      * the entries still eligible and unpaid, pending applications,   *
      * refusals and lapsed entries counted alongside.                 *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Optional scheme year control card
           SELECT RBR-CARD
           ASSIGN TO 'RBRCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Rebate scheme file, walked start to finish
           SELECT REBSCH-FILE
           ASSIGN TO 'REBSCH'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RB-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REBSCH-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  RBR-CARD
           LABEL RECORDS ARE STANDARD.
       01  RBR-REC.
      *-- Scheme year to return - ZEROES means the current year
           05 CARD-SCHEME-YEAR   PIC 9(04).
      *
       FD  REBSCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REBSCH0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-REBSCH-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-SCHEME-OPEN             PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-SCHEME-YEAR             PIC 9(04) VALUE ZEROES.
      *-- Report edit fields
           05 WS-ED-COUNT                PIC ZZZZZZ9.
           05 WS-ED-VALUE                PIC ZZZZZZZZ9.99.
      *-- Return totals
           05 WS-ENTRY-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-PAID-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-PAID-VALUE              PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-LIVE-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-LIVE-VALUE              PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-SWITCHED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-SWITCHED-VALUE          PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-MATCH-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-MATCH-VALUE             PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-APPL-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-APPL-VALUE              PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-UNPAID-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-PENDING-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-REFUSED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-LAPSED-COUNT            PIC 9(07) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-ENTRIES
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

      *-- The scheme year from the card, or the current year
           MOVE WS-TODAY-8 (1:4)
             TO WS-SCHEME-YEAR

           OPEN INPUT RBR-CARD
           IF WS-CARD-STA = '00'
              READ RBR-CARD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CARD-SCHEME-YEAR NUMERIC
                       AND CARD-SCHEME-YEAR > ZEROES
                       MOVE CARD-SCHEME-YEAR
                         TO WS-SCHEME-YEAR
                    END-IF
              END-READ
              CLOSE RBR-CARD
           END-IF

           DISPLAY '---- SOCIAL TARIFF REBATE CLOSING POSITION - SCHEME'
                   ' YEAR ' WS-SCHEME-YEAR ' AS AT ' WS-TODAY-8 ' ----'

      *-- Open Files
      *-- No scheme file just means nobody has been entered yet - the
      *-- return goes out with nil figures
           OPEN INPUT REBSCH-FILE
           IF WS-REBSCH-STA = '00'
              MOVE 'Y'
                TO WS-SCHEME-OPEN
           ELSE
              IF WS-REBSCH-STA NOT = '35'
                 STRING 'Error in opening rebate scheme file - '
                     WS-REBSCH-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
              END-IF
           END-IF
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-ENTRIES.
      *--------------------------------------------------------------*
           IF WS-SCHEME-OPEN NOT = 'Y'
              GO TO B0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-ONE-ENTRY
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-ENTRY.
      *--------------------------------------------------------------*
           READ REBSCH-FILE
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF RB-SCHEME-YEAR = WS-SCHEME-YEAR
                    PERFORM C0000-COUNT-ONE-ENTRY
                       THRU C0000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-COUNT-ONE-ENTRY.
      *--------------------------------------------------------------*
           ADD 1
             TO WS-ENTRY-COUNT

           EVALUATE RB-STATUS
              WHEN 'C'
                 PERFORM C1000-COUNT-PAID
                    THRU C1000-EXIT
              WHEN 'E'
              WHEN 'Q'
                 ADD 1
                   TO WS-UNPAID-COUNT
              WHEN 'P'
                 ADD 1
                   TO WS-PENDING-COUNT
              WHEN 'I'
                 ADD 1
                   TO WS-REFUSED-COUNT
              WHEN 'L'
                 ADD 1
                   TO WS-LAPSED-COUNT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-COUNT-PAID.
      *--------------------------------------------------------------*
           ADD 1
             TO WS-PAID-COUNT

           ADD RB-PAID-AMOUNT
             TO WS-PAID-VALUE

           IF RB-PAID-HOW = 'S'
              ADD 1
                TO WS-SWITCHED-COUNT

              ADD RB-PAID-AMOUNT
                TO WS-SWITCHED-VALUE
           ELSE
              ADD 1
                TO WS-LIVE-COUNT

              ADD RB-PAID-AMOUNT
                TO WS-LIVE-VALUE
           END-IF

           IF RB-SOURCE = 'D'
              ADD 1
                TO WS-MATCH-COUNT

              ADD RB-PAID-AMOUNT
                TO WS-MATCH-VALUE
           ELSE
              ADD 1
                TO WS-APPL-COUNT

              ADD RB-PAID-AMOUNT
                TO WS-APPL-VALUE
           END-IF
           .
       C1000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--The closing position, then say Good Bye and Exit
           DISPLAY '                               NUMBER         VALUE'

           MOVE WS-LIVE-COUNT
             TO WS-ED-COUNT
           MOVE WS-LIVE-VALUE
             TO WS-ED-VALUE
           DISPLAY 'PAID TO LIVE ACCOUNTS       : ' WS-ED-COUNT
                   ' ' WS-ED-VALUE

           MOVE WS-SWITCHED-COUNT
             TO WS-ED-COUNT
           MOVE WS-SWITCHED-VALUE
             TO WS-ED-VALUE
           DISPLAY 'PAID TO SWITCHED-AWAY ACCTS : ' WS-ED-COUNT
                   ' ' WS-ED-VALUE

           MOVE WS-PAID-COUNT
             TO WS-ED-COUNT
           MOVE WS-PAID-VALUE
             TO WS-ED-VALUE
           DISPLAY 'TOTAL REBATES PAID          : ' WS-ED-COUNT
                   ' ' WS-ED-VALUE

           DISPLAY ' '

           MOVE WS-MATCH-COUNT
             TO WS-ED-COUNT
           MOVE WS-MATCH-VALUE
             TO WS-ED-VALUE
           DISPLAY '  OF WHICH BY DATA-MATCH    : ' WS-ED-COUNT
                   ' ' WS-ED-VALUE

           MOVE WS-APPL-COUNT
             TO WS-ED-COUNT
           MOVE WS-APPL-VALUE
             TO WS-ED-VALUE
           DISPLAY '  OF WHICH BY APPLICATION   : ' WS-ED-COUNT
                   ' ' WS-ED-VALUE

           DISPLAY ' '

           MOVE WS-UNPAID-COUNT
             TO WS-ED-COUNT
           DISPLAY 'ELIGIBLE NOT YET PAID       : ' WS-ED-COUNT

           MOVE WS-PENDING-COUNT
             TO WS-ED-COUNT
           DISPLAY 'APPLICATIONS PENDING        : ' WS-ED-COUNT

           MOVE WS-REFUSED-COUNT
             TO WS-ED-COUNT
           DISPLAY 'APPLICATIONS REFUSED        : ' WS-ED-COUNT

           MOVE WS-LAPSED-COUNT
             TO WS-ED-COUNT
           DISPLAY 'LAPSED - SWITCHED AWAY      : ' WS-ED-COUNT

           MOVE WS-ENTRY-COUNT
             TO WS-ED-COUNT
           DISPLAY 'ENTRIES FOR THE YEAR        : ' WS-ED-COUNT

           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-SCHEME-OPEN = 'Y'
              CLOSE REBSCH-FILE
              IF WS-REBSCH-STA NOT = '00'
                 STRING 'Error in Closing rebate scheme file - '
                     WS-REBSCH-STA
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
