       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRRCNRP.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Daily reconnection deadline report - walks the DISCONN         *
      * register and lists every reconnection order still waiting on   *
      * the field team with its age in days, flagging any already past *
      * the regulatory deadline, and every order worked after it, so   *
      * missed reconnections are chased before they become a breach.   *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Disconnection and reconnection register, walked start to
      *-- finish
           SELECT DISCONN-FILE
           ASSIGN TO 'DISCONN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DC-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DISCONN-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCONN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISCONN0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-DISCONN-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-ORDER-FLAG              PIC X(10) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-TODAY-DAY-NBR           PIC S9(8) COMP VALUE ZEROES.
           05 WS-ORDER-DAY-NBR           PIC S9(8) COMP VALUE ZEROES.
           05 WS-ORDER-AGE-DAYS          PIC S9(8) COMP VALUE ZEROES.
           05 WS-ED-AGE                  PIC ZZZZ9.
      *-- Register totals
           05 WS-AWAITING-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-OPEN-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-OVERDUE-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-RECON-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-LATE-COUNT              PIC 9(07) VALUE ZEROES.

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

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           OPEN INPUT DISCONN-FILE
           IF WS-DISCONN-STA NOT = '00'
              STRING 'Error in opening disconnection register - '
                  WS-DISCONN-STA
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

           COMPUTE WS-TODAY-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-8)

           DISPLAY '---- RECONNECTION ORDERS AS OF ' WS-TODAY-8
                   ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-METERS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-ONE-METER
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-METER.
      *--------------------------------------------------------------*
           READ DISCONN-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 EVALUATE DC-STATUS
                    WHEN 'D'
                       ADD 1
                         TO WS-AWAITING-COUNT
                    WHEN 'O'
                       PERFORM C0000-REPORT-OPEN-ORDER
                          THRU C0000-EXIT
                    WHEN 'R'
                       PERFORM D0000-CHECK-COMPLETED-ORDER
                          THRU D0000-EXIT
                 END-EVALUATE
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-REPORT-OPEN-ORDER.
      *--------------------------------------------------------------*
           ADD 1
             TO WS-OPEN-COUNT

           COMPUTE WS-ORDER-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (DC-ORDER-DATE)

           COMPUTE WS-ORDER-AGE-DAYS =
              WS-TODAY-DAY-NBR - WS-ORDER-DAY-NBR

           MOVE WS-ORDER-AGE-DAYS
             TO WS-ED-AGE

           IF WS-TODAY-8 > DC-DUE-DATE
              ADD 1
                TO WS-OVERDUE-COUNT
              MOVE '** OVERDUE'
                TO WS-ORDER-FLAG
           ELSE
              MOVE SPACES
                TO WS-ORDER-FLAG
           END-IF

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING DC-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  DC-MTR-ID               DELIMITED BY SIZE
                  ' ORDERED '             DELIMITED BY SIZE
                  DC-ORDER-DATE           DELIMITED BY SIZE
                  ' DUE '                 DELIMITED BY SIZE
                  DC-DUE-DATE             DELIMITED BY SIZE
                  ' AGE '                 DELIMITED BY SIZE
                  WS-ED-AGE               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  DC-ORDER-SOURCE         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ORDER-FLAG           DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D0000-CHECK-COMPLETED-ORDER.
      *--------------------------------------------------------------*
      *-- Reconnections worked after the deadline stay on the report
      *-- so the breach can be accounted for.
           ADD 1
             TO WS-RECON-COUNT

           IF DC-RECON-DATE NOT > DC-DUE-DATE
              GO TO D0000-EXIT
           END-IF

           ADD 1
             TO WS-LATE-COUNT

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING DC-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  DC-MTR-ID               DELIMITED BY SIZE
                  ' ORDERED '             DELIMITED BY SIZE
                  DC-ORDER-DATE           DELIMITED BY SIZE
                  ' DUE '                 DELIMITED BY SIZE
                  DC-DUE-DATE             DELIMITED BY SIZE
                  ' RECONNECTED LATE '    DELIMITED BY SIZE
                  DC-RECON-DATE           DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       D0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Register totals, then say Good Bye and Exit
           DISPLAY ' '
           DISPLAY 'AWAITING PAYMENT   : ' WS-AWAITING-COUNT
           DISPLAY 'ORDERS OPEN        : ' WS-OPEN-COUNT
           DISPLAY 'PAST DEADLINE      : ' WS-OVERDUE-COUNT
           DISPLAY 'RECONNECTED        : ' WS-RECON-COUNT
           DISPLAY 'RECONNECTED LATE   : ' WS-LATE-COUNT
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE DISCONN-FILE
           IF WS-DISCONN-STA NOT = '00'
              STRING 'Error in Closing disconnection register - '
                  WS-DISCONN-STA
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
