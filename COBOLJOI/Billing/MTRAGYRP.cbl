       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRAGYRP.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Monthly debt collection agency placement report - walks the    *
      * placement file and shows what is still with the agency, aged   *
      * by how long ago it was placed (0-89, 90-179, 180-364 and 365+  *
      * days, on what is still uncollected), what the agency has       *
      * brought back (gross, commission and net, overall and for       *
      * placements with a recovery this month), and what has been      *
      * settled or recalled - this month and overall.                  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Agency placements, walked start to finish
           SELECT AGYPLC-FILE
           ASSIGN TO 'AGYPLC'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AP-ACCOUNT-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AGYPLC-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  AGYPLC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AGYPLC0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-AGYPLC-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-TODAY-DAY-NBR           PIC S9(8) COMP VALUE ZEROES.
           05 WS-PLACED-DAY-NBR          PIC S9(8) COMP VALUE ZEROES.
           05 WS-PLACED-AGE-DAYS         PIC S9(8) COMP VALUE ZEROES.
           05 WS-OUTSTANDING             PIC S9(9)V9(4) VALUE ZEROES.
      *-- Still with the agency, by age of placement
           05 WS-OPEN-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-OPEN-0                  PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-OPEN-90                 PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-OPEN-180                PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-OPEN-365                PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-OPEN-TOTAL              PIC S9(11)V9(4) VALUE ZEROES.
      *-- Come back from the agency
           05 WS-PLACED-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-COLLECTED-TOTAL         PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-COMMISSION-TOTAL        PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-NET-TOTAL               PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-MONTH-RECOV-COUNT       PIC 9(07) VALUE ZEROES.
           05 WS-MONTH-PLACED-COUNT      PIC 9(07) VALUE ZEROES.
           05 WS-MONTH-PLACED-TOTAL      PIC 9(11)V9(4) VALUE ZEROES.
      *-- Settled and recalled
           05 WS-SETTLED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-SETTLED-TOTAL           PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-MONTH-SETTLED-COUNT     PIC 9(07) VALUE ZEROES.
           05 WS-RECALLED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-RECALLED-TOTAL          PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-MONTH-RECALLED-COUNT    PIC 9(07) VALUE ZEROES.
           05 WS-MONTH-RECALLED-TOTAL    PIC S9(11)V9(4) VALUE ZEROES.
      *-- Edited fields for the report lines
           05 WS-ED-PLACED               PIC -(8)9.99.
           05 WS-ED-COLLECTED            PIC -(8)9.99.
           05 WS-ED-OUTSTANDING          PIC -(8)9.99.
           05 WS-ED-AGE                  PIC ZZZZ9.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-PLACEMENTS
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
           OPEN INPUT AGYPLC-FILE
           IF WS-AGYPLC-STA NOT = '00'
              STRING 'Error in opening agency placement file - '
                  WS-AGYPLC-STA
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

           DISPLAY '---- AGENCY PLACEMENT REPORT AS OF ' WS-TODAY-8
                   ' ----'
           DISPLAY 'ACCOUNT      ST PLACED     AGE        PLACED'
                   '     COLLECTED   OUTSTANDING'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-PLACEMENTS.
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
           READ AGYPLC-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 PERFORM C0000-REPORT-ONE-PLACEMENT
                    THRU C0000-EXIT
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-REPORT-ONE-PLACEMENT.
      *--------------------------------------------------------------*
           COMPUTE WS-OUTSTANDING =
              AP-PLACED-AMOUNT - AP-COLLECTED

           ADD AP-PLACED-AMOUNT
             TO WS-PLACED-TOTAL

           ADD AP-COLLECTED
             TO WS-COLLECTED-TOTAL

           ADD AP-COMMISSION
             TO WS-COMMISSION-TOTAL

           IF AP-PLACED-DATE (1:6) = WS-TODAY-8 (1:6)
              ADD 1
                TO WS-MONTH-PLACED-COUNT
              ADD AP-PLACED-AMOUNT
                TO WS-MONTH-PLACED-TOTAL
           END-IF

           IF AP-LAST-RECOVERY (1:6) = WS-TODAY-8 (1:6)
              ADD 1
                TO WS-MONTH-RECOV-COUNT
           END-IF

           EVALUATE AP-STATUS
              WHEN 'P'
                 PERFORM D1000-AGE-OPEN-PLACEMENT
                    THRU D1000-EXIT
              WHEN 'S'
                 ADD 1
                   TO WS-SETTLED-COUNT
                 ADD AP-COLLECTED
                   TO WS-SETTLED-TOTAL
                 IF AP-CLOSED-DATE (1:6) = WS-TODAY-8 (1:6)
                    ADD 1
                      TO WS-MONTH-SETTLED-COUNT
                 END-IF
              WHEN 'R'
      *-- What was still uncollected when the agency handed it back
                 ADD 1
                   TO WS-RECALLED-COUNT
                 ADD WS-OUTSTANDING
                   TO WS-RECALLED-TOTAL
                 IF AP-CLOSED-DATE (1:6) = WS-TODAY-8 (1:6)
                    ADD 1
                      TO WS-MONTH-RECALLED-COUNT
                    ADD WS-OUTSTANDING
                      TO WS-MONTH-RECALLED-TOTAL
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN PLACEMENT STATUS ' AP-STATUS
                         ' - ' AP-ACCOUNT-ID
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D1000-AGE-OPEN-PLACEMENT.
      *--------------------------------------------------------------*
      *-- Age is days from placement to today; the amount aged is
      *-- what the agency has still to collect
           COMPUTE WS-PLACED-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (AP-PLACED-DATE)

           COMPUTE WS-PLACED-AGE-DAYS =
              WS-TODAY-DAY-NBR - WS-PLACED-DAY-NBR

           EVALUATE TRUE
              WHEN WS-PLACED-AGE-DAYS < 90
                 ADD WS-OUTSTANDING
                   TO WS-OPEN-0
              WHEN WS-PLACED-AGE-DAYS < 180
                 ADD WS-OUTSTANDING
                   TO WS-OPEN-90
              WHEN WS-PLACED-AGE-DAYS < 365
                 ADD WS-OUTSTANDING
                   TO WS-OPEN-180
              WHEN OTHER
                 ADD WS-OUTSTANDING
                   TO WS-OPEN-365
           END-EVALUATE

           ADD 1
             TO WS-OPEN-COUNT

           ADD WS-OUTSTANDING
             TO WS-OPEN-TOTAL

           MOVE AP-PLACED-AMOUNT
             TO WS-ED-PLACED

           MOVE AP-COLLECTED
             TO WS-ED-COLLECTED

           MOVE WS-OUTSTANDING
             TO WS-ED-OUTSTANDING

           MOVE WS-PLACED-AGE-DAYS
             TO WS-ED-AGE

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING AP-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AP-STATUS               DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  AP-PLACED-DATE          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-AGE               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-PLACED            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-COLLECTED         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-OUTSTANDING       DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       D1000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
           COMPUTE WS-NET-TOTAL =
              WS-COLLECTED-TOTAL - WS-COMMISSION-TOTAL

      *--Placement report totals
           DISPLAY '---- WITH THE AGENCY ----'
           DISPLAY 'OPEN PLACEMENTS    : ' WS-OPEN-COUNT
           DISPLAY 'OUTSTANDING 0-89   : ' WS-OPEN-0
           DISPLAY 'OUTSTANDING 90-179 : ' WS-OPEN-90
           DISPLAY 'OUTSTANDING 180-364: ' WS-OPEN-180
           DISPLAY 'OUTSTANDING 365+   : ' WS-OPEN-365
           DISPLAY 'OUTSTANDING TOTAL  : ' WS-OPEN-TOTAL
           DISPLAY 'PLACED THIS MONTH  : ' WS-MONTH-PLACED-COUNT
                   ' AMOUNT ' WS-MONTH-PLACED-TOTAL
           DISPLAY '---- COME BACK ----'
           DISPLAY 'EVER PLACED        : ' WS-PLACED-TOTAL
           DISPLAY 'GROSS COLLECTED    : ' WS-COLLECTED-TOTAL
           DISPLAY 'COMMISSION         : ' WS-COMMISSION-TOTAL
           DISPLAY 'NET RECEIVED       : ' WS-NET-TOTAL
           DISPLAY 'RECOVERED IN MONTH : ' WS-MONTH-RECOV-COUNT
           DISPLAY 'SETTLED            : ' WS-SETTLED-COUNT
                   ' AMOUNT ' WS-SETTLED-TOTAL
           DISPLAY 'SETTLED THIS MONTH : ' WS-MONTH-SETTLED-COUNT
           DISPLAY '---- RECALLED ----'
           DISPLAY 'RECALLED           : ' WS-RECALLED-COUNT
                   ' UNCOLLECTED ' WS-RECALLED-TOTAL
           DISPLAY 'RECALLED THIS MONTH: ' WS-MONTH-RECALLED-COUNT
                   ' UNCOLLECTED ' WS-MONTH-RECALLED-TOTAL

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
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
           .
       Z0000-EXIT.

       Z0000-PROCESS-END.
           GOBACK.
