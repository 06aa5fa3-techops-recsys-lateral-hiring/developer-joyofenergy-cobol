       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRBBLRP.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Monthly back-billing limit report - reads the BBLLOG entries   *
      * MTRBBLIM wrote in the month and lists every rebill difference  *
      * the limit cut back, then totals the rebill differences, the    *
      * amounts still charged and the amounts foregone per rebill      *
      * path: estimate true-ups, reading corrections, upheld disputes  *
      * and periods bridged across a meter exchange. The month end     *
      * comes from the optional BBRCTL card (the last day of last      *
      * month when the card is absent or zero). A write-off parked for *
      * approval is counted once approved; until then it is listed and *
      * totalled as pending, and one turned down is listed but left    *
      * out.                                                           *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Optional month-end date control card
           SELECT BBR-CARD
           ASSIGN TO 'BBRCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Amounts foregone under the back-billing limit
           SELECT BBLLOG-FILE
           ASSIGN TO 'BBLLOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BBLLOG-STA.

      *-- Actions parked pending approval - how a write-off logged as
      *-- pending was decided
           SELECT APRPND-FILE
           ASSIGN TO 'APRPND'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AP-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-APRPND-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  BBR-CARD
           LABEL RECORDS ARE STANDARD.
       01  BBR-REC.
      *-- Month end to report to - ZEROES means the end of last month
           05 CARD-MONTH-END     PIC 9(08).
      *
       FD  BBLLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BBLLOG0.
      *
       FD  APRPND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APRPND0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-BBLLOG-STA              PIC 9(02) VALUE ZEROES.
           05 WS-APRPND-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-LOG-OPEN                PIC X(01) VALUE 'N'.
           05 WS-APRPND-OPEN             PIC X(01) VALUE 'N'.
      *-- Where the entry's write-off stands - spaces when it was
      *-- raised, otherwise why it is not in the totals yet
           05 WS-ENTRY-STATE             PIC X(16) VALUE SPACES.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-DAY-NBR                 PIC S9(8) COMP VALUE ZEROES.
           05 WS-MONTH-START-8           PIC 9(08) VALUE ZEROES.
           05 WS-MONTH-END-8             PIC 9(08) VALUE ZEROES.
      *-- Report edit fields
           05 WS-ED-DIFF                 PIC Z(7)9.99.
           05 WS-ED-CHARGED              PIC Z(7)9.99.
           05 WS-ED-FOREGONE             PIC Z(7)9.99.
           05 WS-ED-COUNT                PIC ZZZZZZ9.
      *-- Report totals
           05 WS-ENTRY-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-TOT-DIFF                PIC 9(10)V9(4) VALUE ZEROES.
           05 WS-TOT-CHARGED             PIC 9(10)V9(4) VALUE ZEROES.
           05 WS-TOT-FOREGONE            PIC 9(10)V9(4) VALUE ZEROES.
           05 WS-PENDING-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-PENDING-FOREGONE        PIC 9(10)V9(4) VALUE ZEROES.
           05 WS-REFUSED-COUNT           PIC 9(07) VALUE ZEROES.

      *-- Totals per rebill path. A path code not in the list is
      *-- gathered under the last line.
       01  WS-PATH-NAMES.
           05 FILLER  PIC X(24) VALUE 'TRUPESTIMATE TRUE-UPS   '.
           05 FILLER  PIC X(24) VALUE 'CORRREADING CORRECTIONS '.
           05 FILLER  PIC X(24) VALUE 'DSPUUPHELD DISPUTES     '.
           05 FILLER  PIC X(24) VALUE 'XCHGMETER EXCHANGES     '.
           05 FILLER  PIC X(24) VALUE '    OTHER               '.
       01  WS-PATH-TABLE REDEFINES WS-PATH-NAMES.
           05 WS-PATH-ENTRY OCCURS 5 TIMES.
              10 WS-PATH-CD              PIC X(04).
              10 WS-PATH-NAME            PIC X(20).
       01  WS-PATH-TOTALS.
           05 WS-PATH-TOTAL OCCURS 5 TIMES.
              10 WS-PATH-COUNT           PIC 9(07).
              10 WS-PATH-DIFF            PIC 9(10)V9(4).
              10 WS-PATH-CHARGED         PIC 9(10)V9(4).
              10 WS-PATH-FOREGONE        PIC 9(10)V9(4).
       01  WS-PATH-INDEXES.
           05 PATH-IDX                   PIC 9(02) VALUE ZEROES.

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

           INITIALIZE WS-PATH-TOTALS

      *-- The month end from the card, or the end of last month
           MOVE ZEROES
             TO WS-MONTH-END-8

           OPEN INPUT BBR-CARD
           IF WS-CARD-STA = '00'
              READ BBR-CARD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CARD-MONTH-END NUMERIC
                       MOVE CARD-MONTH-END
                         TO WS-MONTH-END-8
                    END-IF
              END-READ
              CLOSE BBR-CARD
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

           DISPLAY '---- BACK-BILLING LIMIT - AMOUNTS FOREGONE '
                   WS-MONTH-START-8 ' TO ' WS-MONTH-END-8 ' ----'

      *-- Open Files
      *-- No log on file just means the limit has never been applied
           OPEN INPUT BBLLOG-FILE
           IF WS-BBLLOG-STA = '00'
              MOVE 'Y'
                TO WS-LOG-OPEN
           ELSE
              IF WS-BBLLOG-STA NOT = '35'
                 STRING 'Error in opening back-billing log - '
                     WS-BBLLOG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
              END-IF
           END-IF

      *-- No approvals file just means nothing was ever parked
           OPEN INPUT APRPND-FILE
           IF WS-APRPND-STA = '00'
              MOVE 'Y'
                TO WS-APRPND-OPEN
           END-IF

           DISPLAY 'DATE     PATH ACCOUNT      METER        PERIOD'
                   '              LIMIT      REBILL DIFF      CHARGED'
                   '     FOREGONE'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-ENTRIES.
      *--------------------------------------------------------------*
           IF WS-LOG-OPEN NOT = 'Y'
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
           READ BBLLOG-FILE
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF BL-LOG-DATE NOT < WS-MONTH-START-8
                    AND BL-LOG-DATE NOT > WS-MONTH-END-8
                    PERFORM C0000-REPORT-ONE-ENTRY
                       THRU C0000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-REPORT-ONE-ENTRY.
      *--------------------------------------------------------------*
      *-- A write-off parked for approval counts once it is approved.
      *-- Until then it is listed as pending, and one turned down is
      *-- listed but left out of the totals.
           MOVE SPACES
             TO WS-ENTRY-STATE

           IF BL-STATUS = 'P'
              PERFORM C0500-CHECK-APPROVAL
                 THRU C0500-EXIT
           END-IF

           EVALUATE WS-ENTRY-STATE
              WHEN SPACES
                 PERFORM C0200-ADD-TO-TOTALS
                    THRU C0200-EXIT
              WHEN 'PENDING APPROVAL'
                 ADD 1
                   TO WS-PENDING-COUNT
                 ADD BL-FOREGONE-AMT
                   TO WS-PENDING-FOREGONE
              WHEN OTHER
                 ADD 1
                   TO WS-REFUSED-COUNT
           END-EVALUATE

           MOVE BL-REBILL-DIFF
             TO WS-ED-DIFF

           MOVE BL-CHARGED-AMT
             TO WS-ED-CHARGED

           MOVE BL-FOREGONE-AMT
             TO WS-ED-FOREGONE

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING BL-LOG-DATE             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  BL-PATH-CD              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  BL-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  BL-MTR-ID               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  BL-FROM-DATE            DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  BL-TO-DATE              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  BL-LIMIT-DATE           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-DIFF              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-CHARGED           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-FOREGONE          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ENTRY-STATE          DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C0200-ADD-TO-TOTALS.
      *--------------------------------------------------------------*
           MOVE 1
             TO PATH-IDX

           PERFORM C1000-FIND-PATH
              THRU C1000-EXIT
             UNTIL PATH-IDX = 5
                OR WS-PATH-CD (PATH-IDX) = BL-PATH-CD

           ADD 1
             TO WS-PATH-COUNT (PATH-IDX)
                WS-ENTRY-COUNT

           ADD BL-REBILL-DIFF
             TO WS-PATH-DIFF (PATH-IDX)
                WS-TOT-DIFF

           ADD BL-CHARGED-AMT
             TO WS-PATH-CHARGED (PATH-IDX)
                WS-TOT-CHARGED

           ADD BL-FOREGONE-AMT
             TO WS-PATH-FOREGONE (PATH-IDX)
                WS-TOT-FOREGONE
           .
       C0200-EXIT.
      *--------------------------------------------------------------*
       C0500-CHECK-APPROVAL.
      *--------------------------------------------------------------*
      *-- Still pending unless the approvals file says otherwise
           MOVE 'PENDING APPROVAL'
             TO WS-ENTRY-STATE

           IF WS-APRPND-OPEN NOT = 'Y'
              GO TO C0500-EXIT
           END-IF

           MOVE BL-PEND-DATE
             TO AP-REQ-DATE

           MOVE BL-PEND-SEQ
             TO AP-REQ-SEQ

           READ APRPND-FILE
              INVALID KEY
                 GO TO C0500-EXIT
           END-READ

           EVALUATE AP-STATUS
              WHEN 'A'
                 MOVE SPACES
                   TO WS-ENTRY-STATE
              WHEN 'R'
                 MOVE 'APPROVAL REFUSED'
                   TO WS-ENTRY-STATE
           END-EVALUATE
           .
       C0500-EXIT.
      *--------------------------------------------------------------*
       C1000-FIND-PATH.
      *--------------------------------------------------------------*
           ADD 1
             TO PATH-IDX
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       D0000-REPORT-ONE-PATH.
      *--------------------------------------------------------------*
           MOVE WS-PATH-COUNT (PATH-IDX)
             TO WS-ED-COUNT

           MOVE WS-PATH-DIFF (PATH-IDX)
             TO WS-ED-DIFF

           MOVE WS-PATH-CHARGED (PATH-IDX)
             TO WS-ED-CHARGED

           MOVE WS-PATH-FOREGONE (PATH-IDX)
             TO WS-ED-FOREGONE

           DISPLAY WS-PATH-NAME (PATH-IDX) ' ' WS-ED-COUNT
                   ' ' WS-ED-DIFF ' ' WS-ED-CHARGED
                   ' ' WS-ED-FOREGONE
           .
       D0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Totals per path, then say Good Bye and Exit
           DISPLAY ' '
           DISPLAY 'PATH                   ENTRIES  REBILL DIFF'
                   '      CHARGED     FOREGONE'

           PERFORM D0000-REPORT-ONE-PATH
              THRU D0000-EXIT
           VARYING PATH-IDX FROM 1 BY 1
             UNTIL PATH-IDX > 5

           MOVE WS-ENTRY-COUNT
             TO WS-ED-COUNT

           MOVE WS-TOT-DIFF
             TO WS-ED-DIFF

           MOVE WS-TOT-CHARGED
             TO WS-ED-CHARGED

           MOVE WS-TOT-FOREGONE
             TO WS-ED-FOREGONE

           DISPLAY 'ALL PATHS            ' ' ' WS-ED-COUNT
                   ' ' WS-ED-DIFF ' ' WS-ED-CHARGED
                   ' ' WS-ED-FOREGONE

      *-- Write-offs still waiting on approval, and those turned down,
      *-- are outside the figures above
           MOVE WS-PENDING-COUNT
             TO WS-ED-COUNT

           MOVE WS-PENDING-FOREGONE
             TO WS-ED-FOREGONE

           DISPLAY 'PENDING APPROVAL     ' ' ' WS-ED-COUNT
                   '                        '
                   ' ' WS-ED-FOREGONE

           MOVE WS-REFUSED-COUNT
             TO WS-ED-COUNT

           DISPLAY 'APPROVAL REFUSED     ' ' ' WS-ED-COUNT

           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-APRPND-OPEN = 'Y'
              CLOSE APRPND-FILE
           END-IF

           IF WS-LOG-OPEN = 'Y'
              CLOSE BBLLOG-FILE
              IF WS-BBLLOG-STA NOT = '00'
                 STRING 'Error in Closing back-billing log - '
                     WS-BBLLOG-STA
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
