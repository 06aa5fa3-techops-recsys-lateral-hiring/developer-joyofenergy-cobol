       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRAPRRP.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Daily approvals report - lists every financial action still    *
      * parked on APRPND waiting for a second operator, the approvals, *
      * rejections and failed approvals given on the report date from  *
      * the APRLOG log, and every attempt that day by an operator to   *
      * approve their own request. The report date comes from the      *
      * optional APRCTL card (today when the card is absent or zero).  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Optional report date control card
           SELECT APR-CARD
           ASSIGN TO 'APRCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Actions parked pending approval, read in key order
           SELECT APRPND-FILE
           ASSIGN TO 'APRPND'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AP-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APRPND-STA.

      *-- Approvals log written by MTRAPRMT
           SELECT APRLOG-FILE
           ASSIGN TO 'APRLOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APRLOG-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  APR-CARD
           LABEL RECORDS ARE STANDARD.
       01  APR-REC.
      *-- Date to report on - ZEROES means today
           05 CARD-REPORT-DATE   PIC 9(08).
      *
       FD  APRPND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APRPND0.
      *
       FD  APRLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APRLOG0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-APRPND-STA              PIC 9(02) VALUE ZEROES.
           05 WS-APRLOG-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-PND-OPEN                PIC X(01) VALUE 'N'.
           05 WS-LOG-OPEN                PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-REPORT-DATE-8           PIC 9(08) VALUE ZEROES.
      *-- Days an item has been waiting, as at the report date
           05 WS-AGE-DAYS                PIC S9(5) VALUE ZEROES.
           05 WS-OUTCOME-TEXT            PIC X(08) VALUE SPACES.
      *-- Report edit fields
           05 WS-ED-AMOUNT               PIC Z(8)9.99.
           05 WS-ED-TOTAL                PIC Z(10)9.99.
           05 WS-ED-AGE                  PIC ZZZZ9.
           05 WS-ED-COUNT                PIC ZZZZZZ9.
      *-- Report totals
           05 WS-PND-COUNT               PIC 9(07) VALUE ZEROES.
           05 WS-PND-AMOUNT              PIC 9(11)V99 VALUE ZEROES.
           05 WS-APPROVED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-APPROVED-AMOUNT         PIC 9(11)V99 VALUE ZEROES.
           05 WS-REJECTED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-REFUSED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-FAILED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-SELF-COUNT              PIC 9(07) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-REPORT-PENDING
              THRU B0000-EXIT

           PERFORM C0000-REPORT-DECISIONS
              THRU C0000-EXIT

           PERFORM D0000-REPORT-SELF-APPROVAL
              THRU D0000-EXIT

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

      *-- The report date from the card, or today
           MOVE ZEROES
             TO WS-REPORT-DATE-8

           OPEN INPUT APR-CARD
           IF WS-CARD-STA = '00'
              READ APR-CARD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CARD-REPORT-DATE NUMERIC
                       MOVE CARD-REPORT-DATE
                         TO WS-REPORT-DATE-8
                    END-IF
              END-READ
              CLOSE APR-CARD
           END-IF

           IF WS-REPORT-DATE-8 = ZEROES
              MOVE WS-TODAY-8
                TO WS-REPORT-DATE-8
           END-IF

           DISPLAY '---- FINANCIAL ACTION APPROVALS FOR '
                   WS-REPORT-DATE-8 ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-REPORT-PENDING.
      *--------------------------------------------------------------*
      *-- Everything still waiting, whenever it was parked - the age
      *-- shows what has been left too long
           DISPLAY ' '
           DISPLAY 'PENDING APPROVAL'
           DISPLAY 'PARKED   SEQ   ACTN ORIGINATR       AMOUNT  DAYS'
                   ' REFERENCE'

      *-- No file just means nothing has ever been parked
           OPEN INPUT APRPND-FILE
           IF WS-APRPND-STA = '00'
              MOVE 'Y'
                TO WS-PND-OPEN
           ELSE
              IF WS-APRPND-STA NOT = '35'
                 STRING 'Error in opening pending approvals file - '
                     WS-APRPND-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
              END-IF
              GO TO B0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-ONE-PENDING
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'

           CLOSE APRPND-FILE

           MOVE 'N'
             TO WS-PND-OPEN
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-PENDING.
      *--------------------------------------------------------------*
           READ APRPND-FILE
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF AP-STATUS = 'P'
                    PERFORM B2000-REPORT-ONE-PENDING
                       THRU B2000-EXIT
                 END-IF
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       B2000-REPORT-ONE-PENDING.
      *--------------------------------------------------------------*
           ADD 1
             TO WS-PND-COUNT

           ADD AP-AMOUNT
             TO WS-PND-AMOUNT

           MOVE ZEROES
             TO WS-AGE-DAYS

           IF AP-REQ-DATE < WS-REPORT-DATE-8
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE-8)
                 - FUNCTION INTEGER-OF-DATE (AP-REQ-DATE)
           END-IF

           MOVE WS-AGE-DAYS
             TO WS-ED-AGE

           MOVE AP-AMOUNT
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING AP-REQ-DATE             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AP-REQ-SEQ              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AP-ACTION               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AP-ORIGINATOR           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-AGE               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AP-REF                  DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       B2000-EXIT.
      *--------------------------------------------------------------*
       C0000-REPORT-DECISIONS.
      *--------------------------------------------------------------*
      *-- Approvals given on the report date, with the rejections,
      *-- the approvals refused for want of authority and those that
      *-- failed when carried out
           DISPLAY ' '
           DISPLAY 'DECISIONS'
           DISPLAY 'TIME   PARKED   SEQ   ACTN ORIGINATR APPROVER'
                   '       AMOUNT OUTCOME  REASON'

           PERFORM X1000-OPEN-LOG
              THRU X1000-EXIT

           IF WS-LOG-OPEN NOT = 'Y'
              GO TO C0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM C1500-READ-ONE-DECISION
              THRU C1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'

           PERFORM X2000-CLOSE-LOG
              THRU X2000-EXIT
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-READ-ONE-DECISION.
      *--------------------------------------------------------------*
           READ APRLOG-FILE
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF AL-LOG-DATE = WS-REPORT-DATE-8
                    AND AL-OUTCOME NOT = 'S'
                    PERFORM C2000-REPORT-ONE-DECISION
                       THRU C2000-EXIT
                 END-IF
           END-READ
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C2000-REPORT-ONE-DECISION.
      *--------------------------------------------------------------*
           EVALUATE AL-OUTCOME
              WHEN 'A'
                 MOVE 'APPROVED'
                   TO WS-OUTCOME-TEXT
                 ADD 1
                   TO WS-APPROVED-COUNT
                 ADD AL-AMOUNT
                   TO WS-APPROVED-AMOUNT
              WHEN 'R'
                 MOVE 'REJECTED'
                   TO WS-OUTCOME-TEXT
                 ADD 1
                   TO WS-REJECTED-COUNT
              WHEN 'L'
                 MOVE 'REFUSED'
                   TO WS-OUTCOME-TEXT
                 ADD 1
                   TO WS-REFUSED-COUNT
              WHEN OTHER
                 MOVE 'FAILED'
                   TO WS-OUTCOME-TEXT
                 ADD 1
                   TO WS-FAILED-COUNT
           END-EVALUATE

           PERFORM X3000-FORMAT-LOG-LINE
              THRU X3000-EXIT

           DISPLAY WS-REPORT-LINE
           .
       C2000-EXIT.
      *--------------------------------------------------------------*
       D0000-REPORT-SELF-APPROVAL.
      *--------------------------------------------------------------*
      *-- Operators who tried to approve their own request that day.
      *-- MTRAPRMT refuses them; they are listed for follow-up.
           DISPLAY ' '
           DISPLAY 'OPERATORS ACTING ON THEIR OWN REQUEST'
           DISPLAY 'TIME   PARKED   SEQ   ACTN ORIGINATR APPROVER'
                   '       AMOUNT OUTCOME  REASON'

           PERFORM X1000-OPEN-LOG
              THRU X1000-EXIT

           IF WS-LOG-OPEN NOT = 'Y'
              GO TO D0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM D1500-READ-ONE-ATTEMPT
              THRU D1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'

           PERFORM X2000-CLOSE-LOG
              THRU X2000-EXIT
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1500-READ-ONE-ATTEMPT.
      *--------------------------------------------------------------*
           READ APRLOG-FILE
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF AL-LOG-DATE = WS-REPORT-DATE-8
                    AND (AL-OUTCOME = 'S'
                         OR AL-APPROVER = AL-ORIGINATOR)
                    ADD 1
                      TO WS-SELF-COUNT
                    MOVE 'REFUSED'
                      TO WS-OUTCOME-TEXT
                    PERFORM X3000-FORMAT-LOG-LINE
                       THRU X3000-EXIT
                    DISPLAY WS-REPORT-LINE
                 END-IF
           END-READ
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       X1000-OPEN-LOG.
      *--------------------------------------------------------------*
      *-- No log on file just means no approval has been decided yet
           MOVE 'N'
             TO WS-LOG-OPEN

           OPEN INPUT APRLOG-FILE
           IF WS-APRLOG-STA = '00'
              MOVE 'Y'
                TO WS-LOG-OPEN
           ELSE
              IF WS-APRLOG-STA NOT = '35'
                 STRING 'Error in opening approvals log - '
                     WS-APRLOG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
              END-IF
           END-IF
           .
       X1000-EXIT.
      *--------------------------------------------------------------*
       X2000-CLOSE-LOG.
      *--------------------------------------------------------------*
           CLOSE APRLOG-FILE

           MOVE 'N'
             TO WS-LOG-OPEN
           .
       X2000-EXIT.
      *--------------------------------------------------------------*
       X3000-FORMAT-LOG-LINE.
      *--------------------------------------------------------------*
           MOVE AL-AMOUNT
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING AL-LOG-TIME             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AL-PEND-DATE            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AL-PEND-SEQ             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AL-ACTION               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AL-ORIGINATOR           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AL-APPROVER             DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-OUTCOME-TEXT         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  AL-REASON               DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING
           .
       X3000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Totals, then say Good Bye and Exit
           DISPLAY ' '

           MOVE WS-PND-COUNT
             TO WS-ED-COUNT

           MOVE WS-PND-AMOUNT
             TO WS-ED-TOTAL

           DISPLAY 'PENDING APPROVAL     ' WS-ED-COUNT ' ' WS-ED-TOTAL

           MOVE WS-APPROVED-COUNT
             TO WS-ED-COUNT

           MOVE WS-APPROVED-AMOUNT
             TO WS-ED-TOTAL

           DISPLAY 'APPROVED             ' WS-ED-COUNT ' ' WS-ED-TOTAL

           MOVE WS-REJECTED-COUNT
             TO WS-ED-COUNT

           DISPLAY 'REJECTED             ' WS-ED-COUNT

           MOVE WS-REFUSED-COUNT
             TO WS-ED-COUNT

           DISPLAY 'REFUSED - AUTHORITY  ' WS-ED-COUNT

           MOVE WS-FAILED-COUNT
             TO WS-ED-COUNT

           DISPLAY 'FAILED WHEN APPROVED ' WS-ED-COUNT

           MOVE WS-SELF-COUNT
             TO WS-ED-COUNT

           DISPLAY 'OWN REQUEST ATTEMPTS ' WS-ED-COUNT

           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-PND-OPEN = 'Y'
              CLOSE APRPND-FILE
           END-IF

           IF WS-LOG-OPEN = 'Y'
              CLOSE APRLOG-FILE
              IF WS-APRLOG-STA NOT = '00'
                 STRING 'Error in Closing approvals log - '
                     WS-APRLOG-STA
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
