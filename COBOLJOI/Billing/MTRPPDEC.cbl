      * the customer's contact details for the messaging provider);    *
      * a balance that has exhausted the emergency-credit allowance    *
      * records a 'D' disconnection candidate for each of the          *
      * account's meters through MTRSTMNT - or, for a priority         *
      * services household (PSREG), a welfare referral line per meter  *
      * instead.                                                       *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

      *-- Priority services register - a registered household is
      *-- never made a disconnection candidate
           SELECT PSREG-FILE
           ASSIGN TO 'PSREG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PS-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-PSREG-STA.

      *-- Welfare referral extract, appended to
           SELECT WELFREF-EXTRACT
           ASSIGN TO 'WELFREF'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WELFREF-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PREPAY-FILE
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
       FD  PSREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PSREG0.
      *
       FD  WELFREF-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY WELFREF0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
           05 WS-PRCPLAN-STA             PIC 9(02) VALUE ZEROES.
           05 WS-LOWBAL-STA              PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-PSREG-STA               PIC 9(02) VALUE ZEROES.
           05 WS-WELFREF-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-PSREG-OPEN              PIC X(01) VALUE 'N'.
           05 WS-PSREG-FOUND             PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-FROM-DAY-NBR            PIC S9(8) COMP VALUE ZEROES.
      *-- Meter collection state for one account
           05 WS-MTR-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 MTR-IDX                    PIC 9(02) VALUE ZEROES.
      *-- Rollover handling, mirroring MTRBILST's D1500 - the max
      *-- value and multiplier are the meter's own, from the meter
      *-- asset register (MTRASMNT)
           05 WS-READING-MAX-VALUE       PIC 9(2)V9(5) VALUE 99.99999.
           05 WS-REG-MULTIPLIER          PIC 9(5)V9(4) VALUE 1.
           05 WS-PREV-READING            PIC 9(2)V9(5) VALUE ZEROES.
           05 WS-ROLLOVER-COUNT          PIC 9(04) VALUE ZEROES.
           05 WS-ADJ-READING             PIC 9(9)V9(5) VALUE ZEROES.
           05 WS-DECREMENT-TOTAL         PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-WARNING-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-DISCONNECT-COUNT        PIC 9(07) VALUE ZEROES.
           05 WS-REFERRAL-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-ED-BAL                  PIC -(6)9.9999.

      *-- The account's meters with an open plan period. An account
           COPY MTRREAD0.

           COPY STATRQ0.

           COPY ASMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
              END-IF
           END-IF

      *-- No register just means nobody is registered yet
           MOVE 'N'
             TO WS-PSREG-OPEN

           OPEN INPUT PSREG-FILE
           IF WS-PSREG-STA = '00'
              MOVE 'Y'
                TO WS-PSREG-OPEN
           ELSE
              IF WS-PSREG-STA NOT = '35'
                 STRING 'Error in opening priority services file - '
                     WS-PSREG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           OPEN EXTEND WELFREF-EXTRACT
           IF WS-WELFREF-STA = '35'
              OPEN OUTPUT WELFREF-EXTRACT
           END-IF

           IF WS-WELFREF-STA NOT = '00'
              STRING 'Error in opening welfare referral file - '
                  WS-WELFREF-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           END-REWRITE

      *-- Balance plus emergency credit exhausted - the account's
      *-- meters become disconnection candidates. A priority services
      *-- household is referred to the welfare team instead, every
      *-- day its credit stays exhausted.
           IF PP-BALANCE + PP-EMERGENCY-CREDIT NOT > ZEROES
              PERFORM D1800-CHECK-PRIORITY
                 THRU D1800-EXIT

              IF WS-PSREG-FOUND = 'Y'
                 PERFORM D3000-WRITE-WELFARE-REFERRAL
                    THRU D3000-EXIT
                 VARYING MTR-IDX FROM 1 BY 1
                   UNTIL MTR-IDX > WS-MTR-COUNT
              ELSE
                 PERFORM D2000-RECORD-DISCONNECT
                    THRU D2000-EXIT
                 VARYING MTR-IDX FROM 1 BY 1
                   UNTIL MTR-IDX > WS-MTR-COUNT
              END-IF
           END-IF
           .
       C0000-EXIT.
           CALL 'MTRREADGT'
          USING MTRREAD

           PERFORM C2200-GET-METER-REGISTER
              THRU C2200-EXIT

           MOVE ZEROES
             TO WS-METER-UNITS
                WS-PREV-READING
           END-IF
           .
       C2000-EXIT.
      *--------------------------------------------------------------*
       C2200-GET-METER-REGISTER.
      *--------------------------------------------------------------*
      *-- The meter's rollover point and register multiplier
           MOVE 'G'
             TO C01-ACTION-CD OF ASMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           MOVE WS-MTR-ID (MTR-IDX)
             TO C01-ASSET-MTR-ID

           CALL 'MTRASMNT'
          USING ASMNT-REQ

           MOVE C01-REGISTER-MAX
             TO WS-READING-MAX-VALUE

           MOVE C01-MULTIPLIER OF ASMNT-REQ
             TO WS-REG-MULTIPLIER
           .
       C2200-EXIT.
      *--------------------------------------------------------------*
       C2500-TAKE-ONE-READING.
      *--------------------------------------------------------------*
           END-IF

           COMPUTE WS-ADJ-READING =
              (C01-READING (ARRAY-INDEX)
              + (WS-ROLLOVER-COUNT * (WS-READING-MAX-VALUE + 0.00001)))
              * WS-REG-MULTIPLIER

           MOVE C01-READING (ARRAY-INDEX)
             TO WS-PREV-READING
             TO WS-WARNING-COUNT
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D1800-CHECK-PRIORITY.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-PSREG-FOUND

           IF WS-PSREG-OPEN = 'Y'
              MOVE PP-ACCOUNT-ID
                TO PS-ACCOUNT-ID

              READ PSREG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y'
                      TO WS-PSREG-FOUND
              END-READ
           END-IF
           .
       D1800-EXIT.
      *--------------------------------------------------------------*
       D2000-RECORD-DISCONNECT.
      *--------------------------------------------------------------*
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D3000-WRITE-WELFARE-REFERRAL.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO WELFREF-REC

           MOVE WS-TODAY-8
             TO WF-REF-DATE

           MOVE 'MTRPPDEC'
             TO WF-SOURCE

           MOVE 'PPDC'
             TO WF-EVENT

           MOVE PP-ACCOUNT-ID
             TO WF-ACCOUNT-ID

           MOVE WS-MTR-ID (MTR-IDX)
             TO WF-MTR-ID

           MOVE PS-CATEGORY
             TO WF-CATEGORY

           MOVE PS-NOMINEE-NAME
             TO WF-NOMINEE-NAME

           MOVE PS-NOMINEE-PHONE
             TO WF-NOMINEE-PHONE

           MOVE PP-BALANCE
             TO WS-ED-BAL

           STRING 'PREPAY BALANCE '       DELIMITED BY SIZE
                  WS-ED-BAL               DELIMITED BY SIZE
              INTO WF-DETAIL
           END-STRING

           WRITE WELFREF-REC

           ADD 1
             TO WS-REFERRAL-COUNT

           DISPLAY WS-MTR-ID (MTR-IDX)
                   ' WELFARE REFERRAL - PREPAY EXHAUSTED'
           .
       D3000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
           DISPLAY 'AMOUNT DECREMENTED : ' WS-DECREMENT-TOTAL
           DISPLAY 'WARNINGS WRITTEN   : ' WS-WARNING-COUNT
           DISPLAY 'DISCONNECT CANDS   : ' WS-DISCONNECT-COUNT
           DISPLAY 'WELFARE REFERRALS  : ' WS-REFERRAL-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF

           IF WS-PSREG-OPEN = 'Y'
              CLOSE PSREG-FILE
           END-IF

           CLOSE WELFREF-EXTRACT
           IF WS-WELFREF-STA NOT = '00'
              STRING 'Error in Closing welfare referral file - '
                  WS-WELFREF-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF
           .
       Z0000-EXIT.

