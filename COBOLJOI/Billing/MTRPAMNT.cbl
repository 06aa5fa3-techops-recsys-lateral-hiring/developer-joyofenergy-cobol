      *----------------------------------------------------------------*
      * Maintenance program for the PAYARR payment arrangement file -  *
      * record an agreed arrangement, close it out, remove it or look  *
      * it up. The late-payment charge run and the collections run     *
      * leave accounts with an active arrangement alone. Recording     *
      * one builds its instalment schedule and notes the dunning       *
      * stage the account stood at, for the nightly monitor MTRPAMON   *
      * to hand back to if the arrangement breaks. An arrangement that *
      * covers what a disconnected account owes raises its             *
      * reconnection orders and clears its dunning stage.              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PAYARR-STA.

      *-- Dunning stage per account - the stage the account stands
      *-- at when the arrangement is agreed
           SELECT DUNSTAT-FILE
           ASSIGN TO 'DUNSTAT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DN-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-DUNSTAT-STA.

      *-- Running account balances - the debt left outside the new
      *-- arrangement decides whether a disconnected account can be
      *-- reconnected
           SELECT ACCTBAL-FILE
           ASSIGN TO 'ACCTBAL'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AB-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-ACCTBAL-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYARR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYARR0.
      *
       FD  DUNSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DUNSTAT0.
      *
       FD  ACCTBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTBAL0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-PAYARR-STA              PIC 9(02) VALUE ZEROES.
           05 WS-DUNSTAT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-DUNSTAT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-ACCTBAL-OPEN            PIC X(01) VALUE 'N'.
      *-- Instalment schedule work fields - the regular instalment
      *-- is the total split evenly to the penny, the last one takes
      *-- what is left
           05 WS-INST-IDX                PIC 9(02) VALUE ZEROES.
           05 WS-INSTAL-AMOUNT           PIC 9(7)V99 VALUE ZEROES.
           05 WS-LAST-AMOUNT             PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-FIRST-DAY-NBR           PIC S9(8) COMP VALUE ZEROES.
           05 WS-DUE-DAY-NBR             PIC S9(8) COMP VALUE ZEROES.
           05 WS-MONTH-NBR               PIC 9(06) VALUE ZEROES.
           05 WS-FIRST-DUE.
              10 WS-FIRST-YYYY           PIC 9(04).
              10 WS-FIRST-MM             PIC 9(02).
              10 WS-FIRST-DD             PIC 9(02).
           05 WS-FIRST-DUE-8 REDEFINES WS-FIRST-DUE
                                         PIC 9(08).
           05 WS-SCH-DUE.
              10 WS-SCH-YYYY             PIC 9(04).
              10 WS-SCH-MM               PIC 9(02).
              10 WS-SCH-DD               PIC 9(02).
           05 WS-SCH-DUE-8 REDEFINES WS-SCH-DUE
                                         PIC 9(08).
           05 WS-MONTH-END.
              10 WS-MONTH-END-YYYY       PIC 9(04).
              10 WS-MONTH-END-MM         PIC 9(02).
              10 WS-MONTH-END-DD         PIC 9(02).
           05 WS-MONTH-END-8 REDEFINES WS-MONTH-END
                                         PIC 9(08).

           COPY RCNREQ0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
              GO TO PROGRAM-DONE
           END-IF

      *-- No dunning file yet just means no account was ever chased
           MOVE 'N'
             TO WS-DUNSTAT-OPEN

           OPEN I-O DUNSTAT-FILE
           IF WS-DUNSTAT-STA = '00'
              MOVE 'Y'
                TO WS-DUNSTAT-OPEN
           ELSE
              IF WS-DUNSTAT-STA NOT = '35'
                 STRING 'Error in opening dunning stage file - '
                     WS-DUNSTAT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- No balance file yet just means nothing has been billed
           MOVE 'N'
             TO WS-ACCTBAL-OPEN

           OPEN INPUT ACCTBAL-FILE
           IF WS-ACCTBAL-STA = '00'
              MOVE 'Y'
                TO WS-ACCTBAL-OPEN
           ELSE
              IF WS-ACCTBAL-STA NOT = '35'
                 STRING 'Error in opening account balance file - '
                     WS-ACCTBAL-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

       B0000-VALIDATE.
      *---------------------*
           MOVE '0'
             TO C01-RETURN-CD OF PAMNT-REQ

           IF C01-ACCOUNT-ID OF PAMNT-REQ = SPACES
              MOVE 'INPUT ACCOUNT ID IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PAMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF PAMNT-REQ NOT = 'A'
              AND C01-ACTION-CD OF PAMNT-REQ NOT = 'C'
              AND C01-ACTION-CD OF PAMNT-REQ NOT = 'D'
              AND C01-ACTION-CD OF PAMNT-REQ NOT = 'I'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D OR I'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PAMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

      *-- An arrangement is only agreed against a schedule
           IF C01-ACTION-CD OF PAMNT-REQ = 'A'
              IF C01-FREQUENCY OF PAMNT-REQ = SPACES
                 MOVE 'M'
                   TO C01-FREQUENCY OF PAMNT-REQ
              END-IF

              IF C01-TOTAL-AMOUNT OF PAMNT-REQ NOT NUMERIC
                 OR C01-TOTAL-AMOUNT OF PAMNT-REQ = ZEROES
                 OR C01-INSTAL-COUNT OF PAMNT-REQ NOT NUMERIC
                 OR C01-INSTAL-COUNT OF PAMNT-REQ = ZEROES
                 OR C01-INSTAL-COUNT OF PAMNT-REQ > 24
                 OR (C01-FREQUENCY OF PAMNT-REQ NOT = 'W'
                     AND C01-FREQUENCY OF PAMNT-REQ NOT = 'F'
                     AND C01-FREQUENCY OF PAMNT-REQ NOT = 'M')
                 MOVE 'INVALID SCHEDULE - NEED TOTAL, 1-24 DUE, W/F/M'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PAMNT-REQ
                 GO TO PROGRAM-DONE
              END-IF
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-ARRANGEMENT.
      *--------------------------------------------------------------*
           EVALUATE C01-ACTION-CD OF PAMNT-REQ
              WHEN 'A'
                 PERFORM C1500-ADD-ARRANGEMENT
                    THRU C1500-EXIT
      *--------------------------------------------------------------*
       C1500-ADD-ARRANGEMENT.
      *--------------------------------------------------------------*
           INITIALIZE PAYARR-REC

           MOVE C01-ACCOUNT-ID OF PAMNT-REQ
             TO PA-ACCOUNT-ID

           MOVE 'A'
             TO PA-STATUS

           IF C01-AGREED-DATE OF PAMNT-REQ = ZEROES
              MOVE WS-TODAY-8
                TO PA-AGREED-DATE
           ELSE
              MOVE C01-AGREED-DATE OF PAMNT-REQ
                TO PA-AGREED-DATE
           END-IF

           MOVE C01-OPERATOR OF PAMNT-REQ
             TO PA-OPERATOR

      *-- The stage the account stands at now is the stage it goes
      *-- back to if the arrangement is broken
           MOVE ZEROES
             TO PA-DUN-STAGE

           IF WS-DUNSTAT-OPEN = 'Y'
              MOVE C01-ACCOUNT-ID OF PAMNT-REQ
                TO DN-ACCOUNT-ID

              READ DUNSTAT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DN-STAGE
                      TO PA-DUN-STAGE
              END-READ
           END-IF

           PERFORM C1520-BUILD-SCHEDULE
              THRU C1520-EXIT

           WRITE PAYARR-REC
              INVALID KEY
                 MOVE 'Account already has an arrangement'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF PAMNT-REQ
           END-WRITE

           IF C01-RETURN-CD OF PAMNT-REQ = '0'
              PERFORM C1580-CHECK-RECONNECTION
                 THRU C1580-EXIT
           END-IF
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1520-BUILD-SCHEDULE.
      *--------------------------------------------------------------*
           MOVE C01-FREQUENCY OF PAMNT-REQ
             TO PA-FREQUENCY

           MOVE C01-INSTAL-COUNT OF PAMNT-REQ
             TO PA-INSTAL-COUNT

           MOVE C01-TOTAL-AMOUNT OF PAMNT-REQ
             TO PA-TOTAL-AMOUNT

           IF C01-FIRST-DUE-DATE OF PAMNT-REQ = ZEROES
              MOVE PA-AGREED-DATE
                TO WS-FIRST-DUE-8
           ELSE
              MOVE C01-FIRST-DUE-DATE OF PAMNT-REQ
                TO WS-FIRST-DUE-8
           END-IF

           COMPUTE WS-FIRST-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-FIRST-DUE-8)

           COMPUTE WS-INSTAL-AMOUNT =
              C01-TOTAL-AMOUNT OF PAMNT-REQ
              / C01-INSTAL-COUNT OF PAMNT-REQ

           COMPUTE WS-LAST-AMOUNT =
              C01-TOTAL-AMOUNT OF PAMNT-REQ
              - WS-INSTAL-AMOUNT * (C01-INSTAL-COUNT OF PAMNT-REQ - 1)

           MOVE WS-INSTAL-AMOUNT
             TO C01-INSTAL-AMOUNT OF PAMNT-REQ

           PERFORM C1540-SET-ONE-INSTALMENT
              THRU C1540-EXIT
           VARYING WS-INST-IDX FROM 1 BY 1
             UNTIL WS-INST-IDX > C01-INSTAL-COUNT OF PAMNT-REQ
           .
       C1520-EXIT.
      *--------------------------------------------------------------*
       C1540-SET-ONE-INSTALMENT.
      *--------------------------------------------------------------*
           EVALUATE PA-FREQUENCY
              WHEN 'W'
                 COMPUTE WS-DUE-DAY-NBR =
                    WS-FIRST-DAY-NBR + (WS-INST-IDX - 1) * 7
                 COMPUTE WS-SCH-DUE-8 =
                    FUNCTION DATE-OF-INTEGER (WS-DUE-DAY-NBR)
              WHEN 'F'
                 COMPUTE WS-DUE-DAY-NBR =
                    WS-FIRST-DAY-NBR + (WS-INST-IDX - 1) * 14
                 COMPUTE WS-SCH-DUE-8 =
                    FUNCTION DATE-OF-INTEGER (WS-DUE-DAY-NBR)
              WHEN OTHER
                 PERFORM C1560-SET-MONTHLY-DUE
                    THRU C1560-EXIT
           END-EVALUATE

           MOVE WS-SCH-DUE-8
             TO PA-DUE-DATE (WS-INST-IDX)

           IF WS-INST-IDX = C01-INSTAL-COUNT OF PAMNT-REQ
              MOVE WS-LAST-AMOUNT
                TO PA-DUE-AMOUNT (WS-INST-IDX)
           ELSE
              MOVE WS-INSTAL-AMOUNT
                TO PA-DUE-AMOUNT (WS-INST-IDX)
           END-IF
           .
       C1540-EXIT.
      *--------------------------------------------------------------*
       C1560-SET-MONTHLY-DUE.
      *--------------------------------------------------------------*
      *-- Same day of the month as the first instalment, pulled back
      *-- to the month end in a shorter month (31st -> 30th, 28th)
           COMPUTE WS-MONTH-NBR =
              WS-FIRST-YYYY * 12 + WS-FIRST-MM - 1
              + WS-INST-IDX - 1

           COMPUTE WS-SCH-YYYY = WS-MONTH-NBR / 12

           COMPUTE WS-SCH-MM =
              WS-MONTH-NBR - WS-SCH-YYYY * 12 + 1

           MOVE WS-FIRST-DD
             TO WS-SCH-DD

           IF WS-SCH-DD > 28
      *-- Last day of the month is the day before the 1st of the next
              MOVE WS-SCH-YYYY
                TO WS-MONTH-END-YYYY

              COMPUTE WS-MONTH-END-MM = WS-SCH-MM + 1

              IF WS-MONTH-END-MM > 12
                 MOVE 1
                   TO WS-MONTH-END-MM
                 ADD 1
                   TO WS-MONTH-END-YYYY
              END-IF

              MOVE 1
                TO WS-MONTH-END-DD

              COMPUTE WS-DUE-DAY-NBR =
                 FUNCTION INTEGER-OF-DATE (WS-MONTH-END-8) - 1

              COMPUTE WS-MONTH-END-8 =
                 FUNCTION DATE-OF-INTEGER (WS-DUE-DAY-NBR)

              IF WS-SCH-DD > WS-MONTH-END-DD
                 MOVE WS-MONTH-END-DD
                   TO WS-SCH-DD
              END-IF
           END-IF
           .
       C1560-EXIT.
      *--------------------------------------------------------------*
       C1580-CHECK-RECONNECTION.
      *--------------------------------------------------------------*
      *-- The arranged total is off the table for reconnection - a
      *-- disconnected account whose remaining debt is under the
      *-- threshold gets its reconnection orders, and leaves dunning.
           MOVE ZEROES
             TO C01-DEBT-AMOUNT OF RCNREQ

           IF WS-ACCTBAL-OPEN = 'Y'
              MOVE C01-ACCOUNT-ID OF PAMNT-REQ
                TO AB-ACCOUNT-ID

              READ ACCTBAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE AB-BALANCE
                      TO C01-DEBT-AMOUNT OF RCNREQ
              END-READ
           END-IF

           SUBTRACT PA-TOTAL-AMOUNT
               FROM C01-DEBT-AMOUNT OF RCNREQ

           MOVE '0'
             TO C01-RETURN-CD OF RCNREQ

           MOVE C01-ACCOUNT-ID OF PAMNT-REQ
             TO C01-ACCOUNT-ID OF RCNREQ

           MOVE 'MTRPAMNT'
             TO C01-SOURCE OF RCNREQ

           MOVE C01-OPERATOR OF PAMNT-REQ
             TO C01-OPERATOR OF RCNREQ

           CALL 'MTRRCNCK'
          USING RCNREQ

           IF C01-RETURN-CD OF RCNREQ NOT = '1'
              GO TO C1580-EXIT
           END-IF

           DISPLAY 'Reconnection ordered for '
                   C01-ORDER-COUNT OF RCNREQ ' meter(s) on account '
                   C01-ACCOUNT-ID OF PAMNT-REQ

           IF WS-DUNSTAT-OPEN NOT = 'Y'
              GO TO C1580-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF PAMNT-REQ
             TO DN-ACCOUNT-ID

           READ DUNSTAT-FILE
              INVALID KEY
                 GO TO C1580-EXIT
           END-READ

           MOVE ZEROES
             TO DN-STAGE

           MOVE WS-TODAY-8
             TO DN-STAGE-DATE

           REWRITE DUNSTAT-REC
              INVALID KEY
                 MOVE 'Error updating dunning stage record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE
           .
       C1580-EXIT.
      *--------------------------------------------------------------*
       C1600-CHANGE-ARRANGEMENT.
      *--------------------------------------------------------------*
           PERFORM C2500-READ-ARRANGEMENT
              THRU C2500-EXIT

           IF C01-RETURN-CD OF PAMNT-REQ NOT = '0'
              GO TO C1600-EXIT
           END-IF

           IF C01-PA-STATUS OF PAMNT-REQ NOT = SPACES
              MOVE C01-PA-STATUS OF PAMNT-REQ
                TO PA-STATUS

              IF PA-STATUS = 'A'
                 MOVE ZEROES
                   TO PA-CLOSED-DATE
              ELSE
                 MOVE WS-TODAY-8
                   TO PA-CLOSED-DATE
              END-IF
           END-IF

           MOVE C01-OPERATOR OF PAMNT-REQ
             TO PA-OPERATOR

           REWRITE PAYARR-REC
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PAMNT-REQ
           END-REWRITE
           .
       C1600-EXIT.
      *--------------------------------------------------------------*
       C1700-DELETE-ARRANGEMENT.
      *--------------------------------------------------------------*
           MOVE C01-ACCOUNT-ID OF PAMNT-REQ
             TO PA-ACCOUNT-ID

           DELETE PAYARR-FILE
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF PAMNT-REQ
           END-DELETE
           .
       C1700-EXIT.
           PERFORM C2500-READ-ARRANGEMENT
              THRU C2500-EXIT

           IF C01-RETURN-CD OF PAMNT-REQ NOT = '0'
              GO TO C1800-EXIT
           END-IF

           MOVE PA-STATUS
             TO C01-PA-STATUS OF PAMNT-REQ

           MOVE PA-AGREED-DATE
             TO C01-AGREED-DATE OF PAMNT-REQ

           MOVE PA-OPERATOR
             TO C01-OPERATOR OF PAMNT-REQ

           MOVE PA-TOTAL-AMOUNT
             TO C01-TOTAL-AMOUNT OF PAMNT-REQ

           MOVE PA-INSTAL-COUNT
             TO C01-INSTAL-COUNT OF PAMNT-REQ

           MOVE PA-FREQUENCY
             TO C01-FREQUENCY OF PAMNT-REQ

           MOVE PA-PAID-TO-DATE
             TO C01-PAID-TO-DATE OF PAMNT-REQ

           MOVE PA-INSTAL-MISSED
             TO C01-INSTAL-MISSED OF PAMNT-REQ

           IF PA-INSTAL-COUNT > ZEROES
              MOVE PA-DUE-DATE (1)
                TO C01-FIRST-DUE-DATE OF PAMNT-REQ
              MOVE PA-DUE-AMOUNT (1)
                TO C01-INSTAL-AMOUNT OF PAMNT-REQ
           END-IF
           .
       C1800-EXIT.
      *--------------------------------------------------------------*
       C2500-READ-ARRANGEMENT.
      *--------------------------------------------------------------*
           MOVE C01-ACCOUNT-ID OF PAMNT-REQ
             TO PA-ACCOUNT-ID

           READ PAYARR-FILE
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF PAMNT-REQ
           END-READ
           .
       C2500-EXIT.
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           IF WS-DUNSTAT-OPEN = 'Y'
              CLOSE DUNSTAT-FILE
           END-IF

           IF WS-ACCTBAL-OPEN = 'Y'
              CLOSE ACCTBAL-FILE
           END-IF
           .
       Z0000-EXIT.

