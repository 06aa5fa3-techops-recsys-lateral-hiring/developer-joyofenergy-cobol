       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRSMMNT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance and selection program for the STMSG statement      *
      * message file - add, change, delete or inquire on a message     *
      * (its text, the dates it is in force, its priority and the      *
      * rules saying which statements it goes on: bill cycle, plan,    *
      * supplier, region, fuel and delivery channel), select the       *
      * messages one statement should carry, and record on the         *
      * STMSGLOG issue log that they went out on it. The statement     *
      * programs select through here so there is one answer to "what   *
      * should this customer have been told".                          *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Statement messages, one record per message
           SELECT STMSG-FILE
           ASSIGN TO 'STMSG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SG-MSG-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STMSG-STA.

      *-- Issue log - which message went on which statement
           SELECT SMLOG-FILE
           ASSIGN TO 'STMSGLOG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SL-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-SMLOG-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  STMSG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STMSG0.
      *
       FD  SMLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SMLOG0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-STMSG-STA               PIC 9(02) VALUE ZEROES.
           05 WS-SMLOG-STA               PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-STMSG-OPEN              PIC X(01) VALUE 'N'.
           05 WS-SMLOG-OPEN              PIC X(01) VALUE 'N'.
      *-- Selection state - the statement's date and cycle, and
      *-- where a matching message slots into the priority order
           05 WS-AS-OF-8                 PIC 9(08) VALUE ZEROES.
           05 WS-ST-CYCLE                PIC X(02) VALUE SPACES.
           05 WS-ST-FUEL                 PIC X(01) VALUE SPACES.
           05 WS-END-OF-SCAN             PIC X(01) VALUE 'N'.
           05 WS-METER-MATCH             PIC X(01) VALUE 'N'.
           05 WS-SLOT-FOUND              PIC X(01) VALUE 'N'.
           05 WS-SHIFT-LAST              PIC 9(02) VALUE ZEROES.
           05 MTR-IDX                    PIC 9(02) VALUE ZEROES.
           05 SLOT-IDX                   PIC 9(02) VALUE ZEROES.
           05 SHIFT-IDX                  PIC 9(02) VALUE ZEROES.
           05 OUT-IDX                    PIC 9(02) VALUE ZEROES.
      *-- Most messages one statement carries - the size of the
      *-- C01-OUT-MSG table
           05 WS-MAX-MESSAGES            PIC 9(02) VALUE 5.
      *-- Change journal capture - the record as it stood before the
      *-- action, for the common before/after journal
           05 WS-JRN-BEFORE              PIC X(300) VALUE SPACES.

           COPY CHJRNL0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *
         COPY SMMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING SMMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-MAINTAIN-MESSAGE
              THRU C0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           GOBACK.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
           MOVE '0'
             TO C01-RETURN-CD OF SMMNT-REQ

      *-- Called once per statement by the billing runs, and VALUE
      *-- clauses only take effect on the first CALL
           MOVE 'N'
             TO WS-STMSG-OPEN
                WS-SMLOG-OPEN

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

      *-- Open Files
      *-- No message file yet: a selection simply finds nothing to
      *-- print; maintenance creates the file.
           IF C01-ACTION-CD OF SMMNT-REQ = 'S'
              OPEN INPUT STMSG-FILE
              IF WS-STMSG-STA = '35'
                 GO TO A0000-EXIT
              END-IF
           ELSE
              OPEN I-O STMSG-FILE
              IF WS-STMSG-STA = '35'
                 OPEN OUTPUT STMSG-FILE
                 CLOSE STMSG-FILE
                 OPEN I-O STMSG-FILE
              END-IF
           END-IF

           IF WS-STMSG-STA NOT = '00'
              STRING 'Error in opening statement message file - '
                  WS-STMSG-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           MOVE 'Y'
             TO WS-STMSG-OPEN

      *-- The issue log is only wanted when recording, and may not
      *-- exist yet the first time a message goes out
           IF C01-ACTION-CD OF SMMNT-REQ NOT = 'R'
              GO TO A0000-EXIT
           END-IF

           OPEN I-O SMLOG-FILE
           IF WS-SMLOG-STA = '35'
              OPEN OUTPUT SMLOG-FILE
              CLOSE SMLOG-FILE
              OPEN I-O SMLOG-FILE
           END-IF

           IF WS-SMLOG-STA NOT = '00'
              STRING 'Error in opening message issue log - '
                  WS-SMLOG-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO A0000-EXIT
           END-IF

           MOVE 'Y'
             TO WS-SMLOG-OPEN
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           IF C01-RETURN-CD OF SMMNT-REQ NOT = '0'
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF SMMNT-REQ NOT = 'A'
              AND C01-ACTION-CD OF SMMNT-REQ NOT = 'C'
              AND C01-ACTION-CD OF SMMNT-REQ NOT = 'D'
              AND C01-ACTION-CD OF SMMNT-REQ NOT = 'I'
              AND C01-ACTION-CD OF SMMNT-REQ NOT = 'S'
              AND C01-ACTION-CD OF SMMNT-REQ NOT = 'R'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D, I, S OR R'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO B0000-EXIT
           END-IF

      *-- Selecting and recording are about a statement, not one
      *-- message
           IF C01-ACTION-CD OF SMMNT-REQ = 'S'
              OR C01-ACTION-CD OF SMMNT-REQ = 'R'
              IF C01-ST-ACCOUNT-ID OF SMMNT-REQ = SPACES
                 MOVE 'STATEMENT ACCOUNT ID IS BLANK'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF SMMNT-REQ
              END-IF
              GO TO B0000-EXIT
           END-IF

           IF C01-MSG-ID OF SMMNT-REQ = SPACES
              MOVE 'INPUT MESSAGE ID IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF SMMNT-REQ = 'A'
              AND C01-MSG-TEXT OF SMMNT-REQ = SPACES
              MOVE 'MESSAGE TEXT IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF SMMNT-REQ = 'A'
              AND (C01-EFF-DATE OF SMMNT-REQ NOT NUMERIC
                   OR C01-EFF-DATE OF SMMNT-REQ = ZEROES)
              MOVE 'EFFECTIVE DATE IS MISSING OR NOT NUMERIC'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF SMMNT-REQ NOT = 'A'
              AND C01-ACTION-CD OF SMMNT-REQ NOT = 'C'
              GO TO B0000-EXIT
           END-IF

           IF C01-END-DATE OF SMMNT-REQ NOT NUMERIC
              OR C01-PRIORITY OF SMMNT-REQ NOT NUMERIC
              MOVE 'END DATE AND PRIORITY MUST BE NUMERIC'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-TGT-FUEL OF SMMNT-REQ NOT = SPACES
              AND C01-TGT-FUEL OF SMMNT-REQ NOT = 'E'
              AND C01-TGT-FUEL OF SMMNT-REQ NOT = 'G'
              MOVE 'FUEL MUST BE E, G OR BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-TGT-CHANNEL OF SMMNT-REQ NOT = SPACES
              AND C01-TGT-CHANNEL OF SMMNT-REQ NOT = 'P'
              AND C01-TGT-CHANNEL OF SMMNT-REQ NOT = 'E'
              MOVE 'CHANNEL MUST BE P, E OR BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO B0000-EXIT
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-MESSAGE.
      *--------------------------------------------------------------*
           IF C01-RETURN-CD OF SMMNT-REQ NOT = '0'
              GO TO C0000-EXIT
           END-IF

           EVALUATE C01-ACTION-CD OF SMMNT-REQ
              WHEN 'A'
                 PERFORM C1500-ADD-MESSAGE
                    THRU C1500-EXIT
              WHEN 'C'
                 PERFORM C1600-CHANGE-MESSAGE
                    THRU C1600-EXIT
              WHEN 'D'
                 PERFORM C1700-DELETE-MESSAGE
                    THRU C1700-EXIT
              WHEN 'I'
                 PERFORM C1800-INQUIRE-MESSAGE
                    THRU C1800-EXIT
              WHEN 'S'
                 PERFORM D0000-SELECT-MESSAGES
                    THRU D0000-EXIT
              WHEN 'R'
                 PERFORM E0000-RECORD-ISSUE
                    THRU E0000-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-ADD-MESSAGE.
      *--------------------------------------------------------------*
           IF C01-END-DATE OF SMMNT-REQ NOT = ZEROES
              AND C01-END-DATE OF SMMNT-REQ
                  < C01-EFF-DATE OF SMMNT-REQ
              MOVE 'END DATE IS BEFORE THE EFFECTIVE DATE'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO C1500-EXIT
           END-IF

           MOVE C01-MSG-ID OF SMMNT-REQ
             TO SG-MSG-ID

           MOVE C01-MSG-TEXT OF SMMNT-REQ
             TO SG-MSG-TEXT

           MOVE C01-EFF-DATE OF SMMNT-REQ
             TO SG-EFF-DATE

           MOVE C01-END-DATE OF SMMNT-REQ
             TO SG-END-DATE

           IF C01-PRIORITY OF SMMNT-REQ = ZEROES
              MOVE 50
                TO SG-PRIORITY
           ELSE
              MOVE C01-PRIORITY OF SMMNT-REQ
                TO SG-PRIORITY
           END-IF

           PERFORM C1900-MOVE-TARGETING
              THRU C1900-EXIT

           MOVE ZEROES
             TO SG-ISSUED-COUNT
                SG-FIRST-ISSUED

           MOVE WS-TODAY-8
             TO SG-ENTRY-DATE

           MOVE C01-OPERATOR OF SMMNT-REQ
             TO SG-OPERATOR

           WRITE STMSG-REC
              INVALID KEY
                 MOVE 'MESSAGE ID IS ALREADY ON FILE'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF SMMNT-REQ
           END-WRITE

           IF C01-RETURN-CD OF SMMNT-REQ = '0'
              MOVE SPACES
                TO WS-JRN-BEFORE

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1600-CHANGE-MESSAGE.
      *--------------------------------------------------------------*
      *-- A message already on customers' statements keeps its
      *-- wording - the issue log must go on proving what they were
      *-- told. Its dates, priority and targeting can still move.
           MOVE C01-MSG-ID OF SMMNT-REQ
             TO SG-MSG-ID

           READ STMSG-FILE
              INVALID KEY
                 MOVE 'MESSAGE ID IS NOT ON FILE'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF SMMNT-REQ
                 GO TO C1600-EXIT
           END-READ

           IF SG-ISSUED-COUNT > ZEROES
              AND C01-MSG-TEXT OF SMMNT-REQ NOT = SPACES
              AND C01-MSG-TEXT OF SMMNT-REQ NOT = SG-MSG-TEXT
              MOVE 'MESSAGE ALREADY ISSUED - TEXT CANNOT CHANGE'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '3'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO C1600-EXIT
           END-IF

           MOVE STMSG-REC
             TO WS-JRN-BEFORE

           IF C01-MSG-TEXT OF SMMNT-REQ NOT = SPACES
              MOVE C01-MSG-TEXT OF SMMNT-REQ
                TO SG-MSG-TEXT
           END-IF

           IF C01-EFF-DATE OF SMMNT-REQ NUMERIC
              AND C01-EFF-DATE OF SMMNT-REQ NOT = ZEROES
              MOVE C01-EFF-DATE OF SMMNT-REQ
                TO SG-EFF-DATE
           END-IF

           IF C01-END-DATE OF SMMNT-REQ NOT = ZEROES
              MOVE C01-END-DATE OF SMMNT-REQ
                TO SG-END-DATE
           END-IF

           IF C01-PRIORITY OF SMMNT-REQ NOT = ZEROES
              MOVE C01-PRIORITY OF SMMNT-REQ
                TO SG-PRIORITY
           END-IF

           IF SG-END-DATE NOT = ZEROES
              AND SG-END-DATE < SG-EFF-DATE
              MOVE 'END DATE IS BEFORE THE EFFECTIVE DATE'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO C1600-EXIT
           END-IF

           PERFORM C1900-MOVE-TARGETING
              THRU C1900-EXIT

           MOVE C01-OPERATOR OF SMMNT-REQ
             TO SG-OPERATOR

           REWRITE STMSG-REC
              INVALID KEY
                 MOVE 'ERROR REWRITING STATEMENT MESSAGE RECORD'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF SMMNT-REQ
           END-REWRITE

           IF C01-RETURN-CD OF SMMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1600-EXIT.
      *--------------------------------------------------------------*
       C1700-DELETE-MESSAGE.
      *--------------------------------------------------------------*
      *-- Read first, so the journal carries what the deleted record
      *-- used to hold. An issued message is retired by giving it an
      *-- end date instead.
           MOVE C01-MSG-ID OF SMMNT-REQ
             TO SG-MSG-ID

           READ STMSG-FILE
              INVALID KEY
                 MOVE 'MESSAGE ID IS NOT ON FILE'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF SMMNT-REQ
                 GO TO C1700-EXIT
           END-READ

           IF SG-ISSUED-COUNT > ZEROES
              MOVE 'MESSAGE ALREADY ISSUED - END-DATE IT INSTEAD'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '3'
                TO C01-RETURN-CD OF SMMNT-REQ
              GO TO C1700-EXIT
           END-IF

           MOVE STMSG-REC
             TO WS-JRN-BEFORE

           DELETE STMSG-FILE
              INVALID KEY
                 MOVE 'MESSAGE ID IS NOT ON FILE'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF SMMNT-REQ
           END-DELETE

           IF C01-RETURN-CD OF SMMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1700-EXIT.
      *--------------------------------------------------------------*
       C1800-INQUIRE-MESSAGE.
      *--------------------------------------------------------------*
           MOVE C01-MSG-ID OF SMMNT-REQ
             TO SG-MSG-ID

           READ STMSG-FILE
              INVALID KEY
                 MOVE 'MESSAGE ID IS NOT ON FILE'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF SMMNT-REQ
                 GO TO C1800-EXIT
           END-READ

           MOVE SG-MSG-TEXT
             TO C01-MSG-TEXT OF SMMNT-REQ

           MOVE SG-EFF-DATE
             TO C01-EFF-DATE OF SMMNT-REQ

           MOVE SG-END-DATE
             TO C01-END-DATE OF SMMNT-REQ

           MOVE SG-PRIORITY
             TO C01-PRIORITY OF SMMNT-REQ

           MOVE SG-TGT-CYCLE
             TO C01-TGT-CYCLE OF SMMNT-REQ

           MOVE SG-TGT-PLAN
             TO C01-TGT-PLAN OF SMMNT-REQ

           MOVE SG-TGT-SUPL
             TO C01-TGT-SUPL OF SMMNT-REQ

           MOVE SG-TGT-REGION
             TO C01-TGT-REGION OF SMMNT-REQ

           MOVE SG-TGT-FUEL
             TO C01-TGT-FUEL OF SMMNT-REQ

           MOVE SG-TGT-CHANNEL
             TO C01-TGT-CHANNEL OF SMMNT-REQ

           MOVE SG-ISSUED-COUNT
             TO C01-ISSUED-COUNT OF SMMNT-REQ

           MOVE SG-FIRST-ISSUED
             TO C01-FIRST-ISSUED OF SMMNT-REQ
           .
       C1800-EXIT.
      *--------------------------------------------------------------*
       C1900-MOVE-TARGETING.
      *--------------------------------------------------------------*
           MOVE C01-TGT-CYCLE OF SMMNT-REQ
             TO SG-TGT-CYCLE

           MOVE C01-TGT-PLAN OF SMMNT-REQ
             TO SG-TGT-PLAN

           MOVE C01-TGT-SUPL OF SMMNT-REQ
             TO SG-TGT-SUPL

           MOVE C01-TGT-REGION OF SMMNT-REQ
             TO SG-TGT-REGION

           MOVE C01-TGT-FUEL OF SMMNT-REQ
             TO SG-TGT-FUEL

           MOVE C01-TGT-CHANNEL OF SMMNT-REQ
             TO SG-TGT-CHANNEL
           .
       C1900-EXIT.
      *--------------------------------------------------------------*
       D0000-SELECT-MESSAGES.
      *--------------------------------------------------------------*
      *-- The message file is small - walk all of it and keep the
      *-- matching messages in priority order, dropping the lowest
      *-- once the statement's five places are full.
           MOVE ZEROES
             TO C01-OUT-COUNT OF SMMNT-REQ

           MOVE SPACES
             TO C01-OUT-MSG OF SMMNT-REQ (1)
                C01-OUT-MSG OF SMMNT-REQ (2)
                C01-OUT-MSG OF SMMNT-REQ (3)
                C01-OUT-MSG OF SMMNT-REQ (4)
                C01-OUT-MSG OF SMMNT-REQ (5)

           IF WS-STMSG-OPEN NOT = 'Y'
              GO TO D0000-EXIT
           END-IF

           IF C01-AS-OF-DATE OF SMMNT-REQ = ZEROES
              MOVE WS-TODAY-8
                TO WS-AS-OF-8
           ELSE
              MOVE C01-AS-OF-DATE OF SMMNT-REQ
                TO WS-AS-OF-8
           END-IF

           IF C01-ST-CYCLE OF SMMNT-REQ = SPACES
              MOVE '00'
                TO WS-ST-CYCLE
           ELSE
              MOVE C01-ST-CYCLE OF SMMNT-REQ
                TO WS-ST-CYCLE
           END-IF

           MOVE 'N'
             TO WS-END-OF-SCAN

           MOVE LOW-VALUES
             TO SG-MSG-ID

           START STMSG-FILE KEY IS NOT LESS THAN SG-MSG-ID
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM D1500-READ-ONE-MESSAGE
              THRU D1500-EXIT
            UNTIL WS-END-OF-SCAN = 'Y'
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1500-READ-ONE-MESSAGE.
      *--------------------------------------------------------------*
           READ STMSG-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
              NOT AT END
                 PERFORM D2000-TEST-ONE-MESSAGE
                    THRU D2000-EXIT
           END-READ
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       D2000-TEST-ONE-MESSAGE.
      *--------------------------------------------------------------*
      *-- In force on the statement date, and every rule that is set
      *-- passed
           IF SG-EFF-DATE > WS-AS-OF-8
              GO TO D2000-EXIT
           END-IF

           IF SG-END-DATE NOT = ZEROES
              AND SG-END-DATE < WS-AS-OF-8
              GO TO D2000-EXIT
           END-IF

           IF SG-TGT-CYCLE NOT = SPACES
              AND SG-TGT-CYCLE NOT = WS-ST-CYCLE
              GO TO D2000-EXIT
           END-IF

           IF SG-TGT-REGION NOT = SPACES
              AND SG-TGT-REGION NOT = C01-ST-REGION OF SMMNT-REQ
              GO TO D2000-EXIT
           END-IF

           IF SG-TGT-CHANNEL NOT = SPACES
              AND SG-TGT-CHANNEL NOT = C01-ST-CHANNEL OF SMMNT-REQ
              GO TO D2000-EXIT
           END-IF

      *-- Plan, supplier and fuel are the meter's - on an account
      *-- statement one meter passing all three is enough
           IF SG-TGT-PLAN NOT = SPACES
              OR SG-TGT-SUPL NOT = SPACES
              OR SG-TGT-FUEL NOT = SPACES
              MOVE 'N'
                TO WS-METER-MATCH

              PERFORM D2500-TEST-ONE-METER
                 THRU D2500-EXIT
              VARYING MTR-IDX FROM 1 BY 1
                UNTIL MTR-IDX > C01-ST-METER-COUNT OF SMMNT-REQ
                   OR MTR-IDX > 10
                   OR WS-METER-MATCH = 'Y'

              IF WS-METER-MATCH NOT = 'Y'
                 GO TO D2000-EXIT
              END-IF
           END-IF

           PERFORM D3000-SLOT-MESSAGE
              THRU D3000-EXIT
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-TEST-ONE-METER.
      *--------------------------------------------------------------*
      *-- Spaces for the fuel mean electricity, as on the plans
           MOVE C01-ST-FUEL OF SMMNT-REQ (MTR-IDX)
             TO WS-ST-FUEL

           IF WS-ST-FUEL = SPACES
              MOVE 'E'
                TO WS-ST-FUEL
           END-IF

           IF SG-TGT-PLAN NOT = SPACES
              AND SG-TGT-PLAN NOT = C01-ST-PLAN OF SMMNT-REQ (MTR-IDX)
              GO TO D2500-EXIT
           END-IF

           IF SG-TGT-SUPL NOT = SPACES
              AND SG-TGT-SUPL NOT = C01-ST-SUPL OF SMMNT-REQ (MTR-IDX)
              GO TO D2500-EXIT
           END-IF

           IF SG-TGT-FUEL NOT = SPACES
              AND SG-TGT-FUEL NOT = WS-ST-FUEL
              GO TO D2500-EXIT
           END-IF

           MOVE 'Y'
             TO WS-METER-MATCH
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       D3000-SLOT-MESSAGE.
      *--------------------------------------------------------------*
      *-- Find the first kept message of lower priority (a higher
      *-- number), move it and those after it down one place, and
      *-- put this one in its slot. Equal priorities keep file order.
           MOVE 'N'
             TO WS-SLOT-FOUND

           PERFORM D3500-CHECK-ONE-SLOT
              THRU D3500-EXIT
           VARYING SLOT-IDX FROM 1 BY 1
             UNTIL SLOT-IDX > C01-OUT-COUNT OF SMMNT-REQ
                OR WS-SLOT-FOUND = 'Y'

           IF WS-SLOT-FOUND = 'Y'
              SUBTRACT 1 FROM SLOT-IDX
           END-IF

           IF SLOT-IDX > WS-MAX-MESSAGES
              GO TO D3000-EXIT
           END-IF

           IF C01-OUT-COUNT OF SMMNT-REQ < WS-MAX-MESSAGES
              MOVE C01-OUT-COUNT OF SMMNT-REQ
                TO WS-SHIFT-LAST
           ELSE
              COMPUTE WS-SHIFT-LAST = WS-MAX-MESSAGES - 1
           END-IF

           PERFORM D3700-SHIFT-ONE-SLOT
              THRU D3700-EXIT
           VARYING SHIFT-IDX FROM WS-SHIFT-LAST BY -1
             UNTIL SHIFT-IDX < SLOT-IDX

           MOVE SG-MSG-ID
             TO C01-OUT-MSG-ID OF SMMNT-REQ (SLOT-IDX)

           MOVE SG-PRIORITY
             TO C01-OUT-PRIORITY OF SMMNT-REQ (SLOT-IDX)

           MOVE SG-MSG-TEXT
             TO C01-OUT-TEXT OF SMMNT-REQ (SLOT-IDX)

           IF C01-OUT-COUNT OF SMMNT-REQ < WS-MAX-MESSAGES
              ADD 1
                TO C01-OUT-COUNT OF SMMNT-REQ
           END-IF
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D3500-CHECK-ONE-SLOT.
      *--------------------------------------------------------------*
           IF C01-OUT-PRIORITY OF SMMNT-REQ (SLOT-IDX) > SG-PRIORITY
              MOVE 'Y'
                TO WS-SLOT-FOUND
           END-IF
           .
       D3500-EXIT.
      *--------------------------------------------------------------*
       D3700-SHIFT-ONE-SLOT.
      *--------------------------------------------------------------*
           MOVE C01-OUT-MSG OF SMMNT-REQ (SHIFT-IDX)
             TO C01-OUT-MSG OF SMMNT-REQ (SHIFT-IDX + 1)
           .
       D3700-EXIT.
      *--------------------------------------------------------------*
       E0000-RECORD-ISSUE.
      *--------------------------------------------------------------*
      *-- One issue log record per message on the statement. A rerun
      *-- of the same statement replaces its record rather than
      *-- counting the message as issued twice.
           IF WS-SMLOG-OPEN NOT = 'Y'
              GO TO E0000-EXIT
           END-IF

           PERFORM E1500-LOG-ONE-MESSAGE
              THRU E1500-EXIT
           VARYING OUT-IDX FROM 1 BY 1
             UNTIL OUT-IDX > C01-OUT-COUNT OF SMMNT-REQ
                OR OUT-IDX > WS-MAX-MESSAGES
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       E1500-LOG-ONE-MESSAGE.
      *--------------------------------------------------------------*
           MOVE C01-OUT-MSG-ID OF SMMNT-REQ (OUT-IDX)
             TO SL-MSG-ID

           MOVE C01-ST-ACCOUNT-ID OF SMMNT-REQ
             TO SL-ACCOUNT-ID

           MOVE C01-ST-MTR-ID OF SMMNT-REQ
             TO SL-MTR-ID

           MOVE C01-ST-FROM-DATE OF SMMNT-REQ
             TO SL-FROM-DATE

           READ SMLOG-FILE
              INVALID KEY
                 MOVE C01-ST-TO-DATE OF SMMNT-REQ
                   TO SL-TO-DATE
                 MOVE C01-ST-CHANNEL OF SMMNT-REQ
                   TO SL-CHANNEL
                 MOVE WS-TODAY-8
                   TO SL-SENT-DATE

                 WRITE SMLOG-REC
                    INVALID KEY
                       MOVE 'Error writing message issue log record'
                         TO WS-ERROR-TEXT
                       DISPLAY WS-ERROR-TEXT
                       GO TO E1500-EXIT
                 END-WRITE

                 PERFORM E2000-COUNT-ISSUE
                    THRU E2000-EXIT

                 GO TO E1500-EXIT
           END-READ

           MOVE C01-ST-TO-DATE OF SMMNT-REQ
             TO SL-TO-DATE

           MOVE C01-ST-CHANNEL OF SMMNT-REQ
             TO SL-CHANNEL

           MOVE WS-TODAY-8
             TO SL-SENT-DATE

           REWRITE SMLOG-REC
              INVALID KEY
                 MOVE 'Error updating message issue log record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE
           .
       E1500-EXIT.
      *--------------------------------------------------------------*
       E2000-COUNT-ISSUE.
      *--------------------------------------------------------------*
      *-- First time on this statement - count it against the
      *-- message, which fixes its text from now on
           MOVE SL-MSG-ID
             TO SG-MSG-ID

           READ STMSG-FILE
              INVALID KEY
                 GO TO E2000-EXIT
           END-READ

           ADD 1
             TO SG-ISSUED-COUNT

           IF SG-FIRST-ISSUED = ZEROES
              MOVE WS-TODAY-8
                TO SG-FIRST-ISSUED
           END-IF

           REWRITE STMSG-REC
              INVALID KEY
                 MOVE 'Error updating statement message issue count'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE
           .
       E2000-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The
      *-- before image was captured ahead of the action (spaces on an
      *-- add); the after image is the record as it now stands
      *-- (spaces on a delete).
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE 'STMSG'
             TO C01-FILE-NAME

           MOVE C01-ACTION-CD OF SMMNT-REQ
             TO C01-JRN-ACTION

           MOVE SG-MSG-ID
             TO C01-REC-KEY

           MOVE C01-OPERATOR OF SMMNT-REQ
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           IF C01-ACTION-CD OF SMMNT-REQ = 'D'
              MOVE SPACES
                TO C01-AFTER-IMAGE
           ELSE
              MOVE STMSG-REC
                TO C01-AFTER-IMAGE
           END-IF

           CALL 'MTRCHJRN'
          USING CHJRNL-REQ
           .
       X8000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-SMLOG-OPEN = 'Y'
              CLOSE SMLOG-FILE
              IF WS-SMLOG-STA NOT = '00'
                 STRING 'Error in Closing message issue log - '
                     WS-SMLOG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
              END-IF
           END-IF

           IF WS-STMSG-OPEN = 'Y'
              CLOSE STMSG-FILE
              IF WS-STMSG-STA NOT = '00'
                 STRING 'Error in Closing statement message file - '
                     WS-STMSG-STA
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
