       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRRCNCK.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Reconnection check - called by payment posting (MTRPYPST), the *
      * suspense re-post (MTRPYSUS) and arrangement set-up (MTRPAMNT)  *
      * once an account's balance has moved. When the debt left        *
      * outside any arrangement is below the reconnection threshold,   *
      * every meter on the account still disconnected in the DISCONN   *
      * register gets a reconnection order on the field team's         *
      * worklist, due back within the regulatory deadline.             *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Reconnection threshold and deadline (optional)
           SELECT RECON-CARD
           ASSIGN TO 'RCNCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Disconnection and reconnection register, keyed by account
      *-- and meter
           SELECT DISCONN-FILE
           ASSIGN TO 'DISCONN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DC-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DISCONN-STA.

      *-- Reconnection orders for the field team's worklist,
      *-- appended to across the day the way DISCORD is
           SELECT RECONORD-EXTRACT
           ASSIGN TO 'RECONORD'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECONORD-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-CARD
           LABEL RECORDS ARE STANDARD.
       01  RECON-CARD-REC.
           05 CARD-THRESHOLD     PIC 9(07)V99.
           05 FILLER             PIC X(01).
           05 CARD-DEADLINE-DAYS PIC 9(03).
      *
       FD  DISCONN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISCONN0.
      *
       FD  RECONORD-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  RECONORD-REC                PIC X(80).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-DISCONN-STA             PIC 9(02) VALUE ZEROES.
           05 WS-RECONORD-STA            PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-SCAN             PIC X(01) VALUE 'N'.
           05 WS-EXTRACT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- The card is read on the first call of the run only
           05 WS-CARD-LOADED             PIC X(01) VALUE 'N'.
      *-- Debt below which a disconnected account is reconnected, and
      *-- the days the field team has to get the supply back on. No
      *-- card keeps the defaults - a pound of debt, and by the next
      *-- working day.
           05 WS-THRESHOLD               PIC 9(07)V99 VALUE 1.00.
           05 WS-DEADLINE-DAYS           PIC 9(03) VALUE 1.
      *
       LINKAGE SECTION.
      *
         COPY RCNREQ0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING RCNREQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-RAISE-ORDERS
              THRU B0000-EXIT

           PERFORM Z0000-CLOSING-FILES
              THRU Z0000-EXIT
           .
       PROGRAM-DONE.
           GOBACK.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
           MOVE '0'
             TO C01-RETURN-CD OF RCNREQ

           MOVE ZEROES
             TO C01-ORDER-COUNT OF RCNREQ

           MOVE 'N'
             TO WS-EXTRACT-OPEN

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

           IF WS-CARD-LOADED NOT = 'Y'
              PERFORM A1000-READ-CONTROL-CARD
                 THRU A1000-EXIT
           END-IF

      *-- Still owing too much - nothing to do, and nothing opened
           IF C01-DEBT-AMOUNT OF RCNREQ NOT < WS-THRESHOLD
              GO TO PROGRAM-DONE
           END-IF

      *-- No register yet just means nobody has been disconnected
           OPEN I-O DISCONN-FILE
           IF WS-DISCONN-STA = '35'
              GO TO PROGRAM-DONE
           END-IF

           IF WS-DISCONN-STA NOT = '00'
              STRING 'Error in opening disconnection register - '
                  WS-DISCONN-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RCNREQ
              GO TO PROGRAM-DONE
           END-IF
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       A1000-READ-CONTROL-CARD.
      *--------------------------------------------------------------*
      *-- The control card is optional - no card, an empty card or a
      *-- zero field keeps that field's default
           MOVE 'Y'
             TO WS-CARD-LOADED

           OPEN INPUT RECON-CARD
           IF WS-CARD-STA NOT = '00'
              GO TO A1000-EXIT
           END-IF

           READ RECON-CARD
              AT END
                 MOVE SPACES
                   TO RECON-CARD-REC
           END-READ

           IF CARD-THRESHOLD NUMERIC
              AND CARD-THRESHOLD > ZEROES
              MOVE CARD-THRESHOLD
                TO WS-THRESHOLD
           END-IF

           IF CARD-DEADLINE-DAYS NUMERIC
              AND CARD-DEADLINE-DAYS > ZEROES
              MOVE CARD-DEADLINE-DAYS
                TO WS-DEADLINE-DAYS
           END-IF

           CLOSE RECON-CARD
           .
       A1000-EXIT.
      *--------------------------------------------------------------*
       B0000-RAISE-ORDERS.
      *--------------------------------------------------------------*
      *-- Walk the account's meters in the register
           MOVE 'N'
             TO WS-END-OF-SCAN

           MOVE C01-ACCOUNT-ID OF RCNREQ
             TO DC-ACCOUNT-ID

           MOVE LOW-VALUES
             TO DC-MTR-ID

           START DISCONN-FILE KEY IS NOT LESS THAN DC-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
           END-START

           PERFORM B1500-CHECK-ONE-METER
              THRU B1500-EXIT
            UNTIL WS-END-OF-SCAN = 'Y'

           IF C01-ORDER-COUNT OF RCNREQ > ZEROES
              AND C01-RETURN-CD OF RCNREQ = '0'
              MOVE '1'
                TO C01-RETURN-CD OF RCNREQ
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-CHECK-ONE-METER.
      *--------------------------------------------------------------*
      *-- Only a meter still off supply with no order out yet needs
      *-- one - an order already raised stands until it is worked.
           READ DISCONN-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
                 GO TO B1500-EXIT
           END-READ

           IF DC-ACCOUNT-ID NOT = C01-ACCOUNT-ID OF RCNREQ
              MOVE 'Y'
                TO WS-END-OF-SCAN
              GO TO B1500-EXIT
           END-IF

           IF DC-STATUS NOT = 'D'
              GO TO B1500-EXIT
           END-IF

           PERFORM C0000-ORDER-ONE-METER
              THRU C0000-EXIT
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-ORDER-ONE-METER.
      *--------------------------------------------------------------*
           MOVE 'O'
             TO DC-STATUS

           MOVE WS-TODAY-8
             TO DC-ORDER-DATE

           COMPUTE DC-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY-8)
                    + WS-DEADLINE-DAYS)

           MOVE C01-SOURCE OF RCNREQ
             TO DC-ORDER-SOURCE

           MOVE C01-OPERATOR OF RCNREQ
             TO DC-ORDER-OPERATOR

           MOVE ZEROES
             TO DC-RECON-DATE

           MOVE SPACES
             TO DC-RECON-OPERATOR

           REWRITE DISCONN-REC
              INVALID KEY
                 DISPLAY 'Error updating disconnection register - '
                         DC-MTR-ID
                 MOVE '9'
                   TO C01-RETURN-CD OF RCNREQ
                 GO TO C0000-EXIT
           END-REWRITE

           IF WS-EXTRACT-OPEN NOT = 'Y'
              PERFORM C1000-OPEN-EXTRACT
                 THRU C1000-EXIT
           END-IF

      *-- One order line per meter, in the DISCORD layout with the
      *-- date the supply must be back on by
           IF WS-EXTRACT-OPEN = 'Y'
              MOVE SPACES
                TO RECONORD-REC

              STRING DC-ACCOUNT-ID           DELIMITED BY SIZE
                     ' '                     DELIMITED BY SIZE
                     DC-MTR-ID               DELIMITED BY SIZE
                     ' '                     DELIMITED BY SIZE
                     WS-TODAY-8              DELIMITED BY SIZE
                     ' RECONNECT BY '        DELIMITED BY SIZE
                     DC-DUE-DATE             DELIMITED BY SIZE
                 INTO RECONORD-REC
              END-STRING

              WRITE RECONORD-REC
           END-IF

           ADD 1
             TO C01-ORDER-COUNT OF RCNREQ

           DISPLAY DC-MTR-ID ' RECONNECTION ORDERED FOR ACCOUNT '
                   DC-ACCOUNT-ID ' DUE BY ' DC-DUE-DATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-OPEN-EXTRACT.
      *--------------------------------------------------------------*
           OPEN EXTEND RECONORD-EXTRACT
           IF WS-RECONORD-STA = '35'
              OPEN OUTPUT RECONORD-EXTRACT
           END-IF

           IF WS-RECONORD-STA NOT = '00'
              STRING 'Error in opening reconnection order file - '
                  WS-RECONORD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RCNREQ
              GO TO C1000-EXIT
           END-IF

           MOVE 'Y'
             TO WS-EXTRACT-OPEN
           .
       C1000-EXIT.
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

           IF WS-EXTRACT-OPEN = 'Y'
              CLOSE RECONORD-EXTRACT
              IF WS-RECONORD-STA NOT = '00'
                 STRING 'Error in Closing reconnection order file - '
                     WS-RECONORD-STA
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
