       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTREMBNC.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Bounced email statements - reads the bounce file the email     *
      * provider returns and matches each bounce to the statement's    *
      * DISTIDX entry by account, meter and billing period. A matched  *
      * statement is re-spooled to the BILLSTMT print stream as a      *
      * duplicate built from the stored billing history figures, and   *
      * the DISTIDX entry is marked with the bounce and the fallback,  *
      * so the customer still gets a bill before dunning starts. When  *
      * the meter's last statements have bounced the number of times   *
      * in a row set on the EMBNCCTL card, the customer's delivery     *
      * preference is switched to print through MTRCUSMT, which        *
      * journals the change.                                           *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Bounce file from the email provider, one line per bounce
           SELECT BOUNCE-IN
           ASSIGN TO 'EMBOUNCE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOUNCE-STA.

      *-- Consecutive bounces before the preference goes to print
           SELECT BOUNCE-CARD
           ASSIGN TO 'EMBNCCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Statement distribution index written by MTRBILST
           SELECT DISTIDX-FILE
           ASSIGN TO 'DISTIDX'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DX-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DISTIDX-STA.

      *-- Billing history - the stored figures the duplicate shows
           SELECT BILLHIST-FILE
           ASSIGN TO 'BILLHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BILLHIST-STA.

      *-- Formatted statement print file, appended to the same way
      *-- MTRBILST spools it for the mailing house
           SELECT STMT-PRINT
           ASSIGN TO 'BILLSTMT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  BOUNCE-IN
           LABEL RECORDS ARE STANDARD.
       01  BOUNCE-IN-REC.
           05 BN-ACCOUNT-ID      PIC X(12).
           05 FILLER             PIC X(01).
           05 BN-MTR-ID          PIC X(12).
           05 FILLER             PIC X(01).
      *-- Billing period start of the statement that bounced
           05 BN-FROM-DATE       PIC 9(08).
           05 FILLER             PIC X(01).
           05 BN-EMAIL           PIC X(50).
           05 FILLER             PIC X(01).
      *-- Provider's reason code (mailbox unknown, full, blocked...)
           05 BN-BOUNCE-CD       PIC X(04).
           05 FILLER             PIC X(01).
           05 BN-BOUNCE-DATE     PIC 9(08).
      *
       FD  BOUNCE-CARD
           LABEL RECORDS ARE STANDARD.
       01  BOUNCE-CARD-REC.
           05 CARD-MAX-BOUNCES   PIC 9(02).
      *
       FD  DISTIDX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISTIDX0.
      *
       FD  BILLHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHST0.
      *
       FD  STMT-PRINT
           LABEL RECORDS ARE STANDARD.
       01  STMT-REC                   PIC X(132).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-BOUNCE-STA              PIC 9(02) VALUE ZEROES.
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-DISTIDX-STA             PIC 9(02) VALUE ZEROES.
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-STMT-STA                PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-SCAN-DONE               PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Bounces in a row before the preference switch - 3 when the
      *-- card is missing or blank
           05 WS-MAX-BOUNCES             PIC 9(02) VALUE 3.
           05 WS-RUN-BOUNCES             PIC 9(03) VALUE ZEROES.
      *-- The customer as MTRCUSMT holds them
           05 WS-CUST-FOUND              PIC X(01) VALUE 'N'.
           05 WS-CUST-NAME               PIC X(50) VALUE SPACES.
           05 WS-CUST-ADDR-1             PIC X(40) VALUE SPACES.
           05 WS-CUST-ADDR-2             PIC X(40) VALUE SPACES.
           05 WS-CUST-ADDR-3             PIC X(40) VALUE SPACES.
           05 WS-CUST-POSTCODE           PIC X(10) VALUE SPACES.
           05 WS-CUST-PREF               PIC X(01) VALUE SPACES.
      *-- The statement being re-spooled
           05 WS-SENT-DATE               PIC 9(08) VALUE ZEROES.
           05 WS-STMT-LINE               PIC X(132) VALUE SPACES.
           05 WS-LINE-COST               PIC 9(7)V9(4) VALUE ZEROES.
           05 WS-ED-UNITS                PIC ZZZZZZZ9.99999.
           05 WS-ED-COST                 PIC ZZZZZZ9.9999.
      *-- Control totals
           05 WS-INPUT-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-RESPOOL-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-REJECT-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-REPEAT-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-SWITCH-COUNT            PIC 9(07) VALUE ZEROES.

      *-- Customer master maintenance request area (MTRCUSMT)
           COPY CUSMNT0.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-BOUNCES
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

      *-- The control card is optional - no card, an empty card or a
      *-- zero keeps the default of three bounces in a row
           OPEN INPUT BOUNCE-CARD
           IF WS-CARD-STA = '00'
              READ BOUNCE-CARD
                 AT END
                    MOVE SPACES
                      TO BOUNCE-CARD-REC
              END-READ

              IF CARD-MAX-BOUNCES NUMERIC
                 AND CARD-MAX-BOUNCES > ZEROES
                 MOVE CARD-MAX-BOUNCES
                   TO WS-MAX-BOUNCES
              END-IF

              CLOSE BOUNCE-CARD
           END-IF

      *-- Open Files
           OPEN INPUT BOUNCE-IN
           IF WS-BOUNCE-STA NOT = '00'
              STRING 'Error in opening email bounce file - '
                  WS-BOUNCE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN I-O DISTIDX-FILE
           IF WS-DISTIDX-STA NOT = '00'
              STRING 'Error in opening distribution index file - '
                  WS-DISTIDX-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN INPUT BILLHIST-FILE
           IF WS-BILLHIST-STA NOT = '00'
              STRING 'Error in opening billing history file - '
                  WS-BILLHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- Statement print file is append-only; create it fresh the
      *-- first time it doesn't exist yet, as MTRBILST does.
           OPEN EXTEND STMT-PRINT
           IF WS-STMT-STA = '35'
              OPEN OUTPUT STMT-PRINT
           END-IF

           IF WS-STMT-STA NOT = '00'
              STRING 'Error in opening statement print file - '
                  WS-STMT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           DISPLAY 'BOUNCES IN A ROW BEFORE SWITCH TO PRINT: '
                   WS-MAX-BOUNCES
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-BOUNCES.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-AND-MATCH
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-MATCH.
      *--------------------------------------------------------------*
           READ BOUNCE-IN
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 ADD 1
                   TO WS-INPUT-COUNT

                 PERFORM C0000-PROCESS-ONE-BOUNCE
                    THRU C0000-EXIT
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-PROCESS-ONE-BOUNCE.
      *--------------------------------------------------------------*
      *-- The bounce must name a statement that went out by email to
      *-- that account - anything else is reported for the email
      *-- team to chase with the provider.
           IF BN-ACCOUNT-ID = SPACES
              OR BN-MTR-ID = SPACES
              OR BN-FROM-DATE NOT NUMERIC
              ADD 1
                TO WS-REJECT-COUNT
              DISPLAY 'BOUNCE REJECTED - BAD FIELDS - ACCOUNT '
                      BN-ACCOUNT-ID ' METER ' BN-MTR-ID
              GO TO C0000-EXIT
           END-IF

           IF BN-BOUNCE-DATE NOT NUMERIC
              OR BN-BOUNCE-DATE = ZEROES
              MOVE WS-TODAY-8
                TO BN-BOUNCE-DATE
           END-IF

           MOVE BN-MTR-ID
             TO DX-MTR-ID

           MOVE BN-FROM-DATE
             TO DX-FROM-DATE

           READ DISTIDX-FILE
              INVALID KEY
                 ADD 1
                   TO WS-REJECT-COUNT
                 DISPLAY 'BOUNCE REJECTED - NO STATEMENT - ACCOUNT '
                         BN-ACCOUNT-ID ' METER ' BN-MTR-ID
                         ' PERIOD ' BN-FROM-DATE
                 GO TO C0000-EXIT
           END-READ

           IF DX-ACCOUNT-ID NOT = BN-ACCOUNT-ID
              ADD 1
                TO WS-REJECT-COUNT
              DISPLAY 'BOUNCE REJECTED - ACCOUNT MISMATCH - ACCOUNT '
                      BN-ACCOUNT-ID ' METER ' BN-MTR-ID
                      ' PERIOD ' BN-FROM-DATE
              GO TO C0000-EXIT
           END-IF

           IF DX-CHANNEL NOT = 'E'
              ADD 1
                TO WS-REJECT-COUNT
              DISPLAY 'BOUNCE REJECTED - NOT EMAILED - ACCOUNT '
                      BN-ACCOUNT-ID ' METER ' BN-MTR-ID
                      ' PERIOD ' BN-FROM-DATE
              GO TO C0000-EXIT
           END-IF

      *-- A repeat notice for a statement already re-spooled must not
      *-- print it twice
           IF DX-FALLBACK-DATE NUMERIC
              AND DX-FALLBACK-DATE NOT = ZEROES
              ADD 1
                TO WS-REPEAT-COUNT
              DISPLAY 'BOUNCE IGNORED - ALREADY PRINTED '
                      DX-FALLBACK-DATE ' - ACCOUNT ' BN-ACCOUNT-ID
                      ' METER ' BN-MTR-ID ' PERIOD ' BN-FROM-DATE
              GO TO C0000-EXIT
           END-IF

           MOVE DX-SENT-DATE
             TO WS-SENT-DATE

           MOVE BN-MTR-ID
             TO BH-MTR-ID

           MOVE BN-FROM-DATE
             TO BH-FROM-DATE

           READ BILLHIST-FILE
              INVALID KEY
                 ADD 1
                   TO WS-REJECT-COUNT
                 DISPLAY 'BOUNCE REJECTED - NO BILLING HISTORY - '
                         'ACCOUNT ' BN-ACCOUNT-ID ' METER ' BN-MTR-ID
                         ' PERIOD ' BN-FROM-DATE
                 GO TO C0000-EXIT
           END-READ

           PERFORM C1000-GET-CUSTOMER
              THRU C1000-EXIT

           PERFORM D0000-RESPOOL-STATEMENT
              THRU D0000-EXIT

      *-- Mark the index entry - the channel stays 'E', which is how
      *-- the statement was first sent; the fallback date shows it
      *-- went to the print stream as well
           MOVE BN-MTR-ID
             TO DX-MTR-ID

           MOVE BN-FROM-DATE
             TO DX-FROM-DATE

           READ DISTIDX-FILE
              INVALID KEY
                 MOVE 'Error re-reading distribution index record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO C0000-EXIT
           END-READ

           MOVE BN-BOUNCE-DATE
             TO DX-BOUNCE-DATE

           MOVE BN-BOUNCE-CD
             TO DX-BOUNCE-CD

           MOVE WS-TODAY-8
             TO DX-FALLBACK-DATE

           REWRITE DISTIDX-REC
              INVALID KEY
                 MOVE 'Error updating distribution index record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO C0000-EXIT
           END-REWRITE

           ADD 1
             TO WS-RESPOOL-COUNT

           DISPLAY 'STATEMENT RE-SPOOLED TO PRINT - ACCOUNT '
                   BN-ACCOUNT-ID ' METER ' BN-MTR-ID
                   ' PERIOD ' BN-FROM-DATE ' REASON ' BN-BOUNCE-CD

           PERFORM E0000-CHECK-CONSECUTIVE
              THRU E0000-EXIT
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-GET-CUSTOMER.
      *--------------------------------------------------------------*
      *-- Name, postal address and current preference from the
      *-- customer master. An account not on it still gets its
      *-- duplicate, without an address, as MTRBILST would print it.
           MOVE 'N'
             TO WS-CUST-FOUND

           MOVE SPACES
             TO WS-CUST-NAME
                WS-CUST-ADDR-1
                WS-CUST-ADDR-2
                WS-CUST-ADDR-3
                WS-CUST-POSTCODE
                WS-CUST-PREF

           MOVE SPACES
             TO CUSMNT-REQ

           MOVE 'I'
             TO C01-ACTION-CD

           MOVE '0'
             TO C01-RETURN-CD

           MOVE BN-ACCOUNT-ID
             TO C01-ACCOUNT-ID

           CALL 'MTRCUSMT'
          USING CUSMNT-REQ

           IF C01-RETURN-CD = '0'
              MOVE 'Y'
                TO WS-CUST-FOUND

              MOVE C01-CUST-NAME
                TO WS-CUST-NAME

              MOVE C01-ADDR-LINE-1
                TO WS-CUST-ADDR-1

              MOVE C01-ADDR-LINE-2
                TO WS-CUST-ADDR-2

              MOVE C01-ADDR-LINE-3
                TO WS-CUST-ADDR-3

              MOVE C01-POSTCODE
                TO WS-CUST-POSTCODE

              MOVE C01-DELIVERY-PREF
                TO WS-CUST-PREF
           END-IF
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       D0000-RESPOOL-STATEMENT.
      *--------------------------------------------------------------*
      *-- A duplicate of the emailed statement in the print stream's
      *-- layout - the headings MTRBILST prints, a note that the
      *-- email could not be delivered, and the period totals as
      *-- billed and stored on the history record.
           MOVE SPACES
             TO WS-STMT-LINE

           STRING 'JOI ENERGY - CUSTOMER STATEMENT'
                                          DELIMITED BY SIZE
                  '                                   DUPLICATE'
                                          DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT

           STRING 'CUSTOMER: '            DELIMITED BY SIZE
                  WS-CUST-NAME (1:40)     DELIMITED BY SIZE
                  ' METER: '              DELIMITED BY SIZE
                  BH-MTR-ID               DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT

           IF WS-CUST-ADDR-1 NOT = SPACES
              MOVE WS-CUST-ADDR-1
                TO WS-STMT-LINE
              PERFORM D1500-PUT-STMT-LINE
                 THRU D1500-EXIT
           END-IF

           IF WS-CUST-ADDR-2 NOT = SPACES
              MOVE WS-CUST-ADDR-2
                TO WS-STMT-LINE
              PERFORM D1500-PUT-STMT-LINE
                 THRU D1500-EXIT
           END-IF

           IF WS-CUST-ADDR-3 NOT = SPACES
              MOVE WS-CUST-ADDR-3
                TO WS-STMT-LINE
              PERFORM D1500-PUT-STMT-LINE
                 THRU D1500-EXIT
           END-IF

           IF WS-CUST-POSTCODE NOT = SPACES
              MOVE WS-CUST-POSTCODE
                TO WS-STMT-LINE
              PERFORM D1500-PUT-STMT-LINE
                 THRU D1500-EXIT
           END-IF

           STRING 'SUPPLIER: '            DELIMITED BY SIZE
                  BH-SUPL-NAME (1:30)     DELIMITED BY SIZE
                  ' PLAN: '               DELIMITED BY SIZE
                  BH-PLAN-NAME (1:30)     DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT

           STRING 'BILLING PERIOD: '      DELIMITED BY SIZE
                  BH-FROM-DATE            DELIMITED BY SIZE
                  ' TO '                  DELIMITED BY SIZE
                  BH-TO-DATE              DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT

           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT

           STRING 'THIS STATEMENT WAS EMAILED TO YOU ON '
                                          DELIMITED BY SIZE
                  WS-SENT-DATE            DELIMITED BY SIZE
                  ' BUT COULD NOT BE DELIVERED.'
                                          DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT

           MOVE 'PLEASE CONTACT US TO CHECK THE EMAIL ADDRESS WE HOLD.'
             TO WS-STMT-LINE
           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT

           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT

           MOVE BH-TOTAL-USAGE
             TO WS-ED-UNITS

           STRING 'TOTAL USAGE FOR PERIOD . . . . .' DELIMITED BY SIZE
                  WS-ED-UNITS             DELIMITED BY SIZE
                  ' KWH'                  DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT

           MOVE BH-TOTAL-COST
             TO WS-ED-COST

           STRING 'TOTAL COST FOR PERIOD  . . . . .' DELIMITED BY SIZE
                  WS-ED-COST              DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT

           IF BH-TAX-AMOUNT NUMERIC
              AND BH-TAX-AMOUNT > ZEROES
              MOVE BH-TAX-AMOUNT
                TO WS-ED-COST

              STRING 'VAT  . . . . . . . . . . . . . .'
                                            DELIMITED BY SIZE
                     WS-ED-COST             DELIMITED BY SIZE
                 INTO WS-STMT-LINE
              END-STRING
              PERFORM D1500-PUT-STMT-LINE
                 THRU D1500-EXIT

              COMPUTE WS-LINE-COST =
                 BH-TOTAL-COST + BH-TAX-AMOUNT

              MOVE WS-LINE-COST
                TO WS-ED-COST

              STRING 'TOTAL INCLUDING VAT  . . . . . .'
                                            DELIMITED BY SIZE
                     WS-ED-COST             DELIMITED BY SIZE
                 INTO WS-STMT-LINE
              END-STRING
              PERFORM D1500-PUT-STMT-LINE
                 THRU D1500-EXIT
           END-IF

           PERFORM D1500-PUT-STMT-LINE
              THRU D1500-EXIT
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1500-PUT-STMT-LINE.
      *--------------------------------------------------------------*
           MOVE WS-STMT-LINE
             TO STMT-REC

           WRITE STMT-REC

           MOVE SPACES
             TO WS-STMT-LINE
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       E0000-CHECK-CONSECUTIVE.
      *--------------------------------------------------------------*
      *-- Walk the meter's statements in period order, counting the
      *-- bounces since the last one that was delivered. The account
      *-- is checked on each entry so a previous occupier's history
      *-- on the same meter doesn't count against this customer.
           MOVE ZEROES
             TO WS-RUN-BOUNCES

           MOVE 'N'
             TO WS-SCAN-DONE

           MOVE BN-MTR-ID
             TO DX-MTR-ID

           MOVE ZEROES
             TO DX-FROM-DATE

           START DISTIDX-FILE KEY IS NOT LESS THAN DX-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-SCAN-DONE
           END-START

           PERFORM E1500-COUNT-ONE-ENTRY
              THRU E1500-EXIT
            UNTIL WS-SCAN-DONE = 'Y'

           IF WS-RUN-BOUNCES < WS-MAX-BOUNCES
              GO TO E0000-EXIT
           END-IF

      *-- Only a customer still set to email is switched - one already
      *-- on print, or not on the customer master, is left alone
           IF WS-CUST-FOUND NOT = 'Y'
              OR WS-CUST-PREF NOT = 'E'
              GO TO E0000-EXIT
           END-IF

           MOVE SPACES
             TO CUSMNT-REQ

           MOVE 'C'
             TO C01-ACTION-CD

           MOVE '0'
             TO C01-RETURN-CD

           MOVE BN-ACCOUNT-ID
             TO C01-ACCOUNT-ID

           MOVE 'P'
             TO C01-DELIVERY-PREF

           MOVE 'MTREMBNC'
             TO C01-OPERATOR

           CALL 'MTRCUSMT'
          USING CUSMNT-REQ

           IF C01-RETURN-CD = '0'
              ADD 1
                TO WS-SWITCH-COUNT

              MOVE 'P'
                TO WS-CUST-PREF

              DISPLAY 'DELIVERY SWITCHED TO PRINT AFTER '
                      WS-RUN-BOUNCES ' BOUNCES - ACCOUNT '
                      BN-ACCOUNT-ID
           ELSE
              DISPLAY 'DELIVERY SWITCH FAILED - ACCOUNT '
                      BN-ACCOUNT-ID ' RETURN CODE ' C01-RETURN-CD
           END-IF
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       E1500-COUNT-ONE-ENTRY.
      *--------------------------------------------------------------*
           READ DISTIDX-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-SCAN-DONE
                 GO TO E1500-EXIT
           END-READ

           IF DX-MTR-ID NOT = BN-MTR-ID
              MOVE 'Y'
                TO WS-SCAN-DONE
              GO TO E1500-EXIT
           END-IF

           IF DX-ACCOUNT-ID NOT = BN-ACCOUNT-ID
              GO TO E1500-EXIT
           END-IF

      *-- A statement that went by post, or an email that wasn't
      *-- bounced, breaks the run
           IF DX-CHANNEL = 'E'
              AND DX-BOUNCE-DATE NUMERIC
              AND DX-BOUNCE-DATE NOT = ZEROES
              ADD 1
                TO WS-RUN-BOUNCES
           ELSE
              MOVE ZEROES
                TO WS-RUN-BOUNCES
           END-IF
           .
       E1500-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Control totals
           DISPLAY '---- EMAIL BOUNCE CONTROL TOTALS ----'
           DISPLAY 'BOUNCES READ       : ' WS-INPUT-COUNT
           DISPLAY 'RE-SPOOLED TO PRINT: ' WS-RESPOOL-COUNT
           DISPLAY 'ALREADY PRINTED    : ' WS-REPEAT-COUNT
           DISPLAY 'REJECTED           : ' WS-REJECT-COUNT
           DISPLAY 'SWITCHED TO PRINT  : ' WS-SWITCH-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE BOUNCE-IN
           IF WS-BOUNCE-STA NOT = '00'
              STRING 'Error in Closing email bounce file - '
                  WS-BOUNCE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE DISTIDX-FILE
           IF WS-DISTIDX-STA NOT = '00'
              STRING 'Error in Closing distribution index file - '
                  WS-DISTIDX-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE BILLHIST-FILE
           IF WS-BILLHIST-STA NOT = '00'
              STRING 'Error in Closing billing history file - '
                  WS-BILLHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE STMT-PRINT
           IF WS-STMT-STA NOT = '00'
              STRING 'Error in Closing statement print file - '
                  WS-STMT-STA
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
