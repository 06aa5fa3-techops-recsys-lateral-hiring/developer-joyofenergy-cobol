       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRGRPST.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Group statement run - after the billing cycle, one summary     *
      * invoice per parent organisation on the ACCTGRP file (housing   *
      * associations, chains, councils) listing each member account's  *
      * statements billed on the run date (net total and VAT, from     *
      * BILLHIST) and its balance (ACCTBAL), with the group totals     *
      * and the group reference to pay against. Members still get      *
      * their own statements; this is the one document the             *
      * organisation's accounts-payable team works from. The invoice   *
      * goes by the group's own delivery preference - the GRPSTMT      *
      * print spool, or the GRPSTME extract for the email provider.    *
      * Only groups with a member billed on the run date get one. The  *
      * run date comes from the optional GRPCTL card (today when the   *
      * card is absent or zero) so a missed night can be rerun.        *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Optional run date control card
           SELECT GRP-CARD
           ASSIGN TO 'GRPCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Account groups - each organisation record followed by its
      *-- member records, walked start to finish
           SELECT ACCTGRP-FILE
           ASSIGN TO 'ACCTGRP'
           ORGANIZATION IS INDEXED
           RECORD KEY IS GR-KEY
           ALTERNATE RECORD KEY IS GR-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACCTGRP-STA.

      *-- Billing history - browsed on the account alternate key for
      *-- each member's statements of the run date
           SELECT BILLHIST-FILE
           ASSIGN TO 'BILLHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BILLHIST-STA.

      *-- Running account balances - each member's balance
           SELECT ACCTBAL-FILE
           ASSIGN TO 'ACCTBAL'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AB-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-ACCTBAL-STA.

      *-- Customer master - each member's name on its invoice line
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

      *-- Group invoice print spool for the mailing house
           SELECT GRPSTMT-OUT
           ASSIGN TO 'GRPSTMT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRPSTMT-STA.

      *-- Structured group invoice extract for the email provider -
      *-- a header, one line per member and a totals record per
      *-- group routed by an 'E' delivery preference
           SELECT GRPSTME-OUT
           ASSIGN TO 'GRPSTME'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRPSTME-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  GRP-CARD
           LABEL RECORDS ARE STANDARD.
       01  GRP-CARD-REC.
           05 CARD-RUN-DATE      PIC 9(08).
      *
       FD  ACCTGRP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTGRP0.
      *
       FD  BILLHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHST0.
      *
       FD  ACCTBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTBAL0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
       FD  GRPSTMT-OUT
           LABEL RECORDS ARE STANDARD.
       01  GRPSTMT-REC           PIC X(132).
      *
       FD  GRPSTME-OUT
           LABEL RECORDS ARE STANDARD.
       01  GRPSTME-REC           PIC X(250).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-ACCTGRP-STA             PIC 9(02) VALUE ZEROES.
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-GRPSTMT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-GRPSTME-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-END-OF-SCAN             PIC X(01) VALUE 'N'.
           05 WS-ACCTGRP-OPEN            PIC X(01) VALUE 'N'.
           05 WS-ACCTBAL-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-STMT-LINE               PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-RUN-DATE-8              PIC 9(08) VALUE ZEROES.
      *-- The group being gathered - its organisation record, and
      *-- whether any member was billed on the run date
           05 WS-HAVE-GROUP              PIC X(01) VALUE 'N'.
           05 WS-GRP-BILLED              PIC X(01) VALUE 'N'.
           05 WS-GRP-ID                  PIC X(12) VALUE SPACES.
           05 WS-GRP-NAME                PIC X(50) VALUE SPACES.
           05 WS-GRP-ADDR-1              PIC X(40) VALUE SPACES.
           05 WS-GRP-ADDR-2              PIC X(40) VALUE SPACES.
           05 WS-GRP-ADDR-3              PIC X(40) VALUE SPACES.
           05 WS-GRP-POSTCODE            PIC X(10) VALUE SPACES.
           05 WS-GRP-EMAIL               PIC X(50) VALUE SPACES.
           05 WS-GRP-CHANNEL             PIC X(01) VALUE 'P'.
           05 WS-GRP-COST                PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-GRP-TAX                 PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-GRP-BALANCE             PIC S9(11)V9(4) VALUE ZEROES.
      *-- Run totals
           05 WS-GROUP-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-ISSUED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-PRINTED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-EMAILED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-MEMBER-LINE-COUNT       PIC 9(07) VALUE ZEROES.
           05 WS-OVERFLOW-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-RUN-COST                PIC 9(11)V9(4) VALUE ZEROES.
      *-- Edited fields for the invoice lines
           05 WS-ED-COST                 PIC ZZZZZZZZ9.99.
           05 WS-ED-TAX                  PIC ZZZZZZZZ9.99.
           05 WS-ED-BALANCE              PIC -(9)9.99.
           05 WS-ED-COUNT                PIC ZZ9.
      *-- Every member of the group being gathered, and what it was
      *-- billed on the run date. A group with more than 200 member
      *-- accounts would need this raised.
       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-COUNT            PIC 9(03) VALUE ZEROES.
           05 WS-MEMBER OCCURS 200 TIMES.
              10 WS-MBR-ACCOUNT-ID       PIC X(12) VALUE SPACES.
              10 WS-MBR-NAME             PIC X(30) VALUE SPACES.
              10 WS-MBR-STMT-COUNT       PIC 9(03) VALUE ZEROES.
              10 WS-MBR-COST             PIC 9(9)V9(4) VALUE ZEROES.
              10 WS-MBR-TAX              PIC 9(9)V9(4) VALUE ZEROES.
              10 WS-MBR-BALANCE          PIC S9(9)V9(4) VALUE ZEROES.
           05 MBR-IDX                    PIC 9(03) VALUE ZEROES.

           COPY RUNREQ0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-GROUPS
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

           MOVE WS-TODAY-8
             TO WS-RUN-DATE-8

      *-- The control card is optional - no card, an empty card or a
      *-- zero date runs for today
           OPEN INPUT GRP-CARD
           IF WS-CARD-STA = '00'
              READ GRP-CARD
                 AT END
                    MOVE ZEROES
                      TO CARD-RUN-DATE
              END-READ

              IF CARD-RUN-DATE NUMERIC
                 AND CARD-RUN-DATE > ZEROES
                 MOVE CARD-RUN-DATE
                   TO WS-RUN-DATE-8
              END-IF

              CLOSE GRP-CARD
           END-IF

      *-- Open Files
      *-- No group file just means no organisation has been set up
           OPEN INPUT ACCTGRP-FILE
           IF WS-ACCTGRP-STA = '00'
              MOVE 'Y'
                TO WS-ACCTGRP-OPEN
           ELSE
              IF WS-ACCTGRP-STA NOT = '35'
                 STRING 'Error in opening account group file - '
                     WS-ACCTGRP-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
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

           OPEN INPUT ACCTBAL-FILE
           IF WS-ACCTBAL-STA = '00'
              MOVE 'Y'
                TO WS-ACCTBAL-OPEN
           END-IF

           OPEN INPUT CUSTMST-FILE
           IF WS-CUST-STA = '00'
              MOVE 'Y'
                TO WS-CUSTMST-OPEN
           END-IF

      *-- Both spools are appended to, so a rerun for a missed night
      *-- adds to what the mailing house and email provider collect
           OPEN EXTEND GRPSTMT-OUT
           IF WS-GRPSTMT-STA = '35'
              OPEN OUTPUT GRPSTMT-OUT
           END-IF

           IF WS-GRPSTMT-STA NOT = '00'
              STRING 'Error in opening group statement spool - '
                  WS-GRPSTMT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN EXTEND GRPSTME-OUT
           IF WS-GRPSTME-STA = '35'
              OPEN OUTPUT GRPSTME-OUT
           END-IF

           IF WS-GRPSTME-STA NOT = '00'
              STRING 'Error in opening group email extract - '
                  WS-GRPSTME-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- Register the run. It should follow the night's billing in
      *-- the JOBDEP table so the statements it lists are on file.
           MOVE 'S'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'MTRGRPST'
             TO C01-JOB-NAME OF RUNREQ

           CALL 'MTRRUNCT'
          USING RUNREQ

      *-- A predecessor has not completed cleanly in its window -
      *-- the run is recorded as blocked and must not go ahead
           IF C01-RETURN-CD OF RUNREQ = '2'
              DISPLAY 'RUN BLOCKED - ' C01-BLOCK-REASON OF RUNREQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           IF C01-RESTART-FLAG OF RUNREQ = 'Y'
              DISPLAY 'NOTE - PREVIOUS RUN DID NOT COMPLETE'
           END-IF

           MOVE 'GROUPS INVOICED'
             TO C01-COUNT-LABEL OF RUNREQ (1)

           MOVE 'INVOICES PRINTED'
             TO C01-COUNT-LABEL OF RUNREQ (2)

           MOVE 'INVOICES EMAILED'
             TO C01-COUNT-LABEL OF RUNREQ (3)

           MOVE 'MEMBER STMT TOTAL'
             TO C01-COUNT-LABEL OF RUNREQ (4)

           DISPLAY '---- GROUP STATEMENT RUN FOR ' WS-RUN-DATE-8
                   ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-GROUPS.
      *--------------------------------------------------------------*
      *-- Walk the group file, breaking to an invoice each time a new
      *-- organisation record starts the next group
           IF WS-ACCTGRP-OPEN NOT = 'Y'
              GO TO B0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-ONE-GROUP-REC
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'

      *-- Close off the last group on file
           IF WS-HAVE-GROUP = 'Y'
              PERFORM D0000-ISSUE-GROUP-INVOICE
                 THRU D0000-EXIT
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-GROUP-REC.
      *--------------------------------------------------------------*
           READ ACCTGRP-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B1500-EXIT
           END-READ

           IF GR-ACCOUNT-ID = SPACES
              IF WS-HAVE-GROUP = 'Y'
                 PERFORM D0000-ISSUE-GROUP-INVOICE
                    THRU D0000-EXIT
              END-IF

              PERFORM C0000-START-GROUP
                 THRU C0000-EXIT
           ELSE
              PERFORM C1000-ADD-MEMBER
                 THRU C1000-EXIT
           END-IF
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-START-GROUP.
      *--------------------------------------------------------------*
      *-- Keep the organisation's details for the invoice heading and
      *-- routing; an email preference with no address goes by post
           MOVE 'Y'
             TO WS-HAVE-GROUP

           MOVE 'N'
             TO WS-GRP-BILLED

           ADD 1
             TO WS-GROUP-COUNT

           MOVE GR-GROUP-ID
             TO WS-GRP-ID

           MOVE GR-ORG-NAME
             TO WS-GRP-NAME

           MOVE GR-ADDR-LINE-1
             TO WS-GRP-ADDR-1

           MOVE GR-ADDR-LINE-2
             TO WS-GRP-ADDR-2

           MOVE GR-ADDR-LINE-3
             TO WS-GRP-ADDR-3

           MOVE GR-POSTCODE
             TO WS-GRP-POSTCODE

           MOVE GR-EMAIL
             TO WS-GRP-EMAIL

           MOVE 'P'
             TO WS-GRP-CHANNEL

           IF GR-DELIVERY-PREF = 'E'
              AND GR-EMAIL NOT = SPACES
              MOVE 'E'
                TO WS-GRP-CHANNEL
           END-IF

           MOVE ZEROES
             TO WS-MEMBER-COUNT
                WS-GRP-COST
                WS-GRP-TAX
                WS-GRP-BALANCE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-ADD-MEMBER.
      *--------------------------------------------------------------*
      *-- A member record with no organisation record ahead of it has
      *-- nobody to invoice - reported and left out
           IF WS-HAVE-GROUP NOT = 'Y'
              OR GR-GROUP-ID NOT = WS-GRP-ID
              DISPLAY 'MEMBER ' GR-ACCOUNT-ID ' OF GROUP ' GR-GROUP-ID
                      ' HAS NO ORGANISATION RECORD'
              GO TO C1000-EXIT
           END-IF

           IF WS-MEMBER-COUNT NOT < 200
              ADD 1
                TO WS-OVERFLOW-COUNT
              DISPLAY 'GROUP ' WS-GRP-ID ' MEMBER TABLE FULL - '
                      GR-ACCOUNT-ID ' LEFT OFF THE INVOICE'
              GO TO C1000-EXIT
           END-IF

           ADD 1
             TO WS-MEMBER-COUNT

           MOVE WS-MEMBER-COUNT
             TO MBR-IDX

           MOVE GR-ACCOUNT-ID
             TO WS-MBR-ACCOUNT-ID (MBR-IDX)

           MOVE SPACES
             TO WS-MBR-NAME (MBR-IDX)

           MOVE ZEROES
             TO WS-MBR-STMT-COUNT (MBR-IDX)
                WS-MBR-COST (MBR-IDX)
                WS-MBR-TAX (MBR-IDX)
                WS-MBR-BALANCE (MBR-IDX)

           IF WS-CUSTMST-OPEN = 'Y'
              MOVE GR-ACCOUNT-ID
                TO CM-ACCOUNT-ID

              READ CUSTMST-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CM-NAME
                      TO WS-MBR-NAME (MBR-IDX)
              END-READ
           END-IF

           PERFORM C1500-SUM-MEMBER-STATEMENTS
              THRU C1500-EXIT

           IF WS-ACCTBAL-OPEN = 'Y'
              MOVE GR-ACCOUNT-ID
                TO AB-ACCOUNT-ID

              READ ACCTBAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE AB-BALANCE
                      TO WS-MBR-BALANCE (MBR-IDX)
              END-READ
           END-IF

           IF WS-MBR-STMT-COUNT (MBR-IDX) > ZEROES
              MOVE 'Y'
                TO WS-GRP-BILLED
           END-IF

           ADD WS-MBR-COST (MBR-IDX)
             TO WS-GRP-COST

           ADD WS-MBR-TAX (MBR-IDX)
             TO WS-GRP-TAX

           ADD WS-MBR-BALANCE (MBR-IDX)
             TO WS-GRP-BALANCE
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       C1500-SUM-MEMBER-STATEMENTS.
      *--------------------------------------------------------------*
      *-- Every statement stored for the member on the run date - one
      *-- per meter the account has
           MOVE 'N'
             TO WS-END-OF-SCAN

           MOVE GR-ACCOUNT-ID
             TO BH-ACCOUNT-ID

           START BILLHIST-FILE KEY IS EQUAL TO BH-ACCOUNT-ID
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
           END-START

           PERFORM C1600-READ-ONE-STATEMENT
              THRU C1600-EXIT
            UNTIL WS-END-OF-SCAN = 'Y'
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1600-READ-ONE-STATEMENT.
      *--------------------------------------------------------------*
           READ BILLHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
                 GO TO C1600-EXIT
           END-READ

           IF BH-ACCOUNT-ID NOT = GR-ACCOUNT-ID
              MOVE 'Y'
                TO WS-END-OF-SCAN
              GO TO C1600-EXIT
           END-IF

           IF BH-BILL-DATE NOT = WS-RUN-DATE-8
              GO TO C1600-EXIT
           END-IF

           ADD 1
             TO WS-MBR-STMT-COUNT (MBR-IDX)

           ADD BH-TOTAL-COST
             TO WS-MBR-COST (MBR-IDX)

           ADD BH-TAX-AMOUNT
             TO WS-MBR-TAX (MBR-IDX)
           .
       C1600-EXIT.
      *--------------------------------------------------------------*
       D0000-ISSUE-GROUP-INVOICE.
      *--------------------------------------------------------------*
      *-- Nothing billed for any member on the run date - the group
      *-- is not on this cycle and gets no invoice tonight
           MOVE 'N'
             TO WS-HAVE-GROUP

           IF WS-GRP-BILLED NOT = 'Y'
              GO TO D0000-EXIT
           END-IF

           IF WS-GRP-CHANNEL = 'E'
              PERFORM E0000-EMAIL-GROUP-INVOICE
                 THRU E0000-EXIT

              ADD 1
                TO WS-EMAILED-COUNT
           ELSE
              PERFORM D1000-PRINT-GROUP-INVOICE
                 THRU D1000-EXIT

              ADD 1
                TO WS-PRINTED-COUNT
           END-IF

           ADD 1
             TO WS-ISSUED-COUNT

           ADD WS-MEMBER-COUNT
             TO WS-MEMBER-LINE-COUNT

           ADD WS-GRP-COST
             TO WS-RUN-COST
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1000-PRINT-GROUP-INVOICE.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC

           MOVE 'JOI ENERGY - GROUP SUMMARY INVOICE'
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC

           MOVE SPACES
             TO WS-STMT-LINE

           STRING 'GROUP REFERENCE: '     DELIMITED BY SIZE
                  WS-GRP-ID               DELIMITED BY SIZE
                  ' INVOICE DATE: '       DELIMITED BY SIZE
                  WS-RUN-DATE-8           DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           MOVE WS-STMT-LINE
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC

           MOVE WS-GRP-NAME
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC

           MOVE WS-GRP-ADDR-1
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC

           IF WS-GRP-ADDR-2 NOT = SPACES
              MOVE WS-GRP-ADDR-2
                TO GRPSTMT-REC
              WRITE GRPSTMT-REC
           END-IF

           IF WS-GRP-ADDR-3 NOT = SPACES
              MOVE WS-GRP-ADDR-3
                TO GRPSTMT-REC
              WRITE GRPSTMT-REC
           END-IF

           MOVE WS-GRP-POSTCODE
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC

           MOVE SPACES
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC

           MOVE 'ACCOUNT      NAME                          STMTS'
             TO WS-STMT-LINE
           MOVE '           NET           VAT       BALANCE'
             TO WS-STMT-LINE (49:)
           MOVE WS-STMT-LINE
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC

           PERFORM D1500-PRINT-MEMBER-LINE
              THRU D1500-EXIT
           VARYING MBR-IDX FROM 1 BY 1
             UNTIL MBR-IDX > WS-MEMBER-COUNT

           MOVE WS-GRP-COST
             TO WS-ED-COST

           MOVE WS-GRP-TAX
             TO WS-ED-TAX

           MOVE WS-GRP-BALANCE
             TO WS-ED-BALANCE

           MOVE SPACES
             TO WS-STMT-LINE

           STRING 'GROUP TOTAL  . . . . . . . . . . . . . . . . .  '
                                          DELIMITED BY SIZE
                  WS-ED-COST              DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-ED-TAX               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-BALANCE           DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           MOVE WS-STMT-LINE
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC

           MOVE SPACES
             TO WS-STMT-LINE

           STRING 'PLEASE PAY THE GROUP BALANCE QUOTING REFERENCE '
                                          DELIMITED BY SIZE
                  WS-GRP-ID               DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           MOVE WS-STMT-LINE
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC

           MOVE '**** END OF GROUP INVOICE ****'
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D1500-PRINT-MEMBER-LINE.
      *--------------------------------------------------------------*
           MOVE WS-MBR-STMT-COUNT (MBR-IDX)
             TO WS-ED-COUNT

           MOVE WS-MBR-COST (MBR-IDX)
             TO WS-ED-COST

           MOVE WS-MBR-TAX (MBR-IDX)
             TO WS-ED-TAX

           MOVE WS-MBR-BALANCE (MBR-IDX)
             TO WS-ED-BALANCE

           MOVE SPACES
             TO WS-STMT-LINE

           STRING WS-MBR-ACCOUNT-ID (MBR-IDX)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-MBR-NAME (MBR-IDX)   DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  WS-ED-COUNT             DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-ED-COST              DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-ED-TAX               DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-BALANCE           DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING
           MOVE WS-STMT-LINE
             TO GRPSTMT-REC
           WRITE GRPSTMT-REC
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       E0000-EMAIL-GROUP-INVOICE.
      *--------------------------------------------------------------*
      *-- 'H' the group and where to send it, 'D' one per member,
      *-- 'T' the group totals - the email provider renders them
           MOVE SPACES
             TO GRPSTME-REC

           STRING 'H'                     DELIMITED BY SIZE
                  WS-GRP-ID               DELIMITED BY SIZE
                  WS-RUN-DATE-8           DELIMITED BY SIZE
                  WS-GRP-EMAIL            DELIMITED BY SIZE
                  WS-GRP-NAME             DELIMITED BY SIZE
              INTO GRPSTME-REC
           END-STRING
           WRITE GRPSTME-REC

           PERFORM E1000-EMAIL-MEMBER-LINE
              THRU E1000-EXIT
           VARYING MBR-IDX FROM 1 BY 1
             UNTIL MBR-IDX > WS-MEMBER-COUNT

           MOVE WS-GRP-COST
             TO WS-ED-COST

           MOVE WS-GRP-TAX
             TO WS-ED-TAX

           MOVE WS-GRP-BALANCE
             TO WS-ED-BALANCE

           MOVE SPACES
             TO GRPSTME-REC

           STRING 'T'                     DELIMITED BY SIZE
                  WS-GRP-ID               DELIMITED BY SIZE
                  WS-ED-COST              DELIMITED BY SIZE
                  WS-ED-TAX               DELIMITED BY SIZE
                  WS-ED-BALANCE           DELIMITED BY SIZE
              INTO GRPSTME-REC
           END-STRING
           WRITE GRPSTME-REC
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       E1000-EMAIL-MEMBER-LINE.
      *--------------------------------------------------------------*
           MOVE WS-MBR-STMT-COUNT (MBR-IDX)
             TO WS-ED-COUNT

           MOVE WS-MBR-COST (MBR-IDX)
             TO WS-ED-COST

           MOVE WS-MBR-TAX (MBR-IDX)
             TO WS-ED-TAX

           MOVE WS-MBR-BALANCE (MBR-IDX)
             TO WS-ED-BALANCE

           MOVE SPACES
             TO GRPSTME-REC

           STRING 'D'                     DELIMITED BY SIZE
                  WS-GRP-ID               DELIMITED BY SIZE
                  WS-MBR-ACCOUNT-ID (MBR-IDX)
                                          DELIMITED BY SIZE
                  WS-MBR-NAME (MBR-IDX)   DELIMITED BY SIZE
                  WS-ED-COUNT             DELIMITED BY SIZE
                  WS-ED-COST              DELIMITED BY SIZE
                  WS-ED-TAX               DELIMITED BY SIZE
                  WS-ED-BALANCE           DELIMITED BY SIZE
              INTO GRPSTME-REC
           END-STRING
           WRITE GRPSTME-REC
           .
       E1000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *-- Close out the run in run control with its final totals
           MOVE 'E'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'C'
             TO C01-RUN-STATUS OF RUNREQ

           MOVE WS-ISSUED-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (1)

           MOVE WS-PRINTED-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (2)

           MOVE WS-EMAILED-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (3)

           MOVE WS-RUN-COST
             TO C01-COUNT-VALUE OF RUNREQ (4)

           CALL 'MTRRUNCT'
          USING RUNREQ

      *--Control totals for this group statement run
           DISPLAY '---- GROUP STATEMENT RUN TOTALS ----'
           DISPLAY 'GROUPS ON FILE     : ' WS-GROUP-COUNT
           DISPLAY 'INVOICES ISSUED    : ' WS-ISSUED-COUNT
           DISPLAY 'INVOICES PRINTED   : ' WS-PRINTED-COUNT
           DISPLAY 'INVOICES EMAILED   : ' WS-EMAILED-COUNT
           DISPLAY 'MEMBER LINES       : ' WS-MEMBER-LINE-COUNT
           DISPLAY 'MEMBERS LEFT OFF   : ' WS-OVERFLOW-COUNT
           DISPLAY 'STATEMENTS NET     : ' WS-RUN-COST

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-ACCTGRP-OPEN = 'Y'
              CLOSE ACCTGRP-FILE
              IF WS-ACCTGRP-STA NOT = '00'
                 STRING 'Error in Closing account group file - '
                     WS-ACCTGRP-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
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

           IF WS-ACCTBAL-OPEN = 'Y'
              CLOSE ACCTBAL-FILE
           END-IF

           IF WS-CUSTMST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
           END-IF

           CLOSE GRPSTMT-OUT
           IF WS-GRPSTMT-STA NOT = '00'
              STRING 'Error in Closing group statement spool - '
                  WS-GRPSTMT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE GRPSTME-OUT
           IF WS-GRPSTME-STA NOT = '00'
              STRING 'Error in Closing group email extract - '
                  WS-GRPSTME-STA
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
