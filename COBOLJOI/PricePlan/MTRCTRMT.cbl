       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRCTRMT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance program for the CONTRACT fixed-term contract file. *
      * Called whenever a MTRPLAN period opens or closes: an opening   *
      * period on a fixed-term plan gets a contract carrying its end   *
      * date and exit fee off the PRCPLAN rate then in force, and a    *
      * period closing before its contract ends - a switch through     *
      * MTRPLSWT or PRCPLASW, or a loss to another supplier through    *
      * MTRMKTSW - has the exit fee raised through MTRADJMT for the    *
      * next statement to bill. Also answers contract inquiries. A fee *
      * over the authority of whoever ended the contract is parked for *
      * approval: the contract is ended at status 'P' holding the      *
      * pending item, so it is not raised again, and MTRAPRMT          *
      * completes it when the fee is approved.                         *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Fixed-term contracts, one per plan period taken on a
      *-- fixed-term plan
           SELECT CONTRACT-FILE
           ASSIGN TO 'CONTRACT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CT-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CONTRACT-STA.

      *-- PRICE PLAN master - the contract term and exit fee of the
      *-- rate in force when the period starts
           SELECT PRCPLAN-FILE
           ASSIGN TO 'PRCPLAN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRCPLAN-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PRCPLAN-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTRCT0.
      *
       FD  PRCPLAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRCCMP01.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CONTRACT-STA            PIC 9(02) VALUE ZEROES.
           05 WS-PRCPLAN-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-PRCPLAN-OPEN            PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Rate-in-force lookup state (the MTRBILST D1400 scan)
           05 WS-RATE-FOUND              PIC X(01) VALUE 'N'.
           05 WS-RATE-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-BEST-EFF-8              PIC 9(08) VALUE ZEROES.
      *-- Contract end date - the start date moved on by the term,
      *-- held to the last day of a shorter month, less one day
           05 WS-START-8                 PIC 9(08) VALUE ZEROES.
           05 WS-START-PARTS REDEFINES WS-START-8.
              10 WS-START-YY             PIC 9(04).
              10 WS-START-MM             PIC 9(02).
              10 WS-START-DD             PIC 9(02).
           05 WS-TOTAL-MONTHS            PIC 9(07) VALUE ZEROES.
           05 WS-TARGET-YY               PIC 9(04) VALUE ZEROES.
           05 WS-TARGET-MM               PIC 9(02) VALUE ZEROES.
           05 WS-TARGET-DD               PIC 9(02) VALUE ZEROES.
           05 WS-NEXT-YY                 PIC 9(04) VALUE ZEROES.
           05 WS-NEXT-MM                 PIC 9(02) VALUE ZEROES.
           05 WS-FIRST-OF-TARGET-8       PIC 9(08) VALUE ZEROES.
           05 WS-FIRST-OF-NEXT-8         PIC 9(08) VALUE ZEROES.
           05 WS-ANNIVERSARY-8           PIC 9(08) VALUE ZEROES.
           05 WS-DAYS-IN-MONTH           PIC 9(02) VALUE ZEROES.
           05 WS-DAY-NBR                 PIC S9(8) COMP VALUE ZEROES.
      *-- Change journal capture - the record as it stood before the
      *-- action, for the common before/after journal
           05 WS-JRN-BEFORE              PIC X(300) VALUE SPACES.

           COPY CHJRNL0.

           COPY ADJMNT0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *
         COPY CTRMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING CTRMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           IF C01-RETURN-CD OF CTRMNT-REQ = '0'
              PERFORM C0000-MAINTAIN-CONTRACT
                 THRU C0000-EXIT
           END-IF

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           MOVE '0'
             TO C01-RETURN-CD OF CTRMNT-REQ

      *-- Called once per period change, and WORKING-STORAGE VALUE
      *-- clauses only take effect on the first CALL in a run unit
           MOVE 'N'
             TO WS-PRCPLAN-OPEN

      *-- File may not exist yet the very first time a contract is
      *-- written
           OPEN I-O CONTRACT-FILE
           IF WS-CONTRACT-STA = '35'
              OPEN OUTPUT CONTRACT-FILE
              CLOSE CONTRACT-FILE
              OPEN I-O CONTRACT-FILE
           END-IF

           IF WS-CONTRACT-STA NOT = '00'
              STRING 'Error in opening contract file - '
                  WS-CONTRACT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF CTRMNT-REQ
              GO TO Z0000-PROCESS-END
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
      *-- Every action names the period by its full key
           IF C01-ACCOUNT-ID OF CTRMNT-REQ = SPACES
              OR C01-MTR-ID OF CTRMNT-REQ = SPACES
              OR C01-START-DATE OF CTRMNT-REQ = ZEROES
              MOVE 'ACCOUNT, METER AND PERIOD START ARE REQUIRED'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF CTRMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF CTRMNT-REQ NOT = 'O'
              AND C01-ACTION-CD OF CTRMNT-REQ NOT = 'X'
              AND C01-ACTION-CD OF CTRMNT-REQ NOT = 'I'
              MOVE 'INVALID ACTION CODE - MUST BE O, X OR I'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF CTRMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF CTRMNT-REQ = 'O'
              AND C01-PLAN-NAME OF CTRMNT-REQ = SPACES
              MOVE 'PLAN NAME IS REQUIRED TO OPEN A CONTRACT'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF CTRMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF CTRMNT-REQ = 'X'
              AND C01-LAST-DATE OF CTRMNT-REQ = ZEROES
              MOVE 'LAST DAY OF SUPPLY IS REQUIRED TO END A CONTRACT'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF CTRMNT-REQ
              GO TO B0000-EXIT
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-CONTRACT.
      *--------------------------------------------------------------*
           MOVE C01-ACCOUNT-ID OF CTRMNT-REQ
             TO CT-ACCOUNT-ID

           MOVE C01-MTR-ID OF CTRMNT-REQ
             TO CT-MTR-ID

           MOVE C01-START-DATE OF CTRMNT-REQ
             TO CT-START-DATE

           EVALUATE C01-ACTION-CD OF CTRMNT-REQ
              WHEN 'O'
                 PERFORM C1500-OPEN-CONTRACT
                    THRU C1500-EXIT
              WHEN 'X'
                 PERFORM C1600-END-CONTRACT
                    THRU C1600-EXIT
              WHEN 'I'
                 PERFORM C1800-INQUIRE-CONTRACT
                    THRU C1800-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-OPEN-CONTRACT.
      *--------------------------------------------------------------*
      *-- Only a fixed-term plan carries a contract. The term and fee
      *-- come off the rate in force on the day the period starts.
           PERFORM D1000-FIND-RATE-IN-FORCE
              THRU D1000-EXIT

           IF WS-RATE-FOUND = 'N'
              OR CONTRACT-TERM = ZEROES
              MOVE '1'
                TO C01-RETURN-CD OF CTRMNT-REQ
              GO TO C1500-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF CTRMNT-REQ
             TO CT-ACCOUNT-ID

           MOVE C01-MTR-ID OF CTRMNT-REQ
             TO CT-MTR-ID

           MOVE C01-START-DATE OF CTRMNT-REQ
             TO CT-START-DATE

           MOVE C01-PLAN-NAME OF CTRMNT-REQ
             TO CT-PLAN-NAME

           MOVE CONTRACT-TERM
             TO CT-TERM-MONTHS

           MOVE EXIT-FEE
             TO CT-EXIT-FEE

           PERFORM D2000-COMPUTE-END-DATE
              THRU D2000-EXIT

           MOVE 'A'
             TO CT-STATUS

           MOVE ZEROES
             TO CT-NOTICE-DATE
                CT-CLOSED-DATE
                CT-FEE-CHARGED
                CT-PEND-DATE
                CT-PEND-SEQ

           MOVE C01-OPERATOR OF CTRMNT-REQ
             TO CT-OPERATOR

           WRITE CONTRACT-REC
              INVALID KEY
                 MOVE 'PERIOD ALREADY CARRIES A CONTRACT'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF CTRMNT-REQ
                 GO TO C1500-EXIT
           END-WRITE

           MOVE SPACES
             TO WS-JRN-BEFORE

           PERFORM X8000-WRITE-JOURNAL
              THRU X8000-EXIT

           PERFORM C1900-RETURN-FIELDS
              THRU C1900-EXIT

           DISPLAY 'CONTRACT OPENED FOR METER ' CT-MTR-ID
                   ' ENDS ' CT-END-DATE
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1600-END-CONTRACT.
      *--------------------------------------------------------------*
      *-- The period is closing. A contract still running past the
      *-- last day of supply was ended early and owes its exit fee.
           READ CONTRACT-FILE
              INVALID KEY
                 MOVE '1'
                   TO C01-RETURN-CD OF CTRMNT-REQ
                 GO TO C1600-EXIT
           END-READ

           IF CT-STATUS NOT = 'A'
              MOVE '1'
                TO C01-RETURN-CD OF CTRMNT-REQ
              GO TO C1600-EXIT
           END-IF

           MOVE CONTRACT-REC
             TO WS-JRN-BEFORE

           MOVE C01-LAST-DATE OF CTRMNT-REQ
             TO CT-CLOSED-DATE

           MOVE ZEROES
             TO CT-FEE-CHARGED

           IF C01-LAST-DATE OF CTRMNT-REQ NOT < CT-END-DATE
              OR CT-EXIT-FEE = ZEROES
              MOVE 'C'
                TO CT-STATUS
           ELSE
              PERFORM D3000-RAISE-EXIT-FEE
                 THRU D3000-EXIT

              EVALUATE C01-RETURN-CD OF CTRMNT-REQ
                 WHEN '0'
                    MOVE 'E'
                      TO CT-STATUS
                 WHEN '7'
                    MOVE 'P'
                      TO CT-STATUS
                    MOVE C01-PEND-DATE OF ADJMNT-REQ
                      TO CT-PEND-DATE
                    MOVE C01-PEND-SEQ OF ADJMNT-REQ
                      TO CT-PEND-SEQ
                 WHEN OTHER
                    GO TO C1600-EXIT
              END-EVALUATE

              MOVE CT-EXIT-FEE
                TO CT-FEE-CHARGED
           END-IF

           MOVE C01-OPERATOR OF CTRMNT-REQ
             TO CT-OPERATOR

           REWRITE CONTRACT-REC
              INVALID KEY
                 MOVE 'ERROR REWRITING CONTRACT RECORD'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF CTRMNT-REQ
                 GO TO C1600-EXIT
           END-REWRITE

           PERFORM X8000-WRITE-JOURNAL
              THRU X8000-EXIT

           PERFORM C1900-RETURN-FIELDS
              THRU C1900-EXIT

           IF CT-STATUS = 'E'
              DISPLAY 'CONTRACT ENDED EARLY FOR METER ' CT-MTR-ID
                      ' EXIT FEE ' CT-FEE-CHARGED
           END-IF

           IF CT-STATUS = 'P'
              DISPLAY 'CONTRACT ENDED EARLY FOR METER ' CT-MTR-ID
                      ' EXIT FEE ' CT-FEE-CHARGED
                      ' PARKED FOR APPROVAL - ITEM '
                      CT-PEND-DATE ' ' CT-PEND-SEQ
           END-IF
           .
       C1600-EXIT.
      *--------------------------------------------------------------*
       C1800-INQUIRE-CONTRACT.
      *--------------------------------------------------------------*
           READ CONTRACT-FILE
              INVALID KEY
                 MOVE '1'
                   TO C01-RETURN-CD OF CTRMNT-REQ
                 GO TO C1800-EXIT
           END-READ

           PERFORM C1900-RETURN-FIELDS
              THRU C1900-EXIT
           .
       C1800-EXIT.
      *--------------------------------------------------------------*
       C1900-RETURN-FIELDS.
      *--------------------------------------------------------------*
           MOVE CT-PLAN-NAME
             TO C01-PLAN-NAME OF CTRMNT-REQ

           MOVE CT-TERM-MONTHS
             TO C01-TERM-MONTHS OF CTRMNT-REQ

           MOVE CT-END-DATE
             TO C01-END-DATE OF CTRMNT-REQ

           MOVE CT-EXIT-FEE
             TO C01-EXIT-FEE OF CTRMNT-REQ

           MOVE CT-STATUS
             TO C01-STATUS OF CTRMNT-REQ

           MOVE CT-NOTICE-DATE
             TO C01-NOTICE-DATE OF CTRMNT-REQ

           MOVE CT-FEE-CHARGED
             TO C01-FEE-CHARGED OF CTRMNT-REQ
           .
       C1900-EXIT.
      *--------------------------------------------------------------*
       D1000-FIND-RATE-IN-FORCE.
      *--------------------------------------------------------------*
      *-- The plan's rate period covering the period start - same
      *-- "latest qualifying period" scan MTRBILST uses. No price plan
      *-- file just means no contract.
           MOVE 'N'
             TO WS-RATE-FOUND

           OPEN INPUT PRCPLAN-FILE
           IF WS-PRCPLAN-STA NOT = '00'
              GO TO D1000-EXIT
           END-IF

           MOVE 'Y'
             TO WS-PRCPLAN-OPEN

           MOVE 'N'
             TO WS-RATE-SCAN-DONE

           MOVE C01-PLAN-NAME OF CTRMNT-REQ
             TO PLAN-NAME

           MOVE ZEROES
             TO RATE-EFF-DATE

           START PRCPLAN-FILE KEY IS NOT LESS THAN PRCPLAN-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-RATE-SCAN-DONE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM D1500-SCAN-RATE-PERIODS
              THRU D1500-EXIT
            UNTIL WS-RATE-SCAN-DONE = 'Y'

           IF WS-RATE-FOUND = 'Y'
              MOVE C01-PLAN-NAME OF CTRMNT-REQ
                TO PLAN-NAME

              MOVE WS-BEST-EFF-8
                TO RATE-EFF-DATE

              READ PRCPLAN-FILE
                 INVALID KEY
                    MOVE 'N'
                      TO WS-RATE-FOUND
              END-READ
           END-IF
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D1500-SCAN-RATE-PERIODS.
      *--------------------------------------------------------------*
           READ PRCPLAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-RATE-SCAN-DONE
              NOT AT END
                 IF PLAN-NAME NOT = C01-PLAN-NAME OF CTRMNT-REQ
                    OR RATE-EFF-DATE > C01-START-DATE OF CTRMNT-REQ
                    MOVE 'Y'
                      TO WS-RATE-SCAN-DONE
                 ELSE
                    IF RATE-END-DATE = ZEROES
                       OR RATE-END-DATE
                          NOT < C01-START-DATE OF CTRMNT-REQ
                       MOVE 'Y'
                         TO WS-RATE-FOUND
                       MOVE RATE-EFF-DATE
                         TO WS-BEST-EFF-8
                    END-IF
                 END-IF
           END-READ
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       D2000-COMPUTE-END-DATE.
      *--------------------------------------------------------------*
      *-- Start date moved on by the term in months (a 31st landing in
      *-- a shorter month is held to its last day), then back a day:
      *-- a 12-month contract from 15 March ends on 14 March.
           MOVE C01-START-DATE OF CTRMNT-REQ
             TO WS-START-8

           COMPUTE WS-TOTAL-MONTHS =
              WS-START-YY * 12 + WS-START-MM - 1 + CT-TERM-MONTHS

           DIVIDE WS-TOTAL-MONTHS BY 12
              GIVING WS-TARGET-YY
              REMAINDER WS-TARGET-MM

           ADD 1
             TO WS-TARGET-MM

           IF WS-TARGET-MM = 12
              COMPUTE WS-NEXT-YY = WS-TARGET-YY + 1
              MOVE 1
                TO WS-NEXT-MM
           ELSE
              MOVE WS-TARGET-YY
                TO WS-NEXT-YY
              COMPUTE WS-NEXT-MM = WS-TARGET-MM + 1
           END-IF

           COMPUTE WS-FIRST-OF-TARGET-8 =
              WS-TARGET-YY * 10000 + WS-TARGET-MM * 100 + 1

           COMPUTE WS-FIRST-OF-NEXT-8 =
              WS-NEXT-YY * 10000 + WS-NEXT-MM * 100 + 1

           COMPUTE WS-DAYS-IN-MONTH =
              FUNCTION INTEGER-OF-DATE (WS-FIRST-OF-NEXT-8)
              - FUNCTION INTEGER-OF-DATE (WS-FIRST-OF-TARGET-8)

           IF WS-START-DD > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH
                TO WS-TARGET-DD
           ELSE
              MOVE WS-START-DD
                TO WS-TARGET-DD
           END-IF

           COMPUTE WS-ANNIVERSARY-8 =
              WS-FIRST-OF-TARGET-8 + WS-TARGET-DD - 1

           COMPUTE WS-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (WS-ANNIVERSARY-8) - 1

           COMPUTE CT-END-DATE =
              FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D3000-RAISE-EXIT-FEE.
      *--------------------------------------------------------------*
      *-- The fee goes on the meter as an EXIT adjustment dated today,
      *-- so the final or next statement itemizes and bills it.
           MOVE 'A'
             TO C01-ACTION-CD OF ADJMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ADJMNT-REQ

           MOVE CT-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF ADJMNT-REQ

           MOVE CT-MTR-ID
             TO C01-MTR-ID OF ADJMNT-REQ

           MOVE WS-TODAY-8
             TO C01-ADJ-DATE OF ADJMNT-REQ

           MOVE ZEROES
             TO C01-ADJ-SEQ OF ADJMNT-REQ

           MOVE 'EXIT'
             TO C01-REASON-CD OF ADJMNT-REQ

           MOVE CT-EXIT-FEE
             TO C01-ADJ-AMOUNT OF ADJMNT-REQ

           IF C01-OPERATOR OF CTRMNT-REQ = SPACES
              MOVE 'MTRCTRMT'
                TO C01-OPERATOR OF ADJMNT-REQ
           ELSE
              MOVE C01-OPERATOR OF CTRMNT-REQ
                TO C01-OPERATOR OF ADJMNT-REQ
           END-IF

           MOVE ZEROES
             TO C01-PEND-DATE OF ADJMNT-REQ
                C01-PEND-SEQ OF ADJMNT-REQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

      *-- A fee over the operator's authority waits on APRPND; the
      *-- contract is ended regardless and holds the item's key
           EVALUATE C01-RETURN-CD OF ADJMNT-REQ
              WHEN '0'
                 CONTINUE
              WHEN '7'
                 MOVE '7'
                   TO C01-RETURN-CD OF CTRMNT-REQ
              WHEN OTHER
                 MOVE 'Exit fee adjustment could not be raised'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '8'
                   TO C01-RETURN-CD OF CTRMNT-REQ
           END-EVALUATE
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The
      *-- before image was captured ahead of the action (spaces on an
      *-- open); the after image is the record as it now stands.
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE 'CONTRACT'
             TO C01-FILE-NAME

           MOVE C01-ACTION-CD OF CTRMNT-REQ
             TO C01-JRN-ACTION

           MOVE CT-KEY
             TO C01-REC-KEY

           MOVE C01-OPERATOR OF CTRMNT-REQ
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           MOVE CONTRACT-REC
             TO C01-AFTER-IMAGE

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
           IF WS-PRCPLAN-OPEN = 'Y'
              CLOSE PRCPLAN-FILE
           END-IF

           CLOSE CONTRACT-FILE
           IF WS-CONTRACT-STA NOT = '00'
              STRING 'Error in Closing contract file - '
                  WS-CONTRACT-STA
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
