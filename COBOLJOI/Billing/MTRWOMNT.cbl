       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRWOMNT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Bad-debt write-off ledger program - records a write-off of an  *
      * account's uncollectable balance with the VAT element on it,    *
      * records recoveries received later against written-off debt     *
      * with their share of that VAT, and answers what is still        *
      * written off. Called by the write-off run (MTRWRTOF) and by the *
      * payment posting programs. Every entry goes to the common       *
      * change journal.                                                *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Write-off ledger, keyed by account, entry date and sequence
           SELECT WRTOFF-FILE
           ASSIGN TO 'WRTOFF'
           ORGANIZATION IS INDEXED
           RECORD KEY IS WO-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-WRTOFF-STA.

      *-- Customer master - the account's class decides the VAT rate
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  WRTOFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WRTOFF0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-WRTOFF-STA              PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-ENTRY-WRITTEN           PIC X(01) VALUE 'N'.
           05 WS-ENTRY-FOUND             PIC X(01) VALUE 'N'.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CUST-CLASS              PIC X(01) VALUE SPACES.
      *-- Write-retry counter - wider than the 4-digit sequence key
      *-- itself, so the retry loop has a bound the key cannot wrap
      *-- past.
           05 WS-SEQ-TRIES               PIC 9(05) VALUE ZEROES.
      *-- Account totals off the ledger - written off, recovered, and
      *-- the difference still outstanding
           05 WS-WO-GROSS                PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-WO-VAT                  PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-RC-GROSS                PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-RC-VAT                  PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-OUT-GROSS               PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-OUT-VAT                 PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-ENTRY-VAT               PIC 9(9)V9(4) VALUE ZEROES.
      *-- Change journal capture - the record as it stood before the
      *-- action, for the common before/after journal
           05 WS-JRN-BEFORE              PIC X(300) VALUE SPACES.

           COPY TAXMNT0.

           COPY CHJRNL0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *
         COPY WOMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING WOMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-MAINTAIN-WRTOFF
              THRU C0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
      *-- File may not exist yet the very first time a debt is
      *-- written off
           OPEN I-O WRTOFF-FILE
           IF WS-WRTOFF-STA = '35'
              OPEN OUTPUT WRTOFF-FILE
              CLOSE WRTOFF-FILE
              OPEN I-O WRTOFF-FILE
           END-IF

           IF WS-WRTOFF-STA NOT = '00'
              STRING 'Error in opening write-off file - '
                  WS-WRTOFF-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF WOMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

      *-- No customer master just means every account is domestic.
      *-- Called once per entry, so the flag is set every time.
           MOVE 'N'
             TO WS-CUSTMST-OPEN

           OPEN INPUT CUSTMST-FILE
           IF WS-CUST-STA = '00'
              MOVE 'Y'
                TO WS-CUSTMST-OPEN
           END-IF
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           MOVE '0'
             TO C01-RETURN-CD OF WOMNT-REQ

           IF C01-ACTION-CD OF WOMNT-REQ NOT = 'W'
              AND C01-ACTION-CD OF WOMNT-REQ NOT = 'R'
              AND C01-ACTION-CD OF WOMNT-REQ NOT = 'I'
              MOVE 'INVALID ACTION CODE - MUST BE W, R OR I'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF WOMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACCOUNT-ID OF WOMNT-REQ = SPACES
              MOVE 'INPUT ACCOUNT ID IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF WOMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF WOMNT-REQ = 'I'
              GO TO B0000-EXIT
           END-IF

           IF C01-ENTRY-DATE = ZEROES
              OR C01-WO-AMOUNT = ZEROES
              MOVE 'ENTRY DATE AND AMOUNT ARE BOTH REQUIRED'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF WOMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF WOMNT-REQ = 'W'
              AND C01-REASON-CD OF WOMNT-REQ = SPACES
              MOVE 'A WRITE-OFF NEEDS A REASON CODE'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF WOMNT-REQ
              GO TO PROGRAM-DONE
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-WRTOFF.
      *--------------------------------------------------------------*
      *
           EVALUATE C01-ACTION-CD OF WOMNT-REQ
              WHEN 'W'
                 PERFORM D1000-WRITE-OFF
                    THRU D1000-EXIT
              WHEN 'R'
                 PERFORM D2000-RECOVERY
                    THRU D2000-EXIT
              WHEN 'I'
                 PERFORM D3000-INQUIRE
                    THRU D3000-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D0500-GET-CUST-CLASS.
      *--------------------------------------------------------------*
      *-- Domestic unless the customer master says business
           MOVE 'D'
             TO WS-CUST-CLASS

           IF WS-CUSTMST-OPEN NOT = 'Y'
              GO TO D0500-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF WOMNT-REQ
             TO CM-ACCOUNT-ID

           READ CUSTMST-FILE
              INVALID KEY
                 GO TO D0500-EXIT
           END-READ

           IF CM-CUST-CLASS = 'B'
              MOVE 'B'
                TO WS-CUST-CLASS
           END-IF
           .
       D0500-EXIT.
      *--------------------------------------------------------------*
       D1000-WRITE-OFF.
      *--------------------------------------------------------------*
      *-- The balance is VAT-inclusive, so the VAT element is the
      *-- rate's fraction of the gross - rate / (100 + rate) - at the
      *-- account's class rate in force when the debt arose. No rate
      *-- table or no rate in force just means no relief to claim.
           MOVE ZEROES
             TO WS-ENTRY-VAT

           PERFORM D0500-GET-CUST-CLASS
              THRU D0500-EXIT

           IF C01-TAX-DATE = ZEROES
              MOVE C01-ENTRY-DATE
                TO C01-TAX-DATE
           END-IF

           MOVE 'G'
             TO C01-ACTION-CD OF TAXMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF TAXMNT-REQ

           MOVE WS-CUST-CLASS
             TO C01-TAX-CLASS OF TAXMNT-REQ

           MOVE C01-TAX-DATE
             TO C01-AS-OF-DATE OF TAXMNT-REQ

           CALL 'MTRTAXMT'
          USING TAXMNT-REQ

           IF C01-RETURN-CD OF TAXMNT-REQ = '0'
              AND C01-TAX-RATE-PCT OF TAXMNT-REQ > ZEROES
              COMPUTE WS-ENTRY-VAT ROUNDED =
                 C01-WO-AMOUNT
                 * C01-TAX-RATE-PCT OF TAXMNT-REQ
                 / (100 + C01-TAX-RATE-PCT OF TAXMNT-REQ)
           END-IF

           MOVE 'W'
             TO WO-ENTRY-TYPE

           MOVE C01-REASON-CD OF WOMNT-REQ
             TO WO-REASON-CD

           MOVE C01-TAX-DATE
             TO WO-TAX-DATE

           PERFORM D5000-WRITE-ENTRY
              THRU D5000-EXIT
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D2000-RECOVERY.
      *--------------------------------------------------------------*
      *-- A recovery carries back the VAT in the same proportion as
      *-- the debt still written off, so paying it all back returns
      *-- exactly the relief that was claimed.
           PERFORM D0500-GET-CUST-CLASS
              THRU D0500-EXIT

           PERFORM D4000-TOTAL-ACCOUNT
              THRU D4000-EXIT

           IF WS-OUT-GROSS NOT > ZEROES
              MOVE 'Nothing written off to recover for the account'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '1'
                TO C01-RETURN-CD OF WOMNT-REQ
              GO TO D2000-EXIT
           END-IF

           IF C01-WO-AMOUNT > WS-OUT-GROSS
              MOVE WS-OUT-GROSS
                TO C01-WO-AMOUNT
           END-IF

           MOVE ZEROES
             TO WS-ENTRY-VAT

           IF WS-OUT-VAT > ZEROES
              COMPUTE WS-ENTRY-VAT ROUNDED =
                 C01-WO-AMOUNT * WS-OUT-VAT / WS-OUT-GROSS
           END-IF

           MOVE 'R'
             TO WO-ENTRY-TYPE

           MOVE 'RECV'
             TO WO-REASON-CD

           MOVE ZEROES
             TO WO-TAX-DATE

           PERFORM D5000-WRITE-ENTRY
              THRU D5000-EXIT
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D3000-INQUIRE.
      *--------------------------------------------------------------*
           PERFORM D4000-TOTAL-ACCOUNT
              THRU D4000-EXIT

           IF WS-ENTRY-FOUND NOT = 'Y'
              MOVE '1'
                TO C01-RETURN-CD OF WOMNT-REQ
           END-IF
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D4000-TOTAL-ACCOUNT.
      *--------------------------------------------------------------*
      *-- Walk the account's ledger rows and total what was written
      *-- off and what has come back since.
           MOVE ZEROES
             TO WS-WO-GROSS
                WS-WO-VAT
                WS-RC-GROSS
                WS-RC-VAT

           MOVE 'N'
             TO WS-ENTRY-FOUND

           MOVE 'N'
             TO WS-END-OF-FILE

           MOVE C01-ACCOUNT-ID OF WOMNT-REQ
             TO WO-ACCOUNT-ID

           MOVE ZEROES
             TO WO-ENTRY-DATE
                WO-SEQ

           START WRTOFF-FILE
             KEY IS NOT < WO-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-FILE
           END-START

           PERFORM D4500-READ-ONE-ENTRY
              THRU D4500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'

           COMPUTE WS-OUT-GROSS =
              WS-WO-GROSS - WS-RC-GROSS

           COMPUTE WS-OUT-VAT =
              WS-WO-VAT - WS-RC-VAT

           IF WS-OUT-GROSS < ZEROES
              MOVE ZEROES
                TO WS-OUT-GROSS
           END-IF

           IF WS-OUT-VAT < ZEROES
              MOVE ZEROES
                TO WS-OUT-VAT
           END-IF

           MOVE WS-OUT-GROSS
             TO C01-OUTSTANDING

           MOVE WS-OUT-VAT
             TO C01-OUTSTANDING-VAT
           .
       D4000-EXIT.
      *--------------------------------------------------------------*
       D4500-READ-ONE-ENTRY.
      *--------------------------------------------------------------*
           READ WRTOFF-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO D4500-EXIT
           END-READ

           IF WO-ACCOUNT-ID NOT = C01-ACCOUNT-ID OF WOMNT-REQ
              MOVE 'Y'
                TO WS-END-OF-FILE
              GO TO D4500-EXIT
           END-IF

           MOVE 'Y'
             TO WS-ENTRY-FOUND

           IF WO-ENTRY-TYPE = 'W'
              ADD WO-AMOUNT
                TO WS-WO-GROSS
              ADD WO-VAT-AMOUNT
                TO WS-WO-VAT
           ELSE
              ADD WO-AMOUNT
                TO WS-RC-GROSS
              ADD WO-VAT-AMOUNT
                TO WS-RC-VAT
           END-IF
           .
       D4500-EXIT.
      *--------------------------------------------------------------*
       D5000-WRITE-ENTRY.
      *--------------------------------------------------------------*
      *-- Entry type, reason and tax date are already set; the
      *-- sequence steps forward past whatever is already on file for
      *-- the account and date until the write lands.
           MOVE C01-ACCOUNT-ID OF WOMNT-REQ
             TO WO-ACCOUNT-ID

           MOVE C01-ENTRY-DATE
             TO WO-ENTRY-DATE

           MOVE 1
             TO WO-SEQ

           MOVE C01-WO-AMOUNT
             TO WO-AMOUNT

           MOVE WS-ENTRY-VAT
             TO WO-VAT-AMOUNT

           MOVE C01-OPERATOR OF WOMNT-REQ
             TO WO-OPERATOR

           MOVE WS-CUST-CLASS
             TO WO-CUST-CLASS

           MOVE 'N'
             TO WS-ENTRY-WRITTEN

           MOVE ZEROES
             TO WS-SEQ-TRIES

           PERFORM D5500-TRY-WRITE-ENTRY
              THRU D5500-EXIT
            UNTIL WS-ENTRY-WRITTEN = 'Y'
               OR WS-SEQ-TRIES > 9998

           IF WS-ENTRY-WRITTEN = 'Y'
              MOVE WS-ENTRY-VAT
                TO C01-WO-VAT

              MOVE SPACES
                TO WS-JRN-BEFORE

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           ELSE
              MOVE 'No free sequence for the write-off entry'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '2'
                TO C01-RETURN-CD OF WOMNT-REQ
           END-IF
           .
       D5000-EXIT.
      *--------------------------------------------------------------*
       D5500-TRY-WRITE-ENTRY.
      *--------------------------------------------------------------*
           WRITE WRTOFF-REC
              INVALID KEY
                 ADD 1
                   TO WO-SEQ
                 ADD 1
                   TO WS-SEQ-TRIES
              NOT INVALID KEY
                 MOVE 'Y'
                   TO WS-ENTRY-WRITTEN
           END-WRITE
           .
       D5500-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. Ledger
      *-- rows are only ever added, so the before image is spaces.
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE 'WRTOFF'
             TO C01-FILE-NAME

           MOVE C01-ACTION-CD OF WOMNT-REQ
             TO C01-JRN-ACTION

           MOVE WO-KEY
             TO C01-REC-KEY

           MOVE C01-OPERATOR OF WOMNT-REQ
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           MOVE WRTOFF-REC
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
           IF WS-CUSTMST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
           END-IF

           CLOSE WRTOFF-FILE
           IF WS-WRTOFF-STA NOT = '00'
              STRING 'Error in Closing write-off file - '
                  WS-WRTOFF-STA
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
