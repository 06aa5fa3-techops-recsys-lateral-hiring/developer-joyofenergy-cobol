       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRRBMNT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance program for the REBSCH social tariff rebate scheme *
      * file - add, change, delete or inquire on an account's entry    *
      * for a scheme year: where its eligibility came from (the        *
      * agency's data-match file or an accepted application), its      *
      * status and the rebate amount. Once the annual run has          *
      * credited the rebate the entry is part of the scheme's paid     *
      * position and can no longer be changed or removed.              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Rebate scheme file, one record per account and scheme year
           SELECT REBSCH-FILE
           ASSIGN TO 'REBSCH'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RB-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-REBSCH-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  REBSCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REBSCH0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-REBSCH-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
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
         COPY RBMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING RBMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-MAINTAIN-SCHEME
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
             TO C01-RETURN-CD OF RBMNT-REQ

      *-- Open Files
      *-- File may not exist yet the very first time an account is
      *-- entered for the scheme
           OPEN I-O REBSCH-FILE
           IF WS-REBSCH-STA = '35'
              OPEN OUTPUT REBSCH-FILE
              CLOSE REBSCH-FILE
              OPEN I-O REBSCH-FILE
           END-IF

           IF WS-REBSCH-STA NOT = '00'
              STRING 'Error in opening rebate scheme file - '
                  WS-REBSCH-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO PROGRAM-DONE
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
           IF C01-ACCOUNT-ID OF RBMNT-REQ = SPACES
              MOVE 'INPUT ACCOUNT ID IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-SCHEME-YEAR OF RBMNT-REQ NOT NUMERIC
              OR C01-SCHEME-YEAR OF RBMNT-REQ = ZEROES
              MOVE 'SCHEME YEAR IS MISSING OR NOT NUMERIC'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF RBMNT-REQ NOT = 'A'
              AND C01-ACTION-CD OF RBMNT-REQ NOT = 'C'
              AND C01-ACTION-CD OF RBMNT-REQ NOT = 'D'
              AND C01-ACTION-CD OF RBMNT-REQ NOT = 'I'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D OR I'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO B0000-EXIT
           END-IF

      *-- An add must say where eligibility came from; on a change
      *-- blank leaves the stored source alone
           IF C01-ACTION-CD OF RBMNT-REQ = 'A'
              AND C01-SOURCE OF RBMNT-REQ NOT = 'D'
              AND C01-SOURCE OF RBMNT-REQ NOT = 'A'
              MOVE 'SOURCE MUST BE D (DATA-MATCH) OR A (APPLICATION)'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF RBMNT-REQ = 'C'
              AND C01-SOURCE OF RBMNT-REQ NOT = SPACES
              AND C01-SOURCE OF RBMNT-REQ NOT = 'D'
              AND C01-SOURCE OF RBMNT-REQ NOT = 'A'
              MOVE 'SOURCE MUST BE D (DATA-MATCH) OR A (APPLICATION)'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO B0000-EXIT
           END-IF

      *-- 'C' credited and 'L' lapsed are set by the annual run only
           IF (C01-ACTION-CD OF RBMNT-REQ = 'A'
               OR C01-ACTION-CD OF RBMNT-REQ = 'C')
              AND C01-STATUS OF RBMNT-REQ NOT = SPACES
              AND C01-STATUS OF RBMNT-REQ NOT = 'P'
              AND C01-STATUS OF RBMNT-REQ NOT = 'E'
              AND C01-STATUS OF RBMNT-REQ NOT = 'I'
              MOVE 'STATUS MUST BE P (PENDING), E (ELIGIBLE) OR I'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF (C01-ACTION-CD OF RBMNT-REQ = 'A'
               OR C01-ACTION-CD OF RBMNT-REQ = 'C')
              AND C01-REBATE-AMOUNT OF RBMNT-REQ NOT NUMERIC
              MOVE 'REBATE AMOUNT IS NOT NUMERIC'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO B0000-EXIT
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-SCHEME.
      *--------------------------------------------------------------*
           IF C01-RETURN-CD OF RBMNT-REQ NOT = '0'
              GO TO C0000-EXIT
           END-IF

           EVALUATE C01-ACTION-CD OF RBMNT-REQ
              WHEN 'A'
                 PERFORM C1500-ADD-ENTRY
                    THRU C1500-EXIT
              WHEN 'C'
                 PERFORM C1600-CHANGE-ENTRY
                    THRU C1600-EXIT
              WHEN 'D'
                 PERFORM C1700-DELETE-ENTRY
                    THRU C1700-EXIT
              WHEN 'I'
                 PERFORM C1800-INQUIRE-ENTRY
                    THRU C1800-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-ADD-ENTRY.
      *--------------------------------------------------------------*
           MOVE C01-ACCOUNT-ID OF RBMNT-REQ
             TO RB-ACCOUNT-ID

           MOVE C01-SCHEME-YEAR OF RBMNT-REQ
             TO RB-SCHEME-YEAR

           MOVE C01-SOURCE OF RBMNT-REQ
             TO RB-SOURCE

      *-- A data-match is the agency's own confirmation, so it is
      *-- eligible straight away; an application waits to be decided
           IF C01-STATUS OF RBMNT-REQ NOT = SPACES
              MOVE C01-STATUS OF RBMNT-REQ
                TO RB-STATUS
           ELSE
              IF RB-SOURCE = 'D'
                 MOVE 'E'
                   TO RB-STATUS
              ELSE
                 MOVE 'P'
                   TO RB-STATUS
              END-IF
           END-IF

           MOVE C01-REBATE-AMOUNT OF RBMNT-REQ
             TO RB-REBATE-AMOUNT

           MOVE C01-MATCH-REF OF RBMNT-REQ
             TO RB-MATCH-REF

           MOVE WS-TODAY-8
             TO RB-ENTRY-DATE

           MOVE C01-OPERATOR OF RBMNT-REQ
             TO RB-OPERATOR

           MOVE ZEROES
             TO RB-PAID-DATE
                RB-PAID-AMOUNT
                RB-ADJ-DATE
                RB-ADJ-SEQ
                RB-PEND-DATE
                RB-PEND-SEQ

           MOVE SPACES
             TO RB-PAID-HOW

           WRITE REBSCH-REC
              INVALID KEY
                 MOVE 'ACCOUNT IS ALREADY ON THE SCHEME FOR THE YEAR'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF RBMNT-REQ
           END-WRITE

           IF C01-RETURN-CD OF RBMNT-REQ = '0'
              MOVE SPACES
                TO WS-JRN-BEFORE

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1600-CHANGE-ENTRY.
      *--------------------------------------------------------------*
      *-- Only the fields supplied change, so deciding an application
      *-- needs no more than the new status.
           MOVE C01-ACCOUNT-ID OF RBMNT-REQ
             TO RB-ACCOUNT-ID

           MOVE C01-SCHEME-YEAR OF RBMNT-REQ
             TO RB-SCHEME-YEAR

           READ REBSCH-FILE
              INVALID KEY
                 MOVE 'ACCOUNT IS NOT ON THE SCHEME FOR THE YEAR'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF RBMNT-REQ
                 GO TO C1600-EXIT
           END-READ

           IF RB-STATUS = 'C'
              MOVE 'REBATE ALREADY CREDITED - ENTRY CANNOT CHANGE'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '3'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO C1600-EXIT
           END-IF

           IF RB-STATUS = 'Q'
              MOVE 'REBATE CREDIT AWAITING APPROVAL - CANNOT CHANGE'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '3'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO C1600-EXIT
           END-IF

           MOVE REBSCH-REC
             TO WS-JRN-BEFORE

           IF C01-SOURCE OF RBMNT-REQ NOT = SPACES
              MOVE C01-SOURCE OF RBMNT-REQ
                TO RB-SOURCE
           END-IF

           IF C01-STATUS OF RBMNT-REQ NOT = SPACES
              MOVE C01-STATUS OF RBMNT-REQ
                TO RB-STATUS
           END-IF

           IF C01-REBATE-AMOUNT OF RBMNT-REQ NOT = ZEROES
              MOVE C01-REBATE-AMOUNT OF RBMNT-REQ
                TO RB-REBATE-AMOUNT
           END-IF

           IF C01-MATCH-REF OF RBMNT-REQ NOT = SPACES
              MOVE C01-MATCH-REF OF RBMNT-REQ
                TO RB-MATCH-REF
           END-IF

           MOVE C01-OPERATOR OF RBMNT-REQ
             TO RB-OPERATOR

           REWRITE REBSCH-REC
              INVALID KEY
                 MOVE 'ERROR REWRITING REBATE SCHEME RECORD'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF RBMNT-REQ
           END-REWRITE

           IF C01-RETURN-CD OF RBMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1600-EXIT.
      *--------------------------------------------------------------*
       C1700-DELETE-ENTRY.
      *--------------------------------------------------------------*
           MOVE C01-ACCOUNT-ID OF RBMNT-REQ
             TO RB-ACCOUNT-ID

           MOVE C01-SCHEME-YEAR OF RBMNT-REQ
             TO RB-SCHEME-YEAR

      *-- Read first, so the journal carries what the deleted record
      *-- used to hold
           READ REBSCH-FILE
              INVALID KEY
                 MOVE 'ACCOUNT IS NOT ON THE SCHEME FOR THE YEAR'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF RBMNT-REQ
                 GO TO C1700-EXIT
           END-READ

           IF RB-STATUS = 'C'
              MOVE 'REBATE ALREADY CREDITED - ENTRY CANNOT BE REMOVED'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '3'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO C1700-EXIT
           END-IF

           IF RB-STATUS = 'Q'
              MOVE 'REBATE CREDIT AWAITING APPROVAL - CANNOT REMOVE'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '3'
                TO C01-RETURN-CD OF RBMNT-REQ
              GO TO C1700-EXIT
           END-IF

           MOVE REBSCH-REC
             TO WS-JRN-BEFORE

           DELETE REBSCH-FILE
              INVALID KEY
                 MOVE 'ACCOUNT IS NOT ON THE SCHEME FOR THE YEAR'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF RBMNT-REQ
           END-DELETE

           IF C01-RETURN-CD OF RBMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1700-EXIT.
      *--------------------------------------------------------------*
       C1800-INQUIRE-ENTRY.
      *--------------------------------------------------------------*
           MOVE C01-ACCOUNT-ID OF RBMNT-REQ
             TO RB-ACCOUNT-ID

           MOVE C01-SCHEME-YEAR OF RBMNT-REQ
             TO RB-SCHEME-YEAR

           READ REBSCH-FILE
              INVALID KEY
                 MOVE 'ACCOUNT IS NOT ON THE SCHEME FOR THE YEAR'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF RBMNT-REQ
                 GO TO C1800-EXIT
           END-READ

           MOVE RB-SOURCE
             TO C01-SOURCE OF RBMNT-REQ

           MOVE RB-STATUS
             TO C01-STATUS OF RBMNT-REQ

           MOVE RB-REBATE-AMOUNT
             TO C01-REBATE-AMOUNT OF RBMNT-REQ

           MOVE RB-MATCH-REF
             TO C01-MATCH-REF OF RBMNT-REQ

           MOVE RB-ENTRY-DATE
             TO C01-ENTRY-DATE OF RBMNT-REQ

           MOVE RB-PAID-DATE
             TO C01-PAID-DATE OF RBMNT-REQ

           MOVE RB-PAID-AMOUNT
             TO C01-PAID-AMOUNT OF RBMNT-REQ

           MOVE RB-PAID-HOW
             TO C01-PAID-HOW OF RBMNT-REQ
           .
       C1800-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The
      *-- before image was captured ahead of the action (spaces on an
      *-- add); the after image is the record as it now stands
      *-- (spaces on a delete).
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE 'REBSCH'
             TO C01-FILE-NAME

           MOVE C01-ACTION-CD OF RBMNT-REQ
             TO C01-JRN-ACTION

           MOVE RB-KEY
             TO C01-REC-KEY

           MOVE C01-OPERATOR OF RBMNT-REQ
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           IF C01-ACTION-CD OF RBMNT-REQ = 'D'
              MOVE SPACES
                TO C01-AFTER-IMAGE
           ELSE
              MOVE REBSCH-REC
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
           CLOSE REBSCH-FILE
           IF WS-REBSCH-STA NOT = '00'
              STRING 'Error in Closing rebate scheme file - '
                  WS-REBSCH-STA
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
