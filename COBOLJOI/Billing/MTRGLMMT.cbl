       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRGLMMT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance program for the GLMAP general-ledger mapping table *
      * - add, change, delete or inquire on the debit and credit       *
      * ledger accounts a source of money movement posts to in the     *
      * daily GL journal (MTRGLJNL). Every change goes to the common   *
      * change journal so finance can see who re-pointed what.         *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- GL mapping table, keyed by source type and source code
           SELECT GLMAP-FILE
           ASSIGN TO 'GLMAP'
           ORGANIZATION IS INDEXED
           RECORD KEY IS GM-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-GLMAP-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLMAP0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-GLMAP-STA               PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
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
         COPY GLMMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING GLMMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-MAINTAIN-GLMAP
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
      *-- File may not exist yet the very first time a mapping is
      *-- entered
           OPEN I-O GLMAP-FILE
           IF WS-GLMAP-STA = '35'
              OPEN OUTPUT GLMAP-FILE
              CLOSE GLMAP-FILE
              OPEN I-O GLMAP-FILE
           END-IF

           IF WS-GLMAP-STA NOT = '00'
              STRING 'Error in opening GL mapping file - '
                  WS-GLMAP-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GLMMNT-REQ
              GO TO PROGRAM-DONE
           END-IF
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           MOVE '0'
             TO C01-RETURN-CD OF GLMMNT-REQ

           IF C01-ACTION-CD NOT = 'A'
              AND C01-ACTION-CD NOT = 'C'
              AND C01-ACTION-CD NOT = 'D'
              AND C01-ACTION-CD NOT = 'I'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D OR I'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GLMMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-SOURCE-TYPE NOT = 'BILL'
              AND C01-SOURCE-TYPE NOT = 'PAYM'
              AND C01-SOURCE-TYPE NOT = 'DDRT'
              AND C01-SOURCE-TYPE NOT = 'ADJ '
              AND C01-SOURCE-TYPE NOT = 'DEPO'
              AND C01-SOURCE-TYPE NOT = 'WOFF'
              AND C01-SOURCE-TYPE NOT = 'ACCR'
              MOVE 'SOURCE TYPE NOT BILL PAYM DDRT ADJ DEPO WOFF ACCR'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GLMMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-SOURCE-CODE = SPACES
              MOVE 'INPUT SOURCE CODE IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GLMMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

      *-- A mapping with either side blank would post half an entry
      *-- and put the whole day's journal out of balance
           IF (C01-ACTION-CD = 'A' OR C01-ACTION-CD = 'C')
              AND (C01-DEBIT-ACCT = SPACES
                   OR C01-CREDIT-ACCT = SPACES)
              MOVE 'DEBIT AND CREDIT ACCOUNTS ARE BOTH REQUIRED'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GLMMNT-REQ
              GO TO PROGRAM-DONE
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-GLMAP.
      *--------------------------------------------------------------*
      *
           EVALUATE C01-ACTION-CD
              WHEN 'A'
                 PERFORM D1000-ADD-MAPPING
                    THRU D1000-EXIT
              WHEN 'C'
                 PERFORM D2000-CHANGE-MAPPING
                    THRU D2000-EXIT
              WHEN 'D'
                 PERFORM D3000-DELETE-MAPPING
                    THRU D3000-EXIT
              WHEN 'I'
                 PERFORM D4000-INQUIRE-MAPPING
                    THRU D4000-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D1000-ADD-MAPPING.
      *--------------------------------------------------------------*
           MOVE C01-SOURCE-TYPE
             TO GM-SOURCE-TYPE

           MOVE C01-SOURCE-CODE
             TO GM-SOURCE-CODE

           MOVE C01-DEBIT-ACCT
             TO GM-DEBIT-ACCT

           MOVE C01-CREDIT-ACCT
             TO GM-CREDIT-ACCT

           MOVE C01-DESCRIPTION
             TO GM-DESCRIPTION

           MOVE C01-OPERATOR OF GLMMNT-REQ
             TO GM-OPERATOR

           WRITE GLMAP-REC
              INVALID KEY
                 MOVE 'Mapping already on file for that source'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF GLMMNT-REQ
           END-WRITE

           IF C01-RETURN-CD OF GLMMNT-REQ = '0'
              MOVE SPACES
                TO WS-JRN-BEFORE

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D2000-CHANGE-MAPPING.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-MAPPING
              THRU D2500-EXIT

           IF C01-RETURN-CD OF GLMMNT-REQ NOT = '0'
              GO TO D2000-EXIT
           END-IF

           MOVE GLMAP-REC
             TO WS-JRN-BEFORE

           MOVE C01-DEBIT-ACCT
             TO GM-DEBIT-ACCT

           MOVE C01-CREDIT-ACCT
             TO GM-CREDIT-ACCT

           MOVE C01-DESCRIPTION
             TO GM-DESCRIPTION

           MOVE C01-OPERATOR OF GLMMNT-REQ
             TO GM-OPERATOR

           REWRITE GLMAP-REC
              INVALID KEY
                 MOVE 'Error updating GL mapping record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF GLMMNT-REQ
           END-REWRITE

           IF C01-RETURN-CD OF GLMMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-READ-MAPPING.
      *--------------------------------------------------------------*
           MOVE C01-SOURCE-TYPE
             TO GM-SOURCE-TYPE

           MOVE C01-SOURCE-CODE
             TO GM-SOURCE-CODE

           READ GLMAP-FILE
              INVALID KEY
                 MOVE 'GL mapping not found'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF GLMMNT-REQ
           END-READ
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       D3000-DELETE-MAPPING.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-MAPPING
              THRU D2500-EXIT

           IF C01-RETURN-CD OF GLMMNT-REQ NOT = '0'
              GO TO D3000-EXIT
           END-IF

           MOVE GLMAP-REC
             TO WS-JRN-BEFORE

           DELETE GLMAP-FILE
              INVALID KEY
                 MOVE 'Error deleting GL mapping record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF GLMMNT-REQ
           END-DELETE

           IF C01-RETURN-CD OF GLMMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D4000-INQUIRE-MAPPING.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-MAPPING
              THRU D2500-EXIT

           IF C01-RETURN-CD OF GLMMNT-REQ = '0'
              MOVE GM-DEBIT-ACCT
                TO C01-DEBIT-ACCT

              MOVE GM-CREDIT-ACCT
                TO C01-CREDIT-ACCT

              MOVE GM-DESCRIPTION
                TO C01-DESCRIPTION
           END-IF
           .
       D4000-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The
      *-- before image was captured ahead of the action (spaces on an
      *-- add); the after image is the record as it now stands
      *-- (spaces on a delete).
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE 'GLMAP'
             TO C01-FILE-NAME

           MOVE C01-ACTION-CD OF GLMMNT-REQ
             TO C01-JRN-ACTION

           MOVE GM-KEY
             TO C01-REC-KEY

           MOVE C01-OPERATOR OF GLMMNT-REQ
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           IF C01-ACTION-CD OF GLMMNT-REQ = 'D'
              MOVE SPACES
                TO C01-AFTER-IMAGE
           ELSE
              MOVE GLMAP-REC
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
           CLOSE GLMAP-FILE
           IF WS-GLMAP-STA NOT = '00'
              STRING 'Error in Closing GL mapping file - '
                  WS-GLMAP-STA
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
