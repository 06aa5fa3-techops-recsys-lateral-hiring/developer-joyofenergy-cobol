       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRPERMT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Accounting period control - close or reopen a month on the     *
      * PERDCTL file, inquire on a month, or get the date a posting    *
      * should carry. Finance closes a month once its VAT return and   *
      * network accrual are filed; from then on every money-posting    *
      * program (payments, suspense re-posts, adjustments and all the  *
      * runs that raise them) asks here first and a date in a closed   *
      * month moves to the first day of the first open month after it. *
      * Closes and reopens go to the common change journal.            *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Period control, keyed by the month (YYYYMM)
           SELECT PERDCTL-FILE
           ASSIGN TO 'PERDCTL'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PD-PERIOD
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-PERDCTL-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PERDCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERDCTL0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-PERDCTL-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-PERDCTL-CLOSED          PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-PERIOD-FOUND            PIC X(01) VALUE 'N'.
      *-- Month being tested while looking for the first open one
           05 WS-SCAN-PERIOD             PIC 9(06) VALUE ZEROES.
           05 WS-SCAN-PERIOD-R REDEFINES WS-SCAN-PERIOD.
              10 WS-SCAN-YEAR            PIC 9(04).
              10 WS-SCAN-MONTH           PIC 9(02).
           05 WS-PERIOD-OPEN             PIC X(01) VALUE 'N'.
           05 WS-STEP-COUNT              PIC 9(03) VALUE ZEROES.
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
         COPY PERMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING PERMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-MAINTAIN-PERIOD
              THRU C0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
           MOVE '0'
             TO C01-RETURN-CD OF PERMNT-REQ

      *-- Called once per posting by the payment and adjustment
      *-- programs, and VALUE clauses only take effect on the first
      *-- CALL
           MOVE 'N'
             TO WS-PERDCTL-CLOSED

           MOVE ZEROES
             TO C01-ORIG-DATE

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

      *-- Open Files
      *-- No period file yet means no month was ever closed: a lookup
      *-- simply answers "open"; a close creates the file.
           OPEN I-O PERDCTL-FILE
           IF WS-PERDCTL-STA = '35'
              IF C01-ACTION-CD = 'G'
                 OR C01-ACTION-CD = 'I'
                 MOVE 'O'
                   TO C01-PERIOD-STATUS
                 MOVE 'Y'
                   TO WS-PERDCTL-CLOSED
                 GO TO Z0000-PROCESS-END
              ELSE
                 OPEN OUTPUT PERDCTL-FILE
                 CLOSE PERDCTL-FILE
                 OPEN I-O PERDCTL-FILE
              END-IF
           END-IF

           IF WS-PERDCTL-STA NOT = '00'
              STRING 'Error in opening period control file - '
                  WS-PERDCTL-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PERMNT-REQ
              MOVE 'Y'
                TO WS-PERDCTL-CLOSED
              GO TO PROGRAM-DONE
           END-IF
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           IF C01-ACTION-CD NOT = 'C'
              AND C01-ACTION-CD NOT = 'R'
              AND C01-ACTION-CD NOT = 'I'
              AND C01-ACTION-CD NOT = 'G'
              MOVE 'INVALID ACTION CODE - MUST BE C, R, I OR G'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PERMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD = 'G'
              IF C01-POST-DATE NOT NUMERIC
                 OR C01-POST-DATE = ZEROES
                 MOVE 'INPUT POSTING DATE IS BLANK'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PERMNT-REQ
                 GO TO PROGRAM-DONE
              END-IF
              GO TO B0000-EXIT
           END-IF

           MOVE C01-PERIOD
             TO WS-SCAN-PERIOD

           IF C01-PERIOD NOT NUMERIC
              OR WS-SCAN-MONTH < 1
              OR WS-SCAN-MONTH > 12
              MOVE 'PERIOD MUST BE A VALID YYYYMM'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PERMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

      *-- The month still running (or one not yet started) cannot be
      *-- closed - today's postings would have nowhere to go
           IF C01-ACTION-CD = 'C'
              AND C01-PERIOD NOT < WS-TODAY-8 (1:6)
              MOVE 'ONLY A MONTH ALREADY ENDED CAN BE CLOSED'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PERMNT-REQ
              GO TO PROGRAM-DONE
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-PERIOD.
      *--------------------------------------------------------------*
      *
           EVALUATE C01-ACTION-CD
              WHEN 'C'
                 PERFORM D1000-CLOSE-PERIOD
                    THRU D1000-EXIT
              WHEN 'R'
                 PERFORM D2000-REOPEN-PERIOD
                    THRU D2000-EXIT
              WHEN 'I'
                 PERFORM D3000-INQUIRE-PERIOD
                    THRU D3000-EXIT
              WHEN 'G'
                 PERFORM D4000-GET-POSTING-DATE
                    THRU D4000-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D1000-CLOSE-PERIOD.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-PERIOD
              THRU D2500-EXIT

           IF WS-PERIOD-FOUND = 'Y'
              AND PD-STATUS = 'C'
              MOVE 'Period is already closed'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '2'
                TO C01-RETURN-CD OF PERMNT-REQ
              GO TO D1000-EXIT
           END-IF

           IF WS-PERIOD-FOUND = 'Y'
              MOVE PERDCTL-REC
                TO WS-JRN-BEFORE
           ELSE
              MOVE SPACES
                TO WS-JRN-BEFORE
              MOVE C01-PERIOD
                TO PD-PERIOD
           END-IF

           MOVE 'C'
             TO PD-STATUS

           MOVE WS-TODAY-8
             TO PD-CHANGE-DATE

           MOVE C01-OPERATOR OF PERMNT-REQ
             TO PD-OPERATOR

           IF WS-PERIOD-FOUND = 'Y'
              REWRITE PERDCTL-REC
                 INVALID KEY
                    MOVE 'Error updating period control record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
                    MOVE '9'
                      TO C01-RETURN-CD OF PERMNT-REQ
              END-REWRITE
           ELSE
              WRITE PERDCTL-REC
                 INVALID KEY
                    MOVE 'Error writing period control record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
                    MOVE '9'
                      TO C01-RETURN-CD OF PERMNT-REQ
              END-WRITE
           END-IF

           IF C01-RETURN-CD OF PERMNT-REQ = '0'
              MOVE 'C'
                TO C01-PERIOD-STATUS
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D2000-REOPEN-PERIOD.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-PERIOD
              THRU D2500-EXIT

           IF WS-PERIOD-FOUND = 'N'
              OR PD-STATUS NOT = 'C'
              MOVE 'Period is not closed'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '1'
                TO C01-RETURN-CD OF PERMNT-REQ
              GO TO D2000-EXIT
           END-IF

           MOVE PERDCTL-REC
             TO WS-JRN-BEFORE

           MOVE 'O'
             TO PD-STATUS

           MOVE WS-TODAY-8
             TO PD-CHANGE-DATE

           MOVE C01-OPERATOR OF PERMNT-REQ
             TO PD-OPERATOR

           REWRITE PERDCTL-REC
              INVALID KEY
                 MOVE 'Error updating period control record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PERMNT-REQ
           END-REWRITE

           IF C01-RETURN-CD OF PERMNT-REQ = '0'
              MOVE 'O'
                TO C01-PERIOD-STATUS
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-READ-PERIOD.
      *--------------------------------------------------------------*
           MOVE 'Y'
             TO WS-PERIOD-FOUND

           MOVE C01-PERIOD
             TO PD-PERIOD

           READ PERDCTL-FILE
              INVALID KEY
                 MOVE 'N'
                   TO WS-PERIOD-FOUND
           END-READ
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       D3000-INQUIRE-PERIOD.
      *--------------------------------------------------------------*
      *-- A month never closed has no record and is open
           PERFORM D2500-READ-PERIOD
              THRU D2500-EXIT

           IF WS-PERIOD-FOUND = 'Y'
              MOVE PD-STATUS
                TO C01-PERIOD-STATUS
           ELSE
              MOVE 'O'
                TO C01-PERIOD-STATUS
           END-IF
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D4000-GET-POSTING-DATE.
      *--------------------------------------------------------------*
      *-- An open month keeps the date as asked. A closed one moves
      *-- forward a month at a time until an open month turns up and
      *-- the posting goes on its first day; the date asked for comes
      *-- back alongside so the caller can keep it for reference.
           MOVE C01-POST-DATE (1:6)
             TO WS-SCAN-PERIOD

           PERFORM D4500-TEST-SCAN-PERIOD
              THRU D4500-EXIT

           IF WS-PERIOD-OPEN = 'Y'
              MOVE 'O'
                TO C01-PERIOD-STATUS
              GO TO D4000-EXIT
           END-IF

           MOVE 'C'
             TO C01-PERIOD-STATUS

           MOVE ZEROES
             TO WS-STEP-COUNT

           PERFORM D4200-STEP-ONE-MONTH
              THRU D4200-EXIT
            UNTIL WS-PERIOD-OPEN = 'Y'
               OR WS-STEP-COUNT > 240

           IF WS-PERIOD-OPEN = 'N'
              MOVE 'No open period found after the posting date'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PERMNT-REQ
              GO TO D4000-EXIT
           END-IF

           MOVE C01-POST-DATE
             TO C01-ORIG-DATE

           COMPUTE C01-POST-DATE =
              WS-SCAN-PERIOD * 100 + 1
           .
       D4000-EXIT.
      *--------------------------------------------------------------*
       D4200-STEP-ONE-MONTH.
      *--------------------------------------------------------------*
           ADD 1
             TO WS-STEP-COUNT

           IF WS-SCAN-MONTH = 12
              MOVE 1
                TO WS-SCAN-MONTH
              ADD 1
                TO WS-SCAN-YEAR
           ELSE
              ADD 1
                TO WS-SCAN-MONTH
           END-IF

           PERFORM D4500-TEST-SCAN-PERIOD
              THRU D4500-EXIT
           .
       D4200-EXIT.
      *--------------------------------------------------------------*
       D4500-TEST-SCAN-PERIOD.
      *--------------------------------------------------------------*
           MOVE 'Y'
             TO WS-PERIOD-OPEN

           MOVE WS-SCAN-PERIOD
             TO PD-PERIOD

           READ PERDCTL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PD-STATUS = 'C'
                    MOVE 'N'
                      TO WS-PERIOD-OPEN
                 END-IF
           END-READ
           .
       D4500-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The
      *-- before image was captured ahead of the action (spaces when
      *-- the month is closed for the first time).
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE 'PERDCTL'
             TO C01-FILE-NAME

           MOVE C01-ACTION-CD
             TO C01-JRN-ACTION

           MOVE PD-PERIOD
             TO C01-REC-KEY

           MOVE C01-OPERATOR OF PERMNT-REQ
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           MOVE PERDCTL-REC
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
      *-- Skipped when the open itself never landed
           IF WS-PERDCTL-CLOSED NOT = 'Y'
              CLOSE PERDCTL-FILE
              IF WS-PERDCTL-STA NOT = '00'
                 STRING 'Error in Closing period control file - '
                     WS-PERDCTL-STA
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
