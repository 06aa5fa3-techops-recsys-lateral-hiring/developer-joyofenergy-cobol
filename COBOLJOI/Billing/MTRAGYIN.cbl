       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRAGYIN.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Debt collection agency inbound file - reads the agency's       *
      * returns (one row per collection or recall) against the         *
      * accounts placed by MTRAGYPL. A collection is turned into       *
      * payment records in the PAYMENTS layout on AGYPAY - the net     *
      * cash the agency remits (method AGENCY) and the commission it   *
      * kept (method AGENCY COM) - so the customer's debt comes down   *
      * by the gross collected when MTRPYPST posts AGYPAY through the  *
      * normal payment path, as a batch with header and trailer like   *
      * the bank's own feed. The placement record carries the running  *
      * amounts and turns settled once the placed amount is collected. *
      * A recall hands the account back and ends the placement.        *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- The agency's inbound collections and recalls
           SELECT AGYIN-IN
           ASSIGN TO 'AGYIN'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGYIN-STA.

      *-- Agency placements, one record per account ever placed
           SELECT AGYPLC-FILE
           ASSIGN TO 'AGYPLC'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AP-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-AGYPLC-STA.

      *-- Recoveries for the payment posting run, rebuilt each run
           SELECT AGYPAY-OUT
           ASSIGN TO 'AGYPAY'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGYPAY-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  AGYIN-IN
           LABEL RECORDS ARE STANDARD.
       01  AGYIN-REC.
      *-- 'C' collection - money the agency got from the customer
      *-- 'R' recall - the agency hands the account back
           05 AI-REC-TYPE        PIC X(01).
           05 FILLER             PIC X(01).
           05 AI-ACCOUNT-ID      PIC X(12).
           05 FILLER             PIC X(01).
           05 AI-DATE            PIC 9(08).
           05 FILLER             PIC X(01).
      *-- Gross collected and the agency's commission out of it
           05 AI-COLLECTED       PIC 9(7)V9(4).
           05 FILLER             PIC X(01).
           05 AI-COMMISSION      PIC 9(7)V9(4).
           05 FILLER             PIC X(01).
           05 AI-REASON          PIC X(04).
           05 FILLER             PIC X(01).
           05 AI-AGENCY-REF      PIC X(20).
      *
       FD  AGYPLC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AGYPLC0.
      *
      *-- Same layout as the PAYMENTS file MTRPYPST reads
       FD  AGYPAY-OUT
           LABEL RECORDS ARE STANDARD.
       01  AGYPAY-REC.
      *-- 'H' batch header, 'D' payment, 'T' batch trailer
           05 AGYPAY-REC-TYPE    PIC X(01).
           05 AGYPAY-DETAIL.
              10 AGYPAY-ACCOUNT-ID  PIC X(12).
              10 AGYPAY-DATE        PIC 9(08).
              10 AGYPAY-AMOUNT      PIC 9(7)V9(4).
              10 AGYPAY-METHOD      PIC X(10).
           05 AGYPAY-HEADER REDEFINES AGYPAY-DETAIL.
              10 AGYPAY-BATCH-DATE  PIC 9(08).
              10 AGYPAY-BATCH-REF   PIC X(10).
              10 FILLER             PIC X(23).
           05 AGYPAY-TRAILER REDEFINES AGYPAY-DETAIL.
              10 AGYPAY-TRL-COUNT   PIC 9(07).
              10 AGYPAY-TRL-TOTAL   PIC 9(11)V9(4).
              10 FILLER             PIC X(19).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-AGYIN-STA               PIC 9(02) VALUE ZEROES.
           05 WS-AGYPLC-STA              PIC 9(02) VALUE ZEROES.
           05 WS-AGYPAY-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-NET-AMOUNT              PIC 9(7)V9(4) VALUE ZEROES.
      *-- Control totals for the end-of-job reconciliation report
           05 WS-INPUT-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-COLLECT-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-RECALL-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-SETTLED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-REJECT-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-PAYREC-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-PAYREC-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-COLLECTED-TOTAL         PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-COMMISSION-TOTAL        PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-NET-TOTAL               PIC 9(11)V9(4) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-RETURNS
              THRU B0000-EXIT

           PERFORM E0000-WRITE-TRAILER
              THRU E0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           OPEN INPUT AGYIN-IN
           IF WS-AGYIN-STA NOT = '00'
              STRING 'Error in opening agency inbound file - '
                  WS-AGYIN-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN I-O AGYPLC-FILE
           IF WS-AGYPLC-STA NOT = '00'
              STRING 'Error in opening agency placement file - '
                  WS-AGYPLC-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN OUTPUT AGYPAY-OUT
           IF WS-AGYPAY-STA NOT = '00'
              STRING 'Error in opening agency payment file - '
                  WS-AGYPAY-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

           MOVE SPACES
             TO AGYPAY-REC

           MOVE 'H'
             TO AGYPAY-REC-TYPE

           MOVE WS-TODAY-8
             TO AGYPAY-BATCH-DATE

           MOVE 'AGENCY'
             TO AGYPAY-BATCH-REF

           WRITE AGYPAY-REC
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-RETURNS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-AND-APPLY
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-APPLY.
      *--------------------------------------------------------------*
           READ AGYIN-IN
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 ADD 1
                   TO WS-INPUT-COUNT

                 PERFORM C0000-APPLY-ONE-RETURN
                    THRU C0000-EXIT
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-APPLY-ONE-RETURN.
      *--------------------------------------------------------------*
      *-- Only an account that is still with the agency can have
      *-- money collected or be recalled; anything else is reported
      *-- back for the agency to query.
           IF AI-ACCOUNT-ID = SPACES
              OR AI-DATE NOT NUMERIC
              OR AI-DATE = ZEROES
              OR (AI-REC-TYPE NOT = 'C'
                  AND AI-REC-TYPE NOT = 'R')
              ADD 1
                TO WS-REJECT-COUNT
              DISPLAY 'AGENCY ROW REJECTED - BAD FIELDS - ACCOUNT '
                      AI-ACCOUNT-ID
              GO TO C0000-EXIT
           END-IF

           MOVE AI-ACCOUNT-ID
             TO AP-ACCOUNT-ID

           READ AGYPLC-FILE
              INVALID KEY
                 ADD 1
                   TO WS-REJECT-COUNT
                 DISPLAY 'AGENCY ROW REJECTED - NOT PLACED - '
                         AI-ACCOUNT-ID
                 GO TO C0000-EXIT
           END-READ

           IF AP-STATUS NOT = 'P'
              ADD 1
                TO WS-REJECT-COUNT
              DISPLAY 'AGENCY ROW REJECTED - PLACEMENT CLOSED '
                      AP-STATUS ' - ' AI-ACCOUNT-ID
              GO TO C0000-EXIT
           END-IF

           IF AI-REC-TYPE = 'C'
              PERFORM D1000-APPLY-COLLECTION
                 THRU D1000-EXIT
           ELSE
              PERFORM D2000-APPLY-RECALL
                 THRU D2000-EXIT
           END-IF
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D1000-APPLY-COLLECTION.
      *--------------------------------------------------------------*
      *-- The commission comes out of what was collected; it can
      *-- never be more than the collection itself.
           IF AI-COLLECTED NOT NUMERIC
              OR AI-COLLECTED = ZEROES
              OR AI-COMMISSION NOT NUMERIC
              OR AI-COMMISSION > AI-COLLECTED
              ADD 1
                TO WS-REJECT-COUNT
              DISPLAY 'AGENCY ROW REJECTED - BAD AMOUNTS - '
                      AI-ACCOUNT-ID
              GO TO D1000-EXIT
           END-IF

           COMPUTE WS-NET-AMOUNT =
              AI-COLLECTED - AI-COMMISSION

      *-- The net cash the agency pays over
           IF WS-NET-AMOUNT > ZEROES
              MOVE 'D'
                TO AGYPAY-REC-TYPE

              MOVE AI-ACCOUNT-ID
                TO AGYPAY-ACCOUNT-ID

              MOVE AI-DATE
                TO AGYPAY-DATE

              MOVE WS-NET-AMOUNT
                TO AGYPAY-AMOUNT

              MOVE 'AGENCY'
                TO AGYPAY-METHOD

              WRITE AGYPAY-REC

              ADD 1
                TO WS-PAYREC-COUNT

              ADD WS-NET-AMOUNT
                TO WS-PAYREC-TOTAL
           END-IF

      *-- The commission the agency kept - no cash reaches us, but
      *-- the customer paid it, so it clears debt all the same
           IF AI-COMMISSION > ZEROES
              MOVE 'D'
                TO AGYPAY-REC-TYPE

              MOVE AI-ACCOUNT-ID
                TO AGYPAY-ACCOUNT-ID

              MOVE AI-DATE
                TO AGYPAY-DATE

              MOVE AI-COMMISSION
                TO AGYPAY-AMOUNT

              MOVE 'AGENCY COM'
                TO AGYPAY-METHOD

              WRITE AGYPAY-REC

              ADD 1
                TO WS-PAYREC-COUNT

              ADD AI-COMMISSION
                TO WS-PAYREC-TOTAL
           END-IF

           ADD AI-COLLECTED
             TO AP-COLLECTED

           ADD AI-COMMISSION
             TO AP-COMMISSION

           MOVE AI-DATE
             TO AP-LAST-RECOVERY

           IF AI-AGENCY-REF NOT = SPACES
              MOVE AI-AGENCY-REF
                TO AP-AGENCY-REF
           END-IF

           IF AP-COLLECTED NOT < AP-PLACED-AMOUNT
              MOVE 'S'
                TO AP-STATUS

              MOVE AI-DATE
                TO AP-CLOSED-DATE

              ADD 1
                TO WS-SETTLED-COUNT
           END-IF

           REWRITE AGYPLC-REC
              INVALID KEY
                 MOVE 'Error updating agency placement record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE

           ADD 1
             TO WS-COLLECT-COUNT

           ADD AI-COLLECTED
             TO WS-COLLECTED-TOTAL

           ADD AI-COMMISSION
             TO WS-COMMISSION-TOTAL

           ADD WS-NET-AMOUNT
             TO WS-NET-TOTAL
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D2000-APPLY-RECALL.
      *--------------------------------------------------------------*
      *-- Handed back - the account returns to the collections and
      *-- late charge runs with whatever is still owed
           MOVE 'R'
             TO AP-STATUS

           MOVE AI-DATE
             TO AP-CLOSED-DATE

           MOVE AI-REASON
             TO AP-RECALL-REASON

           IF AI-AGENCY-REF NOT = SPACES
              MOVE AI-AGENCY-REF
                TO AP-AGENCY-REF
           END-IF

           REWRITE AGYPLC-REC
              INVALID KEY
                 MOVE 'Error updating agency placement record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 GO TO D2000-EXIT
           END-REWRITE

           ADD 1
             TO WS-RECALL-COUNT

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING 'RECALLED '             DELIMITED BY SIZE
                  AI-ACCOUNT-ID           DELIMITED BY SIZE
                  ' REASON '              DELIMITED BY SIZE
                  AI-REASON               DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       E0000-WRITE-TRAILER.
      *--------------------------------------------------------------*
      *-- The count and total MTRPYPST proves the batch against
           MOVE SPACES
             TO AGYPAY-REC

           MOVE 'T'
             TO AGYPAY-REC-TYPE

           MOVE WS-PAYREC-COUNT
             TO AGYPAY-TRL-COUNT

           MOVE WS-PAYREC-TOTAL
             TO AGYPAY-TRL-TOTAL

           WRITE AGYPAY-REC
           .
       E0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Control-total reconciliation report for this agency run
           DISPLAY '---- AGENCY INBOUND CONTROL TOTALS ----'
           DISPLAY 'ROWS READ          : ' WS-INPUT-COUNT
           DISPLAY 'COLLECTIONS        : ' WS-COLLECT-COUNT
           DISPLAY 'RECALLS            : ' WS-RECALL-COUNT
           DISPLAY 'ROWS REJECTED      : ' WS-REJECT-COUNT
           DISPLAY 'NOW SETTLED        : ' WS-SETTLED-COUNT
           DISPLAY 'GROSS COLLECTED    : ' WS-COLLECTED-TOTAL
           DISPLAY 'COMMISSION         : ' WS-COMMISSION-TOTAL
           DISPLAY 'NET REMITTED       : ' WS-NET-TOTAL
           DISPLAY 'PAYMENT RECORDS    : ' WS-PAYREC-COUNT
           IF WS-COLLECT-COUNT + WS-RECALL-COUNT + WS-REJECT-COUNT
              NOT = WS-INPUT-COUNT
              DISPLAY 'WARNING - counts do not reconcile to input'
           END-IF

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE AGYIN-IN

           CLOSE AGYPLC-FILE
           IF WS-AGYPLC-STA NOT = '00'
              STRING 'Error in Closing agency placement file - '
                  WS-AGYPLC-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE AGYPAY-OUT
           IF WS-AGYPAY-STA NOT = '00'
              STRING 'Error in Closing agency payment file - '
                  WS-AGYPAY-STA
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
