       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRBHREV.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Held-bill review run - applies the billing team's decisions on *
      * statements the bill-quality check held back (BILLHOLD). Each   *
      * BHDECN decision names the held statement, the operator and     *
      * the action:                                                    *
      *   'R' release - the statement is produced as it stands:        *
      *       stored, posted to the balance and distributed;           *
      *   'C' cancel and rebill - the held figures are thrown away     *
      *       and the period is billed again off the readings as they  *
      *       stand now (correct the reading first), going through the *
      *       quality check again like any month-end statement.        *
      * Every change to a hold goes to the common change journal.      *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Review decisions keyed in by the billing team
           SELECT BHDECN-FILE
           ASSIGN TO 'BHDECN'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BHDECN-STA.

      *-- Held-bill review file. Opened and closed around each use,
      *-- since MTRBILST opens the same file itself when the rebill
      *-- is quality-checked.
           SELECT BILLHOLD-FILE
           ASSIGN TO 'BILLHOLD'
           ORGANIZATION IS INDEXED
           RECORD KEY IS HD-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-BILLHOLD-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  BHDECN-FILE
           LABEL RECORDS ARE STANDARD.
       01  BHDECN-REC.
           05 DEC-MTR-ID         PIC X(12).
           05 FILLER             PIC X(01).
           05 DEC-FROM-DATE      PIC 9(08).
           05 FILLER             PIC X(01).
      *-- 'R' release, 'C' cancel and rebill
           05 DEC-ACTION         PIC X(01).
           05 FILLER             PIC X(01).
           05 DEC-OPERATOR       PIC X(08).
      *
       FD  BILLHOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHLD0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-BHDECN-STA              PIC 9(02) VALUE ZEROES.
           05 WS-BILLHOLD-STA            PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- The hold being worked on
           05 WS-HOLD-FOUND              PIC X(01) VALUE 'N'.
           05 WS-HOLD-TO-DATE            PIC 9(08) VALUE ZEROES.
           05 WS-NEW-STATUS              PIC X(01) VALUE SPACES.
           05 WS-JRN-ACTION              PIC X(01) VALUE SPACES.
           05 WS-REFUSE-WHY              PIC X(40) VALUE SPACES.
      *-- Change journal capture - the record as it stood before the
      *-- action, for the common before/after journal
           05 WS-JRN-BEFORE              PIC X(300) VALUE SPACES.
      *-- Control totals for the review run
           05 WS-DECISION-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-REFUSED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-RELEASED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-REBILLED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-REHELD-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-FAILED-COUNT            PIC 9(07) VALUE ZEROES.

           COPY BILLSTM0.

           COPY CHJRNL0.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-DECISIONS
              THRU B0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           OPEN INPUT BHDECN-FILE
           IF WS-BHDECN-STA NOT = '00'
              STRING 'Error in opening review decisions file - '
                  WS-BHDECN-STA
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
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-DECISIONS.
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
           READ BHDECN-FILE
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B1500-EXIT
           END-READ

           IF DEC-MTR-ID = SPACES
              GO TO B1500-EXIT
           END-IF

           ADD 1
             TO WS-DECISION-COUNT

           PERFORM C0000-APPLY-ONE-DECISION
              THRU C0000-EXIT
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-APPLY-ONE-DECISION.
      *--------------------------------------------------------------*
      *-- A decision needs a known action and an operator, and the
      *-- statement must still be waiting on review - a cancel whose
      *-- rebill did not go through may be cancelled again.
           MOVE SPACES
             TO WS-REFUSE-WHY

           EVALUATE TRUE
              WHEN DEC-ACTION NOT = 'R'
                   AND DEC-ACTION NOT = 'C'
                 MOVE 'ACTION MUST BE R OR C'
                   TO WS-REFUSE-WHY
              WHEN DEC-OPERATOR = SPACES
                 MOVE 'NO OPERATOR ON THE DECISION'
                   TO WS-REFUSE-WHY
           END-EVALUATE

           IF WS-REFUSE-WHY = SPACES
              PERFORM D1000-READ-HOLD
                 THRU D1000-EXIT

              EVALUATE TRUE
                 WHEN WS-HOLD-FOUND NOT = 'Y'
                    MOVE 'NO HELD BILL FOR METER AND PERIOD'
                      TO WS-REFUSE-WHY
                 WHEN HD-STATUS = 'H'
                    CONTINUE
                 WHEN HD-STATUS = 'C'
                      AND DEC-ACTION = 'C'
                    CONTINUE
                 WHEN OTHER
                    MOVE 'BILL IS NO LONGER HELD'
                      TO WS-REFUSE-WHY
              END-EVALUATE
           END-IF

           IF WS-REFUSE-WHY NOT = SPACES
              ADD 1
                TO WS-REFUSED-COUNT
              MOVE SPACES
                TO WS-REPORT-LINE
              STRING DEC-MTR-ID              DELIMITED BY SIZE
                     ' '                     DELIMITED BY SIZE
                     DEC-FROM-DATE           DELIMITED BY SIZE
                     ' NOT APPLIED - '       DELIMITED BY SIZE
                     WS-REFUSE-WHY           DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              DISPLAY WS-REPORT-LINE
              GO TO C0000-EXIT
           END-IF

           MOVE HD-TO-DATE
             TO WS-HOLD-TO-DATE

           IF DEC-ACTION = 'R'
              PERFORM E1000-RELEASE-BILL
                 THRU E1000-EXIT
           ELSE
              PERFORM E2000-CANCEL-AND-REBILL
                 THRU E2000-EXIT
           END-IF
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D1000-READ-HOLD.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-HOLD-FOUND

           OPEN INPUT BILLHOLD-FILE
           IF WS-BILLHOLD-STA = '35'
              GO TO D1000-EXIT
           END-IF

           IF WS-BILLHOLD-STA NOT = '00'
              STRING 'Error in opening held bill file - '
                  WS-BILLHOLD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D1000-EXIT
           END-IF

           MOVE DEC-MTR-ID
             TO HD-MTR-ID

           MOVE DEC-FROM-DATE
             TO HD-FROM-DATE

           READ BILLHOLD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y'
                   TO WS-HOLD-FOUND
           END-READ

           CLOSE BILLHOLD-FILE
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D2000-SET-HOLD-STATUS.
      *--------------------------------------------------------------*
      *-- Stamp WS-NEW-STATUS, the operator and today on the hold and
      *-- journal the change. Re-read first: the statement call may
      *-- have rewritten the record since it was last looked at.
           OPEN I-O BILLHOLD-FILE
           IF WS-BILLHOLD-STA NOT = '00'
              STRING 'Error in opening held bill file - '
                  WS-BILLHOLD-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D2000-EXIT
           END-IF

           MOVE DEC-MTR-ID
             TO HD-MTR-ID

           MOVE DEC-FROM-DATE
             TO HD-FROM-DATE

           READ BILLHOLD-FILE
              INVALID KEY
                 MOVE 'Held bill record has gone from the file'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 CLOSE BILLHOLD-FILE
                 GO TO D2000-EXIT
           END-READ

           MOVE BILLHOLD-REC
             TO WS-JRN-BEFORE

           MOVE WS-NEW-STATUS
             TO HD-STATUS

           MOVE WS-TODAY-8
             TO HD-ACTION-DATE

           MOVE DEC-OPERATOR
             TO HD-OPERATOR

           REWRITE BILLHOLD-REC
              INVALID KEY
                 MOVE 'Error updating held bill record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 CLOSE BILLHOLD-FILE
                 GO TO D2000-EXIT
           END-REWRITE

           PERFORM X8000-WRITE-JOURNAL
              THRU X8000-EXIT

           CLOSE BILLHOLD-FILE
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       E1000-RELEASE-BILL.
      *--------------------------------------------------------------*
      *-- Produce the statement for real - a release is the operator
      *-- accepting the figures, so no quality check this time.
           MOVE 'N'
             TO C01-QUALITY-FLAG OF BILLSTMT

           PERFORM F1000-CALL-STATEMENT
              THRU F1000-EXIT

           IF C01-RETURN-CD OF BILLSTMT NOT = '0'
              ADD 1
                TO WS-FAILED-COUNT
              MOVE SPACES
                TO WS-REPORT-LINE
              STRING DEC-MTR-ID              DELIMITED BY SIZE
                     ' '                     DELIMITED BY SIZE
                     DEC-FROM-DATE           DELIMITED BY SIZE
                     ' RELEASE FAILED - RETURN CODE '
                                             DELIMITED BY SIZE
                     C01-RETURN-CD OF BILLSTMT
                                             DELIMITED BY SIZE
                     ' - STILL HELD'         DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              DISPLAY WS-REPORT-LINE
              GO TO E1000-EXIT
           END-IF

           MOVE 'R'
             TO WS-NEW-STATUS
                WS-JRN-ACTION

           PERFORM D2000-SET-HOLD-STATUS
              THRU D2000-EXIT

           ADD 1
             TO WS-RELEASED-COUNT

           MOVE SPACES
             TO WS-REPORT-LINE
           STRING DEC-MTR-ID                 DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  DEC-FROM-DATE              DELIMITED BY SIZE
                  ' RELEASED BY '            DELIMITED BY SIZE
                  DEC-OPERATOR               DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING
           DISPLAY WS-REPORT-LINE
           .
       E1000-EXIT.
      *--------------------------------------------------------------*
       E2000-CANCEL-AND-REBILL.
      *--------------------------------------------------------------*
      *-- Cancel the held figures first, so the hold no longer
      *-- stands for them whatever the rebill does, then bill the
      *-- period again off the current readings through the same
      *-- quality check the month-end run applies. A rebill that
      *-- fails a rule again is back on hold with its new figures.
           MOVE 'C'
             TO WS-NEW-STATUS
                WS-JRN-ACTION

           PERFORM D2000-SET-HOLD-STATUS
              THRU D2000-EXIT

           MOVE 'Y'
             TO C01-QUALITY-FLAG OF BILLSTMT

           PERFORM F1000-CALL-STATEMENT
              THRU F1000-EXIT

           MOVE 'N'
             TO C01-QUALITY-FLAG OF BILLSTMT

           IF C01-RETURN-CD OF BILLSTMT = '0'
              PERFORM F1000-CALL-STATEMENT
                 THRU F1000-EXIT
           END-IF

           MOVE SPACES
             TO WS-REPORT-LINE

           EVALUATE C01-RETURN-CD OF BILLSTMT
              WHEN '0'
                 MOVE 'B'
                   TO WS-NEW-STATUS
                 MOVE 'C'
                   TO WS-JRN-ACTION

                 PERFORM D2000-SET-HOLD-STATUS
                    THRU D2000-EXIT

                 ADD 1
                   TO WS-REBILLED-COUNT

                 STRING DEC-MTR-ID           DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        DEC-FROM-DATE        DELIMITED BY SIZE
                        ' CANCELLED AND REBILLED BY '
                                             DELIMITED BY SIZE
                        DEC-OPERATOR         DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING

              WHEN 'H'
                 ADD 1
                   TO WS-REHELD-COUNT

                 STRING DEC-MTR-ID           DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        DEC-FROM-DATE        DELIMITED BY SIZE
                        ' REBILL HELD AGAIN - RULE '
                                             DELIMITED BY SIZE
                        C01-HOLD-REASON OF BILLSTMT
                                             DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING

              WHEN OTHER
                 ADD 1
                   TO WS-FAILED-COUNT

                 STRING DEC-MTR-ID           DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        DEC-FROM-DATE        DELIMITED BY SIZE
                        ' CANCELLED - REBILL FAILED, RETURN CODE '
                                             DELIMITED BY SIZE
                        C01-RETURN-CD OF BILLSTMT
                                             DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING
           END-EVALUATE

           DISPLAY WS-REPORT-LINE
           .
       E2000-EXIT.
      *--------------------------------------------------------------*
       F1000-CALL-STATEMENT.
      *--------------------------------------------------------------*
      *-- The held period, billed the way the month-end run bills it
           MOVE DEC-MTR-ID
             TO C01-MTR-ID OF BILLSTMT

           MOVE DEC-FROM-DATE
             TO C01-FROM-DATE OF BILLSTMT

           MOVE WS-HOLD-TO-DATE
             TO C01-TO-DATE OF BILLSTMT

           MOVE '0'
             TO C01-RETURN-CD OF BILLSTMT

           MOVE 'N'
             TO C01-REBILL-FLAG OF BILLSTMT

           MOVE 'Y'
             TO C01-EXTRAPOLATE-FLAG OF BILLSTMT

           CALL 'MTRBILST'
          USING BILLSTMT
           .
       F1000-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ
           MOVE 'BILLHOLD'
             TO C01-FILE-NAME
           MOVE WS-JRN-ACTION
             TO C01-JRN-ACTION
           MOVE HD-KEY
             TO C01-REC-KEY
           MOVE DEC-OPERATOR
             TO C01-JRN-OPERATOR
           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE
           MOVE BILLHOLD-REC
             TO C01-AFTER-IMAGE
           CALL 'MTRCHJRN'
          USING CHJRNL-REQ
           .
       X8000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Control totals for the review run
           DISPLAY '---- HELD BILL REVIEW TOTALS ----'
           DISPLAY 'DECISIONS READ      : ' WS-DECISION-COUNT
           DISPLAY 'NOT APPLIED         : ' WS-REFUSED-COUNT
           DISPLAY 'RELEASED            : ' WS-RELEASED-COUNT
           DISPLAY 'CANCELLED, REBILLED : ' WS-REBILLED-COUNT
           DISPLAY 'REBILL HELD AGAIN   : ' WS-REHELD-COUNT
           DISPLAY 'BILLING FAILED      : ' WS-FAILED-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE BHDECN-FILE
           IF WS-BHDECN-STA NOT = '00'
              STRING 'Error in Closing review decisions file - '
                  WS-BHDECN-STA
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
