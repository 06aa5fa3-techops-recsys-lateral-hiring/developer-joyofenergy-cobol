      * reports variances over the card's tolerance by supplier and   *
      * plan, and carries unresolved disputed lines forward on the    *
      * DISPUTE file so next month's run re-presents them instead of  *
      * losing them. Every line reconciled is kept on the SETLINE     *
      * settlement file, agreed or held in dispute, for the PRCPLRMT  *
      * remittance run to pay from.                                   *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DISPUTE-STA.

      *-- Reconciled settlement lines - agreed, disputed or paid -
      *-- keyed by supplier, plan and settlement period
           SELECT SETTLE-FILE
           ASSIGN TO 'SETLINE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SE-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-SETTLE-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  MTR-INFO
           05 DSP-VARIANCE       PIC S9(09)V9(04).
      *-- 'O' open dispute, 'R' resolved
           05 DSP-STATUS         PIC X(01).
      *
       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SETLN0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
           05 WS-STMT-STA                PIC 9(02) VALUE ZEROES.
           05 WS-CTL-STA                 PIC 9(02) VALUE ZEROES.
           05 WS-DISPUTE-STA             PIC 9(02) VALUE ZEROES.
           05 WS-SETTLE-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-VARIANCE-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-UNMATCHED-OURS-COUNT    PIC 9(07) VALUE ZEROES.
           05 WS-CARRIED-FWD-COUNT       PIC 9(07) VALUE ZEROES.
           05 WS-PAYABLE-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-HELD-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-PAID-CHANGED-COUNT      PIC 9(07) VALUE ZEROES.
      *-- Settlement line state - 'A' agreed or 'D' disputed for the
      *-- line in hand, and today's date for its reconciliation stamp
           05 WS-SETTLE-STATUS           PIC X(01) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *
           05 WS-VARIANCE                PIC S9(09)V9(04) VALUE ZEROES.
           05 WS-ABS-VARIANCE            PIC 9(09)V9(04) VALUE ZEROES.
              GO TO PROGRAM-DONE
           END-IF

      *-- Settlement file may not exist until the first reconciliation
           OPEN I-O SETTLE-FILE
           IF WS-SETTLE-STA = '35'
              OPEN OUTPUT SETTLE-FILE
              CLOSE SETTLE-FILE
              OPEN I-O SETTLE-FILE
           END-IF

           IF WS-SETTLE-STA NOT = '00'
              STRING 'Error in opening settlement line file - '
                  WS-SETTLE-STA
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

           DISPLAY 'SETTLEMENT WINDOW ' CTL-FROM-DATE ' TO '
                   CTL-TO-DATE ' TOLERANCE ' CTL-TOLERANCE

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
              PERFORM D1800-CLOSE-ANY-DISPUTE
                 THRU D1800-EXIT

              MOVE 'A'
                TO WS-SETTLE-STATUS

              PERFORM D2000-RECORD-SETTLE-LINE
                 THRU D2000-EXIT

              GO TO C1500-EXIT
           END-IF


           PERFORM D0000-RAISE-DISPUTE
              THRU D0000-EXIT

           MOVE 'D'
             TO WS-SETTLE-STATUS

           PERFORM D2000-RECORD-SETTLE-LINE
              THRU D2000-EXIT
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
           END-IF
           .
       D1800-EXIT.
      *--------------------------------------------------------------*
       D2000-RECORD-SETTLE-LINE.
      *--------------------------------------------------------------*
      *-- Keep the reconciled line for the remittance run, under the
      *-- canonical supplier name. A rerun over the same window
      *-- refreshes it, so a dispute that now reconciles is released
      *-- for payment. A line already paid is left alone - a new
      *-- variance on it is reported for finance to recover by hand.
           MOVE WS-RESOLVED-NAME
             TO SE-SUPL-NAME

           MOVE STMT-PLAN-NAME
             TO SE-PLAN-NAME

           MOVE WS-RECN-PERIOD
             TO SE-PERIOD

           READ SETTLE-FILE
              INVALID KEY
                 MOVE SPACES
                   TO SE-STATUS
                      SE-REMIT-ID

                 MOVE ZEROES
                   TO SE-PAY-DATE
           END-READ

           IF SE-STATUS = 'P'
              IF WS-SETTLE-STATUS = 'D'
                 ADD 1
                   TO WS-PAID-CHANGED-COUNT

                 STRING SE-SUPL-NAME (1:30)  DELIMITED BY SIZE
                        ' '                  DELIMITED BY SIZE
                        SE-PLAN-NAME (1:30)  DELIMITED BY SIZE
                        ' ALREADY REMITTED ' DELIMITED BY SIZE
                        SE-REMIT-ID          DELIMITED BY SIZE
                        ' - NOW IN VARIANCE' DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING

                 DISPLAY WS-REPORT-LINE
              END-IF
              GO TO D2000-EXIT
           END-IF

           MOVE WS-RESOLVED-NAME
             TO SE-SUPL-NAME

           MOVE STMT-PLAN-NAME
             TO SE-PLAN-NAME

           MOVE WS-RECN-PERIOD
             TO SE-PERIOD

           MOVE CTL-TO-DATE
             TO SE-STMT-DATE

           MOVE STMT-AMOUNT
             TO SE-SUPL-AMOUNT

           IF WS-FOUND-ENTRY = 'Y'
              MOVE WS-OWED-AMOUNT (OWED-IDX)
                TO SE-OUR-AMOUNT
           ELSE
              MOVE ZEROES
                TO SE-OUR-AMOUNT
           END-IF

           MOVE WS-TODAY-8
             TO SE-RECN-DATE

           IF WS-SETTLE-STATUS = 'A'
              ADD 1
                TO WS-PAYABLE-COUNT
           ELSE
              ADD 1
                TO WS-HELD-COUNT
           END-IF

           IF SE-STATUS = SPACES
              MOVE WS-SETTLE-STATUS
                TO SE-STATUS

              WRITE SETLN-REC
                 INVALID KEY
                    MOVE 'Error writing settlement line record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
              END-WRITE
           ELSE
              MOVE WS-SETTLE-STATUS
                TO SE-STATUS

              REWRITE SETLN-REC
                 INVALID KEY
                    MOVE 'Error refreshing settlement line record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
              END-REWRITE
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       E0000-SWEEP-UNCLAIMED-OURS.
      *--------------------------------------------------------------*
           DISPLAY 'VARIANCES OVER TOL    : ' WS-VARIANCE-COUNT
           DISPLAY 'OURS NOT ON STATEMENT : ' WS-UNMATCHED-OURS-COUNT
           DISPLAY 'DISPUTES CARRIED FWD  : ' WS-CARRIED-FWD-COUNT
           DISPLAY 'LINES AGREED TO PAY   : ' WS-PAYABLE-COUNT
           DISPLAY 'LINES HELD IN DISPUTE : ' WS-HELD-COUNT
           DISPLAY 'PAID LINES IN VARIANCE: ' WS-PAID-CHANGED-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Orphan supplier names: ' WS-ORPHAN-NAME-COUNT
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE SETTLE-FILE
           IF WS-SETTLE-STA NOT = '00'
              STRING 'Error in Closing settlement line file - '
                  WS-SETTLE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF
           .
       Z0000-EXIT.

