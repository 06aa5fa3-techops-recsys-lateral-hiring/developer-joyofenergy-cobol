       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCPLRMT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Supplier remittance run. Pays every agreed (undisputed) line   *
      * on the SETLINE settlement file PRCPLREC reconciles into -      *
      * this period's and any earlier dispute a later reconciliation   *
      * has since released. Each line is scheduled for payment the     *
      * supplier master's settlement days (SM-SETTLE-DAYS) after its   *
      * statement date, or today when that has already passed. One     *
      * bank payment goes to the RMTBANK file per supplier and pay     *
      * date, and a remittance advice listing the lines by plan goes   *
      * to the RMTADV extract for the email provider to send to the    *
      * supplier's contact address. Every line paid is written to the  *
      * REMHIST remittance history first; a line already there is      *
      * never paid again.                                              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Reconciled settlement lines, keyed by supplier, plan and
      *-- settlement period - so one supplier's lines arrive together
      *-- and in plan order
           SELECT SETTLE-FILE
           ASSIGN TO 'SETLINE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SE-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-SETTLE-STA.

      *-- Remittance history, one record per settlement line paid
           SELECT REMHIST-FILE
           ASSIGN TO 'REMHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RH-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-REMHIST-STA.

      *-- The bank's supplier payment file, rebuilt each run
           SELECT RMTBANK-OUT
           ASSIGN TO 'RMTBANK'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMTBANK-STA.

      *-- Remittance advice extract for the email provider, rebuilt
      *-- each run - a header per supplier with the contact address,
      *-- a line per plan and period paid, and a total per pay date
           SELECT RMTADV-OUT
           ASSIGN TO 'RMTADV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMTADV-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SETLN0.
      *
       FD  REMHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REMHST0.
      *
       FD  RMTBANK-OUT
           LABEL RECORDS ARE STANDARD.
       01  RMTBANK-REC                PIC X(80).
      *
       FD  RMTADV-OUT
           LABEL RECORDS ARE STANDARD.
       01  RMTADV-REC                 PIC X(200).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-SETTLE-STA              PIC 9(02) VALUE ZEROES.
           05 WS-REMHIST-STA             PIC 9(02) VALUE ZEROES.
           05 WS-RMTBANK-STA             PIC 9(02) VALUE ZEROES.
           05 WS-RMTADV-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- The supplier in hand - its master details, whether it can
      *-- be paid at all (it must be on the supplier master), and
      *-- whether its advice header has gone out yet
           05 WS-CUR-SUPL-NAME           PIC X(50) VALUE SPACES.
           05 WS-CUR-SUPL-ID             PIC X(08) VALUE SPACES.
           05 WS-CUR-CONTACT-NAME        PIC X(50) VALUE SPACES.
           05 WS-CUR-CONTACT-EMAIL       PIC X(50) VALUE SPACES.
           05 WS-CUR-SETTLE-DAYS         PIC 9(03) VALUE ZEROES.
           05 WS-CUR-REMIT-ID            PIC X(16) VALUE SPACES.
           05 WS-SUPL-PAYABLE            PIC X(01) VALUE 'N'.
           05 WS-ADV-HEADER-DONE         PIC X(01) VALUE 'N'.
           05 WS-HAVE-SUPPLIER           PIC X(01) VALUE 'N'.
           05 WS-SUPL-TOTAL              PIC 9(11)V9(04) VALUE ZEROES.
      *-- When the line in hand falls due
           05 WS-DUE-DAY-NBR             PIC S9(8) COMP VALUE ZEROES.
           05 WS-DUE-8                   PIC 9(08) VALUE ZEROES.
           05 WS-SLOT-FOUND              PIC X(01) VALUE 'N'.
      *-- Summary of this remittance run
           05 WS-LINES-PAID-COUNT        PIC 9(07) VALUE ZEROES.
           05 WS-ALREADY-PAID-COUNT      PIC 9(07) VALUE ZEROES.
           05 WS-HELD-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-NO-MASTER-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-PAYMENT-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-SUPPLIER-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-RUN-TOTAL               PIC 9(11)V9(04) VALUE ZEROES.
      *
           05 WS-ED-AMOUNT               PIC 9(9).9(4).
           05 WS-ED-TOTAL                PIC 9(11).9(4).
      *-- The supplier's payments by pay date - lines from different
      *-- statement dates fall due on different days. A supplier with
      *-- more than 12 distinct pay dates in one run has the excess
      *-- lines held for the next run.
       01  WS-DUE-TABLE.
           05 WS-DUE-COUNT               PIC 9(02) VALUE ZEROES.
           05 WS-DUE-ENTRY OCCURS 12 TIMES.
              10 WS-DUE-DATE             PIC 9(08) VALUE ZEROES.
              10 WS-DUE-AMOUNT           PIC 9(11)V9(04) VALUE ZEROES.
           05 DUE-IDX                    PIC 9(02) VALUE ZEROES.

           COPY RUNREQ0.

           COPY SUPMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-REMIT-ALL-LINES
              THRU B0000-EXIT

           PERFORM F0000-WRITE-TRAILER
              THRU F0000-EXIT

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

      *-- Open Files
           OPEN I-O SETTLE-FILE
           IF WS-SETTLE-STA NOT = '00'
              STRING 'Error in opening settlement line file - '
                  WS-SETTLE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- History may not exist until the first remittance
           OPEN I-O REMHIST-FILE
           IF WS-REMHIST-STA = '35'
              OPEN OUTPUT REMHIST-FILE
              CLOSE REMHIST-FILE
              OPEN I-O REMHIST-FILE
           END-IF

           IF WS-REMHIST-STA NOT = '00'
              STRING 'Error in opening remittance history - '
                  WS-REMHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN OUTPUT RMTBANK-OUT
           IF WS-RMTBANK-STA NOT = '00'
              STRING 'Error in opening bank payment file - '
                  WS-RMTBANK-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN OUTPUT RMTADV-OUT
           IF WS-RMTADV-STA NOT = '00'
              STRING 'Error in opening remittance advice file - '
                  WS-RMTADV-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- Register the run. The remittance history makes a rerun
      *-- safe - lines paid by the failed run are not paid again.
           MOVE 'S'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'PRCPLRMT'
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

           MOVE 'LINES PAID'
             TO C01-COUNT-LABEL OF RUNREQ (1)

           MOVE 'PAYMENTS MADE'
             TO C01-COUNT-LABEL OF RUNREQ (2)

           MOVE 'ALREADY PAID'
             TO C01-COUNT-LABEL OF RUNREQ (3)

           MOVE 'AMOUNT REMITTED'
             TO C01-COUNT-LABEL OF RUNREQ (4)

           DISPLAY '---- SUPPLIER REMITTANCE RUN ' WS-TODAY-8 ' ----'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-REMIT-ALL-LINES.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           MOVE LOW-VALUES
             TO SE-KEY

           START SETTLE-FILE KEY IS NOT LESS THAN SE-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-FILE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM B1500-READ-AND-REMIT
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'

      *-- Pay out the last supplier
           PERFORM E0000-FINISH-SUPPLIER
              THRU E0000-EXIT
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-REMIT.
      *--------------------------------------------------------------*
           READ SETTLE-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE
                 GO TO B1500-EXIT
           END-READ

      *-- Paid lines are done with; disputed ones wait for a
      *-- reconciliation to release them
           IF SE-STATUS = 'D'
              ADD 1
                TO WS-HELD-COUNT
           END-IF

           IF SE-STATUS NOT = 'A'
              GO TO B1500-EXIT
           END-IF

           IF WS-HAVE-SUPPLIER = 'N'
              OR SE-SUPL-NAME NOT = WS-CUR-SUPL-NAME
              PERFORM E0000-FINISH-SUPPLIER
                 THRU E0000-EXIT

              PERFORM C0000-START-SUPPLIER
                 THRU C0000-EXIT
           END-IF

           PERFORM D0000-PAY-ONE-LINE
              THRU D0000-EXIT
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-START-SUPPLIER.
      *--------------------------------------------------------------*
      *-- A new supplier - pick up its contact and settlement terms
      *-- off the supplier master. A name the master does not know
      *-- cannot be paid (there is no one to send the advice to and
      *-- no terms to pay on), so its lines wait for the master to
      *-- be put right.
           MOVE 'Y'
             TO WS-HAVE-SUPPLIER

           MOVE SE-SUPL-NAME
             TO WS-CUR-SUPL-NAME

           MOVE 'N'
             TO WS-SUPL-PAYABLE
                WS-ADV-HEADER-DONE

           MOVE ZEROES
             TO WS-DUE-COUNT
                WS-SUPL-TOTAL

           MOVE SPACES
             TO WS-CUR-SUPL-ID
                WS-CUR-CONTACT-NAME
                WS-CUR-CONTACT-EMAIL
                WS-CUR-REMIT-ID

           MOVE ZEROES
             TO WS-CUR-SETTLE-DAYS

           MOVE 'V'
             TO C01-ACTION-CD OF SUPMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF SUPMNT-REQ

           MOVE SE-SUPL-NAME
             TO C01-SUPL-NAME OF SUPMNT-REQ

           CALL 'MTRSUPMT'
          USING SUPMNT-REQ

           IF C01-RETURN-CD OF SUPMNT-REQ NOT = '0'
              PERFORM C1500-REPORT-NO-MASTER
                 THRU C1500-EXIT
              GO TO C0000-EXIT
           END-IF

           MOVE 'I'
             TO C01-ACTION-CD OF SUPMNT-REQ

           CALL 'MTRSUPMT'
          USING SUPMNT-REQ

           IF C01-RETURN-CD OF SUPMNT-REQ NOT = '0'
              PERFORM C1500-REPORT-NO-MASTER
                 THRU C1500-EXIT
              GO TO C0000-EXIT
           END-IF

           MOVE C01-SUPL-ID OF SUPMNT-REQ
             TO WS-CUR-SUPL-ID

           MOVE C01-CONTACT-NAME OF SUPMNT-REQ
             TO WS-CUR-CONTACT-NAME

           MOVE C01-CONTACT-EMAIL OF SUPMNT-REQ
             TO WS-CUR-CONTACT-EMAIL

           MOVE C01-SETTLE-DAYS OF SUPMNT-REQ
             TO WS-CUR-SETTLE-DAYS

           STRING WS-CUR-SUPL-ID          DELIMITED BY SIZE
                  WS-TODAY-8              DELIMITED BY SIZE
              INTO WS-CUR-REMIT-ID
           END-STRING

           MOVE 'Y'
             TO WS-SUPL-PAYABLE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-REPORT-NO-MASTER.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO WS-REPORT-LINE

           STRING WS-CUR-SUPL-NAME        DELIMITED BY SIZE
                  ' NOT ON SUPPLIER MASTER - NOT REMITTED'
                                          DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       D0000-PAY-ONE-LINE.
      *--------------------------------------------------------------*
           IF WS-SUPL-PAYABLE NOT = 'Y'
              ADD 1
                TO WS-NO-MASTER-COUNT
              GO TO D0000-EXIT
           END-IF

      *-- Due the settlement days after the statement date - or now,
      *-- for a released dispute whose due date has long passed
           COMPUTE WS-DUE-DAY-NBR =
              FUNCTION INTEGER-OF-DATE (SE-STMT-DATE)
                 + WS-CUR-SETTLE-DAYS

           COMPUTE WS-DUE-8 =
              FUNCTION DATE-OF-INTEGER (WS-DUE-DAY-NBR)

           IF WS-DUE-8 < WS-TODAY-8
              MOVE WS-TODAY-8
                TO WS-DUE-8
           END-IF

           MOVE 'N'
             TO WS-SLOT-FOUND

           PERFORM D1000-CHECK-ONE-DUE-DATE
              THRU D1000-EXIT
           VARYING DUE-IDX FROM 1 BY 1
             UNTIL DUE-IDX > WS-DUE-COUNT
                OR WS-SLOT-FOUND = 'Y'

           IF WS-SLOT-FOUND = 'Y'
              SUBTRACT 1 FROM DUE-IDX
           ELSE
              IF WS-DUE-COUNT >= 12
                 DISPLAY SE-SUPL-NAME (1:30) ' ' SE-PLAN-NAME (1:30)
                         ' TOO MANY PAY DATES - HELD TO NEXT RUN'
                 ADD 1
                   TO WS-HELD-COUNT
                 GO TO D0000-EXIT
              END-IF

              ADD 1
                TO WS-DUE-COUNT

              MOVE WS-DUE-COUNT
                TO DUE-IDX

              MOVE WS-DUE-8
                TO WS-DUE-DATE (DUE-IDX)

              MOVE ZEROES
                TO WS-DUE-AMOUNT (DUE-IDX)
           END-IF

      *-- History first - a line already on it was paid by an
      *-- earlier run and is only marked paid here
           MOVE SE-KEY
             TO RH-KEY

           MOVE WS-CUR-REMIT-ID
             TO RH-REMIT-ID

           MOVE WS-CUR-SUPL-ID
             TO RH-SUPL-ID

           MOVE SE-SUPL-AMOUNT
             TO RH-AMOUNT

           MOVE WS-DUE-8
             TO RH-PAY-DATE

           MOVE WS-TODAY-8
             TO RH-RUN-DATE

           WRITE REMHST-REC
              INVALID KEY
                 PERFORM D1500-MARK-ALREADY-PAID
                    THRU D1500-EXIT
                 GO TO D0000-EXIT
           END-WRITE

           ADD SE-SUPL-AMOUNT
             TO WS-DUE-AMOUNT (DUE-IDX)
                WS-SUPL-TOTAL
                WS-RUN-TOTAL

           ADD 1
             TO WS-LINES-PAID-COUNT

           PERFORM D2000-WRITE-ADVICE-LINE
              THRU D2000-EXIT

           MOVE 'P'
             TO SE-STATUS

           MOVE WS-CUR-REMIT-ID
             TO SE-REMIT-ID

           MOVE WS-DUE-8
             TO SE-PAY-DATE

           REWRITE SETLN-REC
              INVALID KEY
                 MOVE 'Error marking settlement line paid'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1000-CHECK-ONE-DUE-DATE.
      *--------------------------------------------------------------*
           IF WS-DUE-DATE (DUE-IDX) = WS-DUE-8
              MOVE 'Y'
                TO WS-SLOT-FOUND
           END-IF
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D1500-MARK-ALREADY-PAID.
      *--------------------------------------------------------------*
      *-- On the history but still agreed on the settlement file -
      *-- an earlier run stopped between the two. Bring the line
      *-- into step without paying it again.
           ADD 1
             TO WS-ALREADY-PAID-COUNT

           DISPLAY SE-SUPL-NAME (1:30) ' ' SE-PLAN-NAME (1:30)
                   ' PERIOD ' SE-PERIOD ' ALREADY REMITTED - SKIPPED'

           READ REMHIST-FILE
              INVALID KEY
                 GO TO D1500-EXIT
           END-READ

           MOVE 'P'
             TO SE-STATUS

           MOVE RH-REMIT-ID
             TO SE-REMIT-ID

           MOVE RH-PAY-DATE
             TO SE-PAY-DATE

           REWRITE SETLN-REC
              INVALID KEY
                 MOVE 'Error marking settlement line paid'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
           END-REWRITE
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       D2000-WRITE-ADVICE-LINE.
      *--------------------------------------------------------------*
      *-- The supplier's header goes out with its first paid line,
      *-- so a supplier with nothing new to pay gets no advice
           IF WS-ADV-HEADER-DONE NOT = 'Y'
              MOVE SPACES
                TO RMTADV-REC

              STRING 'H'                  DELIMITED BY SIZE
                     WS-CUR-SUPL-ID       DELIMITED BY SIZE
                     WS-CUR-REMIT-ID      DELIMITED BY SIZE
                     WS-CUR-CONTACT-EMAIL DELIMITED BY SIZE
                     WS-CUR-CONTACT-NAME  DELIMITED BY SIZE
                     WS-CUR-SUPL-NAME     DELIMITED BY SIZE
                 INTO RMTADV-REC
              END-STRING

              WRITE RMTADV-REC

              MOVE 'Y'
                TO WS-ADV-HEADER-DONE

              ADD 1
                TO WS-SUPPLIER-COUNT
           END-IF

           MOVE SE-SUPL-AMOUNT
             TO WS-ED-AMOUNT

           MOVE SPACES
             TO RMTADV-REC

           STRING 'D'                     DELIMITED BY SIZE
                  SE-PLAN-NAME            DELIMITED BY SIZE
                  SE-PERIOD               DELIMITED BY SIZE
                  SE-STMT-DATE            DELIMITED BY SIZE
                  WS-ED-AMOUNT            DELIMITED BY SIZE
                  WS-DUE-8                DELIMITED BY SIZE
              INTO RMTADV-REC
           END-STRING

           WRITE RMTADV-REC
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       E0000-FINISH-SUPPLIER.
      *--------------------------------------------------------------*
      *-- One bank payment per pay date for the supplier just read,
      *-- each with its total on the advice
           IF WS-HAVE-SUPPLIER = 'N'
              OR WS-SUPL-TOTAL = ZEROES
              GO TO E0000-EXIT
           END-IF

           PERFORM E1500-WRITE-ONE-PAYMENT
              THRU E1500-EXIT
           VARYING DUE-IDX FROM 1 BY 1
             UNTIL DUE-IDX > WS-DUE-COUNT

           MOVE WS-SUPL-TOTAL
             TO WS-ED-TOTAL

           MOVE SPACES
             TO WS-REPORT-LINE

           STRING WS-CUR-SUPL-ID          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-CUR-SUPL-NAME (1:30) DELIMITED BY SIZE
                  ' REMITTANCE '          DELIMITED BY SIZE
                  WS-CUR-REMIT-ID         DELIMITED BY SIZE
                  ' TOTAL '               DELIMITED BY SIZE
                  WS-ED-TOTAL             DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING

           DISPLAY WS-REPORT-LINE
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       E1500-WRITE-ONE-PAYMENT.
      *--------------------------------------------------------------*
           IF WS-DUE-AMOUNT (DUE-IDX) = ZEROES
              GO TO E1500-EXIT
           END-IF

           MOVE WS-DUE-AMOUNT (DUE-IDX)
             TO WS-ED-TOTAL

           MOVE SPACES
             TO RMTBANK-REC

           STRING 'D'                     DELIMITED BY SIZE
                  WS-CUR-SUPL-ID          DELIMITED BY SIZE
                  WS-CUR-REMIT-ID         DELIMITED BY SIZE
                  WS-ED-TOTAL             DELIMITED BY SIZE
                  WS-DUE-DATE (DUE-IDX)   DELIMITED BY SIZE
              INTO RMTBANK-REC
           END-STRING

           WRITE RMTBANK-REC

           ADD 1
             TO WS-PAYMENT-COUNT

           MOVE SPACES
             TO RMTADV-REC

           STRING 'T'                     DELIMITED BY SIZE
                  WS-DUE-DATE (DUE-IDX)   DELIMITED BY SIZE
                  WS-ED-TOTAL             DELIMITED BY SIZE
              INTO RMTADV-REC
           END-STRING

           WRITE RMTADV-REC
           .
       E1500-EXIT.
      *--------------------------------------------------------------*
       F0000-WRITE-TRAILER.
      *--------------------------------------------------------------*
           MOVE WS-RUN-TOTAL
             TO WS-ED-TOTAL

           MOVE SPACES
             TO RMTBANK-REC

           STRING 'T'                     DELIMITED BY SIZE
                  WS-PAYMENT-COUNT        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-TOTAL             DELIMITED BY SIZE
              INTO RMTBANK-REC
           END-STRING

           WRITE RMTBANK-REC
           .
       F0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *-- Close out the run in run control with its final totals
           MOVE 'E'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'C'
             TO C01-RUN-STATUS OF RUNREQ

           MOVE WS-LINES-PAID-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (1)

           MOVE WS-PAYMENT-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (2)

           MOVE WS-ALREADY-PAID-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (3)

           MOVE WS-RUN-TOTAL
             TO C01-COUNT-VALUE OF RUNREQ (4)

           CALL 'MTRRUNCT'
          USING RUNREQ

      *--Control totals for this remittance run
           MOVE WS-RUN-TOTAL
             TO WS-ED-TOTAL

           DISPLAY '---- SUPPLIER REMITTANCE TOTALS ----'
           DISPLAY 'SUPPLIERS REMITTED    : ' WS-SUPPLIER-COUNT
           DISPLAY 'BANK PAYMENTS         : ' WS-PAYMENT-COUNT
           DISPLAY 'LINES PAID            : ' WS-LINES-PAID-COUNT
           DISPLAY 'AMOUNT REMITTED       : ' WS-ED-TOTAL
           DISPLAY 'ALREADY PAID - SKIPPED: ' WS-ALREADY-PAID-COUNT
           DISPLAY 'HELD - DISPUTED/LIMIT : ' WS-HELD-COUNT
           DISPLAY 'NO SUPPLIER MASTER    : ' WS-NO-MASTER-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
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

           CLOSE REMHIST-FILE
           IF WS-REMHIST-STA NOT = '00'
              STRING 'Error in Closing remittance history - '
                  WS-REMHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE RMTBANK-OUT
           IF WS-RMTBANK-STA NOT = '00'
              STRING 'Error in Closing bank payment file - '
                  WS-RMTBANK-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE RMTADV-OUT
           IF WS-RMTADV-STA NOT = '00'
              STRING 'Error in Closing remittance advice file - '
                  WS-RMTADV-STA
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
