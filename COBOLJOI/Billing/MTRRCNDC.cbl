       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRRCNDC.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Completed reconnection order intake - reads the field team's   *
      * returns file (one line per order worked, echoing the RECONORD  *
      * extract with the completion date and operator), records the    *
      * 'A' active status for each meter through MTRSTMNT so intake    *
      * and billing pick it up again, and closes the order on the      *
      * DISCONN register, noting any order worked after its deadline.  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Worked reconnection orders back from the field team
           SELECT RCNDONE-IN
           ASSIGN TO 'RCNDONE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCNDONE-STA.

      *-- Disconnection and reconnection register, keyed by account
      *-- and meter
           SELECT DISCONN-FILE
           ASSIGN TO 'DISCONN'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DC-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-DISCONN-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  RCNDONE-IN
           LABEL RECORDS ARE STANDARD.
       01  DONE-REC.
           05 DONE-ACCOUNT-ID    PIC X(12).
           05 FILLER             PIC X(01).
           05 DONE-MTR-ID        PIC X(12).
           05 FILLER             PIC X(01).
           05 DONE-WORKED-DATE   PIC 9(08).
           05 FILLER             PIC X(01).
           05 DONE-OPERATOR      PIC X(08).
      *
       FD  DISCONN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISCONN0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-RCNDONE-STA             PIC 9(02) VALUE ZEROES.
           05 WS-DISCONN-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
      *-- Control totals for the end-of-job reconciliation report
           05 WS-INPUT-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-POSTED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-REJECTED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-NO-ORDER-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-LATE-COUNT              PIC 9(07) VALUE ZEROES.

           COPY STATRQ0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-ORDERS
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
           OPEN INPUT RCNDONE-IN
           IF WS-RCNDONE-STA NOT = '00'
              STRING 'Error in opening worked orders file - '
                  WS-RCNDONE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN I-O DISCONN-FILE
           IF WS-DISCONN-STA NOT = '00'
              STRING 'Error in opening disconnection register - '
                  WS-DISCONN-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              CLOSE RCNDONE-IN
              GO TO PROGRAM-DONE
           END-IF
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-ORDERS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-AND-POST
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-POST.
      *--------------------------------------------------------------*
           READ RCNDONE-IN
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 ADD 1
                   TO WS-INPUT-COUNT

                 PERFORM C0000-POST-ONE-ORDER
                    THRU C0000-EXIT
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-POST-ONE-ORDER.
      *--------------------------------------------------------------*
      *-- Only a meter with an open reconnection order can come back
      *-- on supply through here.
           IF DONE-ACCOUNT-ID = SPACES
              OR DONE-MTR-ID = SPACES
              OR DONE-WORKED-DATE NOT NUMERIC
              OR DONE-WORKED-DATE = ZEROES
              DISPLAY 'ORDER REJECTED - BAD FIELDS - METER '
                      DONE-MTR-ID
              ADD 1
                TO WS-REJECTED-COUNT
              GO TO C0000-EXIT
           END-IF

           MOVE DONE-ACCOUNT-ID
             TO DC-ACCOUNT-ID

           MOVE DONE-MTR-ID
             TO DC-MTR-ID

           READ DISCONN-FILE
              INVALID KEY
                 MOVE SPACES
                   TO DC-STATUS
           END-READ

           IF DC-STATUS NOT = 'O'
              DISPLAY DONE-MTR-ID
                      ' NO OPEN RECONNECTION ORDER - NOT POSTED'
              ADD 1
                TO WS-NO-ORDER-COUNT
              GO TO C0000-EXIT
           END-IF

      *-- Record the meter active again effective the day the field
      *-- team worked it.
           MOVE 'A'
             TO C01-ACTION-CD OF STATRQ

           MOVE '0'
             TO C01-RETURN-CD OF STATRQ

           MOVE DONE-MTR-ID
             TO C01-MTR-ID OF STATRQ

           MOVE DONE-WORKED-DATE
             TO C01-EFF-DATE OF STATRQ

           MOVE 'A'
             TO C01-STATUS-CD OF STATRQ

           IF DONE-OPERATOR = SPACES
              MOVE 'MTRRCNDC'
                TO C01-OPERATOR OF STATRQ
           ELSE
              MOVE DONE-OPERATOR
                TO C01-OPERATOR OF STATRQ
           END-IF

           CALL 'MTRSTMNT'
          USING STATRQ

           IF C01-RETURN-CD OF STATRQ NOT = '0'
              ADD 1
                TO WS-REJECTED-COUNT

              DISPLAY DONE-MTR-ID
                      ' STATUS CHANGE REJECTED - RETURN CODE '
                      C01-RETURN-CD OF STATRQ
              GO TO C0000-EXIT
           END-IF

           ADD 1
             TO WS-POSTED-COUNT

           DISPLAY DONE-MTR-ID ' RECONNECTED EFFECTIVE '
                   DONE-WORKED-DATE

           IF DONE-WORKED-DATE > DC-DUE-DATE
              ADD 1
                TO WS-LATE-COUNT

              DISPLAY DONE-MTR-ID ' WORKED AFTER DEADLINE '
                      DC-DUE-DATE
           END-IF

           PERFORM C1000-CLOSE-ORDER
              THRU C1000-EXIT
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-CLOSE-ORDER.
      *--------------------------------------------------------------*
           MOVE 'R'
             TO DC-STATUS

           MOVE DONE-WORKED-DATE
             TO DC-RECON-DATE

           MOVE C01-OPERATOR OF STATRQ
             TO DC-RECON-OPERATOR

           REWRITE DISCONN-REC
              INVALID KEY
                 DISPLAY 'Error updating disconnection register - '
                         DONE-MTR-ID
           END-REWRITE
           .
       C1000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Control-total reconciliation report for this intake run
           DISPLAY '---- RECONNECTION INTAKE CONTROL TOTALS ----'
           DISPLAY 'ORDERS READ        : ' WS-INPUT-COUNT
           DISPLAY 'STATUSES RECORDED  : ' WS-POSTED-COUNT
           DISPLAY 'ORDERS REJECTED    : ' WS-REJECTED-COUNT
           DISPLAY 'NO OPEN ORDER      : ' WS-NO-ORDER-COUNT
           DISPLAY 'WORKED LATE        : ' WS-LATE-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE RCNDONE-IN
           IF WS-RCNDONE-STA NOT = '00'
              STRING 'Error in Closing worked orders file - '
                  WS-RCNDONE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE DISCONN-FILE
           IF WS-DISCONN-STA NOT = '00'
              STRING 'Error in Closing disconnection register - '
                  WS-DISCONN-STA
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
