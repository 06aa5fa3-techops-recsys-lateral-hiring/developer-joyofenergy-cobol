      * extract with the completion date and operator), and records    *
      * the 'D' disconnected status for each meter through MTRSTMNT    *
      * so intake starts rejecting its readings and the month-end run  *
      * stops billing it. Each meter goes on the DISCONN register so   *
      * the reconnection order is raised once the debt is cleared.     *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISCDONE-STA.

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
       FD  DISCDONE-IN
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
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-DISCDONE-STA            PIC 9(02) VALUE ZEROES.
           05 WS-DISCONN-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REGISTER-FOUND          PIC X(01) VALUE 'N'.
      *-- Control totals for the end-of-job reconciliation report
           05 WS-INPUT-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-POSTED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-REJECTED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-REFERRED-COUNT          PIC 9(07) VALUE ZEROES.

           COPY STATRQ0.
      *----------------------------------------------------------------*
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- Register may not exist yet the very first disconnection
           OPEN I-O DISCONN-FILE
           IF WS-DISCONN-STA = '35'
              OPEN OUTPUT DISCONN-FILE
              CLOSE DISCONN-FILE
              OPEN I-O DISCONN-FILE
           END-IF

           IF WS-DISCONN-STA NOT = '00'
              STRING 'Error in opening disconnection register - '
                  WS-DISCONN-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
           CALL 'MTRSTMNT'
          USING STATRQ

           EVALUATE C01-RETURN-CD OF STATRQ
              WHEN '0'
                 ADD 1
                   TO WS-POSTED-COUNT

                 DISPLAY DONE-MTR-ID ' DISCONNECTED EFFECTIVE '
                         DONE-WORKED-DATE

                 PERFORM C1000-REGISTER-DISCONNECTION
                    THRU C1000-EXIT
      *-- Registered for priority services since the order went out -
      *-- MTRSTMNT has referred it to the welfare team instead
              WHEN '4'
                 ADD 1
                   TO WS-REFERRED-COUNT

                 DISPLAY DONE-MTR-ID
                         ' PRIORITY SERVICES - REFERRED TO WELFARE'
              WHEN OTHER
                 ADD 1
                   TO WS-REJECTED-COUNT

                 DISPLAY DONE-MTR-ID
                         ' STATUS CHANGE REJECTED - RETURN CODE '
                         C01-RETURN-CD OF STATRQ
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-REGISTER-DISCONNECTION.
      *--------------------------------------------------------------*
      *-- Put the meter on the register, off supply with no
      *-- reconnection due. A meter disconnected before starts over.
           MOVE 'Y'
             TO WS-REGISTER-FOUND

           MOVE DONE-ACCOUNT-ID
             TO DC-ACCOUNT-ID

           MOVE DONE-MTR-ID
             TO DC-MTR-ID

           READ DISCONN-FILE
              INVALID KEY
                 MOVE 'N'
                   TO WS-REGISTER-FOUND
           END-READ

           MOVE 'D'
             TO DC-STATUS

           MOVE DONE-WORKED-DATE
             TO DC-DISC-DATE

           MOVE C01-OPERATOR OF STATRQ
             TO DC-DISC-OPERATOR

           MOVE ZEROES
             TO DC-ORDER-DATE
                DC-DUE-DATE
                DC-RECON-DATE

           MOVE SPACES
             TO DC-ORDER-SOURCE
                DC-ORDER-OPERATOR
                DC-RECON-OPERATOR

           IF WS-REGISTER-FOUND = 'Y'
              REWRITE DISCONN-REC
                 INVALID KEY
                    DISPLAY 'Error updating disconnection register - '
                            DONE-MTR-ID
              END-REWRITE
           ELSE
              WRITE DISCONN-REC
                 INVALID KEY
                    DISPLAY 'Error writing disconnection register - '
                            DONE-MTR-ID
              END-WRITE
           END-IF
           .
       C1000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
           DISPLAY 'ORDERS READ        : ' WS-INPUT-COUNT
           DISPLAY 'STATUSES RECORDED  : ' WS-POSTED-COUNT
           DISPLAY 'ORDERS REJECTED    : ' WS-REJECTED-COUNT
           DISPLAY 'WELFARE REFERRALS  : ' WS-REFERRED-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
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

