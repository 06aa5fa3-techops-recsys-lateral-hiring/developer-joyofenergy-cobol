       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRRBDMI.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Social tariff data-match intake - reads the agency's data-     *
      * match file (one line per qualifying household: our account id, *
      * the scheme year and the agency's match reference) and enters   *
      * each account on the REBSCH scheme file through MTRRBMNT as     *
      * eligible by data-match. An account already there on an         *
      * application still pending or refused is confirmed eligible by  *
      * the match instead; one already eligible, credited or lapsed    *
      * is left as it is.                                              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- The agency's data-match file for the scheme year
           SELECT RBMATCH-IN
           ASSIGN TO 'RBMATCH'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RBMATCH-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  RBMATCH-IN
           LABEL RECORDS ARE STANDARD.
       01  MATCH-REC.
           05 MATCH-ACCOUNT-ID   PIC X(12).
           05 FILLER             PIC X(01).
           05 MATCH-SCHEME-YEAR  PIC 9(04).
           05 FILLER             PIC X(01).
           05 MATCH-REF          PIC X(20).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-RBMATCH-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
      *-- Control totals for the end-of-job reconciliation report
           05 WS-INPUT-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-ADDED-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-CONFIRMED-COUNT         PIC 9(07) VALUE ZEROES.
           05 WS-ALREADY-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-REJECTED-COUNT          PIC 9(07) VALUE ZEROES.

           COPY RBMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-MATCHES
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
           OPEN INPUT RBMATCH-IN
           IF WS-RBMATCH-STA NOT = '00'
              STRING 'Error in opening data-match file - '
                  WS-RBMATCH-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-MATCHES.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-AND-ENTER
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-ENTER.
      *--------------------------------------------------------------*
           READ RBMATCH-IN
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 ADD 1
                   TO WS-INPUT-COUNT

                 PERFORM C0000-ENTER-ONE-MATCH
                    THRU C0000-EXIT
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-ENTER-ONE-MATCH.
      *--------------------------------------------------------------*
           IF MATCH-ACCOUNT-ID = SPACES
              OR MATCH-SCHEME-YEAR NOT NUMERIC
              OR MATCH-SCHEME-YEAR = ZEROES
              DISPLAY 'MATCH REJECTED - BAD FIELDS - ACCOUNT '
                      MATCH-ACCOUNT-ID
              ADD 1
                TO WS-REJECTED-COUNT
              GO TO C0000-EXIT
           END-IF

           INITIALIZE RBMNT-REQ

           MOVE 'A'
             TO C01-ACTION-CD OF RBMNT-REQ

           MOVE MATCH-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF RBMNT-REQ

           MOVE MATCH-SCHEME-YEAR
             TO C01-SCHEME-YEAR OF RBMNT-REQ

           MOVE 'D'
             TO C01-SOURCE OF RBMNT-REQ

           MOVE MATCH-REF
             TO C01-MATCH-REF OF RBMNT-REQ

           MOVE 'MTRRBDMI'
             TO C01-OPERATOR OF RBMNT-REQ

           CALL 'MTRRBMNT'
          USING RBMNT-REQ

           EVALUATE C01-RETURN-CD OF RBMNT-REQ
              WHEN '0'
                 ADD 1
                   TO WS-ADDED-COUNT
              WHEN '2'
                 PERFORM C1000-CONFIRM-EXISTING
                    THRU C1000-EXIT
              WHEN OTHER
                 ADD 1
                   TO WS-REJECTED-COUNT

                 DISPLAY MATCH-ACCOUNT-ID
                         ' MATCH REJECTED - RETURN CODE '
                         C01-RETURN-CD OF RBMNT-REQ
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-CONFIRM-EXISTING.
      *--------------------------------------------------------------*
      *-- Already on the scheme for the year. The agency's match is
      *-- proof of eligibility in its own right, so an application
      *-- still waiting or refused is confirmed by it.
           MOVE 'I'
             TO C01-ACTION-CD OF RBMNT-REQ

           CALL 'MTRRBMNT'
          USING RBMNT-REQ

           IF C01-RETURN-CD OF RBMNT-REQ NOT = '0'
              ADD 1
                TO WS-REJECTED-COUNT

              DISPLAY MATCH-ACCOUNT-ID
                      ' MATCH REJECTED - RETURN CODE '
                      C01-RETURN-CD OF RBMNT-REQ
              GO TO C1000-EXIT
           END-IF

           IF C01-STATUS OF RBMNT-REQ NOT = 'P'
              AND C01-STATUS OF RBMNT-REQ NOT = 'I'
              ADD 1
                TO WS-ALREADY-COUNT
              GO TO C1000-EXIT
           END-IF

           MOVE 'C'
             TO C01-ACTION-CD OF RBMNT-REQ

           MOVE 'D'
             TO C01-SOURCE OF RBMNT-REQ

           MOVE 'E'
             TO C01-STATUS OF RBMNT-REQ

           MOVE ZEROES
             TO C01-REBATE-AMOUNT OF RBMNT-REQ

           MOVE MATCH-REF
             TO C01-MATCH-REF OF RBMNT-REQ

           MOVE 'MTRRBDMI'
             TO C01-OPERATOR OF RBMNT-REQ

           CALL 'MTRRBMNT'
          USING RBMNT-REQ

           IF C01-RETURN-CD OF RBMNT-REQ = '0'
              ADD 1
                TO WS-CONFIRMED-COUNT

              DISPLAY MATCH-ACCOUNT-ID
                      ' APPLICATION CONFIRMED BY DATA-MATCH'
           ELSE
              ADD 1
                TO WS-REJECTED-COUNT

              DISPLAY MATCH-ACCOUNT-ID
                      ' MATCH REJECTED - RETURN CODE '
                      C01-RETURN-CD OF RBMNT-REQ
           END-IF
           .
       C1000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Control-total reconciliation report for this intake run
           DISPLAY '---- SOCIAL TARIFF DATA-MATCH CONTROL TOTALS ----'
           DISPLAY 'MATCHES READ       : ' WS-INPUT-COUNT
           DISPLAY 'ACCOUNTS ENTERED   : ' WS-ADDED-COUNT
           DISPLAY 'APPS CONFIRMED     : ' WS-CONFIRMED-COUNT
           DISPLAY 'ALREADY ON SCHEME  : ' WS-ALREADY-COUNT
           DISPLAY 'MATCHES REJECTED   : ' WS-REJECTED-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE RBMATCH-IN
           IF WS-RBMATCH-STA NOT = '00'
              STRING 'Error in Closing data-match file - '
                  WS-RBMATCH-STA
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
