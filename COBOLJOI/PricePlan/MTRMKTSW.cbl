      * period closes the day before the transfer date (the MTRPLSWT  *
      * close), the final bill is produced with the account's budget  *
      * deferral and deposit settled, and the meter goes to 'C'       *
      * closed status, with the exit fee raised on a fixed-term       *
      * contract lost before its end. A gain ('G') creates the        *
      * MTRPLAN period from the transfer date and a CUSTMST shell     *
      * record, ready for the opening read, and a contract when the   *
      * plan joined on is fixed-term.                                 *
      * Every loss scheduled and gain registered goes on the SWLOG    *
      * switch log, which the quarterly regulator return counts.      *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OBJECT-STA.

      *-- Switch log - one record per loss scheduled or gain
      *-- registered, appended to for the regulator return
           SELECT SWLOG-FILE
           ASSIGN TO 'SWLOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SWLOG-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  THRESH-CARD
       FD  OBJECT-LOG
           LABEL RECORDS ARE STANDARD.
       01  OBJECT-REC                 PIC X(132).
      *
       FD  SWLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SWLOG0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-OBJECT-STA              PIC 9(02) VALUE ZEROES.
           05 WS-SWLOG-STA               PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           COPY DEPOFF0.

           COPY CUSMNT0.

           COPY CTRMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
              GO TO PROGRAM-DONE
           END-IF

      *-- Switch log likewise
           OPEN EXTEND SWLOG-FILE
           IF WS-SWLOG-STA = '35'
              OPEN OUTPUT SWLOG-FILE
           END-IF

           IF WS-SWLOG-STA NOT = '00'
              STRING 'Error in opening switch log - '
                  WS-SWLOG-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           CALL 'MTRSTMNT'
          USING STATRQ

      *-- Leaving before a fixed-term contract runs out owes the exit
      *-- fee - MTRCTRMT raises it ahead of the final bill so that the
      *-- final statement carries it; a period with no contract is a
      *-- return code '1' and nothing to do, and a fee over the run's
      *-- authority is parked for approval ('7')
           MOVE 'X'
             TO C01-ACTION-CD OF CTRMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF CTRMNT-REQ

           MOVE WS-OLD-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF CTRMNT-REQ

           MOVE MSG-MTR-ID
             TO C01-MTR-ID OF CTRMNT-REQ

           MOVE WS-OLD-START-DATE-8
             TO C01-START-DATE OF CTRMNT-REQ

           MOVE WS-OLD-END-DATE-8
             TO C01-LAST-DATE OF CTRMNT-REQ

           MOVE 'MTRMKTSW'
             TO C01-OPERATOR OF CTRMNT-REQ

           CALL 'MTRCTRMT'
          USING CTRMNT-REQ

           EVALUATE C01-RETURN-CD OF CTRMNT-REQ
              WHEN '0'
              WHEN '1'
                 CONTINUE
              WHEN '7'
                 DISPLAY 'Exit fee parked for approval for meter '
                         MSG-MTR-ID
              WHEN OTHER
                 DISPLAY 'Contract could not be settled for meter '
                         MSG-MTR-ID
           END-EVALUATE

           PERFORM D1000-FIND-LAST-BILLED
              THRU D1000-EXIT

           CALL 'MTRDEPOF'
          USING DEPOFF-REQ

           MOVE SPACES
             TO SWLOG-REC

           MOVE 'L'
             TO SW-TYPE

           MOVE WS-OLD-ACCOUNT-ID
             TO SW-ACCOUNT-ID

           MOVE MSG-GAINING-SUPL
             TO SW-OTHER-SUPL

           PERFORM X1000-WRITE-SWITCH-LOG
              THRU X1000-EXIT

           ADD 1
             TO WS-LOSS-COUNT

           CALL 'MTRCUSMT'
          USING CUSMNT-REQ

      *-- Joining on a fixed-term plan starts the contract clock
           MOVE 'O'
             TO C01-ACTION-CD OF CTRMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF CTRMNT-REQ

           MOVE MSG-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF CTRMNT-REQ

           MOVE MSG-MTR-ID
             TO C01-MTR-ID OF CTRMNT-REQ

           MOVE MSG-TRANSFER-DATE
             TO C01-START-DATE OF CTRMNT-REQ

           MOVE MSG-PLAN-NAME
             TO C01-PLAN-NAME OF CTRMNT-REQ

           MOVE 'MTRMKTSW'
             TO C01-OPERATOR OF CTRMNT-REQ

           CALL 'MTRCTRMT'
          USING CTRMNT-REQ

           MOVE SPACES
             TO SWLOG-REC

           MOVE 'G'
             TO SW-TYPE

           MOVE MSG-ACCOUNT-ID
             TO SW-ACCOUNT-ID

           MOVE MSG-SUPL-NAME
             TO SW-OTHER-SUPL

           PERFORM X1000-WRITE-SWITCH-LOG
              THRU X1000-EXIT

           ADD 1
             TO WS-GAIN-COUNT

                   ' FROM ' MSG-TRANSFER-DATE
           .
       G0000-EXIT.
      *--------------------------------------------------------------*
       X1000-WRITE-SWITCH-LOG.
      *--------------------------------------------------------------*
      *-- Type, account and other supplier are set by the caller
           MOVE WS-TODAY-8
             TO SW-LOG-DATE

           MOVE MSG-TRANSFER-DATE
             TO SW-TRANSFER-DATE

           MOVE MSG-MTR-ID
             TO SW-MTR-ID

           WRITE SWLOG-REC
           IF WS-SWLOG-STA NOT = '00'
              STRING 'Error in writing switch log - '
                  WS-SWLOG-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
           END-IF
           .
       X1000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE SWLOG-FILE
           IF WS-SWLOG-STA NOT = '00'
              STRING 'Error in Closing switch log - '
                  WS-SWLOG-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF
           .
       Z0000-EXIT.

