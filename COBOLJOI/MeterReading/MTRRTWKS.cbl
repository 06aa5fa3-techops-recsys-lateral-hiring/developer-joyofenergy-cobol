      * ROUTECTL card), one line per meter in walk order, pre-filled   *
      * with the last reading on file and flagged off MTRSTMNT when    *
      * the property is vacant or the meter disconnected, so the       *
      * reader knows what to expect at the door. A meter whose account *
      * is on the priority services register (PSREG) is flagged 'PSR'  *
      * with its category, so the reader takes extra care. The keyed   *
      * results come back in through MTRRTENT.                         *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STA.

      *-- Priority services register - flags vulnerable households
           SELECT PSREG-FILE
           ASSIGN TO 'PSREG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PS-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-PSREG-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTE-CARD
       FD  WORKSHEET-OUT
           LABEL RECORDS ARE STANDARD.
       01  WORKSHEET-REC              PIC X(132).
      *
       FD  PSREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PSREG0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
           05 WS-ROUTE-STA               PIC 9(02) VALUE ZEROES.
           05 WS-RDNG-INFO-STA           PIC 9(02) VALUE ZEROES.
           05 WS-WORK-STA                PIC 9(02) VALUE ZEROES.
           05 WS-PSREG-STA               PIC 9(02) VALUE ZEROES.
           05 WS-PSREG-OPEN              PIC X(01) VALUE 'N'.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-LAST-READ-DATE          PIC 9(08) VALUE ZEROES.
           05 WS-LAST-READING            PIC 9(2)V9(5) VALUE ZEROES.
           05 WS-ED-READING              PIC Z9.99999.
      *-- Priority services flag for the entry - 'PSR' and category
           05 WS-PSR-FLAG                PIC X(08) VALUE SPACES.
      *-- Control totals
           05 WS-ENTRY-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-SHEET-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-NOT-DUE-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-PSR-COUNT               PIC 9(07) VALUE ZEROES.

           COPY STATRQ0.

           COPY MTRPLAN0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
              GO TO PROGRAM-DONE
           END-IF

      *-- No register just means nobody is registered yet
           MOVE 'N'
             TO WS-PSREG-OPEN

           OPEN INPUT PSREG-FILE
           IF WS-PSREG-STA = '00'
              MOVE 'Y'
                TO WS-PSREG-OPEN
           ELSE
              IF WS-PSREG-STA NOT = '35'
                 STRING 'Error in opening priority services file - '
                     WS-PSREG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           OPEN OUTPUT WORKSHEET-OUT
           IF WS-WORK-STA NOT = '00'
              STRING 'Error in opening worksheet file - '
           CALL 'MTRSTMNT'
          USING STATRQ

           PERFORM C2000-CHECK-PRIORITY
              THRU C2000-EXIT

           MOVE WS-LAST-READING
             TO WS-ED-READING

                  WS-ED-READING           DELIMITED BY SIZE
                  ' STATUS '              DELIMITED BY SIZE
                  C01-STATUS-CD OF STATRQ DELIMITED BY SIZE
                  ' READ ________ '       DELIMITED BY SIZE
                  WS-PSR-FLAG             DELIMITED BY SIZE
              INTO WORKSHEET-REC
           END-STRING

           END-READ
           .
       C1700-EXIT.
      *--------------------------------------------------------------*
       C2000-CHECK-PRIORITY.
      *--------------------------------------------------------------*
      *-- The account holding the meter today, then the register
           MOVE SPACES
             TO WS-PSR-FLAG

           IF WS-PSREG-OPEN NOT = 'Y'
              GO TO C2000-EXIT
           END-IF

           MOVE RT-MTR-ID
             TO UINFO-MTR-ID OF MTRINFO

           MOVE SPACES
             TO C01-ACCOUNT-ID OF MTRINFO

           MOVE WS-TODAY-8
             TO C01-AS-OF-DATE OF MTRINFO

           CALL 'PRCPLACT'
          USING MTRINFO

           IF C01-ACCOUNT-ID OF MTRINFO = SPACES
              GO TO C2000-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF MTRINFO
             TO PS-ACCOUNT-ID

           READ PSREG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 STRING 'PSR '                  DELIMITED BY SIZE
                        PS-CATEGORY             DELIMITED BY SIZE
                    INTO WS-PSR-FLAG
                 END-STRING

                 ADD 1
                   TO WS-PSR-COUNT
           END-READ
           .
       C2000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
           DISPLAY 'ROUTE ENTRIES READ : ' WS-ENTRY-COUNT
           DISPLAY 'SHEET LINES        : ' WS-SHEET-COUNT
           DISPLAY 'NOT YET DUE        : ' WS-NOT-DUE-COUNT
           DISPLAY 'PRIORITY SERVICES  : ' WS-PSR-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
              CLOSE READING-INFO
           END-IF

           IF WS-PSREG-OPEN = 'Y'
              CLOSE PSREG-FILE
           END-IF

           CLOSE WORKSHEET-OUT
           IF WS-WORK-STA NOT = '00'
              STRING 'Error in Closing worksheet file - '
