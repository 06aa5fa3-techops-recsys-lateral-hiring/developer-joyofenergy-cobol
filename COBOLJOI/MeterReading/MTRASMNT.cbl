       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRASMNT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance and lookup for the MTRASSET meter asset register - *
      * add, change, delete or inquire on a meter's manufacturer,      *
      * model, install date, dial count and register multiplier, or    *
      * get the register parameters ('G') every consumption derivation *
      * uses: the value the register wraps after and the multiplier a  *
      * register delta is scaled by. A meter not on the register comes *
      * back as an ordinary two-dial, whole-current meter. The fuel    *
      * the meter measures and whether it records interval reads are   *
      * held too, for the price plan eligibility check.                *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Meter asset register, one record per meter
           SELECT MTRASSET-FILE
           ASSIGN TO 'MTRASSET'
           ORGANIZATION IS INDEXED
           RECORD KEY IS MA-MTR-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ASSET-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  MTRASSET-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRASET0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-ASSET-STA               PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-ASSET-OPEN              PIC X(01) VALUE 'N'.
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
         COPY ASMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING ASMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM C0000-MAINTAIN-ASSET
              THRU C0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
      *-- The lookup only reads, and no register yet just means every
      *-- meter is an ordinary one
           MOVE 'N'
             TO WS-ASSET-OPEN

           IF C01-ACTION-CD OF ASMNT-REQ = 'G'
              OPEN INPUT MTRASSET-FILE
              IF WS-ASSET-STA = '35'
                 GO TO A0000-EXIT
              END-IF
           ELSE
      *-- File may not exist yet the very first time a meter is added
              OPEN I-O MTRASSET-FILE
              IF WS-ASSET-STA = '35'
                 OPEN OUTPUT MTRASSET-FILE
                 CLOSE MTRASSET-FILE
                 OPEN I-O MTRASSET-FILE
              END-IF
           END-IF

           IF WS-ASSET-STA NOT = '00'
              STRING 'Error in opening meter asset file - '
                  WS-ASSET-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF ASMNT-REQ
              GO TO Z0000-PROCESS-END
           END-IF

           MOVE 'Y'
             TO WS-ASSET-OPEN
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           IF C01-ASSET-MTR-ID = SPACES
              MOVE 'INPUT METER ID IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF ASMNT-REQ
              GO TO Z0000-PROCESS-END
           END-IF

           IF C01-ACTION-CD OF ASMNT-REQ NOT = 'A'
              AND C01-ACTION-CD OF ASMNT-REQ NOT = 'C'
              AND C01-ACTION-CD OF ASMNT-REQ NOT = 'D'
              AND C01-ACTION-CD OF ASMNT-REQ NOT = 'I'
              AND C01-ACTION-CD OF ASMNT-REQ NOT = 'G'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D, I OR G'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF ASMNT-REQ
              GO TO Z0000-PROCESS-END
           END-IF

      *-- Zero dial count / multiplier on an add mean the ordinary
      *-- two-dial, whole-current meter; on a change they leave the
      *-- stored values alone
           IF (C01-ACTION-CD OF ASMNT-REQ = 'A'
               OR C01-ACTION-CD OF ASMNT-REQ = 'C')
              AND C01-DIAL-COUNT NOT = ZEROES
              AND C01-DIAL-COUNT NOT = 1
              AND C01-DIAL-COUNT NOT = 2
              MOVE 'DIAL COUNT MUST BE 1 OR 2'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF ASMNT-REQ
              GO TO Z0000-PROCESS-END
           END-IF

      *-- Blank fuel is "not recorded"; blank interval flag is an
      *-- ordinary meter on an add and no change on a change
           IF (C01-ACTION-CD OF ASMNT-REQ = 'A'
               OR C01-ACTION-CD OF ASMNT-REQ = 'C')
              AND C01-ASSET-FUEL NOT = SPACES
              AND C01-ASSET-FUEL NOT = 'E'
              AND C01-ASSET-FUEL NOT = 'G'
              MOVE 'FUEL TYPE MUST BE E OR G'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF ASMNT-REQ
              GO TO Z0000-PROCESS-END
           END-IF

           IF (C01-ACTION-CD OF ASMNT-REQ = 'A'
               OR C01-ACTION-CD OF ASMNT-REQ = 'C')
              AND C01-INTERVAL-FLAG NOT = SPACES
              AND C01-INTERVAL-FLAG NOT = 'Y'
              AND C01-INTERVAL-FLAG NOT = 'N'
              MOVE 'INTERVAL FLAG MUST BE Y OR N'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF ASMNT-REQ
              GO TO Z0000-PROCESS-END
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-ASSET.
      *--------------------------------------------------------------*
           EVALUATE C01-ACTION-CD OF ASMNT-REQ
              WHEN 'A'
                 PERFORM C1500-ADD-ASSET
                    THRU C1500-EXIT
              WHEN 'C'
                 PERFORM C1600-CHANGE-ASSET
                    THRU C1600-EXIT
              WHEN 'D'
                 PERFORM C1700-DELETE-ASSET
                    THRU C1700-EXIT
              WHEN 'I'
                 PERFORM C1800-INQUIRE-ASSET
                    THRU C1800-EXIT
              WHEN 'G'
                 PERFORM C1900-GET-REGISTER
                    THRU C1900-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-ADD-ASSET.
      *--------------------------------------------------------------*
           MOVE C01-ASSET-MTR-ID
             TO MA-MTR-ID

           MOVE C01-MANUFACTURER
             TO MA-MANUFACTURER

           MOVE C01-MODEL
             TO MA-MODEL

           MOVE C01-INSTALL-DATE
             TO MA-INSTALL-DATE

           IF C01-DIAL-COUNT = ZEROES
              MOVE 2
                TO MA-DIAL-COUNT
           ELSE
              MOVE C01-DIAL-COUNT
                TO MA-DIAL-COUNT
           END-IF

           IF C01-MULTIPLIER = ZEROES
              MOVE 1
                TO MA-MULTIPLIER
           ELSE
              MOVE C01-MULTIPLIER
                TO MA-MULTIPLIER
           END-IF

           MOVE C01-ASSET-FUEL
             TO MA-FUEL-TYPE

           IF C01-INTERVAL-FLAG = 'Y'
              MOVE 'Y'
                TO MA-INTERVAL
           ELSE
              MOVE 'N'
                TO MA-INTERVAL
           END-IF

           MOVE C01-ASSET-OPERATOR
             TO MA-OPERATOR

           WRITE MTRASSET-REC
              INVALID KEY
                 MOVE 'METER IS ALREADY ON THE ASSET REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF ASMNT-REQ
           END-WRITE

           IF C01-RETURN-CD OF ASMNT-REQ = '0'
              MOVE SPACES
                TO WS-JRN-BEFORE

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1600-CHANGE-ASSET.
      *--------------------------------------------------------------*
      *-- Only the fields supplied change
           MOVE C01-ASSET-MTR-ID
             TO MA-MTR-ID

           READ MTRASSET-FILE
              INVALID KEY
                 MOVE 'METER IS NOT ON THE ASSET REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF ASMNT-REQ
                 GO TO C1600-EXIT
           END-READ

           MOVE MTRASSET-REC
             TO WS-JRN-BEFORE

           IF C01-MANUFACTURER NOT = SPACES
              MOVE C01-MANUFACTURER
                TO MA-MANUFACTURER
           END-IF

           IF C01-MODEL NOT = SPACES
              MOVE C01-MODEL
                TO MA-MODEL
           END-IF

           IF C01-INSTALL-DATE NOT = ZEROES
              MOVE C01-INSTALL-DATE
                TO MA-INSTALL-DATE
           END-IF

           IF C01-DIAL-COUNT NOT = ZEROES
              MOVE C01-DIAL-COUNT
                TO MA-DIAL-COUNT
           END-IF

           IF C01-MULTIPLIER NOT = ZEROES
              MOVE C01-MULTIPLIER
                TO MA-MULTIPLIER
           END-IF

           IF C01-ASSET-FUEL NOT = SPACES
              MOVE C01-ASSET-FUEL
                TO MA-FUEL-TYPE
           END-IF

           IF C01-INTERVAL-FLAG NOT = SPACES
              MOVE C01-INTERVAL-FLAG
                TO MA-INTERVAL
           END-IF

           MOVE C01-ASSET-OPERATOR
             TO MA-OPERATOR

           REWRITE MTRASSET-REC
              INVALID KEY
                 MOVE 'ERROR REWRITING METER ASSET RECORD'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF ASMNT-REQ
           END-REWRITE

           IF C01-RETURN-CD OF ASMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1600-EXIT.
      *--------------------------------------------------------------*
       C1700-DELETE-ASSET.
      *--------------------------------------------------------------*
           MOVE C01-ASSET-MTR-ID
             TO MA-MTR-ID

      *-- Read first, so the journal carries what the deleted record
      *-- used to hold
           READ MTRASSET-FILE
              INVALID KEY
                 MOVE 'METER IS NOT ON THE ASSET REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF ASMNT-REQ
                 GO TO C1700-EXIT
           END-READ

           MOVE MTRASSET-REC
             TO WS-JRN-BEFORE

           DELETE MTRASSET-FILE
              INVALID KEY
                 MOVE 'METER IS NOT ON THE ASSET REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF ASMNT-REQ
           END-DELETE

           IF C01-RETURN-CD OF ASMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1700-EXIT.
      *--------------------------------------------------------------*
       C1800-INQUIRE-ASSET.
      *--------------------------------------------------------------*
           MOVE C01-ASSET-MTR-ID
             TO MA-MTR-ID

           READ MTRASSET-FILE
              INVALID KEY
                 MOVE 'METER IS NOT ON THE ASSET REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF ASMNT-REQ
                 GO TO C1800-EXIT
           END-READ

           MOVE MA-MANUFACTURER
             TO C01-MANUFACTURER

           MOVE MA-MODEL
             TO C01-MODEL

           MOVE MA-INSTALL-DATE
             TO C01-INSTALL-DATE

           MOVE MA-DIAL-COUNT
             TO C01-DIAL-COUNT

           MOVE MA-MULTIPLIER
             TO C01-MULTIPLIER

           MOVE MA-FUEL-TYPE
             TO C01-ASSET-FUEL

           MOVE MA-INTERVAL
             TO C01-INTERVAL-FLAG

           PERFORM C1950-SET-REGISTER-MAX
              THRU C1950-EXIT
           .
       C1800-EXIT.
      *--------------------------------------------------------------*
       C1900-GET-REGISTER.
      *--------------------------------------------------------------*
      *-- An ordinary two-dial, whole-current meter until the
      *-- register says otherwise
           MOVE 2
             TO C01-DIAL-COUNT

           MOVE 1
             TO C01-MULTIPLIER

           MOVE SPACES
             TO C01-ASSET-FUEL

           MOVE 'N'
             TO C01-INTERVAL-FLAG

           IF WS-ASSET-OPEN = 'Y'
              MOVE C01-ASSET-MTR-ID
                TO MA-MTR-ID

              READ MTRASSET-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MA-MANUFACTURER
                      TO C01-MANUFACTURER

                    MOVE MA-MODEL
                      TO C01-MODEL

                    MOVE MA-INSTALL-DATE
                      TO C01-INSTALL-DATE

                    IF MA-DIAL-COUNT = 1
                       MOVE 1
                         TO C01-DIAL-COUNT
                    END-IF

                    IF MA-MULTIPLIER > ZEROES
                       MOVE MA-MULTIPLIER
                         TO C01-MULTIPLIER
                    END-IF

                    MOVE MA-FUEL-TYPE
                      TO C01-ASSET-FUEL

                    IF MA-INTERVAL = 'Y'
                       MOVE 'Y'
                         TO C01-INTERVAL-FLAG
                    END-IF
              END-READ
           END-IF

           PERFORM C1950-SET-REGISTER-MAX
              THRU C1950-EXIT
           .
       C1900-EXIT.
      *--------------------------------------------------------------*
       C1950-SET-REGISTER-MAX.
      *--------------------------------------------------------------*
           IF C01-DIAL-COUNT = 1
              MOVE 9.99999
                TO C01-REGISTER-MAX
           ELSE
              MOVE 99.99999
                TO C01-REGISTER-MAX
           END-IF
           .
       C1950-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The
      *-- before image was captured ahead of the action (spaces on an
      *-- add); the after image is the record as it now stands
      *-- (spaces on a delete).
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE 'MTRASSET'
             TO C01-FILE-NAME

           MOVE C01-ACTION-CD OF ASMNT-REQ
             TO C01-JRN-ACTION

           MOVE MA-MTR-ID
             TO C01-REC-KEY

           MOVE C01-ASSET-OPERATOR
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           IF C01-ACTION-CD OF ASMNT-REQ = 'D'
              MOVE SPACES
                TO C01-AFTER-IMAGE
           ELSE
              MOVE MTRASSET-REC
                TO C01-AFTER-IMAGE
           END-IF

           CALL 'MTRCHJRN'
          USING CHJRNL-REQ
           .
       X8000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Saying Good Bye and Exiting
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-ASSET-OPEN = 'Y'
              CLOSE MTRASSET-FILE
              IF WS-ASSET-STA NOT = '00'
                 STRING 'Error in Closing meter asset file - '
                     WS-ASSET-STA
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
