       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRCNOTE.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * CICS online contact notes transaction - an agent adds a note   *
      * of what the customer was told (channel, category and free      *
      * text, optionally against one meter) to the CONTACT file while  *
      * still on the call, or pages through an account's notes newest  *
      * first, five to a page: the COMMAREA carries the key of the     *
      * last note shown back in to fetch the page after it. The call   *
      * history the agents used to keep in their own notebooks.        *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
           05 WS-RESP                    PIC S9(8) COMP.
           05 WS-BROWSE-DONE             PIC X(01) VALUE 'N'.
           05 WS-BROWSE-STARTED          PIC X(01) VALUE 'N'.
           05 WS-WRITE-DONE              PIC X(01) VALUE 'N'.
           05 WS-SEQ-TRIES               PIC 9(03) VALUE ZEROES.
           05 WS-CURRENT-TIMESTAMP       PIC X(21) VALUE SPACES.
           05 NOTE-IDX                   PIC 9(02) VALUE ZEROES.
      *-- Notes shown to a page
           05 WS-PAGE-SIZE               PIC 9(02) VALUE 5.

           COPY CNOTE0.

      *-- Same key/record shape as the MTRPLAN file's FD in
      *-- PRCPLACT/MTRPLSWT, to prove the account exists.
       01  MTR-REC.
           05 MP-KEY.
              10 ACCOUNT-ID         PIC X(12).
              10 UINFO-MTR-ID       PIC X(12).
              10 PLAN-START-DATE.
                 15  YEAR         PIC 9(4).
                 15  MONTH        PIC 9(2).
                 15  DD           PIC 9(2).
           05 USER-NAME          PIC X(50).
           05 POWER-SUPL-NAME    PIC X(50).
           05 POWER-PLAN-NAME    PIC X(50).
           05 PLAN-END-DATE.
              10  YEAR         PIC 9(4).
              10  MONTH        PIC 9(2).
              10  DD           PIC 9(2).

      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
      *-- 'A' add a note, 'V' view a page of the account's notes
           05 CA-ACTION-CD        PIC X(01).
           05 CA-ACCOUNT-ID       PIC X(12).
      *-- '0' done, '1' rejected (see CA-REASON-TEXT), '9' bad input
           05 CA-RETURN-CD        PIC X(01) VALUE ZEROES.
           05 CA-REASON-TEXT      PIC X(60) VALUE SPACES.
      *-- 'A' only - the note to add. The meter id may be left blank.
           05 CA-OPERATOR         PIC X(08).
           05 CA-CHANNEL          PIC X(01).
           05 CA-CATEGORY         PIC X(04).
           05 CA-MTR-ID           PIC X(12).
           05 CA-TEXT             PIC X(200).
      *-- 'V' - the key of the last note already shown, ZEROES for
      *-- the first page. Returned as the last note on this page,
      *-- ready to send back in for the next.
           05 CA-RESUME-DATE      PIC 9(08) VALUE ZEROES.
           05 CA-RESUME-TIME      PIC 9(08) VALUE ZEROES.
      *-- 'V' - 'Y' when older notes follow this page
           05 CA-MORE-FLAG        PIC X(01) VALUE 'N'.
           05 CA-NOTE-COUNT       PIC 9(02) VALUE ZEROES.
           05 CA-NOTE-ENTRY OCCURS 5 TIMES.
              10 CA-NOTE-DATE        PIC 9(08).
              10 CA-NOTE-TIME        PIC 9(08).
              10 CA-NOTE-OPERATOR    PIC X(08).
              10 CA-NOTE-CHANNEL     PIC X(01).
              10 CA-NOTE-CATEGORY    PIC X(04).
              10 CA-NOTE-MTR-ID      PIC X(12).
              10 CA-NOTE-TEXT        PIC X(200).
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-VALIDATE
              THRU A0000-EXIT

           IF CA-ACTION-CD = 'A'
              PERFORM B0000-ADD-NOTE
                 THRU B0000-EXIT
           ELSE
              PERFORM C0000-VIEW-NOTES
                 THRU C0000-EXIT
           END-IF
           .
       PROGRAM-DONE.
           EXEC CICS RETURN
           END-EXEC
           .

      *-----------------*
       A0000-VALIDATE.
      *-----------------*
           MOVE '0'
             TO CA-RETURN-CD

           MOVE SPACES
             TO CA-REASON-TEXT

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-TIMESTAMP

           IF CA-ACCOUNT-ID = SPACES
              MOVE 'ACCOUNT ID IS BLANK'
                TO CA-REASON-TEXT
              MOVE '9'
                TO CA-RETURN-CD
              GO TO PROGRAM-DONE
           END-IF

           IF CA-ACTION-CD NOT = 'A'
              AND CA-ACTION-CD NOT = 'V'
              MOVE 'ACTION MUST BE A (ADD) OR V (VIEW)'
                TO CA-REASON-TEXT
              MOVE '9'
                TO CA-RETURN-CD
              GO TO PROGRAM-DONE
           END-IF

           IF CA-ACTION-CD = 'V'
              GO TO A0000-EXIT
           END-IF

           IF CA-OPERATOR = SPACES
              MOVE 'OPERATOR IS BLANK'
                TO CA-REASON-TEXT
              MOVE '9'
                TO CA-RETURN-CD
              GO TO PROGRAM-DONE
           END-IF

           IF CA-CHANNEL NOT = 'P'
              AND CA-CHANNEL NOT = 'E'
              AND CA-CHANNEL NOT = 'L'
              AND CA-CHANNEL NOT = 'W'
              AND CA-CHANNEL NOT = 'V'
              MOVE 'CHANNEL MUST BE P, E, L, W OR V'
                TO CA-REASON-TEXT
              MOVE '9'
                TO CA-RETURN-CD
              GO TO PROGRAM-DONE
           END-IF

           IF CA-CATEGORY NOT = 'CMPL'
              AND CA-CATEGORY NOT = 'PTOP'
              AND CA-CATEGORY NOT = 'MACC'
              AND CA-CATEGORY NOT = 'GENL'
              MOVE 'CATEGORY MUST BE CMPL, PTOP, MACC OR GENL'
                TO CA-REASON-TEXT
              MOVE '9'
                TO CA-RETURN-CD
              GO TO PROGRAM-DONE
           END-IF

           IF CA-TEXT = SPACES
              MOVE 'NOTE TEXT IS BLANK'
                TO CA-REASON-TEXT
              MOVE '9'
                TO CA-RETURN-CD
              GO TO PROGRAM-DONE
           END-IF
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-ADD-NOTE.
      *--------------------------------------------------------------*
      *-- The account must have at least one plan period on file - a
      *-- mistyped account id would otherwise collect notes nobody
      *-- ever sees again.
           MOVE CA-ACCOUNT-ID
             TO ACCOUNT-ID

           MOVE LOW-VALUES
             TO UINFO-MTR-ID

           MOVE ZEROES
             TO PLAN-START-DATE

           EXEC CICS STARTBR
               FILE('MTRPLAN')
               RIDFLD(MP-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                  FILE('MTRPLAN')
                  INTO(MTR-REC)
                  RIDFLD(MP-KEY)
                  RESP(WS-RESP)
              END-EXEC

              EXEC CICS ENDBR
                  FILE('MTRPLAN')
              END-EXEC
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR ACCOUNT-ID NOT = CA-ACCOUNT-ID
              MOVE 'ACCOUNT NOT FOUND - NOTE NOT ADDED'
                TO CA-REASON-TEXT
              MOVE '1'
                TO CA-RETURN-CD
              GO TO PROGRAM-DONE
           END-IF

           MOVE CA-ACCOUNT-ID
             TO CN-ACCOUNT-ID

           MOVE WS-CURRENT-TIMESTAMP (1:8)
             TO CN-NOTE-DATE

           MOVE WS-CURRENT-TIMESTAMP (9:8)
             TO CN-NOTE-TIME

           MOVE CA-MTR-ID
             TO CN-MTR-ID

           MOVE CA-OPERATOR
             TO CN-OPERATOR

           MOVE CA-CHANNEL
             TO CN-CHANNEL

           MOVE CA-CATEGORY
             TO CN-CATEGORY

           MOVE CA-TEXT
             TO CN-TEXT

           MOVE 'N'
             TO WS-WRITE-DONE

           MOVE ZEROES
             TO WS-SEQ-TRIES

           PERFORM B1500-TRY-WRITE-NOTE
              THRU B1500-EXIT
            UNTIL WS-WRITE-DONE = 'Y'
               OR WS-SEQ-TRIES > 98

           IF WS-WRITE-DONE = 'Y'
              MOVE 'NOTE ADDED'
                TO CA-REASON-TEXT

              MOVE CN-NOTE-DATE
                TO CA-RESUME-DATE

              MOVE CN-NOTE-TIME
                TO CA-RESUME-TIME
           ELSE
              MOVE 'ADD FAILED - PLEASE RETRY'
                TO CA-REASON-TEXT
              MOVE '1'
                TO CA-RETURN-CD
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-TRY-WRITE-NOTE.
      *--------------------------------------------------------------*
      *-- Two notes keyed in the same hundredth of a second for one
      *-- account - the later one is stepped on a hundredth.
           EXEC CICS WRITE
               FILE('CONTACT')
               FROM(CNOTE-REC)
               RIDFLD(CN-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y'
                TO WS-WRITE-DONE
              GO TO B1500-EXIT
           END-IF

           IF WS-RESP NOT = DFHRESP(DUPREC)
              MOVE 99
                TO WS-SEQ-TRIES
              GO TO B1500-EXIT
           END-IF

           ADD 1
             TO CN-NOTE-TIME
                WS-SEQ-TRIES
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-VIEW-NOTES.
      *--------------------------------------------------------------*
      *-- Position at the resume key (past the account's newest note
      *-- on the first page) and read backwards. A position past the
      *-- end of the file starts again from its very end, the
      *-- MTRRDINQ idiom.
           MOVE ZEROES
             TO CA-NOTE-COUNT

           MOVE 'N'
             TO CA-MORE-FLAG

           MOVE CA-ACCOUNT-ID
             TO CN-ACCOUNT-ID

           IF CA-RESUME-DATE = ZEROES
              MOVE HIGH-VALUES
                TO CN-NOTE-DATE
                   CN-NOTE-TIME
           ELSE
              MOVE CA-RESUME-DATE
                TO CN-NOTE-DATE

              MOVE CA-RESUME-TIME
                TO CN-NOTE-TIME
           END-IF

           MOVE 'N'
             TO WS-BROWSE-STARTED

           EXEC CICS STARTBR
               FILE('CONTACT')
               RIDFLD(CN-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE HIGH-VALUES
                TO CN-KEY

              EXEC CICS STARTBR
                  FILE('CONTACT')
                  RIDFLD(CN-KEY)
                  GTEQ
                  RESP(WS-RESP)
              END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y'
                TO WS-BROWSE-STARTED

              MOVE 'N'
                TO WS-BROWSE-DONE

              PERFORM C1500-READ-PREV-NOTE
                 THRU C1500-EXIT
               UNTIL WS-BROWSE-DONE = 'Y'

              EXEC CICS ENDBR
                  FILE('CONTACT')
              END-EXEC
           END-IF

           IF CA-NOTE-COUNT = ZEROES
              IF CA-RESUME-DATE = ZEROES
                 MOVE 'NO CONTACT NOTES FOR THIS ACCOUNT'
                   TO CA-REASON-TEXT
              ELSE
                 MOVE 'NO OLDER NOTES'
                   TO CA-REASON-TEXT
              END-IF
              MOVE '1'
                TO CA-RETURN-CD
              GO TO PROGRAM-DONE
           END-IF

           MOVE CA-NOTE-DATE (CA-NOTE-COUNT)
             TO CA-RESUME-DATE

           MOVE CA-NOTE-TIME (CA-NOTE-COUNT)
             TO CA-RESUME-TIME
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-READ-PREV-NOTE.
      *--------------------------------------------------------------*
           EXEC CICS READPREV
               FILE('CONTACT')
               INTO(CNOTE-REC)
               RIDFLD(CN-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'
                TO WS-BROWSE-DONE
              GO TO C1500-EXIT
           END-IF

      *-- The browse may first return the record it positioned on -
      *-- the next account's first note, or the resume note itself -
      *-- so step back past anything not strictly older
           IF CN-ACCOUNT-ID > CA-ACCOUNT-ID
              GO TO C1500-EXIT
           END-IF

           IF CN-ACCOUNT-ID < CA-ACCOUNT-ID
              MOVE 'Y'
                TO WS-BROWSE-DONE
              GO TO C1500-EXIT
           END-IF

           IF CA-RESUME-DATE NOT = ZEROES
              AND (CN-NOTE-DATE > CA-RESUME-DATE
                   OR (CN-NOTE-DATE = CA-RESUME-DATE
                       AND CN-NOTE-TIME NOT < CA-RESUME-TIME))
              GO TO C1500-EXIT
           END-IF

      *-- One past a full page only tells the agent there is more
           IF CA-NOTE-COUNT >= WS-PAGE-SIZE
              MOVE 'Y'
                TO CA-MORE-FLAG
              MOVE 'Y'
                TO WS-BROWSE-DONE
              GO TO C1500-EXIT
           END-IF

           ADD 1
             TO CA-NOTE-COUNT

           MOVE CA-NOTE-COUNT
             TO NOTE-IDX

           MOVE CN-NOTE-DATE
             TO CA-NOTE-DATE (NOTE-IDX)

           MOVE CN-NOTE-TIME
             TO CA-NOTE-TIME (NOTE-IDX)

           MOVE CN-OPERATOR
             TO CA-NOTE-OPERATOR (NOTE-IDX)

           MOVE CN-CHANNEL
             TO CA-NOTE-CHANNEL (NOTE-IDX)

           MOVE CN-CATEGORY
             TO CA-NOTE-CATEGORY (NOTE-IDX)

           MOVE CN-MTR-ID
             TO CA-NOTE-MTR-ID (NOTE-IDX)

           MOVE CN-TEXT
             TO CA-NOTE-TEXT (NOTE-IDX)
           .
       C1500-EXIT.
