       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRAUTMT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance and checking program for the OPAUTH operator       *
      * authority table - add, change, delete or inquire on the        *
      * financial actions an operator may perform and the limit on     *
      * each, and verify an operator's action against them. MTRADJMT,  *
      * MTRPYSUS, MTRDSPMT and MTRMDMNT verify every adjustment,       *
      * suspense re-post, upheld dispute and mandate reinstatement     *
      * through the 'V' action; one over the operator's limit is       *
      * parked on APRPND until a more senior operator approves it      *
      * through MTRAPRMT, which checks the approver with 'K'.          *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Operator authority table, keyed by operator id
           SELECT OPAUTH-FILE
           ASSIGN TO 'OPAUTH'
           ORGANIZATION IS INDEXED
           RECORD KEY IS OA-OPERATOR
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-OPAUTH-STA.

      *-- Actions parked pending approval, keyed by date and sequence
           SELECT APRPND-FILE
           ASSIGN TO 'APRPND'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AP-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-APRPND-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  OPAUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPAUTH0.
      *
       FD  APRPND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APRPND0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-OPAUTH-STA              PIC 9(02) VALUE ZEROES.
           05 WS-APRPND-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-OPAUTH-OPEN             PIC X(01) VALUE 'N'.
           05 WS-APRPND-OPEN             PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-NOW-6                   PIC 9(06) VALUE ZEROES.
      *-- Action list checking and searching
           05 WS-IX                      PIC 9(02) VALUE ZEROES.
           05 WS-ACT-FOUND               PIC X(01) VALUE 'N'.
           05 WS-ACT-LIMIT               PIC 9(9)V99 VALUE ZEROES.
           05 WS-ENTRY-BAD               PIC X(01) VALUE 'N'.
           05 WS-TABLE-EMPTY             PIC X(01) VALUE 'N'.
      *-- The originator's standing, kept while the approver is read
           05 WS-ORIG-LEVEL              PIC 9(01) VALUE ZEROES.
      *-- Parking a request
           05 WS-PND-WRITTEN             PIC X(01) VALUE 'N'.
           05 WS-SEQ-TRIES               PIC 9(05) VALUE ZEROES.
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
         COPY AUTMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING AUTMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-MAINTAIN-AUTH
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
           MOVE '0'
             TO C01-RETURN-CD OF AUTMNT-REQ

      *-- Called once per financial action by the maintenance
      *-- programs, and VALUE clauses only take effect on the first
      *-- CALL
           MOVE 'N'
             TO WS-OPAUTH-OPEN
                WS-APRPND-OPEN

           MOVE SPACES
             TO C01-AUTH-REASON

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

           MOVE WS-TODAY-TIMESTAMP (9:6)
             TO WS-NOW-6

      *-- No table yet: a verify or approver check answers '2' - the
      *-- callers treat that as a pass until the table is populated;
      *-- maintenance creates the file.
           OPEN I-O OPAUTH-FILE
           IF WS-OPAUTH-STA = '35'
              IF C01-ACTION-CD OF AUTMNT-REQ = 'V'
                 OR C01-ACTION-CD OF AUTMNT-REQ = 'K'
                 MOVE '2'
                   TO C01-RETURN-CD OF AUTMNT-REQ
                 MOVE 'NO OPERATOR AUTHORITY TABLE'
                   TO C01-AUTH-REASON
                 PERFORM Z0000-PROCESS-END
              ELSE
                 OPEN OUTPUT OPAUTH-FILE
                 CLOSE OPAUTH-FILE
                 OPEN I-O OPAUTH-FILE
              END-IF
           END-IF

           IF WS-OPAUTH-STA NOT = '00'
              STRING 'Error in opening operator authority file - '
                  WS-OPAUTH-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF AUTMNT-REQ
              PERFORM Z0000-PROCESS-END
           END-IF

           MOVE 'Y'
             TO WS-OPAUTH-OPEN
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           IF C01-ACTION-CD OF AUTMNT-REQ NOT = 'A'
              AND C01-ACTION-CD OF AUTMNT-REQ NOT = 'C'
              AND C01-ACTION-CD OF AUTMNT-REQ NOT = 'D'
              AND C01-ACTION-CD OF AUTMNT-REQ NOT = 'I'
              AND C01-ACTION-CD OF AUTMNT-REQ NOT = 'V'
              AND C01-ACTION-CD OF AUTMNT-REQ NOT = 'K'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D, I, V OR K'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF

           IF C01-AUTH-OPERATOR = SPACES
              MOVE 'INPUT OPERATOR ID IS BLANK'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF

           EVALUATE C01-ACTION-CD OF AUTMNT-REQ
              WHEN 'A'
              WHEN 'C'
                 PERFORM B1000-VALIDATE-ENTRIES
                    THRU B1000-EXIT
                 PERFORM B3000-CHECK-MAINTAINER
                    THRU B3000-EXIT
              WHEN 'D'
                 PERFORM B3000-CHECK-MAINTAINER
                    THRU B3000-EXIT
              WHEN 'V'
              WHEN 'K'
                 PERFORM B2000-VALIDATE-CHECK
                    THRU B2000-EXIT
           END-EVALUATE
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1000-VALIDATE-ENTRIES.
      *--------------------------------------------------------------*
           IF C01-AUTH-LEVEL NOT NUMERIC
              OR C01-AUTH-LEVEL = ZEROES
              MOVE 'SENIORITY LEVEL MUST BE 1 TO 9'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF

           IF C01-AUTH-COUNT NOT NUMERIC
              OR C01-AUTH-COUNT > 10
              MOVE 'AN OPERATOR MAY HOLD AT MOST 10 ACTIONS'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF

           MOVE 'N'
             TO WS-ENTRY-BAD

           PERFORM B1100-CHECK-ENTRY
              THRU B1100-EXIT
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > C01-AUTH-COUNT

           IF WS-ENTRY-BAD = 'Y'
              MOVE 'ACTIONS MUST BE ADJT PSRP DSPU MDRN OR AUTH'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF
           .
       B1000-EXIT.
      *--------------------------------------------------------------*
       B1100-CHECK-ENTRY.
      *--------------------------------------------------------------*
           IF C01-AUTH-HELD (WS-IX) NOT = 'ADJT'
              AND C01-AUTH-HELD (WS-IX) NOT = 'PSRP'
              AND C01-AUTH-HELD (WS-IX) NOT = 'DSPU'
              AND C01-AUTH-HELD (WS-IX) NOT = 'MDRN'
              AND C01-AUTH-HELD (WS-IX) NOT = 'AUTH'
              MOVE 'Y'
                TO WS-ENTRY-BAD
           END-IF

           IF C01-AUTH-LIMIT (WS-IX) NOT NUMERIC
              MOVE 'Y'
                TO WS-ENTRY-BAD
           END-IF
           .
       B1100-EXIT.
      *--------------------------------------------------------------*
       B2000-VALIDATE-CHECK.
      *--------------------------------------------------------------*
           IF C01-AUTH-ACTION NOT = 'ADJT'
              AND C01-AUTH-ACTION NOT = 'PSRP'
              AND C01-AUTH-ACTION NOT = 'DSPU'
              AND C01-AUTH-ACTION NOT = 'MDRN'
              MOVE 'ACTION TO CHECK MUST BE ADJT PSRP DSPU OR MDRN'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF

           IF C01-AUTH-AMOUNT NOT NUMERIC
              MOVE 'AMOUNT TO CHECK IS NOT NUMERIC'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF

           IF C01-ACTION-CD OF AUTMNT-REQ = 'K'
              AND C01-APPROVER OF AUTMNT-REQ = SPACES
              MOVE 'APPROVER ID IS BLANK'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF
           .
       B2000-EXIT.
      *--------------------------------------------------------------*
       B3000-CHECK-MAINTAINER.
      *--------------------------------------------------------------*
      *-- The table is itself a control: whoever keys a change to it
      *-- must hold AUTH, and nobody sets their own authorities. The
      *-- very first record has nobody to authorise it, so an empty
      *-- table takes an add from anyone.
           IF C01-OPERATOR OF AUTMNT-REQ = SPACES
              MOVE 'OPERATOR MAKING THE CHANGE IS REQUIRED'
                TO WS-ERROR-TEXT
              PERFORM B9000-REJECT-REQUEST
                 THRU B9000-EXIT
           END-IF

           IF C01-OPERATOR OF AUTMNT-REQ = C01-AUTH-OPERATOR
              MOVE 'AN OPERATOR MAY NOT MAINTAIN THEIR OWN AUTHORITY'
                TO WS-ERROR-TEXT
              MOVE '8'
                TO C01-RETURN-CD OF AUTMNT-REQ
              DISPLAY WS-ERROR-TEXT
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           MOVE 'N'
             TO WS-TABLE-EMPTY

           MOVE LOW-VALUES
             TO OA-OPERATOR

           START OPAUTH-FILE KEY IS NOT LESS THAN OA-OPERATOR
              INVALID KEY
                 MOVE 'Y'
                   TO WS-TABLE-EMPTY
           END-START

           IF WS-TABLE-EMPTY = 'Y'
              AND C01-ACTION-CD OF AUTMNT-REQ = 'A'
              GO TO B3000-EXIT
           END-IF

           MOVE C01-OPERATOR OF AUTMNT-REQ
             TO OA-OPERATOR

           MOVE 'AUTH'
             TO C01-AUTH-ACTION

           MOVE 'N'
             TO WS-ACT-FOUND

           READ OPAUTH-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM D7000-FIND-ACTION
                    THRU D7000-EXIT
           END-READ

           MOVE SPACES
             TO C01-AUTH-ACTION

           IF WS-ACT-FOUND NOT = 'Y'
              MOVE 'OPERATOR MAY NOT MAINTAIN THE AUTHORITY TABLE'
                TO WS-ERROR-TEXT
              MOVE '8'
                TO C01-RETURN-CD OF AUTMNT-REQ
              DISPLAY WS-ERROR-TEXT
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF
           .
       B3000-EXIT.
      *--------------------------------------------------------------*
       B9000-REJECT-REQUEST.
      *--------------------------------------------------------------*
      *-- The table is open by now, and the checks come round once
      *-- per financial action, so close it on the way out
           DISPLAY WS-ERROR-TEXT
           MOVE '9'
             TO C01-RETURN-CD OF AUTMNT-REQ
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       B9000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-AUTH.
      *--------------------------------------------------------------*
           EVALUATE C01-ACTION-CD OF AUTMNT-REQ
              WHEN 'A'
                 PERFORM D1000-ADD-OPERATOR
                    THRU D1000-EXIT
              WHEN 'C'
                 PERFORM D2000-CHANGE-OPERATOR
                    THRU D2000-EXIT
              WHEN 'D'
                 PERFORM D3000-DELETE-OPERATOR
                    THRU D3000-EXIT
              WHEN 'I'
                 PERFORM D4000-INQUIRE-OPERATOR
                    THRU D4000-EXIT
              WHEN 'V'
                 PERFORM D5000-VERIFY-ACTION
                    THRU D5000-EXIT
              WHEN 'K'
                 PERFORM D6000-CHECK-APPROVER
                    THRU D6000-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D1000-ADD-OPERATOR.
      *--------------------------------------------------------------*
           MOVE C01-AUTH-OPERATOR
             TO OA-OPERATOR

           PERFORM D1500-SET-AUTHORITY
              THRU D1500-EXIT

           WRITE OPAUTH-REC
              INVALID KEY
                 MOVE 'Operator already on the authority table'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF AUTMNT-REQ
           END-WRITE

           IF C01-RETURN-CD OF AUTMNT-REQ = '0'
              MOVE SPACES
                TO WS-JRN-BEFORE

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D1500-SET-AUTHORITY.
      *--------------------------------------------------------------*
      *-- A change replaces the whole action list - the request
      *-- carries the operator's authorities as they are to stand
           MOVE C01-AUTH-NAME
             TO OA-NAME

           MOVE C01-AUTH-LEVEL
             TO OA-LEVEL

           MOVE C01-AUTH-COUNT
             TO OA-ACTION-COUNT

           PERFORM D1600-SET-ENTRY
              THRU D1600-EXIT
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > 10

           MOVE WS-TODAY-8
             TO OA-CHANGE-DATE

           MOVE C01-OPERATOR OF AUTMNT-REQ
             TO OA-CHANGED-BY
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       D1600-SET-ENTRY.
      *--------------------------------------------------------------*
           IF WS-IX > C01-AUTH-COUNT
              MOVE SPACES
                TO OA-ACTION (WS-IX)
              MOVE ZEROES
                TO OA-LIMIT (WS-IX)
           ELSE
              MOVE C01-AUTH-HELD (WS-IX)
                TO OA-ACTION (WS-IX)
              MOVE C01-AUTH-LIMIT (WS-IX)
                TO OA-LIMIT (WS-IX)
           END-IF
           .
       D1600-EXIT.
      *--------------------------------------------------------------*
       D2000-CHANGE-OPERATOR.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-OPERATOR
              THRU D2500-EXIT

           IF C01-RETURN-CD OF AUTMNT-REQ NOT = '0'
              GO TO D2000-EXIT
           END-IF

           MOVE OPAUTH-REC
             TO WS-JRN-BEFORE

           PERFORM D1500-SET-AUTHORITY
              THRU D1500-EXIT

           REWRITE OPAUTH-REC
              INVALID KEY
                 MOVE 'Error updating operator authority record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF AUTMNT-REQ
           END-REWRITE

           IF C01-RETURN-CD OF AUTMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-READ-OPERATOR.
      *--------------------------------------------------------------*
           MOVE C01-AUTH-OPERATOR
             TO OA-OPERATOR

           READ OPAUTH-FILE
              INVALID KEY
                 MOVE 'Operator not on the authority table'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF AUTMNT-REQ
           END-READ
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       D3000-DELETE-OPERATOR.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-OPERATOR
              THRU D2500-EXIT

           IF C01-RETURN-CD OF AUTMNT-REQ NOT = '0'
              GO TO D3000-EXIT
           END-IF

           MOVE OPAUTH-REC
             TO WS-JRN-BEFORE

           DELETE OPAUTH-FILE
              INVALID KEY
                 MOVE 'Error deleting operator authority record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF AUTMNT-REQ
           END-DELETE

           IF C01-RETURN-CD OF AUTMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D4000-INQUIRE-OPERATOR.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-OPERATOR
              THRU D2500-EXIT

           IF C01-RETURN-CD OF AUTMNT-REQ NOT = '0'
              GO TO D4000-EXIT
           END-IF

           MOVE OA-NAME
             TO C01-AUTH-NAME

           MOVE OA-LEVEL
             TO C01-AUTH-LEVEL

           MOVE OA-ACTION-COUNT
             TO C01-AUTH-COUNT

           PERFORM D4100-GET-ENTRY
              THRU D4100-EXIT
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > 10
           .
       D4000-EXIT.
      *--------------------------------------------------------------*
       D4100-GET-ENTRY.
      *--------------------------------------------------------------*
           MOVE OA-ACTION (WS-IX)
             TO C01-AUTH-HELD (WS-IX)

           MOVE OA-LIMIT (WS-IX)
             TO C01-AUTH-LIMIT (WS-IX)
           .
       D4100-EXIT.
      *--------------------------------------------------------------*
       D5000-VERIFY-ACTION.
      *--------------------------------------------------------------*
      *-- Within the operator's own limit the action goes ahead. Over
      *-- it, an approver already named on the request (an approval
      *-- being carried out) must be able to approve it; with nobody
      *-- named the request is parked for one.
           MOVE C01-AUTH-OPERATOR
             TO OA-OPERATOR

           READ OPAUTH-FILE
              INVALID KEY
                 MOVE 'OPERATOR NOT ON THE AUTHORITY TABLE'
                   TO C01-AUTH-REASON
                 MOVE '8'
                   TO C01-RETURN-CD OF AUTMNT-REQ
                 GO TO D5000-EXIT
           END-READ

           PERFORM D7000-FIND-ACTION
              THRU D7000-EXIT

           IF WS-ACT-FOUND NOT = 'Y'
              MOVE 'OPERATOR DOES NOT HOLD THIS ACTION'
                TO C01-AUTH-REASON
              MOVE '8'
                TO C01-RETURN-CD OF AUTMNT-REQ
              GO TO D5000-EXIT
           END-IF

           IF C01-AUTH-AMOUNT NOT > WS-ACT-LIMIT
              GO TO D5000-EXIT
           END-IF

           MOVE OA-LEVEL
             TO WS-ORIG-LEVEL

           IF C01-APPROVER OF AUTMNT-REQ NOT = SPACES
              PERFORM D6500-APPROVER-STANDING
                 THRU D6500-EXIT
              IF C01-RETURN-CD OF AUTMNT-REQ = '5'
                 MOVE '8'
                   TO C01-RETURN-CD OF AUTMNT-REQ
              END-IF
              GO TO D5000-EXIT
           END-IF

           PERFORM D5500-PARK-ACTION
              THRU D5500-EXIT
           .
       D5000-EXIT.
      *--------------------------------------------------------------*
       D5500-PARK-ACTION.
      *--------------------------------------------------------------*
      *-- The request goes onto APRPND whole under today's date and
      *-- the next free sequence number, for MTRAPRMT to carry out
      *-- once approved
           OPEN I-O APRPND-FILE
           IF WS-APRPND-STA = '35'
              OPEN OUTPUT APRPND-FILE
              CLOSE APRPND-FILE
              OPEN I-O APRPND-FILE
           END-IF

           IF WS-APRPND-STA NOT = '00'
              STRING 'Error in opening pending approvals file - '
                  WS-APRPND-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF AUTMNT-REQ
              GO TO D5500-EXIT
           END-IF

           MOVE 'Y'
             TO WS-APRPND-OPEN

           MOVE WS-TODAY-8
             TO AP-REQ-DATE

           MOVE 1
             TO AP-REQ-SEQ

           MOVE WS-NOW-6
             TO AP-REQ-TIME

           MOVE C01-AUTH-ACTION
             TO AP-ACTION

           MOVE 'P'
             TO AP-STATUS

           MOVE C01-AUTH-OPERATOR
             TO AP-ORIGINATOR

           MOVE C01-AUTH-AMOUNT
             TO AP-AMOUNT

           MOVE C01-AUTH-REF
             TO AP-REF

           MOVE SPACES
             TO AP-APPROVER

           MOVE ZEROES
             TO AP-DECIDE-DATE
                AP-DECIDE-TIME

           MOVE C01-AUTH-REQUEST
             TO AP-REQUEST

           MOVE 'N'
             TO WS-PND-WRITTEN

           MOVE ZEROES
             TO WS-SEQ-TRIES

           PERFORM D5600-TRY-WRITE-PEND
              THRU D5600-EXIT
            UNTIL WS-PND-WRITTEN = 'Y'
               OR WS-SEQ-TRIES > 99998

           IF WS-PND-WRITTEN NOT = 'Y'
              MOVE 'No free sequence left on pending approvals today'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF AUTMNT-REQ
              GO TO D5500-EXIT
           END-IF

           MOVE AP-REQ-DATE
             TO C01-PEND-DATE OF AUTMNT-REQ

           MOVE AP-REQ-SEQ
             TO C01-PEND-SEQ OF AUTMNT-REQ

           MOVE 'OVER LIMIT - PARKED FOR APPROVAL'
             TO C01-AUTH-REASON

           MOVE '7'
             TO C01-RETURN-CD OF AUTMNT-REQ

           DISPLAY 'Over ' C01-AUTH-OPERATOR ' limit for '
                   C01-AUTH-ACTION ' - parked for approval as '
                   AP-REQ-DATE '/' AP-REQ-SEQ
           .
       D5500-EXIT.
      *--------------------------------------------------------------*
       D5600-TRY-WRITE-PEND.
      *--------------------------------------------------------------*
           WRITE APRPND-REC
              INVALID KEY
                 ADD 1
                   TO AP-REQ-SEQ
                 ADD 1
                   TO WS-SEQ-TRIES
              NOT INVALID KEY
                 MOVE 'Y'
                   TO WS-PND-WRITTEN
           END-WRITE
           .
       D5600-EXIT.
      *--------------------------------------------------------------*
       D6000-CHECK-APPROVER.
      *--------------------------------------------------------------*
      *-- The originator's seniority as the table has it now; one
      *-- since removed from the table stands below everyone
           MOVE ZEROES
             TO WS-ORIG-LEVEL

           MOVE C01-AUTH-OPERATOR
             TO OA-OPERATOR

           READ OPAUTH-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE OA-LEVEL
                   TO WS-ORIG-LEVEL
           END-READ

           PERFORM D6500-APPROVER-STANDING
              THRU D6500-EXIT
           .
       D6000-EXIT.
      *--------------------------------------------------------------*
       D6500-APPROVER-STANDING.
      *--------------------------------------------------------------*
      *-- A second pair of eyes: someone other than the originator,
      *-- holding the same action with a limit that covers the
      *-- amount, and senior to the originator
           IF C01-APPROVER OF AUTMNT-REQ = C01-AUTH-OPERATOR
              MOVE 'APPROVER MAY NOT BE THE ORIGINATOR'
                TO C01-AUTH-REASON
              MOVE '5'
                TO C01-RETURN-CD OF AUTMNT-REQ
              GO TO D6500-EXIT
           END-IF

           MOVE C01-APPROVER OF AUTMNT-REQ
             TO OA-OPERATOR

           READ OPAUTH-FILE
              INVALID KEY
                 MOVE 'APPROVER NOT ON THE AUTHORITY TABLE'
                   TO C01-AUTH-REASON
                 MOVE '8'
                   TO C01-RETURN-CD OF AUTMNT-REQ
                 GO TO D6500-EXIT
           END-READ

           PERFORM D7000-FIND-ACTION
              THRU D7000-EXIT

           IF WS-ACT-FOUND NOT = 'Y'
              MOVE 'APPROVER DOES NOT HOLD THIS ACTION'
                TO C01-AUTH-REASON
              MOVE '8'
                TO C01-RETURN-CD OF AUTMNT-REQ
              GO TO D6500-EXIT
           END-IF

           IF C01-AUTH-AMOUNT > WS-ACT-LIMIT
              MOVE 'AMOUNT IS OVER THE APPROVER LIMIT TOO'
                TO C01-AUTH-REASON
              MOVE '8'
                TO C01-RETURN-CD OF AUTMNT-REQ
              GO TO D6500-EXIT
           END-IF

           IF OA-LEVEL NOT > WS-ORIG-LEVEL
              MOVE 'APPROVER IS NOT SENIOR TO THE ORIGINATOR'
                TO C01-AUTH-REASON
              MOVE '8'
                TO C01-RETURN-CD OF AUTMNT-REQ
           END-IF
           .
       D6500-EXIT.
      *--------------------------------------------------------------*
       D7000-FIND-ACTION.
      *--------------------------------------------------------------*
      *-- Look the action up on the record just read
           MOVE 'N'
             TO WS-ACT-FOUND

           MOVE ZEROES
             TO WS-ACT-LIMIT

           IF OA-ACTION-COUNT NOT NUMERIC
              OR OA-ACTION-COUNT > 10
              GO TO D7000-EXIT
           END-IF

           PERFORM D7100-MATCH-ACTION
              THRU D7100-EXIT
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > OA-ACTION-COUNT
                 OR WS-ACT-FOUND = 'Y'
           .
       D7000-EXIT.
      *--------------------------------------------------------------*
       D7100-MATCH-ACTION.
      *--------------------------------------------------------------*
           IF OA-ACTION (WS-IX) = C01-AUTH-ACTION
              MOVE 'Y'
                TO WS-ACT-FOUND
              MOVE OA-LIMIT (WS-IX)
                TO WS-ACT-LIMIT
           END-IF
           .
       D7100-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The
      *-- before image was captured ahead of the action (spaces on an
      *-- add); the after image is the record as it now stands
      *-- (spaces on a delete).
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE 'OPAUTH'
             TO C01-FILE-NAME

           MOVE C01-ACTION-CD OF AUTMNT-REQ
             TO C01-JRN-ACTION

           MOVE OA-OPERATOR
             TO C01-REC-KEY

           MOVE C01-OPERATOR OF AUTMNT-REQ
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           IF C01-ACTION-CD OF AUTMNT-REQ = 'D'
              MOVE SPACES
                TO C01-AFTER-IMAGE
           ELSE
              MOVE OPAUTH-REC
                TO C01-AFTER-IMAGE
           END-IF

           CALL 'MTRCHJRN'
          USING CHJRNL-REQ
           .
       X8000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Saying Good Bye and Exiting - the checks are asked once per
      *--financial action, so they go quietly
           IF C01-ACTION-CD OF AUTMNT-REQ NOT = 'V'
              AND C01-ACTION-CD OF AUTMNT-REQ NOT = 'K'
              DISPLAY 'Thanks for using the service of JOI. Good Bye'
           END-IF
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-APRPND-OPEN = 'Y'
              CLOSE APRPND-FILE
              MOVE 'N'
                TO WS-APRPND-OPEN
           END-IF

           IF WS-OPAUTH-OPEN = 'Y'
              MOVE 'N'
                TO WS-OPAUTH-OPEN
              CLOSE OPAUTH-FILE
              IF WS-OPAUTH-STA NOT = '00'
                 STRING 'Error in Closing operator authority file - '
                     WS-OPAUTH-STA
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
