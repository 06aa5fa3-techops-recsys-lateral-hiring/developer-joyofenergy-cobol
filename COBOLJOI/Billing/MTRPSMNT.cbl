       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRPSMNT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance program for the PSREG priority services register - *
      * add, change, delete or inquire on an account's registration:   *
      * the vulnerability category, the date the registration is next  *
      * reviewed and the nominee the welfare team contacts. While an   *
      * account is registered no disconnection order, prepay cut-off   *
      * or 'D' meter status is raised for it.                          *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Priority services register, one record per account
           SELECT PSREG-FILE
           ASSIGN TO 'PSREG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PS-ACCOUNT-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PSREG-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PSREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PSREG0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-PSREG-STA               PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-DAY-NBR                 PIC S9(8) COMP VALUE ZEROES.
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
         COPY PSMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING PSMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-MAINTAIN-REGISTER
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
      *-- File may not exist yet the very first time an account is
      *-- registered
           OPEN I-O PSREG-FILE
           IF WS-PSREG-STA = '35'
              OPEN OUTPUT PSREG-FILE
              CLOSE PSREG-FILE
              OPEN I-O PSREG-FILE
           END-IF

           IF WS-PSREG-STA NOT = '00'
              STRING 'Error in opening priority services file - '
                  WS-PSREG-STA
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
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           MOVE '0'
             TO C01-RETURN-CD OF PSMNT-REQ

           IF C01-ACCOUNT-ID = SPACES
              MOVE 'INPUT ACCOUNT ID IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PSMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF PSMNT-REQ NOT = 'A'
              AND C01-ACTION-CD OF PSMNT-REQ NOT = 'C'
              AND C01-ACTION-CD OF PSMNT-REQ NOT = 'D'
              AND C01-ACTION-CD OF PSMNT-REQ NOT = 'I'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D OR I'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PSMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

      *-- A category is needed on an add; on a change blank leaves
      *-- the stored one alone
           IF C01-ACTION-CD OF PSMNT-REQ = 'A'
              AND C01-CATEGORY = SPACES
              MOVE 'PRIORITY SERVICES CATEGORY IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PSMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF (C01-ACTION-CD OF PSMNT-REQ = 'A'
               OR C01-ACTION-CD OF PSMNT-REQ = 'C')
              AND C01-CATEGORY NOT = SPACES
              AND C01-CATEGORY NOT = 'MEDE'
              AND C01-CATEGORY NOT = 'ELDR'
              AND C01-CATEGORY NOT = 'DISA'
              AND C01-CATEGORY NOT = 'CHLD'
              AND C01-CATEGORY NOT = 'ILLN'
              AND C01-CATEGORY NOT = 'OTHR'
              MOVE 'CATEGORY MUST BE MEDE, ELDR, DISA, CHLD, ILLN, OTHR'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PSMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF (C01-ACTION-CD OF PSMNT-REQ = 'A'
               OR C01-ACTION-CD OF PSMNT-REQ = 'C')
              AND C01-REVIEW-DATE NOT = ZEROES
              AND C01-REVIEW-DATE NOT > WS-TODAY-8
              MOVE 'REVIEW DATE MUST BE AFTER TODAY'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PSMNT-REQ
              GO TO PROGRAM-DONE
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-REGISTER.
      *--------------------------------------------------------------*
           EVALUATE C01-ACTION-CD OF PSMNT-REQ
              WHEN 'A'
                 PERFORM C1500-ADD-REGISTRATION
                    THRU C1500-EXIT
              WHEN 'C'
                 PERFORM C1600-CHANGE-REGISTRATION
                    THRU C1600-EXIT
              WHEN 'D'
                 PERFORM C1700-DELETE-REGISTRATION
                    THRU C1700-EXIT
              WHEN 'I'
                 PERFORM C1800-INQUIRE-REGISTRATION
                    THRU C1800-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-ADD-REGISTRATION.
      *--------------------------------------------------------------*
           MOVE C01-ACCOUNT-ID
             TO PS-ACCOUNT-ID

           MOVE C01-CATEGORY
             TO PS-CATEGORY

           MOVE WS-TODAY-8
             TO PS-REG-DATE

      *-- Registrations are confirmed with the household yearly
      *-- unless a nearer review date is given
           IF C01-REVIEW-DATE = ZEROES
              COMPUTE WS-DAY-NBR =
                 FUNCTION INTEGER-OF-DATE (WS-TODAY-8) + 365

              COMPUTE PS-REVIEW-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-DAY-NBR)
           ELSE
              MOVE C01-REVIEW-DATE
                TO PS-REVIEW-DATE
           END-IF

           MOVE C01-NOMINEE-NAME
             TO PS-NOMINEE-NAME

           MOVE C01-NOMINEE-PHONE
             TO PS-NOMINEE-PHONE

           MOVE C01-OPERATOR OF PSMNT-REQ
             TO PS-OPERATOR

           WRITE PSREG-REC
              INVALID KEY
                 MOVE 'ACCOUNT IS ALREADY ON THE PRIORITY REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF PSMNT-REQ
           END-WRITE

           IF C01-RETURN-CD OF PSMNT-REQ = '0'
              MOVE SPACES
                TO WS-JRN-BEFORE

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1600-CHANGE-REGISTRATION.
      *--------------------------------------------------------------*
      *-- Only the fields supplied change, so a new nominee phone
      *-- number does not have to re-key the category.
           MOVE C01-ACCOUNT-ID
             TO PS-ACCOUNT-ID

           READ PSREG-FILE
              INVALID KEY
                 MOVE 'ACCOUNT IS NOT ON THE PRIORITY REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF PSMNT-REQ
                 GO TO C1600-EXIT
           END-READ

           MOVE PSREG-REC
             TO WS-JRN-BEFORE

           IF C01-CATEGORY NOT = SPACES
              MOVE C01-CATEGORY
                TO PS-CATEGORY
           END-IF

           IF C01-REVIEW-DATE NOT = ZEROES
              MOVE C01-REVIEW-DATE
                TO PS-REVIEW-DATE
           END-IF

           IF C01-NOMINEE-NAME NOT = SPACES
              MOVE C01-NOMINEE-NAME
                TO PS-NOMINEE-NAME
           END-IF

           IF C01-NOMINEE-PHONE NOT = SPACES
              MOVE C01-NOMINEE-PHONE
                TO PS-NOMINEE-PHONE
           END-IF

           MOVE C01-OPERATOR OF PSMNT-REQ
             TO PS-OPERATOR

           REWRITE PSREG-REC
              INVALID KEY
                 MOVE 'ERROR REWRITING PRIORITY SERVICES RECORD'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PSMNT-REQ
           END-REWRITE

           IF C01-RETURN-CD OF PSMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1600-EXIT.
      *--------------------------------------------------------------*
       C1700-DELETE-REGISTRATION.
      *--------------------------------------------------------------*
           MOVE C01-ACCOUNT-ID
             TO PS-ACCOUNT-ID

      *-- Read first, so the journal carries what the deleted record
      *-- used to hold
           READ PSREG-FILE
              INVALID KEY
                 MOVE 'ACCOUNT IS NOT ON THE PRIORITY REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF PSMNT-REQ
                 GO TO C1700-EXIT
           END-READ

           MOVE PSREG-REC
             TO WS-JRN-BEFORE

           DELETE PSREG-FILE
              INVALID KEY
                 MOVE 'ACCOUNT IS NOT ON THE PRIORITY REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF PSMNT-REQ
           END-DELETE

           IF C01-RETURN-CD OF PSMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1700-EXIT.
      *--------------------------------------------------------------*
       C1800-INQUIRE-REGISTRATION.
      *--------------------------------------------------------------*
           MOVE C01-ACCOUNT-ID
             TO PS-ACCOUNT-ID

           READ PSREG-FILE
              INVALID KEY
                 MOVE 'ACCOUNT IS NOT ON THE PRIORITY REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF PSMNT-REQ
                 GO TO C1800-EXIT
           END-READ

           MOVE PS-CATEGORY
             TO C01-CATEGORY

           MOVE PS-REG-DATE
             TO C01-REG-DATE

           MOVE PS-REVIEW-DATE
             TO C01-REVIEW-DATE

           MOVE PS-NOMINEE-NAME
             TO C01-NOMINEE-NAME

           MOVE PS-NOMINEE-PHONE
             TO C01-NOMINEE-PHONE
           .
       C1800-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The
      *-- before image was captured ahead of the action (spaces on an
      *-- add); the after image is the record as it now stands
      *-- (spaces on a delete).
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE 'PSREG'
             TO C01-FILE-NAME

           MOVE C01-ACTION-CD OF PSMNT-REQ
             TO C01-JRN-ACTION

           MOVE PS-ACCOUNT-ID
             TO C01-REC-KEY

           MOVE C01-OPERATOR OF PSMNT-REQ
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           IF C01-ACTION-CD OF PSMNT-REQ = 'D'
              MOVE SPACES
                TO C01-AFTER-IMAGE
           ELSE
              MOVE PSREG-REC
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
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE PSREG-FILE
           IF WS-PSREG-STA NOT = '00'
              STRING 'Error in Closing priority services file - '
                  WS-PSREG-STA
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
