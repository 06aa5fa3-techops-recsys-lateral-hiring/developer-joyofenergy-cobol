       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRGRPMT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance program for the ACCTGRP account group file - add,  *
      * change, delete or inquire on a parent organisation (its name,  *
      * billing address, email and group statement delivery            *
      * preference), and link or unlink the member accounts it pays    *
      * for. An account can sit in one group only, and a group cannot  *
      * be deleted while accounts are still linked to it.              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Account groups - organisation record then its members,
      *-- member account id as the alternate key
           SELECT ACCTGRP-FILE
           ASSIGN TO 'ACCTGRP'
           ORGANIZATION IS INDEXED
           RECORD KEY IS GR-KEY
           ALTERNATE RECORD KEY IS GR-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ACCTGRP-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTGRP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTGRP0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-ACCTGRP-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-END-OF-SCAN             PIC X(01) VALUE 'N'.
           05 WS-MEMBER-COUNT            PIC 9(05) VALUE ZEROES.
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
         COPY GRPMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING GRPMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-MAINTAIN-GROUP
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
      *-- File may not exist yet the very first time a group is added
           OPEN I-O ACCTGRP-FILE
           IF WS-ACCTGRP-STA = '35'
              OPEN OUTPUT ACCTGRP-FILE
              CLOSE ACCTGRP-FILE
              OPEN I-O ACCTGRP-FILE
           END-IF

           IF WS-ACCTGRP-STA NOT = '00'
              STRING 'Error in opening account group file - '
                  WS-ACCTGRP-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GRPMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           MOVE '0'
             TO C01-RETURN-CD OF GRPMNT-REQ

           IF C01-GROUP-ID OF GRPMNT-REQ = SPACES
              MOVE 'INPUT GROUP ID IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GRPMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF GRPMNT-REQ NOT = 'A'
              AND C01-ACTION-CD OF GRPMNT-REQ NOT = 'C'
              AND C01-ACTION-CD OF GRPMNT-REQ NOT = 'D'
              AND C01-ACTION-CD OF GRPMNT-REQ NOT = 'I'
              AND C01-ACTION-CD OF GRPMNT-REQ NOT = 'L'
              AND C01-ACTION-CD OF GRPMNT-REQ NOT = 'U'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D, I, L OR U'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GRPMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF GRPMNT-REQ = 'A'
              AND C01-ORG-NAME OF GRPMNT-REQ = SPACES
              MOVE 'ORGANISATION NAME IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GRPMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF (C01-ACTION-CD OF GRPMNT-REQ = 'A'
               OR C01-ACTION-CD OF GRPMNT-REQ = 'C')
              AND C01-DELIVERY-PREF OF GRPMNT-REQ NOT = 'P'
              AND C01-DELIVERY-PREF OF GRPMNT-REQ NOT = 'E'
              AND C01-DELIVERY-PREF OF GRPMNT-REQ NOT = SPACES
              MOVE 'DELIVERY PREFERENCE MUST BE P, E OR BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GRPMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF (C01-ACTION-CD OF GRPMNT-REQ = 'L'
               OR C01-ACTION-CD OF GRPMNT-REQ = 'U')
              AND C01-ACCOUNT-ID OF GRPMNT-REQ = SPACES
              MOVE 'MEMBER ACCOUNT ID IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GRPMNT-REQ
              GO TO PROGRAM-DONE
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-GROUP.
      *--------------------------------------------------------------*
           EVALUATE C01-ACTION-CD OF GRPMNT-REQ
              WHEN 'A'
                 PERFORM C1500-ADD-GROUP
                    THRU C1500-EXIT
              WHEN 'C'
                 PERFORM C1600-CHANGE-GROUP
                    THRU C1600-EXIT
              WHEN 'D'
                 PERFORM C1700-DELETE-GROUP
                    THRU C1700-EXIT
              WHEN 'I'
                 PERFORM C1800-INQUIRE-GROUP
                    THRU C1800-EXIT
              WHEN 'L'
                 PERFORM C2000-LINK-MEMBER
                    THRU C2000-EXIT
              WHEN 'U'
                 PERFORM C2500-UNLINK-MEMBER
                    THRU C2500-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1500-ADD-GROUP.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO ACCTGRP-REC

           MOVE C01-GROUP-ID OF GRPMNT-REQ
             TO GR-GROUP-ID

           MOVE SPACES
             TO GR-ACCOUNT-ID

           MOVE C01-ORG-NAME OF GRPMNT-REQ
             TO GR-ORG-NAME

           MOVE C01-ADDR-LINE-1 OF GRPMNT-REQ
             TO GR-ADDR-LINE-1

           MOVE C01-ADDR-LINE-2 OF GRPMNT-REQ
             TO GR-ADDR-LINE-2

           MOVE C01-ADDR-LINE-3 OF GRPMNT-REQ
             TO GR-ADDR-LINE-3

           MOVE C01-POSTCODE OF GRPMNT-REQ
             TO GR-POSTCODE

           MOVE C01-EMAIL OF GRPMNT-REQ
             TO GR-EMAIL

      *-- Post is the default delivery until the organisation says
      *-- otherwise
           IF C01-DELIVERY-PREF OF GRPMNT-REQ = SPACES
              MOVE 'P'
                TO GR-DELIVERY-PREF
           ELSE
              MOVE C01-DELIVERY-PREF OF GRPMNT-REQ
                TO GR-DELIVERY-PREF
           END-IF

           WRITE ACCTGRP-REC
              INVALID KEY
                 MOVE 'GROUP IS ALREADY ON THE ACCOUNT GROUP FILE'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF GRPMNT-REQ
           END-WRITE

           IF C01-RETURN-CD OF GRPMNT-REQ = '0'
              MOVE SPACES
                TO WS-JRN-BEFORE

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1600-CHANGE-GROUP.
      *--------------------------------------------------------------*
      *-- Only the fields supplied change; blank request fields leave
      *-- the stored value alone.
           PERFORM X1000-READ-ORGANISATION
              THRU X1000-EXIT

           IF C01-RETURN-CD OF GRPMNT-REQ NOT = '0'
              GO TO C1600-EXIT
           END-IF

           MOVE ACCTGRP-REC
             TO WS-JRN-BEFORE

           IF C01-ORG-NAME OF GRPMNT-REQ NOT = SPACES
              MOVE C01-ORG-NAME OF GRPMNT-REQ
                TO GR-ORG-NAME
           END-IF

           IF C01-ADDR-LINE-1 OF GRPMNT-REQ NOT = SPACES
              MOVE C01-ADDR-LINE-1 OF GRPMNT-REQ
                TO GR-ADDR-LINE-1

              MOVE C01-ADDR-LINE-2 OF GRPMNT-REQ
                TO GR-ADDR-LINE-2

              MOVE C01-ADDR-LINE-3 OF GRPMNT-REQ
                TO GR-ADDR-LINE-3
           END-IF

           IF C01-POSTCODE OF GRPMNT-REQ NOT = SPACES
              MOVE C01-POSTCODE OF GRPMNT-REQ
                TO GR-POSTCODE
           END-IF

           IF C01-EMAIL OF GRPMNT-REQ NOT = SPACES
              MOVE C01-EMAIL OF GRPMNT-REQ
                TO GR-EMAIL
           END-IF

           IF C01-DELIVERY-PREF OF GRPMNT-REQ NOT = SPACES
              MOVE C01-DELIVERY-PREF OF GRPMNT-REQ
                TO GR-DELIVERY-PREF
           END-IF

           REWRITE ACCTGRP-REC
              INVALID KEY
                 MOVE 'ERROR REWRITING ACCOUNT GROUP RECORD'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF GRPMNT-REQ
           END-REWRITE

           IF C01-RETURN-CD OF GRPMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1600-EXIT.
      *--------------------------------------------------------------*
       C1700-DELETE-GROUP.
      *--------------------------------------------------------------*
      *-- The members have to be unlinked first, so no account is
      *-- left pointing at a group that no longer exists
           PERFORM X2000-COUNT-MEMBERS
              THRU X2000-EXIT

           IF WS-MEMBER-COUNT > ZEROES
              MOVE 'GROUP STILL HAS MEMBER ACCOUNTS LINKED'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF GRPMNT-REQ
              GO TO C1700-EXIT
           END-IF

      *-- Read first, so the journal carries what the deleted record
      *-- used to hold
           PERFORM X1000-READ-ORGANISATION
              THRU X1000-EXIT

           IF C01-RETURN-CD OF GRPMNT-REQ NOT = '0'
              GO TO C1700-EXIT
           END-IF

           MOVE ACCTGRP-REC
             TO WS-JRN-BEFORE

           DELETE ACCTGRP-FILE
              INVALID KEY
                 MOVE 'GROUP IS NOT ON THE ACCOUNT GROUP FILE'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF GRPMNT-REQ
           END-DELETE

           IF C01-RETURN-CD OF GRPMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C1700-EXIT.
      *--------------------------------------------------------------*
       C1800-INQUIRE-GROUP.
      *--------------------------------------------------------------*
           PERFORM X1000-READ-ORGANISATION
              THRU X1000-EXIT

           IF C01-RETURN-CD OF GRPMNT-REQ NOT = '0'
              GO TO C1800-EXIT
           END-IF

           MOVE GR-ORG-NAME
             TO C01-ORG-NAME OF GRPMNT-REQ

           MOVE GR-ADDR-LINE-1
             TO C01-ADDR-LINE-1 OF GRPMNT-REQ

           MOVE GR-ADDR-LINE-2
             TO C01-ADDR-LINE-2 OF GRPMNT-REQ

           MOVE GR-ADDR-LINE-3
             TO C01-ADDR-LINE-3 OF GRPMNT-REQ

           MOVE GR-POSTCODE
             TO C01-POSTCODE OF GRPMNT-REQ

           MOVE GR-EMAIL
             TO C01-EMAIL OF GRPMNT-REQ

           MOVE GR-DELIVERY-PREF
             TO C01-DELIVERY-PREF OF GRPMNT-REQ

           PERFORM X2000-COUNT-MEMBERS
              THRU X2000-EXIT

           MOVE WS-MEMBER-COUNT
             TO C01-MEMBER-COUNT OF GRPMNT-REQ
           .
       C1800-EXIT.
      *--------------------------------------------------------------*
       C2000-LINK-MEMBER.
      *--------------------------------------------------------------*
      *-- The group has to exist, and the account must not already be
      *-- paid for by this or any other group
           PERFORM X1000-READ-ORGANISATION
              THRU X1000-EXIT

           IF C01-RETURN-CD OF GRPMNT-REQ NOT = '0'
              GO TO C2000-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF GRPMNT-REQ
             TO GR-ACCOUNT-ID

           READ ACCTGRP-FILE
              KEY IS GR-ACCOUNT-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 STRING 'ACCOUNT IS ALREADY LINKED TO GROUP '
                                           DELIMITED BY SIZE
                        GR-GROUP-ID        DELIMITED BY SIZE
                    INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF GRPMNT-REQ
                 GO TO C2000-EXIT
           END-READ

           MOVE SPACES
             TO ACCTGRP-REC

           MOVE C01-GROUP-ID OF GRPMNT-REQ
             TO GR-GROUP-ID

           MOVE C01-ACCOUNT-ID OF GRPMNT-REQ
             TO GR-ACCOUNT-ID

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO GR-JOINED-DATE

           WRITE ACCTGRP-REC
              INVALID KEY
                 MOVE 'ERROR WRITING GROUP MEMBER RECORD'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF GRPMNT-REQ
           END-WRITE

           IF C01-RETURN-CD OF GRPMNT-REQ = '0'
              MOVE SPACES
                TO WS-JRN-BEFORE

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C2000-EXIT.
      *--------------------------------------------------------------*
       C2500-UNLINK-MEMBER.
      *--------------------------------------------------------------*
           MOVE C01-GROUP-ID OF GRPMNT-REQ
             TO GR-GROUP-ID

           MOVE C01-ACCOUNT-ID OF GRPMNT-REQ
             TO GR-ACCOUNT-ID

           READ ACCTGRP-FILE
              INVALID KEY
                 MOVE 'ACCOUNT IS NOT LINKED TO THIS GROUP'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF GRPMNT-REQ
                 GO TO C2500-EXIT
           END-READ

           MOVE ACCTGRP-REC
             TO WS-JRN-BEFORE

           DELETE ACCTGRP-FILE
              INVALID KEY
                 MOVE 'ACCOUNT IS NOT LINKED TO THIS GROUP'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF GRPMNT-REQ
           END-DELETE

           IF C01-RETURN-CD OF GRPMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       C2500-EXIT.
      *--------------------------------------------------------------*
       X1000-READ-ORGANISATION.
      *--------------------------------------------------------------*
           MOVE C01-GROUP-ID OF GRPMNT-REQ
             TO GR-GROUP-ID

           MOVE SPACES
             TO GR-ACCOUNT-ID

           READ ACCTGRP-FILE
              INVALID KEY
                 MOVE 'GROUP IS NOT ON THE ACCOUNT GROUP FILE'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF GRPMNT-REQ
           END-READ
           .
       X1000-EXIT.
      *--------------------------------------------------------------*
       X2000-COUNT-MEMBERS.
      *--------------------------------------------------------------*
      *-- The member records sort straight after the organisation
      *-- record under the same group id
           MOVE ZEROES
             TO WS-MEMBER-COUNT

           MOVE 'N'
             TO WS-END-OF-SCAN

           MOVE C01-GROUP-ID OF GRPMNT-REQ
             TO GR-GROUP-ID

           MOVE SPACES
             TO GR-ACCOUNT-ID

           START ACCTGRP-FILE KEY IS GREATER THAN GR-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
           END-START

           PERFORM X2500-COUNT-ONE-MEMBER
              THRU X2500-EXIT
            UNTIL WS-END-OF-SCAN = 'Y'
           .
       X2000-EXIT.
      *--------------------------------------------------------------*
       X2500-COUNT-ONE-MEMBER.
      *--------------------------------------------------------------*
           READ ACCTGRP-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
                 GO TO X2500-EXIT
           END-READ

           IF GR-GROUP-ID NOT = C01-GROUP-ID OF GRPMNT-REQ
              MOVE 'Y'
                TO WS-END-OF-SCAN
              GO TO X2500-EXIT
           END-IF

           ADD 1
             TO WS-MEMBER-COUNT
           .
       X2500-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The
      *-- before image was captured ahead of the action (spaces on an
      *-- add or link); the after image is the record as it now
      *-- stands (spaces on a delete or unlink).
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE 'ACCTGRP'
             TO C01-FILE-NAME

           MOVE C01-ACTION-CD OF GRPMNT-REQ
             TO C01-JRN-ACTION

           MOVE GR-KEY
             TO C01-REC-KEY

           MOVE C01-OPERATOR OF GRPMNT-REQ
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           IF C01-ACTION-CD OF GRPMNT-REQ = 'D'
              OR C01-ACTION-CD OF GRPMNT-REQ = 'U'
              MOVE SPACES
                TO C01-AFTER-IMAGE
           ELSE
              MOVE ACCTGRP-REC
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
           CLOSE ACCTGRP-FILE
           IF WS-ACCTGRP-STA NOT = '00'
              STRING 'Error in Closing account group file - '
                  WS-ACCTGRP-STA
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
