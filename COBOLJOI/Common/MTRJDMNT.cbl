       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRJDMNT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance program for the JOBDEP job dependency table - add, *
      * change, delete or inquire on the predecessors a batch job      *
      * needs to have completed cleanly, and how recently, before the  *
      * run-control gate in MTRRUNCT lets it start. Also grants the    *
      * operator override that lets one blocked run go ahead. Every    *
      * change and every override goes to the common change journal.   *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Job dependency table, keyed by job and predecessor job
           SELECT JOBDEP-FILE
           ASSIGN TO 'JOBDEP'
           ORGANIZATION IS INDEXED
           RECORD KEY IS JD-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-JOBDEP-STA.

      *-- Predecessor gate overrides, keyed by job and run date
           SELECT JOBOVR-FILE
           ASSIGN TO 'JOBOVR'
           ORGANIZATION IS INDEXED
           RECORD KEY IS JO-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-JOBOVR-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBDEP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JOBDEP0.

       FD  JOBOVR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JOBOVR0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-JOBDEP-STA              PIC 9(02) VALUE ZEROES.
           05 WS-JOBOVR-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
      *-- Change journal capture - the record as it stood before the
      *-- action, for the common before/after journal
           05 WS-JRN-BEFORE              PIC X(300) VALUE SPACES.
           05 WS-OVR-FOUND               PIC X(01) VALUE 'N'.
      *
           05 WS-CURRENT-TIMESTAMP.
              10 WS-CURRENT-DATE         PIC 9(08).
              10 FILLER                  PIC X(13).

           COPY CHJRNL0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *
         COPY JDMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING JDMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-MAINTAIN-JOBDEP
              THRU C0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-TIMESTAMP

      *-- Open Files
      *-- Neither file may exist yet the very first time a dependency
      *-- or an override is entered
           OPEN I-O JOBDEP-FILE
           IF WS-JOBDEP-STA = '35'
              OPEN OUTPUT JOBDEP-FILE
              CLOSE JOBDEP-FILE
              OPEN I-O JOBDEP-FILE
           END-IF

           IF WS-JOBDEP-STA NOT = '00'
              STRING 'Error in opening job dependency file - '
                  WS-JOBDEP-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF JDMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           OPEN I-O JOBOVR-FILE
           IF WS-JOBOVR-STA = '35'
              OPEN OUTPUT JOBOVR-FILE
              CLOSE JOBOVR-FILE
              OPEN I-O JOBOVR-FILE
           END-IF

           IF WS-JOBOVR-STA NOT = '00'
              STRING 'Error in opening gate override file - '
                  WS-JOBOVR-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF JDMNT-REQ
              GO TO PROGRAM-DONE
           END-IF
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           MOVE '0'
             TO C01-RETURN-CD OF JDMNT-REQ

           IF C01-ACTION-CD NOT = 'A'
              AND C01-ACTION-CD NOT = 'C'
              AND C01-ACTION-CD NOT = 'D'
              AND C01-ACTION-CD NOT = 'I'
              AND C01-ACTION-CD NOT = 'O'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D, I OR O'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF JDMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-JOB-NAME OF JDMNT-REQ = SPACES
              MOVE 'INPUT JOB NAME IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF JDMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

      *-- An override must say who let the run through and why, or
      *-- the morning report cannot account for it
           IF C01-ACTION-CD = 'O'
              IF C01-OPERATOR OF JDMNT-REQ = SPACES
                 OR C01-REASON = SPACES
                 MOVE 'OVERRIDE NEEDS AN OPERATOR AND A REASON'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF JDMNT-REQ
                 GO TO PROGRAM-DONE
              END-IF

              IF C01-OVR-DATE = ZEROES
                 MOVE WS-CURRENT-DATE
                   TO C01-OVR-DATE
              END-IF

              GO TO B0000-EXIT
           END-IF

           IF C01-PRED-JOB = SPACES
              MOVE 'INPUT PREDECESSOR JOB IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF JDMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

      *-- A job waiting on itself could never start again
           IF C01-PRED-JOB = C01-JOB-NAME OF JDMNT-REQ
              MOVE 'A JOB CANNOT BE ITS OWN PREDECESSOR'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF JDMNT-REQ
              GO TO PROGRAM-DONE
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-JOBDEP.
      *--------------------------------------------------------------*
      *
           EVALUATE C01-ACTION-CD
              WHEN 'A'
                 PERFORM D1000-ADD-PREDECESSOR
                    THRU D1000-EXIT
              WHEN 'C'
                 PERFORM D2000-CHANGE-PREDECESSOR
                    THRU D2000-EXIT
              WHEN 'D'
                 PERFORM D3000-DELETE-PREDECESSOR
                    THRU D3000-EXIT
              WHEN 'I'
                 PERFORM D4000-INQUIRE-PREDECESSOR
                    THRU D4000-EXIT
              WHEN 'O'
                 PERFORM D5000-GRANT-OVERRIDE
                    THRU D5000-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D1000-ADD-PREDECESSOR.
      *--------------------------------------------------------------*
           MOVE C01-JOB-NAME OF JDMNT-REQ
             TO JD-JOB-NAME

           MOVE C01-PRED-JOB
             TO JD-PRED-JOB

           MOVE C01-WINDOW-HRS
             TO JD-WINDOW-HRS

           MOVE C01-DESCRIPTION
             TO JD-DESCRIPTION

           MOVE C01-OPERATOR OF JDMNT-REQ
             TO JD-OPERATOR

           WRITE JOBDEP-REC
              INVALID KEY
                 MOVE 'Predecessor already on file for that job'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF JDMNT-REQ
           END-WRITE

           IF C01-RETURN-CD OF JDMNT-REQ = '0'
              MOVE SPACES
                TO WS-JRN-BEFORE

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D2000-CHANGE-PREDECESSOR.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-PREDECESSOR
              THRU D2500-EXIT

           IF C01-RETURN-CD OF JDMNT-REQ NOT = '0'
              GO TO D2000-EXIT
           END-IF

           MOVE JOBDEP-REC
             TO WS-JRN-BEFORE

           MOVE C01-WINDOW-HRS
             TO JD-WINDOW-HRS

           MOVE C01-DESCRIPTION
             TO JD-DESCRIPTION

           MOVE C01-OPERATOR OF JDMNT-REQ
             TO JD-OPERATOR

           REWRITE JOBDEP-REC
              INVALID KEY
                 MOVE 'Error updating job dependency record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF JDMNT-REQ
           END-REWRITE

           IF C01-RETURN-CD OF JDMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-READ-PREDECESSOR.
      *--------------------------------------------------------------*
           MOVE C01-JOB-NAME OF JDMNT-REQ
             TO JD-JOB-NAME

           MOVE C01-PRED-JOB
             TO JD-PRED-JOB

           READ JOBDEP-FILE
              INVALID KEY
                 MOVE 'Job dependency not found'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF JDMNT-REQ
           END-READ
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       D3000-DELETE-PREDECESSOR.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-PREDECESSOR
              THRU D2500-EXIT

           IF C01-RETURN-CD OF JDMNT-REQ NOT = '0'
              GO TO D3000-EXIT
           END-IF

           MOVE JOBDEP-REC
             TO WS-JRN-BEFORE

           DELETE JOBDEP-FILE
              INVALID KEY
                 MOVE 'Error deleting job dependency record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF JDMNT-REQ
           END-DELETE

           IF C01-RETURN-CD OF JDMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D4000-INQUIRE-PREDECESSOR.
      *--------------------------------------------------------------*
           PERFORM D2500-READ-PREDECESSOR
              THRU D2500-EXIT

           IF C01-RETURN-CD OF JDMNT-REQ = '0'
              MOVE JD-WINDOW-HRS
                TO C01-WINDOW-HRS

              MOVE JD-DESCRIPTION
                TO C01-DESCRIPTION
           END-IF
           .
       D4000-EXIT.
      *--------------------------------------------------------------*
       D5000-GRANT-OVERRIDE.
      *--------------------------------------------------------------*
      *-- One override per job per day. Granting it again before it
      *-- is spent replaces the operator and reason; once a run has
      *-- used it, a further blocked run needs the next day's grant.
           MOVE C01-JOB-NAME OF JDMNT-REQ
             TO JO-JOB-NAME

           MOVE C01-OVR-DATE
             TO JO-OVR-DATE

           MOVE 'Y'
             TO WS-OVR-FOUND

           READ JOBOVR-FILE
              INVALID KEY
                 MOVE 'N'
                   TO WS-OVR-FOUND
           END-READ

           IF WS-OVR-FOUND = 'N'
              MOVE SPACES
                TO WS-JRN-BEFORE

              MOVE ZEROES
                TO JO-USED-RUN-NBR

              MOVE C01-OPERATOR OF JDMNT-REQ
                TO JO-OPERATOR

              MOVE C01-REASON
                TO JO-REASON

              WRITE JOBOVR-REC
                 INVALID KEY
                    MOVE 'Error writing gate override record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
                    MOVE '9'
                      TO C01-RETURN-CD OF JDMNT-REQ
              END-WRITE
           ELSE
              PERFORM D5500-REGRANT-OVERRIDE
                 THRU D5500-EXIT
           END-IF

           IF C01-RETURN-CD OF JDMNT-REQ = '0'
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D5000-EXIT.
      *--------------------------------------------------------------*
       D5500-REGRANT-OVERRIDE.
      *--------------------------------------------------------------*
           IF JO-USED-RUN-NBR NOT = ZEROES
              MOVE 'Override for that job and date is already used'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '2'
                TO C01-RETURN-CD OF JDMNT-REQ
              GO TO D5500-EXIT
           END-IF

           MOVE JOBOVR-REC
             TO WS-JRN-BEFORE

           MOVE C01-OPERATOR OF JDMNT-REQ
             TO JO-OPERATOR

           MOVE C01-REASON
             TO JO-REASON

           REWRITE JOBOVR-REC
              INVALID KEY
                 MOVE 'Error updating gate override record'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF JDMNT-REQ
           END-REWRITE
           .
       D5500-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The
      *-- before image was captured ahead of the action (spaces on an
      *-- add); the after image is the record as it now stands
      *-- (spaces on a delete).
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           MOVE C01-ACTION-CD OF JDMNT-REQ
             TO C01-JRN-ACTION

           MOVE C01-OPERATOR OF JDMNT-REQ
             TO C01-JRN-OPERATOR

           MOVE WS-JRN-BEFORE
             TO C01-BEFORE-IMAGE

           IF C01-ACTION-CD OF JDMNT-REQ = 'O'
              MOVE 'JOBOVR'
                TO C01-FILE-NAME

              MOVE JO-KEY
                TO C01-REC-KEY

              MOVE JOBOVR-REC
                TO C01-AFTER-IMAGE
           ELSE
              MOVE 'JOBDEP'
                TO C01-FILE-NAME

              MOVE JD-KEY
                TO C01-REC-KEY

              IF C01-ACTION-CD OF JDMNT-REQ = 'D'
                 MOVE SPACES
                   TO C01-AFTER-IMAGE
              ELSE
                 MOVE JOBDEP-REC
                   TO C01-AFTER-IMAGE
              END-IF
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
           CLOSE JOBDEP-FILE
           IF WS-JOBDEP-STA NOT = '00'
              STRING 'Error in Closing job dependency file - '
                  WS-JOBDEP-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE JOBOVR-FILE
           IF WS-JOBOVR-STA NOT = '00'
              STRING 'Error in Closing gate override file - '
                  WS-JOBOVR-STA
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
