       PROGRAM-ID. MTRPYAGE.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Accounts receivable aging report - reads each account's        *
      * position from the nightly ACCTPOS snapshot (MTRACPOS): its     *
      * billed amounts bucketed by the age of the bill (current / 30 / *
      * 60 / 90+ days) after the payments received have cleared the    *
      * oldest buckets first, and prints the open balance per account  *
      * and for the whole book. The report quotes the snapshot's date  *
      * and time, the same figures the collections and late charge     *
      * runs work from. The run is registered with run control         *
      * (MTRRUNCT) behind the snapshot build, and reports from         *
      * tonight's completed snapshot only.                             *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Account position snapshot - the control record, then every
      *-- account in account order
           SELECT ACCTPOS-FILE
           ASSIGN TO 'ACCTPOS'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PN-ACCOUNT-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACCTPOS-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTPOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTPOS0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-ACCTPOS-STA             PIC 9(02) VALUE ZEROES.
           05 WS-DISPUTED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-DISPUTED-TOTAL          PIC S9(11)V9(4) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-ACCOUNT-COUNT           PIC 9(07) VALUE ZEROES.
      *-- When the snapshot the report is drawn from was taken - the
      *-- buckets are aged as at this date.
           05 WS-SNAP-DATE               PIC 9(08) VALUE ZEROES.
           05 WS-SNAP-TIME               PIC 9(06) VALUE ZEROES.
      *-- The run date - only tonight's snapshot is reported from
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Whole-book totals
           05 WS-BOOK-CURRENT            PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-BOOK-30                 PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-ED-60                   PIC -(8)9.99.
           05 WS-ED-90                   PIC -(8)9.99.

           COPY RUNREQ0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-ACCOUNTS
              THRU B0000-EXIT

           PERFORM S0000-THANKS
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           OPEN INPUT ACCTPOS-FILE
           IF WS-ACCTPOS-STA NOT = '00'
              STRING 'Error in opening account position file - '
                  WS-ACCTPOS-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              GO TO PROGRAM-DONE
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

      *-- Register the run. The snapshot build is its predecessor in
      *-- the JOBDEP table, so a failed or missing build blocks it.
           MOVE 'S'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'MTRPYAGE'
             TO C01-JOB-NAME OF RUNREQ

           CALL 'MTRRUNCT'
          USING RUNREQ

      *-- A predecessor has not completed cleanly in its window -
      *-- the run is recorded as blocked and must not go ahead
           IF C01-RETURN-CD OF RUNREQ = '2'
              DISPLAY 'RUN BLOCKED - ' C01-BLOCK-REASON OF RUNREQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           IF C01-RESTART-FLAG OF RUNREQ = 'Y'
              DISPLAY 'NOTE - PREVIOUS RUN DID NOT COMPLETE'
           END-IF

           MOVE 'ACCOUNTS AGED'
             TO C01-COUNT-LABEL OF RUNREQ (1)

           MOVE 'BILLS UNDER DISPUTE'
             TO C01-COUNT-LABEL OF RUNREQ (2)

      *-- The control record comes first - a snapshot the nightly
      *-- build did not finish is not reported from
           READ ACCTPOS-FILE NEXT RECORD
              AT END
                 MOVE SPACES
                   TO PN-BUILD-STATUS
           END-READ

           IF PN-ACCOUNT-ID NOT = SPACES
              OR PN-BUILD-STATUS NOT = 'C'
              MOVE 'Account position snapshot is not complete'
                TO WS-ERROR-TEXT
              PERFORM A1000-REJECT-SNAPSHOT
                 THRU A1000-EXIT
           END-IF

      *-- Nor from an older snapshot left behind when tonight's build
      *-- did not run
           IF PN-SNAP-DATE NOT = WS-TODAY-8
              MOVE 'Account position snapshot is not from today'
                TO WS-ERROR-TEXT
              PERFORM A1000-REJECT-SNAPSHOT
                 THRU A1000-EXIT
           END-IF

           MOVE PN-SNAP-DATE
             TO WS-SNAP-DATE

           MOVE PN-SNAP-TIME
             TO WS-SNAP-TIME

           DISPLAY '---- ACCOUNT AGING REPORT AS OF ' WS-SNAP-DATE
                   ' ----'
           DISPLAY 'SNAPSHOT TAKEN ' WS-SNAP-DATE ' ' WS-SNAP-TIME
           DISPLAY 'ACCOUNT            CURRENT         30-59'
                   '         60-89           90+'
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       A1000-REJECT-SNAPSHOT.
      *--------------------------------------------------------------*
      *-- The run is closed out as failed in run control, so the
      *-- rerun once the snapshot is rebuilt is flagged as a restart
           DISPLAY WS-ERROR-TEXT

           MOVE 'E'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'F'
             TO C01-RUN-STATUS OF RUNREQ

           CALL 'MTRRUNCT'
          USING RUNREQ

           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       A1000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-ACCOUNTS.
      *--------------------------------------------------------------*
      *-- One report line per account on the snapshot, in account
      *-- order.
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-ONE-ACCOUNT
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-ONE-ACCOUNT.
      *--------------------------------------------------------------*
           READ ACCTPOS-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 PERFORM C0000-REPORT-ACCOUNT
                    THRU C0000-EXIT
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-REPORT-ACCOUNT.
      *--------------------------------------------------------------*
      *-- The snapshot has already applied the account's payments and
      *-- write-offs against the oldest buckets - report what is left
      *-- open. Bills held under an open dispute are outside the
      *-- buckets and counted separately.
           ADD PN-DISPUTE-COUNT
             TO WS-DISPUTED-COUNT

           ADD PN-DISPUTE-AMOUNT
             TO WS-DISPUTED-TOTAL

           ADD PN-CURRENT
             TO WS-BOOK-CURRENT

           ADD PN-30
             TO WS-BOOK-30

           ADD PN-60
             TO WS-BOOK-60

           ADD PN-90
             TO WS-BOOK-90

           MOVE PN-CURRENT
             TO WS-ED-CURRENT

           MOVE PN-30
             TO WS-ED-30

           MOVE PN-60
             TO WS-ED-60

           MOVE PN-90
             TO WS-ED-90

           STRING PN-ACCOUNT-ID           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ED-CURRENT           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE

           ADD 1
             TO WS-ACCOUNT-COUNT
           .
       C0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *-- Close out the run in run control with its final totals
           MOVE 'E'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'C'
             TO C01-RUN-STATUS OF RUNREQ

           MOVE WS-ACCOUNT-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (1)

           MOVE WS-DISPUTED-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (2)

           CALL 'MTRRUNCT'
          USING RUNREQ

      *--Whole-book totals, then say Good Bye and Exit
           MOVE WS-BOOK-CURRENT
             TO WS-ED-CURRENT
           DISPLAY 'Accounts aged: ' WS-ACCOUNT-COUNT
           DISPLAY 'Bills held under dispute: ' WS-DISPUTED-COUNT
                   ' AMOUNT ' WS-DISPUTED-TOTAL
           DISPLAY 'Snapshot used: ' WS-SNAP-DATE ' ' WS-SNAP-TIME
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE ACCTPOS-FILE
           IF WS-ACCTPOS-STA NOT = '00'
              STRING 'Error in Closing account position file - '
                  WS-ACCTPOS-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF
           .
       Z0000-EXIT.

