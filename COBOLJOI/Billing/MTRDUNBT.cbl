       PROGRAM-ID. MTRDUNBT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Collections (dunning) run - reads each account's aged position *
      * from the nightly ACCTPOS snapshot (MTRACPOS) - the same        *
      * buckets the aging report prints - and maintains a dunning      *
      * stage per account on the DUNSTAT file: reminder at 30 days     *
      * overdue, final notice at 60, disconnection warning at 90+.     *
      * Each escalation writes a letter extract line; an account still *
      * 90+ overdue on a later run after its warning escalates to a    *
      * disconnection order, written one line per billed meter for the *
      * field team. Completed orders come back through MTRDUNDC, which *
      * records the 'D' status through MTRSTMNT. A priority services   *
      * household (PSREG) gets a welfare referral line instead of any  *
      * disconnection order. The run quotes the snapshot's date and    *
      * time so its figures tie to the aging report and the late       *
      * charge run. The run is registered with run control (MTRRUNCT)  *
      * behind the snapshot build, and works from tonight's completed  *
      * snapshot only.                                                 *
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

      *-- Dunning stage per account, maintained by this run
           SELECT DUNSTAT-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISCORD-STA.

      *-- Priority services register - a registered household is
      *-- never ordered for disconnection; the welfare team gets a
      *-- referral instead.
           SELECT PSREG-FILE
           ASSIGN TO 'PSREG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PS-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-PSREG-STA.

      *-- Welfare referrals - one line per meter that would have had
      *-- a disconnection order, appended like the other extracts.
           SELECT WELFREF-EXTRACT
           ASSIGN TO 'WELFREF'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WELFREF-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTPOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTPOS0.
      *
       FD  PSREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PSREG0.
      *
       FD  DUNSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       FD  DISCORD-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01  DISCORD-REC                PIC X(80).
      *
       FD  WELFREF-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY WELFREF0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-ACCTPOS-STA             PIC 9(02) VALUE ZEROES.
           05 WS-DISPUTED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-DISPUTED-TOTAL          PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-AGENCY-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-ARRANGED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-PSREG-STA               PIC 9(02) VALUE ZEROES.
           05 WS-PSREG-OPEN              PIC X(01) VALUE 'N'.
           05 WS-PSREG-FOUND             PIC X(01) VALUE 'N'.
           05 WS-WELFREF-STA             PIC 9(02) VALUE ZEROES.
           05 WS-REFERRAL-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-DUNSTAT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-LETTER-STA              PIC 9(02) VALUE ZEROES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CURR-ACCOUNT-ID         PIC X(12) VALUE SPACES.
      *-- When the snapshot the run is working from was taken; today
      *-- dates the stage moves
           05 WS-SNAP-DATE               PIC 9(08) VALUE ZEROES.
           05 WS-SNAP-TIME               PIC 9(06) VALUE ZEROES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Dunning stage work fields
           05 WS-TARGET-STAGE            PIC 9(01) VALUE ZEROES.
           05 WS-CURR-STAGE              PIC 9(01) VALUE ZEROES.
           05 WS-STAGE-TEXT              PIC X(22) VALUE SPACES.
           05 WS-ED-OVERDUE              PIC -(8)9.99.
           05 MTR-IDX                    PIC 9(02) VALUE ZEROES.
      *-- Control totals for the end-of-run reconciliation report
           05 WS-ACCOUNT-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-LETTER-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-ORDER-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-DEESCALATE-COUNT        PIC 9(07) VALUE ZEROES.

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

           MOVE 'MTRDUNBT'
             TO C01-JOB-NAME OF RUNREQ

           CALL 'MTRRUNCT'
          USING RUNREQ

      *-- A predecessor has not completed cleanly in its window -
      *-- the run is recorded as blocked and must not go ahead
           IF C01-RETURN-CD OF RUNREQ = '2'
              DISPLAY 'RUN BLOCKED - ' C01-BLOCK-REASON OF RUNREQ
              CLOSE ACCTPOS-FILE
              GO TO Z0000-PROCESS-END
           END-IF

           IF C01-RESTART-FLAG OF RUNREQ = 'Y'
              DISPLAY 'NOTE - PREVIOUS RUN DID NOT COMPLETE'
           END-IF

           MOVE 'ACCOUNTS REVIEWED'
             TO C01-COUNT-LABEL OF RUNREQ (1)

           MOVE 'LETTERS EXTRACTED'
             TO C01-COUNT-LABEL OF RUNREQ (2)

           MOVE 'DISCONNECT ORDERS'
             TO C01-COUNT-LABEL OF RUNREQ (3)

           MOVE 'WELFARE REFERRALS'
             TO C01-COUNT-LABEL OF RUNREQ (4)

      *-- The control record comes first - no letters or orders go
      *-- out off a snapshot the nightly build did not finish
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

      *-- Nor off an older snapshot left behind when tonight's build
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
              GO TO PROGRAM-DONE
           END-IF

           OPEN EXTEND WELFREF-EXTRACT
           IF WS-WELFREF-STA = '35'
              OPEN OUTPUT WELFREF-EXTRACT
           END-IF

           IF WS-WELFREF-STA NOT = '00'
              STRING 'Error in opening welfare referral file - '
                  WS-WELFREF-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           DISPLAY '---- COLLECTIONS RUN AS OF ' WS-TODAY-8 ' ----'
           DISPLAY 'SNAPSHOT TAKEN ' WS-SNAP-DATE ' ' WS-SNAP-TIME
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

           CLOSE ACCTPOS-FILE
           GO TO Z0000-PROCESS-END
           .
       A1000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-ACCOUNTS.
      *--------------------------------------------------------------*
      *-- The dunning decision for each account on the snapshot, in
      *-- account order.
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
                 MOVE PN-ACCOUNT-ID
                   TO WS-CURR-ACCOUNT-ID

      *-- Bills under an open dispute are already out of the buckets,
      *-- so no dunning action fires off a challenged amount
                 ADD PN-DISPUTE-COUNT
                   TO WS-DISPUTED-COUNT

                 ADD PN-DISPUTE-AMOUNT
                   TO WS-DISPUTED-TOTAL

                 PERFORM C0000-FINISH-ACCOUNT
                    THRU C0000-EXIT
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-FINISH-ACCOUNT.
      *--------------------------------------------------------------*
      *-- The snapshot has applied the account's payments against the
      *-- oldest buckets first (the MTRPYAGE rule); decide the stage
      *-- the open buckets call for, and move the account's dunning
      *-- record. An account out with the collection agency gets no
      *-- letters and no disconnection orders from us - its stage
      *-- stands.
           IF PN-WITH-AGENCY = 'Y'
              ADD 1
                TO WS-AGENCY-COUNT
              GO TO C0000-EXIT
           END-IF

      *-- Likewise an account keeping to an active arrangement - the
      *-- stage it stood at is held until the arrangement completes
      *-- or the monitor finds it broken
           IF PN-ARRANGED = 'Y'
              ADD 1
                TO WS-ARRANGED-COUNT
              GO TO C0000-EXIT
           END-IF

           EVALUATE TRUE
              WHEN PN-90 > ZEROES
                 MOVE 3
                   TO WS-TARGET-STAGE
              WHEN PN-60 > ZEROES
                 MOVE 2
                   TO WS-TARGET-STAGE
              WHEN PN-30 > ZEROES
                 MOVE 1
                   TO WS-TARGET-STAGE
              WHEN OTHER

           ADD 1
             TO WS-ACCOUNT-COUNT
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D5000-APPLY-DUNNING-STAGE.
      *--------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WS-TARGET-STAGE = 3
                   AND WS-CURR-STAGE NOT < 3
      *-- Warning already out and still unpaid - order disconnection,
      *-- or refer a priority services household to the welfare team
                 IF WS-CURR-STAGE = 3
                    MOVE 4
                      TO DN-STAGE
                    MOVE WS-TODAY-8
                      TO DN-STAGE-DATE
                    PERFORM D5800-CHECK-PRIORITY
                       THRU D5800-EXIT
                    IF WS-PSREG-FOUND = 'Y'
                       PERFORM D7000-WRITE-WELFARE-REFERRAL
                          THRU D7000-EXIT
                    ELSE
                       PERFORM D6000-WRITE-DISCONNECT-ORDER
                          THRU D6000-EXIT
                    END-IF
                 END-IF

              WHEN WS-TARGET-STAGE > WS-CURR-STAGE
           END-IF

           COMPUTE WS-ED-OVERDUE =
              PN-30 + PN-60 + PN-90

           MOVE SPACES
             TO LETTER-REC
             TO WS-LETTER-COUNT
           .
       D5500-EXIT.
      *--------------------------------------------------------------*
       D5800-CHECK-PRIORITY.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-PSREG-FOUND

           IF WS-PSREG-OPEN = 'Y'
              MOVE WS-CURR-ACCOUNT-ID
                TO PS-ACCOUNT-ID

              READ PSREG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y'
                      TO WS-PSREG-FOUND
              END-READ
           END-IF
           .
       D5800-EXIT.
      *--------------------------------------------------------------*
       D6000-WRITE-DISCONNECT-ORDER.
      *--------------------------------------------------------------*
           PERFORM D6500-WRITE-ONE-ORDER
              THRU D6500-EXIT
           VARYING MTR-IDX FROM 1 BY 1
             UNTIL MTR-IDX > PN-MTR-COUNT
           .
       D6000-EXIT.
      *--------------------------------------------------------------*

           STRING WS-CURR-ACCOUNT-ID      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PN-MTR-ID (MTR-IDX)     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-TODAY-8              DELIMITED BY SIZE
                  ' DISCONNECT'           DELIMITED BY SIZE
             TO WS-ORDER-COUNT
           .
       D6500-EXIT.
      *--------------------------------------------------------------*
       D7000-WRITE-WELFARE-REFERRAL.
      *--------------------------------------------------------------*
      *-- The account still moves to stage 4 so it is referred once,
      *-- not on every run; the referral replaces the field order
      *-- meter for meter.
           COMPUTE WS-ED-OVERDUE =
              PN-30 + PN-60 + PN-90

           PERFORM D7500-WRITE-ONE-REFERRAL
              THRU D7500-EXIT
           VARYING MTR-IDX FROM 1 BY 1
             UNTIL MTR-IDX > PN-MTR-COUNT
           .
       D7000-EXIT.
      *--------------------------------------------------------------*
       D7500-WRITE-ONE-REFERRAL.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO WELFREF-REC

           MOVE WS-TODAY-8
             TO WF-REF-DATE

           MOVE 'MTRDUNBT'
             TO WF-SOURCE

           MOVE 'DORD'
             TO WF-EVENT

           MOVE WS-CURR-ACCOUNT-ID
             TO WF-ACCOUNT-ID

           MOVE PN-MTR-ID (MTR-IDX)
             TO WF-MTR-ID

           MOVE PS-CATEGORY
             TO WF-CATEGORY

           MOVE PS-NOMINEE-NAME
             TO WF-NOMINEE-NAME

           MOVE PS-NOMINEE-PHONE
             TO WF-NOMINEE-PHONE

           STRING 'OVERDUE '              DELIMITED BY SIZE
                  WS-ED-OVERDUE           DELIMITED BY SIZE
              INTO WF-DETAIL
           END-STRING

           WRITE WELFREF-REC

           ADD 1
             TO WS-REFERRAL-COUNT
           .
       D7500-EXIT.
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

           MOVE WS-LETTER-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (2)

           MOVE WS-ORDER-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (3)

           MOVE WS-REFERRAL-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (4)

           CALL 'MTRRUNCT'
          USING RUNREQ

      *--Control-total reconciliation report for this collections run
           DISPLAY '---- COLLECTIONS CONTROL TOTALS ----'
           DISPLAY 'ACCOUNTS REVIEWED    : ' WS-ACCOUNT-COUNT
           DISPLAY 'LETTERS EXTRACTED    : ' WS-LETTER-COUNT
           DISPLAY 'DISCONNECT ORDERS    : ' WS-ORDER-COUNT
           DISPLAY 'WELFARE REFERRALS    : ' WS-REFERRAL-COUNT
           DISPLAY 'STAGES STEPPED DOWN  : ' WS-DEESCALATE-COUNT
           DISPLAY 'BILLS UNDER DISPUTE  : ' WS-DISPUTED-COUNT
           DISPLAY 'WITH AGENCY          : ' WS-AGENCY-COUNT
           DISPLAY 'ON ARRANGEMENT       : ' WS-ARRANGED-COUNT
           DISPLAY 'SNAPSHOT USED        : ' WS-SNAP-DATE
                   ' ' WS-SNAP-TIME

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
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
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE DUNSTAT-FILE
           IF WS-DUNSTAT-STA NOT = '00'
              STRING 'Error in Closing dunning stage file - '
              GO TO Z0000-PROCESS-END
           END-IF

           IF WS-PSREG-OPEN = 'Y'
              CLOSE PSREG-FILE
           END-IF

           IF WS-CUSTMST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
              IF WS-CUST-STA NOT = '00'
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE WELFREF-EXTRACT
           IF WS-WELFREF-STA NOT = '00'
              STRING 'Error in Closing welfare referral file - '
                  WS-WELFREF-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF
           .
       Z0000-EXIT.

