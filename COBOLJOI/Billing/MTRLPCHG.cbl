       PROGRAM-ID. MTRLPCHG.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Monthly late-payment charge assessment - reads each account's  *
      * aged position from the nightly ACCTPOS snapshot (MTRACPOS) -   *
      * the same buckets the aging report and the collections run work *
      * from - and charges the balance still open past the grace       *
      * period at the monthly rate on the LPCCTL card. The charge goes *
      * on as an adjustment with its own LPCH reason code, so the next *
      * statement itemizes it through the normal path. Bills under an  *
      * open dispute are already out of the buckets, accounts on an    *
      * active payment arrangement or with the agency are excluded, an *
      * account already charged this calendar month is not charged     *
      * twice, and a summary report quoting the snapshot's date and    *
      * time goes to finance for sign-off. The run is registered with  *
      * run control (MTRRUNCT) behind the snapshot build, and charges  *
      * from tonight's completed snapshot only. The charges are raised *
      * under the batch id MTRLPCHG, which must hold the ADJT action   *
      * on the OPAUTH authority table: without it every charge is      *
      * refused, and a charge over its limit is parked for approval    *
      * and reported as awaiting it.                                   *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Account position snapshot - the control record, then every
      *-- account in account order
           SELECT ACCTPOS-FILE
           ASSIGN TO 'ACCTPOS'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PN-ACCOUNT-ID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACCTPOS-STA.

      *-- Manual adjustments - read to make sure the account was not
      *-- already charged this month. Opened and closed around each
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ADJUST-STA.

      *-- Actions parked pending approval - a late charge over the
      *-- run's authority waits here rather than on the adjustments
      *-- file. Opened and closed around each use, since MTRADJMT
      *-- parks the next one through the same file.
           SELECT APRPND-FILE
           ASSIGN TO 'APRPND'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AP-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-APRPND-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  LPC-CARD
           05 FILLER             PIC X(01).
           05 CARD-MONTHLY-PCT   PIC 9(2)V9(4).
      *
       FD  ACCTPOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTPOS0.
      *
       FD  ADJUST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJUST0.
      *
       FD  APRPND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APRPND0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-ACCTPOS-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ADJUST-STA              PIC 9(02) VALUE ZEROES.
           05 WS-APRPND-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-CURR-ACCOUNT-ID         PIC X(12) VALUE SPACES.
      *-- When the snapshot the run is working from was taken
           05 WS-SNAP-DATE               PIC 9(08) VALUE ZEROES.
           05 WS-SNAP-TIME               PIC 9(06) VALUE ZEROES.
      *-- Today's month decides whether the account was already
      *-- charged
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Charge assessment work fields
           05 WS-OVERDUE-AMOUNT          PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-CHARGE-AMOUNT           PIC S9(7)V9(4) VALUE ZEROES.
           05 WS-ALREADY-CHARGED         PIC X(01) VALUE 'N'.
           05 WS-ADJ-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 WS-PND-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 WS-ED-OVERDUE              PIC ZZZZZZ9.99.
           05 WS-ED-CHARGE               PIC ZZZZZZ9.99.
      *-- Control totals for the finance sign-off report
           05 WS-ACCOUNT-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-CHARGED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-EXCLUDED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-AGENCY-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-REPEAT-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-PARKED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-FAILED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-CHARGE-TOTAL            PIC 9(11)V9(4) VALUE ZEROES.

      *-- The front of a parked adjustment request (the ADJMNT0
      *-- layout), to tell whose late charge is awaiting approval
       01  WS-PARKED-ADJ.
           05 FILLER                     PIC X(02).
           05 WS-PARKED-ACCOUNT-ID       PIC X(12).
           05 FILLER                     PIC X(24).
           05 WS-PARKED-REASON-CD        PIC X(04).
           05 FILLER                     PIC X(258).

           COPY ADJMNT0.

           COPY RUNREQ0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-ACCOUNTS
              THRU B0000-EXIT

           PERFORM S0000-THANKS
              GO TO PROGRAM-DONE
           END-IF

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

           MOVE 'MTRLPCHG'
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

           MOVE 'ACCOUNTS REVIEWED'
             TO C01-COUNT-LABEL OF RUNREQ (1)

           MOVE 'ACCOUNTS CHARGED'
             TO C01-COUNT-LABEL OF RUNREQ (2)

           MOVE 'ALREADY CHARGED'
             TO C01-COUNT-LABEL OF RUNREQ (3)

           MOVE 'CHARGES ASSESSED'
             TO C01-COUNT-LABEL OF RUNREQ (4)

      *-- The control record comes first - no charges are raised off
      *-- a snapshot the nightly build did not finish
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

           DISPLAY '---- LATE PAYMENT CHARGES AT '
                   CARD-MONTHLY-PCT ' PCT PAST '
                   CARD-GRACE-DAYS ' DAYS ----'
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

           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       A1000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-ACCOUNTS.
      *--------------------------------------------------------------*
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
                 PERFORM C0000-ASSESS-ACCOUNT
                    THRU C0000-EXIT
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-ASSESS-ACCOUNT.
      *--------------------------------------------------------------*
      *-- The snapshot has applied the payments received against the
      *-- oldest buckets first (the MTRPYAGE rule); assess interest
      *-- on what is still open past the grace period.
           ADD 1
             TO WS-ACCOUNT-COUNT

      *-- What counts as overdue depends on the grace period - a
      *-- grace of 30 days charges the 30/60/90 buckets, 60 the
      *-- 60/90, anything longer just the 90+.
           EVALUATE TRUE
              WHEN CARD-GRACE-DAYS < 60
                 COMPUTE WS-OVERDUE-AMOUNT =
                    PN-30 + PN-60 + PN-90
              WHEN CARD-GRACE-DAYS < 90
                 COMPUTE WS-OVERDUE-AMOUNT =
                    PN-60 + PN-90
              WHEN OTHER
                 MOVE PN-90
                   TO WS-OVERDUE-AMOUNT
           END-EVALUATE

              GO TO C0000-EXIT
           END-IF

      *-- Bills under an open dispute were already held out of the
      *-- buckets bill by bill; an active arrangement excludes the
      *-- whole account
           IF PN-ARRANGED = 'Y'
              ADD 1
                TO WS-EXCLUDED-COUNT
              GO TO C0000-EXIT
           END-IF

      *-- An account placed with the collection agency is the
      *-- agency's to pursue - no further charges while it is out
           IF PN-WITH-AGENCY = 'Y'
              ADD 1
                TO WS-AGENCY-COUNT
              GO TO C0000-EXIT
           END-IF

      *-- Already charged this calendar month - a re-run after an
              THRU D3000-EXIT
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D2000-CHECK-ALREADY-CHARGED.
      *--------------------------------------------------------------*
            UNTIL WS-ADJ-SCAN-DONE = 'Y'

           CLOSE ADJUST-FILE

           IF WS-ALREADY-CHARGED = 'N'
              PERFORM D2700-CHECK-PARKED
                 THRU D2700-EXIT
           END-IF
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
           END-READ
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       D2700-CHECK-PARKED.
      *--------------------------------------------------------------*
      *-- A charge parked for approval this month is not on the
      *-- adjustments file until it is approved, but it counts as the
      *-- month's charge all the same - raising it again would park a
      *-- second one. A charge turned down this month is not raised
      *-- again either; one approved is on the adjustments file.
           OPEN INPUT APRPND-FILE
           IF WS-APRPND-STA = '35'
              GO TO D2700-EXIT
           END-IF

           IF WS-APRPND-STA NOT = '00'
              STRING 'Error in opening pending approvals file - '
                  WS-APRPND-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO D2700-EXIT
           END-IF

           MOVE 'N'
             TO WS-PND-SCAN-DONE

           MOVE WS-TODAY-8
             TO AP-REQ-DATE

           MOVE '01'
             TO AP-REQ-DATE (7:2)

           MOVE ZEROES
             TO AP-REQ-SEQ

           START APRPND-FILE KEY IS NOT LESS THAN AP-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-PND-SCAN-DONE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM D2750-SCAN-PARKED
              THRU D2750-EXIT
            UNTIL WS-PND-SCAN-DONE = 'Y'

           CLOSE APRPND-FILE
           .
       D2700-EXIT.
      *--------------------------------------------------------------*
       D2750-SCAN-PARKED.
      *--------------------------------------------------------------*
           READ APRPND-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-PND-SCAN-DONE
              NOT AT END
                 IF AP-REQ-DATE (1:6) NOT = WS-TODAY-8 (1:6)
                    MOVE 'Y'
                      TO WS-PND-SCAN-DONE
                 ELSE
                    MOVE AP-REQUEST
                      TO WS-PARKED-ADJ
                    IF AP-ACTION = 'ADJT'
                       AND AP-STATUS NOT = 'A'
                       AND WS-PARKED-ACCOUNT-ID = WS-CURR-ACCOUNT-ID
                       AND WS-PARKED-REASON-CD = 'LPCH'
                       MOVE 'Y'
                         TO WS-ALREADY-CHARGED
                       MOVE 'Y'
                         TO WS-PND-SCAN-DONE
                    END-IF
                 END-IF
           END-READ
           .
       D2750-EXIT.
      *--------------------------------------------------------------*
       D3000-RAISE-CHARGE.
      *--------------------------------------------------------------*
           MOVE 'MTRLPCHG'
             TO C01-OPERATOR OF ADJMNT-REQ

           MOVE ZEROES
             TO C01-PEND-DATE OF ADJMNT-REQ
                C01-PEND-SEQ OF ADJMNT-REQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

      *-- Over the run's authority - parked for approval. Not a
      *-- failure, and D2700 stops it being raised again this month.
           IF C01-RETURN-CD OF ADJMNT-REQ = '7'
              DISPLAY 'LATE CHARGE FOR ' WS-CURR-ACCOUNT-ID
                      ' PARKED FOR APPROVAL - ITEM '
                      C01-PEND-DATE OF ADJMNT-REQ ' '
                      C01-PEND-SEQ OF ADJMNT-REQ
              ADD 1
                TO WS-PARKED-COUNT
              GO TO D3000-EXIT
           END-IF

           IF C01-RETURN-CD OF ADJMNT-REQ NOT = '0'
              DISPLAY 'LATE CHARGE COULD NOT BE RAISED FOR '
                      WS-CURR-ACCOUNT-ID ' - RETURN CODE '
                      C01-RETURN-CD OF ADJMNT-REQ
              ADD 1
                TO WS-FAILED-COUNT
              GO TO D3000-EXIT
           END-IF

      *-- Today falling in a closed accounting period moves the charge
      *-- to the first open one - reported so finance can see it
           IF C01-ORIG-ADJ-DATE OF ADJMNT-REQ NOT = ZEROES
              DISPLAY 'LATE CHARGE FOR ' WS-CURR-ACCOUNT-ID
                      ' POSTED ' C01-ADJ-DATE OF ADJMNT-REQ
                      ' - PERIOD CLOSED'
           END-IF

           ADD 1
             TO WS-CHARGED-COUNT

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

           MOVE WS-CHARGED-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (2)

           MOVE WS-REPEAT-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (3)

           MOVE WS-CHARGE-TOTAL
             TO C01-COUNT-VALUE OF RUNREQ (4)

           CALL 'MTRRUNCT'
          USING RUNREQ

      *--Summary for finance sign-off
           DISPLAY '---- LATE PAYMENT CHARGE SUMMARY ----'
           DISPLAY 'ACCOUNTS REVIEWED  : ' WS-ACCOUNT-COUNT
           DISPLAY 'ACCOUNTS CHARGED   : ' WS-CHARGED-COUNT
           DISPLAY 'ON ARRANGEMENT     : ' WS-EXCLUDED-COUNT
           DISPLAY 'WITH AGENCY        : ' WS-AGENCY-COUNT
           DISPLAY 'ALREADY CHARGED    : ' WS-REPEAT-COUNT
           DISPLAY 'AWAITING APPROVAL  : ' WS-PARKED-COUNT
           DISPLAY 'NOT RAISED         : ' WS-FAILED-COUNT
           DISPLAY 'CHARGES ASSESSED   : ' WS-CHARGE-TOTAL
           DISPLAY 'SNAPSHOT USED      : ' WS-SNAP-DATE ' ' WS-SNAP-TIME

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE LPC-CARD
           CLOSE ACCTPOS-FILE
           .
       Z0000-EXIT.

