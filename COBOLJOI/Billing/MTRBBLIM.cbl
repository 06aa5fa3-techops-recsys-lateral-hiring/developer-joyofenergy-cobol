       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRBBLIM.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Back-billing limit check - called by every path that raises a  *
      * rebill difference as an adjustment: the estimate true-up       *
      * (MTRRDTRU), reading corrections (MTRRDCOR) and upheld disputes *
      * (MTRDSPMT), a rebilled period bridging a meter exchange        *
      * included. A customer cannot be charged for consumption older   *
      * than the limit (twelve months unless the BBLCTL card says      *
      * otherwise) when the under-billing was ours, so the part of an  *
      * upward difference that falls on days before the limit date is  *
      * credited straight back as a 'BBLW' adjustment through MTRADJMT *
      * and logged on BBLLOG against the path for the monthly report.  *
      * A difference in the customer's favour passes untouched, and so *
      * does any difference on a business account (customer class 'B'  *
      * on CUSTMST) - the limit protects domestic customers only. A    *
      * write-off over the operator's authority is parked for approval *
      * and logged as pending.                                         *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Back-billing limit in months (optional)
           SELECT BBL-CARD
           ASSIGN TO 'BBLCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Meter exchange links, keyed by the replacement meter id -
      *-- tells a bridged period apart for the report
           SELECT MTREXCH-FILE
           ASSIGN TO 'MTREXCH'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EX-NEW-MTR-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-MTREXCH-STA.

      *-- Amounts foregone, appended to across the day
           SELECT BBLLOG-FILE
           ASSIGN TO 'BBLLOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BBLLOG-STA.

      *-- Customer master - business accounts are outside the limit
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  BBL-CARD
           LABEL RECORDS ARE STANDARD.
       01  BBL-CARD-REC.
           05 CARD-LIMIT-MONTHS  PIC 9(02).
      *
       FD  MTREXCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTREXCH0.
      *
       FD  BBLLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BBLLOG0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-MTREXCH-STA             PIC 9(02) VALUE ZEROES.
           05 WS-BBLLOG-STA              PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-TODAY-R REDEFINES WS-TODAY-8.
              10 WS-TODAY-YYYY           PIC 9(04).
              10 WS-TODAY-MM             PIC 9(02).
              10 WS-TODAY-DD             PIC 9(02).
      *-- The card is read on the first call of the run only
           05 WS-CARD-LOADED             PIC X(01) VALUE 'N'.
      *-- Months back a rebill may still charge for. No card keeps
      *-- the regulatory twelve.
           05 WS-LIMIT-MONTHS            PIC 9(02) VALUE 12.
      *-- The limit date - today, the limit's months back, pulled in
      *-- to the month's last day when that month is shorter
           05 WS-LIMIT-8                 PIC 9(08) VALUE ZEROES.
           05 WS-LIMIT-R REDEFINES WS-LIMIT-8.
              10 WS-LIMIT-YYYY           PIC 9(04).
              10 WS-LIMIT-MM             PIC 9(02).
              10 WS-LIMIT-DD             PIC 9(02).
           05 WS-MONTH-NBR               PIC 9(06) VALUE ZEROES.
           05 WS-YEAR-NBR                PIC 9(04) VALUE ZEROES.
           05 WS-MONTH-REM               PIC 9(02) VALUE ZEROES.
           05 WS-FIRST-8                 PIC 9(08) VALUE ZEROES.
           05 WS-NEXT-FIRST-8            PIC 9(08) VALUE ZEROES.
           05 WS-MONTH-DAYS              PIC S9(8) COMP VALUE ZEROES.
      *-- Split of the period either side of the limit date
           05 WS-PERIOD-DAYS             PIC S9(8) COMP VALUE ZEROES.
           05 WS-CHARGE-DAYS             PIC S9(8) COMP VALUE ZEROES.
           05 WS-LOG-PATH                PIC X(04) VALUE SPACES.
      *-- 'W' written off, 'P' parked for approval
           05 WS-LOG-STATUS              PIC X(01) VALUE SPACES.
      *-- The account's customer class - domestic unless the master
      *-- says business
           05 WS-CUST-CLASS              PIC X(01) VALUE SPACES.

           COPY ADJMNT0.
      *
       LINKAGE SECTION.
      *
         COPY BBLREQ0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING BBLREQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-SPLIT-DIFFERENCE
              THRU B0000-EXIT

           PERFORM C0000-WRITE-OFF-EXCESS
              THRU C0000-EXIT
           .
       PROGRAM-DONE.
           GOBACK.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
           MOVE '0'
             TO C01-RETURN-CD OF BBLREQ

           MOVE C01-REBILL-DIFF OF BBLREQ
             TO C01-CHARGED-AMT OF BBLREQ

           MOVE ZEROES
             TO C01-FOREGONE-AMT OF BBLREQ

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

           IF WS-CARD-LOADED NOT = 'Y'
              PERFORM A1000-READ-CONTROL-CARD
                 THRU A1000-EXIT
           END-IF

           PERFORM A2000-COMPUTE-LIMIT-DATE
              THRU A2000-EXIT

           MOVE WS-LIMIT-8
             TO C01-LIMIT-DATE OF BBLREQ
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       A1000-READ-CONTROL-CARD.
      *--------------------------------------------------------------*
      *-- The control card is optional - no card, an empty card or a
      *-- zero field keeps the default
           MOVE 'Y'
             TO WS-CARD-LOADED

           OPEN INPUT BBL-CARD
           IF WS-CARD-STA NOT = '00'
              GO TO A1000-EXIT
           END-IF

           READ BBL-CARD
              AT END
                 MOVE SPACES
                   TO BBL-CARD-REC
           END-READ

           IF CARD-LIMIT-MONTHS NUMERIC
              AND CARD-LIMIT-MONTHS > ZEROES
              MOVE CARD-LIMIT-MONTHS
                TO WS-LIMIT-MONTHS
           END-IF

           CLOSE BBL-CARD
           .
       A1000-EXIT.
      *--------------------------------------------------------------*
       A2000-COMPUTE-LIMIT-DATE.
      *--------------------------------------------------------------*
      *-- Step back the limit's months, then keep today's day of the
      *-- month unless the month arrived at is too short for it
           COMPUTE WS-MONTH-NBR =
              WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1 - WS-LIMIT-MONTHS

           DIVIDE WS-MONTH-NBR BY 12
              GIVING WS-YEAR-NBR
              REMAINDER WS-MONTH-REM

           MOVE WS-YEAR-NBR
             TO WS-LIMIT-YYYY

           COMPUTE WS-LIMIT-MM = WS-MONTH-REM + 1

           MOVE 1
             TO WS-LIMIT-DD

           MOVE WS-LIMIT-8
             TO WS-FIRST-8

           IF WS-LIMIT-MM = 12
              COMPUTE WS-NEXT-FIRST-8 = WS-FIRST-8 + 8900
           ELSE
              COMPUTE WS-NEXT-FIRST-8 = WS-FIRST-8 + 100
           END-IF

           COMPUTE WS-MONTH-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST-8)
              - FUNCTION INTEGER-OF-DATE (WS-FIRST-8)

           IF WS-TODAY-DD > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS
                TO WS-LIMIT-DD
           ELSE
              MOVE WS-TODAY-DD
                TO WS-LIMIT-DD
           END-IF
           .
       A2000-EXIT.
      *--------------------------------------------------------------*
       B0000-SPLIT-DIFFERENCE.
      *--------------------------------------------------------------*
      *-- Only an upward difference is limited, and only the days of
      *-- the period before the limit date are foregone - the
      *-- difference is spread evenly over the period's days.
           IF C01-REBILL-DIFF OF BBLREQ NOT > ZEROES
              GO TO PROGRAM-DONE
           END-IF

           IF C01-FROM-DATE OF BBLREQ NOT < WS-LIMIT-8
              GO TO PROGRAM-DONE
           END-IF

           PERFORM B0500-GET-CUST-CLASS
              THRU B0500-EXIT

           IF WS-CUST-CLASS = 'B'
              GO TO PROGRAM-DONE
           END-IF

           IF C01-TO-DATE OF BBLREQ < WS-LIMIT-8
              MOVE ZEROES
                TO C01-CHARGED-AMT OF BBLREQ
           ELSE
              COMPUTE WS-PERIOD-DAYS =
                 FUNCTION INTEGER-OF-DATE (C01-TO-DATE OF BBLREQ)
                 - FUNCTION INTEGER-OF-DATE (C01-FROM-DATE OF BBLREQ)
                 + 1

              COMPUTE WS-CHARGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (C01-TO-DATE OF BBLREQ)
                 - FUNCTION INTEGER-OF-DATE (WS-LIMIT-8)
                 + 1

              COMPUTE C01-CHARGED-AMT OF BBLREQ ROUNDED =
                 C01-REBILL-DIFF OF BBLREQ * WS-CHARGE-DAYS
                 / WS-PERIOD-DAYS
           END-IF

           COMPUTE C01-FOREGONE-AMT OF BBLREQ =
              C01-REBILL-DIFF OF BBLREQ - C01-CHARGED-AMT OF BBLREQ
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B0500-GET-CUST-CLASS.
      *--------------------------------------------------------------*
      *-- No customer master, or no record on it, is a domestic
      *-- account
           MOVE 'D'
             TO WS-CUST-CLASS

           OPEN INPUT CUSTMST-FILE
           IF WS-CUST-STA NOT = '00'
              GO TO B0500-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF BBLREQ
             TO CM-ACCOUNT-ID

           READ CUSTMST-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CM-CUST-CLASS = 'B'
                    MOVE 'B'
                      TO WS-CUST-CLASS
                 END-IF
           END-READ

           CLOSE CUSTMST-FILE
           .
       B0500-EXIT.
      *--------------------------------------------------------------*
       C0000-WRITE-OFF-EXCESS.
      *--------------------------------------------------------------*
      *-- Credit the foregone part back against the meter, so the
      *-- next statement shows the limit applied alongside the
      *-- rebill difference it cuts back.
           IF C01-FOREGONE-AMT OF BBLREQ = ZEROES
              GO TO C0000-EXIT
           END-IF

           MOVE 'A'
             TO C01-ACTION-CD OF ADJMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ADJMNT-REQ

           MOVE C01-ACCOUNT-ID OF BBLREQ
             TO C01-ACCOUNT-ID OF ADJMNT-REQ

           MOVE C01-MTR-ID OF BBLREQ
             TO C01-MTR-ID OF ADJMNT-REQ

           MOVE WS-TODAY-8
             TO C01-ADJ-DATE OF ADJMNT-REQ

           MOVE ZEROES
             TO C01-ADJ-SEQ OF ADJMNT-REQ

           MOVE 'BBLW'
             TO C01-REASON-CD OF ADJMNT-REQ

           COMPUTE C01-ADJ-AMOUNT OF ADJMNT-REQ =
              ZERO - C01-FOREGONE-AMT OF BBLREQ

           MOVE C01-OPERATOR OF BBLREQ
             TO C01-OPERATOR OF ADJMNT-REQ

           MOVE C01-APPROVER OF BBLREQ
             TO C01-APPROVER OF ADJMNT-REQ

           MOVE ZEROES
             TO C01-PEND-DATE OF ADJMNT-REQ
                C01-PEND-SEQ OF ADJMNT-REQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

      *-- A write-off over the operator's limit waits on APRPND like
      *-- any other adjustment, but is logged now as pending so the
      *-- monthly report still shows the limit applied
           EVALUATE C01-RETURN-CD OF ADJMNT-REQ
              WHEN '0'
                 MOVE '1'
                   TO C01-RETURN-CD OF BBLREQ
                 MOVE 'W'
                   TO WS-LOG-STATUS
              WHEN '7'
                 MOVE '7'
                   TO C01-RETURN-CD OF BBLREQ
                 MOVE 'P'
                   TO WS-LOG-STATUS
                 DISPLAY 'BACK-BILLING WRITE-OFF PARKED FOR APPROVAL '
                         C01-ACCOUNT-ID OF BBLREQ ' ITEM '
                         C01-PEND-DATE OF ADJMNT-REQ ' '
                         C01-PEND-SEQ OF ADJMNT-REQ
              WHEN OTHER
                 DISPLAY 'BACK-BILLING WRITE-OFF FAILED FOR ACCOUNT '
                         C01-ACCOUNT-ID OF BBLREQ
                 MOVE '9'
                   TO C01-RETURN-CD OF BBLREQ
                 GO TO C0000-EXIT
           END-EVALUATE

           PERFORM C1000-FIND-PATH
              THRU C1000-EXIT

           PERFORM C2000-LOG-FOREGONE
              THRU C2000-EXIT

           DISPLAY 'BACK-BILLING LIMIT ' C01-ACCOUNT-ID OF BBLREQ
                   ' ' C01-MTR-ID OF BBLREQ
                   ' FOREGONE ' C01-FOREGONE-AMT OF BBLREQ
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-FIND-PATH.
      *--------------------------------------------------------------*
      *-- A period starting before the meter's exchange date is one
      *-- the statement bridged across the swap - reported under the
      *-- exchange rather than the path that happened to rebill it
           MOVE C01-PATH-CD OF BBLREQ
             TO WS-LOG-PATH

           OPEN INPUT MTREXCH-FILE
           IF WS-MTREXCH-STA NOT = '00'
              GO TO C1000-EXIT
           END-IF

           MOVE C01-MTR-ID OF BBLREQ
             TO EX-NEW-MTR-ID

           READ MTREXCH-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF C01-FROM-DATE OF BBLREQ < EX-EXCH-DATE
                    MOVE 'XCHG'
                      TO WS-LOG-PATH
                 END-IF
           END-READ

           CLOSE MTREXCH-FILE
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       C2000-LOG-FOREGONE.
      *--------------------------------------------------------------*
           OPEN EXTEND BBLLOG-FILE
           IF WS-BBLLOG-STA = '35'
              OPEN OUTPUT BBLLOG-FILE
           END-IF

           IF WS-BBLLOG-STA NOT = '00'
              STRING 'Error in opening back-billing log - '
                  WS-BBLLOG-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO C2000-EXIT
           END-IF

           MOVE WS-TODAY-8
             TO BL-LOG-DATE

           MOVE WS-LOG-PATH
             TO BL-PATH-CD

           MOVE C01-ACCOUNT-ID OF BBLREQ
             TO BL-ACCOUNT-ID

           MOVE C01-MTR-ID OF BBLREQ
             TO BL-MTR-ID

           MOVE C01-FROM-DATE OF BBLREQ
             TO BL-FROM-DATE

           MOVE C01-TO-DATE OF BBLREQ
             TO BL-TO-DATE

           MOVE WS-LIMIT-8
             TO BL-LIMIT-DATE

           MOVE C01-REBILL-DIFF OF BBLREQ
             TO BL-REBILL-DIFF

           MOVE C01-CHARGED-AMT OF BBLREQ
             TO BL-CHARGED-AMT

           MOVE C01-FOREGONE-AMT OF BBLREQ
             TO BL-FOREGONE-AMT

           MOVE C01-OPERATOR OF BBLREQ
             TO BL-OPERATOR

           MOVE WS-LOG-STATUS
             TO BL-STATUS

           MOVE C01-PEND-DATE OF ADJMNT-REQ
             TO BL-PEND-DATE

           MOVE C01-PEND-SEQ OF ADJMNT-REQ
             TO BL-PEND-SEQ

           WRITE BBLLOG-REC

           CLOSE BBLLOG-FILE
           .
       C2000-EXIT.
