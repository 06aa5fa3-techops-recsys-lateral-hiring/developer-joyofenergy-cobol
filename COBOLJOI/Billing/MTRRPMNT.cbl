       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRRPMNT.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Revenue-protection case program - tracks the follow-up of a    *
      * suspected tamper or bypass on the RPCASE file, one case per    *
      * meter: opened from the MTRRDTAM candidates or by hand, the     *
      * site visit and its finding recorded, then closed with an       *
      * outcome. Closing as confirmed tamper assesses the bypass       *
      * period on the meter's own pre-tamper daily usage from MTRAGG,  *
      * rebills every stored statement the period touches through      *
      * MTRBILST's rebill mode on the assessed units, and raises the   *
      * rebill differences and the investigation charge through        *
      * MTRADJMT so the next statement bills them. An adjustment over  *
      * the closing operator's authority is parked for approval: the   *
      * case closes at status 'P' holding the pending item, so nothing *
      * is raised twice, and MTRAPRMT marks it closed once the         *
      * back-bill and charge are both approved.                        *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Investigation charge and assessment history (optional)
           SELECT RP-CARD
           ASSIGN TO 'RPCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STA.

      *-- Revenue-protection cases, one per meter
           SELECT RPCASE-FILE
           ASSIGN TO 'RPCASE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RP-MTR-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-RPCASE-STA.

      *-- Monthly consumption aggregates - the pre-tamper history
           SELECT MTRAGG-FILE
           ASSIGN TO 'MTRAGG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AG-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-MTRAGG-STA.

      *-- Billing history - the statements the bypass period touches
           SELECT BILLHIST-FILE
           ASSIGN TO 'BILLHIST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BH-KEY
           ALTERNATE RECORD KEY IS BH-ACCOUNT-ID WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BILLHIST-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  RP-CARD
           LABEL RECORDS ARE STANDARD.
       01  RP-CARD-REC.
           05 CARD-STD-CHARGE    PIC 9(05)V99.
           05 FILLER             PIC X(01).
           05 CARD-HIST-MONTHS   PIC 9(02).
      *
       FD  RPCASE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPCASE0.
      *
       FD  MTRAGG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRAGG0.
      *
       FD  BILLHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHST0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-CARD-STA                PIC 9(02) VALUE ZEROES.
           05 WS-RPCASE-STA              PIC 9(02) VALUE ZEROES.
           05 WS-MTRAGG-STA              PIC 9(02) VALUE ZEROES.
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
           05 WS-CASE-FOUND              PIC X(01) VALUE 'N'.
      *-- The standard investigation charge and the months of
      *-- pre-tamper history the assessment averages over. No card
      *-- keeps the defaults.
           05 WS-STD-CHARGE              PIC 9(05)V99 VALUE 150.00.
           05 WS-HIST-MONTHS             PIC 9(02) VALUE 12.
      *-- The case being assessed
           05 WS-CASE-ACCOUNT            PIC X(12) VALUE SPACES.
           05 WS-BYPASS-FROM             PIC 9(08) VALUE ZEROES.
           05 WS-BYPASS-FROM-R REDEFINES WS-BYPASS-FROM.
              10 WS-BYPASS-FROM-YYYY     PIC 9(04).
              10 WS-BYPASS-FROM-MM       PIC 9(02).
              10 FILLER                  PIC 9(02).
           05 WS-BYPASS-TO               PIC 9(08) VALUE ZEROES.
           05 WS-CHARGE                  PIC 9(7)V9(4) VALUE ZEROES.
      *-- Pre-tamper baseline from the monthly aggregates
           05 WS-AGG-SCAN-DONE           PIC X(01) VALUE 'N'.
           05 WS-AGG-FIRST-MONTH         PIC 9(06) VALUE ZEROES.
           05 WS-AGG-LAST-MONTH          PIC 9(06) VALUE ZEROES.
           05 WS-AGG-NEXT-MONTH          PIC 9(06) VALUE ZEROES.
           05 WS-AGG-DATE-8              PIC 9(08) VALUE ZEROES.
           05 WS-AGG-NEXT-8              PIC 9(08) VALUE ZEROES.
           05 WS-AGG-DAYS                PIC S9(8) COMP VALUE ZEROES.
           05 WS-AGG-UNITS               PIC 9(11)V9(5) VALUE ZEROES.
           05 WS-MONTH-NBR               PIC 9(06) VALUE ZEROES.
           05 WS-YEAR-NBR                PIC 9(04) VALUE ZEROES.
           05 WS-MONTH-REM               PIC 9(02) VALUE ZEROES.
           05 WS-BASE-DAILY              PIC 9(7)V9(5) VALUE ZEROES.
      *-- Assessment of one stored statement
           05 WS-HIST-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-OVL-FROM                PIC 9(08) VALUE ZEROES.
           05 WS-OVL-TO                  PIC 9(08) VALUE ZEROES.
           05 WS-OVL-DAYS                PIC S9(8) COMP VALUE ZEROES.
           05 WS-PER-DAYS                PIC S9(8) COMP VALUE ZEROES.
           05 WS-ASSESSED                PIC 9(9)V9(5) VALUE ZEROES.
      *-- Assessment totals
           05 WS-TOTAL-EXTRA             PIC 9(9)V9(5) VALUE ZEROES.
           05 WS-TOTAL-VALUE             PIC 9(7)V9(4) VALUE ZEROES.
           05 WS-REBILLED                PIC 9(03) VALUE ZEROES.
      *-- One adjustment to raise
           05 WS-ADJ-REASON              PIC X(04) VALUE SPACES.
           05 WS-ADJ-AMOUNT              PIC 9(7)V9(4) VALUE ZEROES.
           05 WS-ADJ-PEND-DATE           PIC 9(08) VALUE ZEROES.
           05 WS-ADJ-PEND-SEQ            PIC 9(05) VALUE ZEROES.
      *-- The back-bill and charge items parked for approval, if any
           05 WS-VALUE-PEND-DATE         PIC 9(08) VALUE ZEROES.
           05 WS-VALUE-PEND-SEQ          PIC 9(05) VALUE ZEROES.
           05 WS-CHARGE-PEND-DATE        PIC 9(08) VALUE ZEROES.
           05 WS-CHARGE-PEND-SEQ         PIC 9(05) VALUE ZEROES.

      *-- Stored statements the bypass period touches, collected
      *-- before any rebill since MTRBILST opens the billing history
      *-- for itself. Five years of monthly bills fit.
       01  WS-PER-TABLE.
           05 WS-PER-COUNT               PIC 9(03) VALUE ZEROES.
           05 WS-PER-ENTRY OCCURS 60 TIMES.
              10 WS-PER-FROM             PIC 9(08).
              10 WS-PER-TO               PIC 9(08).
              10 WS-PER-USAGE            PIC 9(6)V9(5).
           05 PER-IDX                    PIC 9(03) VALUE ZEROES.

           COPY BILLSTM0.

           COPY ADJMNT0.

           COPY MTRPLAN0.
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *
         COPY RPMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING RPMNT-REQ.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           PERFORM C0000-PROCESS-REQUEST
              THRU C0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           GOBACK.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
           MOVE '0'
             TO C01-RETURN-CD OF RPMNT-REQ

      *-- Open Files
      *-- File may not exist yet the very first case
           OPEN I-O RPCASE-FILE
           IF WS-RPCASE-STA = '35'
              OPEN OUTPUT RPCASE-FILE
              CLOSE RPCASE-FILE
              OPEN I-O RPCASE-FILE
           END-IF

           IF WS-RPCASE-STA NOT = '00'
              STRING 'Error in opening revenue protection file - '
                  WS-RPCASE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

      *-- The control card is optional - no card, an empty card or a
      *-- zero field keeps that field's default
           OPEN INPUT RP-CARD
           IF WS-CARD-STA NOT = '00'
              GO TO A0000-EXIT
           END-IF

           READ RP-CARD
              AT END
                 MOVE SPACES
                   TO RP-CARD-REC
           END-READ

           IF CARD-STD-CHARGE NUMERIC
              AND CARD-STD-CHARGE > ZEROES
              MOVE CARD-STD-CHARGE
                TO WS-STD-CHARGE
           END-IF

           IF CARD-HIST-MONTHS NUMERIC
              AND CARD-HIST-MONTHS > ZEROES
              MOVE CARD-HIST-MONTHS
                TO WS-HIST-MONTHS
           END-IF

           CLOSE RP-CARD
           .
       A0000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
           IF C01-MTR-ID OF RPMNT-REQ = SPACES
              MOVE 'METER ID IS REQUIRED'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF RPMNT-REQ NOT = 'O'
              AND C01-ACTION-CD OF RPMNT-REQ NOT = 'V'
              AND C01-ACTION-CD OF RPMNT-REQ NOT = 'C'
              AND C01-ACTION-CD OF RPMNT-REQ NOT = 'I'
              MOVE 'INVALID ACTION CODE - MUST BE O, V, C OR I'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF RPMNT-REQ NOT = 'I'
              AND C01-OPERATOR OF RPMNT-REQ = SPACES
              MOVE 'OPERATOR IS REQUIRED'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF RPMNT-REQ = 'V'
              AND (C01-VISIT-DATE OF RPMNT-REQ NOT NUMERIC
                   OR C01-VISIT-DATE OF RPMNT-REQ = ZEROES
                   OR C01-FINDING-CD OF RPMNT-REQ = SPACES)
              MOVE 'VISIT DATE AND FINDING CODE ARE REQUIRED'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF RPMNT-REQ = 'C'
              AND C01-OUTCOME OF RPMNT-REQ NOT = 'T'
              AND C01-OUTCOME OF RPMNT-REQ NOT = 'N'
              MOVE 'OUTCOME MUST BE T (TAMPER) OR N (NONE FOUND)'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF RPMNT-REQ = 'C'
              AND C01-OUTCOME OF RPMNT-REQ = 'T'
              AND (C01-BYPASS-FROM OF RPMNT-REQ NOT NUMERIC
                   OR C01-BYPASS-FROM OF RPMNT-REQ = ZEROES)
              MOVE 'BYPASS PERIOD START IS REQUIRED FOR TAMPER'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO B0000-EXIT
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       C0000-PROCESS-REQUEST.
      *--------------------------------------------------------------*
           IF C01-RETURN-CD OF RPMNT-REQ NOT = '0'
              GO TO C0000-EXIT
           END-IF

           EVALUATE C01-ACTION-CD OF RPMNT-REQ
              WHEN 'O'
                 PERFORM D1000-OPEN-CASE
                    THRU D1000-EXIT
              WHEN 'V'
                 PERFORM D2000-RECORD-VISIT
                    THRU D2000-EXIT
              WHEN 'C'
                 PERFORM D3000-CLOSE-CASE
                    THRU D3000-EXIT
              WHEN 'I'
                 PERFORM D4000-INQUIRE-CASE
                    THRU D4000-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       D1000-OPEN-CASE.
      *--------------------------------------------------------------*
      *-- Open (or reopen, once the last case on the meter closed) -
      *-- the account is the one holding the meter today unless the
      *-- caller names it.
           MOVE 'Y'
             TO WS-CASE-FOUND

           MOVE C01-MTR-ID OF RPMNT-REQ
             TO RP-MTR-ID

           READ RPCASE-FILE
              INVALID KEY
                 MOVE 'N'
                   TO WS-CASE-FOUND
           END-READ

           IF WS-CASE-FOUND = 'Y'
              AND RP-STATUS NOT = 'C'
              MOVE 'A case is already open for that meter'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '2'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO D1000-EXIT
           END-IF

           IF C01-ACCOUNT-ID OF RPMNT-REQ = SPACES
              MOVE C01-MTR-ID OF RPMNT-REQ
                TO UINFO-MTR-ID OF MTRINFO

              MOVE SPACES
                TO C01-ACCOUNT-ID OF MTRINFO

              MOVE ZEROES
                TO C01-AS-OF-DATE OF MTRINFO

              CALL 'PRCPLACT'
             USING MTRINFO

              MOVE C01-ACCOUNT-ID OF MTRINFO
                TO C01-ACCOUNT-ID OF RPMNT-REQ
           END-IF

           IF C01-ACCOUNT-ID OF RPMNT-REQ = SPACES
              MOVE 'No account holds that meter'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO D1000-EXIT
           END-IF

           INITIALIZE RPCASE-REC

           MOVE C01-MTR-ID OF RPMNT-REQ
             TO RP-MTR-ID

           MOVE C01-ACCOUNT-ID OF RPMNT-REQ
             TO RP-ACCOUNT-ID

           MOVE 'O'
             TO RP-STATUS

           IF C01-SOURCE OF RPMNT-REQ = 'T'
              MOVE 'T'
                TO RP-SOURCE
           ELSE
              MOVE 'M'
                TO RP-SOURCE
           END-IF

           MOVE WS-TODAY-8
             TO RP-OPEN-DATE

           MOVE C01-OPERATOR OF RPMNT-REQ
             TO RP-OPERATOR

           MOVE C01-EST-LOST-UNITS OF RPMNT-REQ
             TO RP-EST-LOST-UNITS

           IF WS-CASE-FOUND = 'Y'
      *-- Reopening a meter whose last case closed
              REWRITE RPCASE-REC
                 INVALID KEY
                    MOVE 'Error updating revenue protection case'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
                    MOVE '9'
                      TO C01-RETURN-CD OF RPMNT-REQ
              END-REWRITE
           ELSE
              WRITE RPCASE-REC
                 INVALID KEY
                    MOVE 'Error writing revenue protection case'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
                    MOVE '9'
                      TO C01-RETURN-CD OF RPMNT-REQ
              END-WRITE
           END-IF

           MOVE RP-STATUS
             TO C01-CASE-STATUS OF RPMNT-REQ

           MOVE RP-OPEN-DATE
             TO C01-OPEN-DATE OF RPMNT-REQ
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       D2000-RECORD-VISIT.
      *--------------------------------------------------------------*
      *-- A second visit before closing replaces the first finding
           PERFORM D2500-READ-CASE
              THRU D2500-EXIT

           IF C01-RETURN-CD OF RPMNT-REQ NOT = '0'
              GO TO D2000-EXIT
           END-IF

           IF RP-STATUS = 'C'
              OR RP-STATUS = 'P'
              MOVE 'Case is closed'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '3'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO D2000-EXIT
           END-IF

           MOVE 'V'
             TO RP-STATUS

           MOVE C01-VISIT-DATE OF RPMNT-REQ
             TO RP-VISIT-DATE

           MOVE C01-FINDING-CD OF RPMNT-REQ
             TO RP-FINDING-CD

           MOVE C01-OPERATOR OF RPMNT-REQ
             TO RP-VISIT-OPERATOR

           REWRITE RPCASE-REC
              INVALID KEY
                 MOVE 'Error updating revenue protection case'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF RPMNT-REQ
           END-REWRITE

           MOVE RP-STATUS
             TO C01-CASE-STATUS OF RPMNT-REQ
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D2500-READ-CASE.
      *--------------------------------------------------------------*
           MOVE '0'
             TO C01-RETURN-CD OF RPMNT-REQ

           MOVE C01-MTR-ID OF RPMNT-REQ
             TO RP-MTR-ID

           READ RPCASE-FILE
              INVALID KEY
                 MOVE 'Revenue protection case not found'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF RPMNT-REQ
           END-READ
           .
       D2500-EXIT.
      *--------------------------------------------------------------*
       D3000-CLOSE-CASE.
      *--------------------------------------------------------------*
      *-- Close with the outcome. Only a visited case can close - the
      *-- finding is what the outcome rests on. Confirmed tamper is
      *-- assessed, rebilled and charged before the case is closed,
      *-- so a failure leaves it visited and ready to try again.
           PERFORM D2500-READ-CASE
              THRU D2500-EXIT

           IF C01-RETURN-CD OF RPMNT-REQ NOT = '0'
              GO TO D3000-EXIT
           END-IF

           IF RP-STATUS NOT = 'V'
              MOVE 'Record the site visit before closing the case'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '3'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO D3000-EXIT
           END-IF

           MOVE ZEROES
             TO WS-BYPASS-FROM
                WS-BYPASS-TO
                WS-BASE-DAILY
                WS-TOTAL-EXTRA
                WS-TOTAL-VALUE
                WS-REBILLED
                WS-CHARGE
                WS-VALUE-PEND-DATE
                WS-VALUE-PEND-SEQ
                WS-CHARGE-PEND-DATE
                WS-CHARGE-PEND-SEQ

           IF C01-OUTCOME OF RPMNT-REQ = 'T'
              PERFORM E0000-ASSESS-TAMPER
                 THRU E0000-EXIT

              IF C01-RETURN-CD OF RPMNT-REQ NOT = '0'
                 GO TO D3000-EXIT
              END-IF

      *-- The calls above may have disturbed the record area - re-read
      *-- the case before rewriting it.
              PERFORM D2500-READ-CASE
                 THRU D2500-EXIT

              IF C01-RETURN-CD OF RPMNT-REQ NOT = '0'
                 GO TO D3000-EXIT
              END-IF
           END-IF

           MOVE 'C'
             TO RP-STATUS

           MOVE C01-OUTCOME OF RPMNT-REQ
             TO RP-OUTCOME

           MOVE WS-TODAY-8
             TO RP-CLOSE-DATE

           MOVE C01-OPERATOR OF RPMNT-REQ
             TO RP-CLOSE-OPERATOR

           MOVE WS-BYPASS-FROM
             TO RP-BYPASS-FROM

           MOVE WS-BYPASS-TO
             TO RP-BYPASS-TO

           MOVE WS-BASE-DAILY
             TO RP-BASE-DAILY-UNITS

           MOVE WS-TOTAL-EXTRA
             TO RP-ASSESSED-UNITS

           MOVE WS-TOTAL-VALUE
             TO RP-ASSESSED-VALUE

           MOVE WS-REBILLED
             TO RP-PERIODS-REBILLED

           MOVE WS-CHARGE
             TO RP-CHARGE-AMOUNT

           MOVE WS-VALUE-PEND-DATE
             TO RP-VALUE-PEND-DATE

           MOVE WS-VALUE-PEND-SEQ
             TO RP-VALUE-PEND-SEQ

           MOVE WS-CHARGE-PEND-DATE
             TO RP-CHARGE-PEND-DATE

           MOVE WS-CHARGE-PEND-SEQ
             TO RP-CHARGE-PEND-SEQ

      *-- An adjustment parked for approval still closes the case -
      *-- it cannot be closed again, so nothing is raised twice - but
      *-- held at 'P' until the approval goes through
           IF RP-VALUE-PEND-DATE NOT = ZEROES
              OR RP-CHARGE-PEND-DATE NOT = ZEROES
              MOVE 'P'
                TO RP-STATUS
           END-IF

           REWRITE RPCASE-REC
              INVALID KEY
                 MOVE 'Error updating revenue protection case'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF RPMNT-REQ
                 GO TO D3000-EXIT
           END-REWRITE

           PERFORM D4000-INQUIRE-CASE
              THRU D4000-EXIT

           IF RP-STATUS = 'P'
              MOVE '7'
                TO C01-RETURN-CD OF RPMNT-REQ
           END-IF
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D4000-INQUIRE-CASE.
      *--------------------------------------------------------------*
           IF C01-ACTION-CD OF RPMNT-REQ = 'I'
              PERFORM D2500-READ-CASE
                 THRU D2500-EXIT

              IF C01-RETURN-CD OF RPMNT-REQ NOT = '0'
                 GO TO D4000-EXIT
              END-IF
           END-IF

           MOVE RP-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF RPMNT-REQ

           MOVE RP-STATUS
             TO C01-CASE-STATUS OF RPMNT-REQ

           MOVE RP-SOURCE
             TO C01-SOURCE OF RPMNT-REQ

           MOVE RP-EST-LOST-UNITS
             TO C01-EST-LOST-UNITS OF RPMNT-REQ

           MOVE RP-OPEN-DATE
             TO C01-OPEN-DATE OF RPMNT-REQ

           MOVE RP-VISIT-DATE
             TO C01-VISIT-DATE OF RPMNT-REQ

           MOVE RP-FINDING-CD
             TO C01-FINDING-CD OF RPMNT-REQ

           MOVE RP-OUTCOME
             TO C01-OUTCOME OF RPMNT-REQ

           MOVE RP-CLOSE-DATE
             TO C01-CLOSE-DATE OF RPMNT-REQ

           MOVE RP-BYPASS-FROM
             TO C01-BYPASS-FROM OF RPMNT-REQ

           MOVE RP-BYPASS-TO
             TO C01-BYPASS-TO OF RPMNT-REQ

           MOVE RP-BASE-DAILY-UNITS
             TO C01-BASE-DAILY-UNITS OF RPMNT-REQ

           MOVE RP-ASSESSED-UNITS
             TO C01-ASSESSED-UNITS OF RPMNT-REQ

           MOVE RP-ASSESSED-VALUE
             TO C01-ASSESSED-VALUE OF RPMNT-REQ

           MOVE RP-PERIODS-REBILLED
             TO C01-PERIODS-REBILLED OF RPMNT-REQ

           MOVE RP-CHARGE-AMOUNT
             TO C01-CHARGE-AMOUNT OF RPMNT-REQ
           .
       D4000-EXIT.
      *--------------------------------------------------------------*
       E0000-ASSESS-TAMPER.
      *--------------------------------------------------------------*
      *-- The bypass runs to the visit unless the caller says when it
      *-- was put right.
           MOVE RP-ACCOUNT-ID
             TO WS-CASE-ACCOUNT

           MOVE C01-BYPASS-FROM OF RPMNT-REQ
             TO WS-BYPASS-FROM

           IF C01-BYPASS-TO OF RPMNT-REQ NUMERIC
              AND C01-BYPASS-TO OF RPMNT-REQ > ZEROES
              MOVE C01-BYPASS-TO OF RPMNT-REQ
                TO WS-BYPASS-TO
           ELSE
              MOVE RP-VISIT-DATE
                TO WS-BYPASS-TO
           END-IF

           IF WS-BYPASS-TO < WS-BYPASS-FROM
              MOVE 'Bypass period ends before it starts'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO E0000-EXIT
           END-IF

           PERFORM E1000-COMPUTE-BASELINE
              THRU E1000-EXIT

           IF C01-RETURN-CD OF RPMNT-REQ NOT = '0'
              GO TO E0000-EXIT
           END-IF

           PERFORM E2000-COLLECT-STATEMENTS
              THRU E2000-EXIT

           IF C01-RETURN-CD OF RPMNT-REQ NOT = '0'
              GO TO E0000-EXIT
           END-IF

           PERFORM E3000-REBILL-ONE-STATEMENT
              THRU E3000-EXIT
           VARYING PER-IDX FROM 1 BY 1
             UNTIL PER-IDX > WS-PER-COUNT
                OR C01-RETURN-CD OF RPMNT-REQ NOT = '0'

           IF C01-RETURN-CD OF RPMNT-REQ NOT = '0'
              GO TO E0000-EXIT
           END-IF

           PERFORM E4000-RAISE-ADJUSTMENTS
              THRU E4000-EXIT
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
       E1000-COMPUTE-BASELINE.
      *--------------------------------------------------------------*
      *-- Average daily usage over the months on file before the
      *-- bypass started, going back WS-HIST-MONTHS months.
           MOVE ZEROES
             TO WS-AGG-UNITS
                WS-AGG-DAYS

           COMPUTE WS-MONTH-NBR =
              WS-BYPASS-FROM-YYYY * 12 + WS-BYPASS-FROM-MM - 1

           SUBTRACT 1
               FROM WS-MONTH-NBR

           DIVIDE WS-MONTH-NBR BY 12
              GIVING WS-YEAR-NBR
              REMAINDER WS-MONTH-REM

           COMPUTE WS-AGG-LAST-MONTH =
              WS-YEAR-NBR * 100 + WS-MONTH-REM + 1

           SUBTRACT WS-HIST-MONTHS
               FROM WS-MONTH-NBR

           ADD 1
             TO WS-MONTH-NBR

           DIVIDE WS-MONTH-NBR BY 12
              GIVING WS-YEAR-NBR
              REMAINDER WS-MONTH-REM

           COMPUTE WS-AGG-FIRST-MONTH =
              WS-YEAR-NBR * 100 + WS-MONTH-REM + 1

           OPEN INPUT MTRAGG-FILE
           IF WS-MTRAGG-STA NOT = '00'
              MOVE 'No consumption history to assess on'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '4'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO E1000-EXIT
           END-IF

           MOVE 'N'
             TO WS-AGG-SCAN-DONE

           MOVE RP-MTR-ID
             TO AG-MTR-ID

           MOVE WS-AGG-FIRST-MONTH
             TO AG-MONTH

           START MTRAGG-FILE KEY IS NOT LESS THAN AG-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-AGG-SCAN-DONE
           END-START

           PERFORM E1500-READ-ONE-MONTH
              THRU E1500-EXIT
            UNTIL WS-AGG-SCAN-DONE = 'Y'

           CLOSE MTRAGG-FILE

           IF WS-AGG-DAYS = ZEROES
              OR WS-AGG-UNITS = ZEROES
              MOVE 'No pre-tamper usage on file for the meter'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '4'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO E1000-EXIT
           END-IF

           COMPUTE WS-BASE-DAILY ROUNDED =
              WS-AGG-UNITS / WS-AGG-DAYS
           .
       E1000-EXIT.
      *--------------------------------------------------------------*
       E1500-READ-ONE-MONTH.
      *--------------------------------------------------------------*
           READ MTRAGG-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-AGG-SCAN-DONE
                 GO TO E1500-EXIT
           END-READ

           IF AG-MTR-ID NOT = RP-MTR-ID
              OR AG-MONTH > WS-AGG-LAST-MONTH
              MOVE 'Y'
                TO WS-AGG-SCAN-DONE
              GO TO E1500-EXIT
           END-IF

      *-- Days in the aggregate's month - first of the next month
      *-- less first of this one
           IF AG-MONTH (5:2) = '12'
              COMPUTE WS-AGG-NEXT-MONTH = AG-MONTH + 89
           ELSE
              COMPUTE WS-AGG-NEXT-MONTH = AG-MONTH + 1
           END-IF

           COMPUTE WS-AGG-DATE-8 = AG-MONTH * 100 + 1

           COMPUTE WS-AGG-NEXT-8 = WS-AGG-NEXT-MONTH * 100 + 1

           COMPUTE WS-AGG-DAYS =
              WS-AGG-DAYS
              + FUNCTION INTEGER-OF-DATE (WS-AGG-NEXT-8)
              - FUNCTION INTEGER-OF-DATE (WS-AGG-DATE-8)

           ADD AG-UNITS
             TO WS-AGG-UNITS
           .
       E1500-EXIT.
      *--------------------------------------------------------------*
       E2000-COLLECT-STATEMENTS.
      *--------------------------------------------------------------*
      *-- Every statement the account was billed for the meter that
      *-- overlaps the bypass period. Opened and closed here since
      *-- MTRBILST opens the billing history for itself on a rebill.
           MOVE ZEROES
             TO WS-PER-COUNT

           OPEN INPUT BILLHIST-FILE
           IF WS-BILLHIST-STA NOT = '00'
              STRING 'Error in opening billing history file - '
                  WS-BILLHIST-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO E2000-EXIT
           END-IF

           MOVE 'N'
             TO WS-HIST-SCAN-DONE

           MOVE RP-MTR-ID
             TO BH-MTR-ID

           MOVE ZEROES
             TO BH-FROM-DATE

           START BILLHIST-FILE KEY IS NOT LESS THAN BH-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-HIST-SCAN-DONE
           END-START

           PERFORM E2500-READ-ONE-STATEMENT
              THRU E2500-EXIT
            UNTIL WS-HIST-SCAN-DONE = 'Y'

           CLOSE BILLHIST-FILE
           .
       E2000-EXIT.
      *--------------------------------------------------------------*
       E2500-READ-ONE-STATEMENT.
      *--------------------------------------------------------------*
           READ BILLHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-HIST-SCAN-DONE
                 GO TO E2500-EXIT
           END-READ

           IF BH-MTR-ID NOT = RP-MTR-ID
              OR BH-FROM-DATE > WS-BYPASS-TO
              MOVE 'Y'
                TO WS-HIST-SCAN-DONE
              GO TO E2500-EXIT
           END-IF

           IF BH-TO-DATE < WS-BYPASS-FROM
              OR BH-ACCOUNT-ID NOT = WS-CASE-ACCOUNT
              GO TO E2500-EXIT
           END-IF

           IF WS-PER-COUNT >= 60
              DISPLAY 'Statement table full - assessment stops at '
                      BH-FROM-DATE
              MOVE 'Y'
                TO WS-HIST-SCAN-DONE
              GO TO E2500-EXIT
           END-IF

           ADD 1
             TO WS-PER-COUNT

           MOVE BH-FROM-DATE
             TO WS-PER-FROM (WS-PER-COUNT)

           MOVE BH-TO-DATE
             TO WS-PER-TO (WS-PER-COUNT)

           MOVE BH-TOTAL-USAGE
             TO WS-PER-USAGE (WS-PER-COUNT)
           .
       E2500-EXIT.
      *--------------------------------------------------------------*
       E3000-REBILL-ONE-STATEMENT.
      *--------------------------------------------------------------*
      *-- The days of the statement inside the bypass are assessed at
      *-- the pre-tamper daily usage; the days outside keep their
      *-- share of what the meter recorded. A statement the
      *-- assessment does not raise is left alone.
           COMPUTE WS-PER-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-PER-TO (PER-IDX))
              - FUNCTION INTEGER-OF-DATE (WS-PER-FROM (PER-IDX)) + 1

           IF WS-PER-FROM (PER-IDX) > WS-BYPASS-FROM
              MOVE WS-PER-FROM (PER-IDX)
                TO WS-OVL-FROM
           ELSE
              MOVE WS-BYPASS-FROM
                TO WS-OVL-FROM
           END-IF

           IF WS-PER-TO (PER-IDX) < WS-BYPASS-TO
              MOVE WS-PER-TO (PER-IDX)
                TO WS-OVL-TO
           ELSE
              MOVE WS-BYPASS-TO
                TO WS-OVL-TO
           END-IF

           COMPUTE WS-OVL-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-OVL-TO)
              - FUNCTION INTEGER-OF-DATE (WS-OVL-FROM) + 1

           IF WS-PER-DAYS < 1
              OR WS-OVL-DAYS < 1
              GO TO E3000-EXIT
           END-IF

           COMPUTE WS-ASSESSED ROUNDED =
              WS-PER-USAGE (PER-IDX) * (WS-PER-DAYS - WS-OVL-DAYS)
              / WS-PER-DAYS
              + WS-BASE-DAILY * WS-OVL-DAYS

           IF WS-ASSESSED NOT > WS-PER-USAGE (PER-IDX)
              GO TO E3000-EXIT
           END-IF

           IF WS-ASSESSED > 999999.99999
              DISPLAY 'Assessed units too large to rebill - period '
                      WS-PER-FROM (PER-IDX)
              MOVE '5'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO E3000-EXIT
           END-IF

           MOVE RP-MTR-ID
             TO C01-MTR-ID OF BILLSTMT

           MOVE WS-PER-FROM (PER-IDX)
             TO C01-FROM-DATE OF BILLSTMT

           MOVE WS-PER-TO (PER-IDX)
             TO C01-TO-DATE OF BILLSTMT

           MOVE '0'
             TO C01-RETURN-CD OF BILLSTMT

           MOVE 'Y'
             TO C01-REBILL-FLAG OF BILLSTMT

           MOVE WS-ASSESSED
             TO C01-ASSESSED-UNITS OF BILLSTMT

           CALL 'MTRBILST'
          USING BILLSTMT

           MOVE ZEROES
             TO C01-ASSESSED-UNITS OF BILLSTMT

           IF C01-RETURN-CD OF BILLSTMT NOT = '0'
              OR C01-ORIG-FOUND OF BILLSTMT NOT = 'Y'
              DISPLAY 'Assessed rebill could not be produced - period '
                      WS-PER-FROM (PER-IDX)
              MOVE '5'
                TO C01-RETURN-CD OF RPMNT-REQ
              GO TO E3000-EXIT
           END-IF

           IF C01-COST-DIFF OF BILLSTMT NOT > ZEROES
              GO TO E3000-EXIT
           END-IF

           ADD C01-COST-DIFF OF BILLSTMT
             TO WS-TOTAL-VALUE

           COMPUTE WS-TOTAL-EXTRA =
              WS-TOTAL-EXTRA + WS-ASSESSED - WS-PER-USAGE (PER-IDX)

           ADD 1
             TO WS-REBILLED
           .
       E3000-EXIT.
      *--------------------------------------------------------------*
       E4000-RAISE-ADJUSTMENTS.
      *--------------------------------------------------------------*
      *-- The assessed back-bill and the investigation charge go on
      *-- the account as two adjustments against the meter, so the
      *-- next statement itemizes them separately.
           IF WS-TOTAL-VALUE > ZEROES
              MOVE 'RPAS'
                TO WS-ADJ-REASON

              MOVE WS-TOTAL-VALUE
                TO WS-ADJ-AMOUNT

              PERFORM E4500-RAISE-ONE-ADJUSTMENT
                 THRU E4500-EXIT

              IF C01-RETURN-CD OF RPMNT-REQ NOT = '0'
                 GO TO E4000-EXIT
              END-IF

              MOVE WS-ADJ-PEND-DATE
                TO WS-VALUE-PEND-DATE

              MOVE WS-ADJ-PEND-SEQ
                TO WS-VALUE-PEND-SEQ
           END-IF

           IF C01-CHARGE-AMOUNT OF RPMNT-REQ NUMERIC
              AND C01-CHARGE-AMOUNT OF RPMNT-REQ > ZEROES
              MOVE C01-CHARGE-AMOUNT OF RPMNT-REQ
                TO WS-CHARGE
           ELSE
              MOVE WS-STD-CHARGE
                TO WS-CHARGE
           END-IF

           MOVE 'RPIC'
             TO WS-ADJ-REASON

           MOVE WS-CHARGE
             TO WS-ADJ-AMOUNT

           PERFORM E4500-RAISE-ONE-ADJUSTMENT
              THRU E4500-EXIT

           MOVE WS-ADJ-PEND-DATE
             TO WS-CHARGE-PEND-DATE

           MOVE WS-ADJ-PEND-SEQ
             TO WS-CHARGE-PEND-SEQ

           DISPLAY 'TAMPER ASSESSED ' RP-MTR-ID
                   ' BACK-BILL ' WS-TOTAL-VALUE
                   ' CHARGE ' WS-CHARGE
           .
       E4000-EXIT.
      *--------------------------------------------------------------*
       E4500-RAISE-ONE-ADJUSTMENT.
      *--------------------------------------------------------------*
           MOVE 'A'
             TO C01-ACTION-CD OF ADJMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ADJMNT-REQ

           MOVE WS-CASE-ACCOUNT
             TO C01-ACCOUNT-ID OF ADJMNT-REQ

           MOVE RP-MTR-ID
             TO C01-MTR-ID OF ADJMNT-REQ

           MOVE WS-TODAY-8
             TO C01-ADJ-DATE OF ADJMNT-REQ

           MOVE ZEROES
             TO C01-ADJ-SEQ OF ADJMNT-REQ

           MOVE WS-ADJ-REASON
             TO C01-REASON-CD OF ADJMNT-REQ

           MOVE WS-ADJ-AMOUNT
             TO C01-ADJ-AMOUNT OF ADJMNT-REQ

           MOVE C01-OPERATOR OF RPMNT-REQ
             TO C01-OPERATOR OF ADJMNT-REQ

           MOVE ZEROES
             TO C01-PEND-DATE OF ADJMNT-REQ
                C01-PEND-SEQ OF ADJMNT-REQ
                WS-ADJ-PEND-DATE
                WS-ADJ-PEND-SEQ

           CALL 'MTRADJMT'
          USING ADJMNT-REQ

      *-- Over the operator's authority the adjustment waits on
      *-- APRPND - not a failure; the case is held under the item
           EVALUATE C01-RETURN-CD OF ADJMNT-REQ
              WHEN '0'
                 CONTINUE
              WHEN '7'
                 MOVE C01-PEND-DATE OF ADJMNT-REQ
                   TO WS-ADJ-PEND-DATE
                 MOVE C01-PEND-SEQ OF ADJMNT-REQ
                   TO WS-ADJ-PEND-SEQ
                 DISPLAY WS-ADJ-REASON ' FOR ' WS-CASE-ACCOUNT
                         ' PARKED FOR APPROVAL - ITEM '
                         WS-ADJ-PEND-DATE ' ' WS-ADJ-PEND-SEQ
                 GO TO E4500-EXIT
              WHEN OTHER
                 MOVE SPACES
                   TO WS-ERROR-TEXT
                 STRING 'Adjustment could not be raised - '
                        WS-ADJ-REASON
                   DELIMITED BY SIZE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 MOVE '6'
                   TO C01-RETURN-CD OF RPMNT-REQ
                 GO TO E4500-EXIT
           END-EVALUATE

      *-- A closed accounting period moves the adjustment to the first
      *-- open one - reported so finance can see it
           IF C01-ORIG-ADJ-DATE OF ADJMNT-REQ NOT = ZEROES
              DISPLAY WS-ADJ-REASON ' FOR ' WS-CASE-ACCOUNT
                      ' POSTED ' C01-ADJ-DATE OF ADJMNT-REQ
                      ' - PERIOD CLOSED'
           END-IF
           .
       E4500-EXIT.
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
           CLOSE RPCASE-FILE
           IF WS-RPCASE-STA NOT = '00'
              STRING 'Error in Closing revenue protection file - '
                  WS-RPCASE-STA
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
