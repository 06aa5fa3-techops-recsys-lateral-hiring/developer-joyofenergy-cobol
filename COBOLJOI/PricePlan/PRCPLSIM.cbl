      * DRAFTPLN staging file, not yet on PRCPLAN) and under the rate  *
      * actually in force, over the window on the SIMWNDW card, with   *
      * the same tiered/standing/demand costing PRCPLCMP applies (gas  *
      * volumes converting to kWh at the calorific value first), plus  *
      * the levy and VAT for the account's customer class through the  *
      * shared MTRTAXMT lookup, so both sides are what the customer    *
      * would actually pay - and reports the total and per-meter cost  *
      * change. For accounts enrolled on the always-best-price scheme  *
      * it also asks PRCPLCMP for the cheapest alternative plan the    *
      * account is eligible for - a draft cost (before levy and VAT,   *
      * as PRCPLCMP ranks) above it is an account PRCPLASW would       *
      * switch away. No more approving a repricing off a ten-meter     *
      * spreadsheet sample.                                            *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-ENROLL-STA.

      *-- Customer master - the account's class decides the VAT rate
      *-- and levy both sides are taxed at
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAFT-IN
       FD  ENROLL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENROLL0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
           05 WS-MTR-INFO-STA            PIC 9(02) VALUE ZEROES.
           05 WS-PRCPLAN-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ENROLL-STA              PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-ENROLL-OPEN             PIC X(01) VALUE 'N'.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
      *-- Rollover handling, mirroring PRCPLCMP's D1500 - the max
      *-- value and multiplier are the meter's own, from the meter
      *-- asset register (MTRASMNT)
           05 WS-READING-MAX-VALUE       PIC 9(2)V9(5) VALUE 99.99999.
           05 WS-REG-MULTIPLIER          PIC 9(5)V9(4) VALUE 1.
           05 WS-PREV-READING            PIC 9(2)V9(5) VALUE ZEROES.
           05 WS-ROLLOVER-COUNT          PIC 9(04) VALUE ZEROES.
           05 WS-ADJ-READING             PIC 9(9)V9(5) VALUE ZEROES.
      *-- the side's accumulated cost
           05 WS-COST-SIDE               PIC X(01) VALUE SPACES.
           05 WS-SIDE-COST               PIC 9(9)V9(4) VALUE ZEROES.
      *-- The side's cost before levy and VAT - what PRCPLCMP's
      *-- ranking compares - and the account's class rates at the
      *-- window end
           05 WS-SIDE-NET                PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-CUST-CLASS              PIC X(01) VALUE SPACES.
           05 WS-TAX-RATE-PCT            PIC 9(2)V9(4) VALUE ZEROES.
           05 WS-LEVY-RATE               PIC 9(2)V9(6) VALUE ZEROES.
      *-- Per-meter results
           05 WS-CURRENT-COST            PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-DRAFT-COST              PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-DRAFT-NET               PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-COST-DIFF               PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-ALT-FOUND               PIC X(01) VALUE 'N'.
           05 WS-ALT-COST                PIC 9(5)V9(4) VALUE ZEROES.
           COPY PRCPLN01.

           COPY CVMNT0.

           COPY ASMNT0.

           COPY TAXMNT0.
      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
              END-IF
           END-IF

      *-- No customer master just means every account is domestic
           OPEN INPUT CUSTMST-FILE
           IF WS-CUST-STA = '00'
              MOVE 'Y'
                TO WS-CUSTMST-OPEN
           END-IF

           DISPLAY '---- RATE SIMULATION FOR PLAN '
                   DR-PLAN-NAME (1:30) ' ----'
           DISPLAY 'WINDOW ' CARD-FROM-DATE ' TO ' CARD-TO-DATE
           PERFORM C1000-PREP-READINGS
              THRU C1000-EXIT

           PERFORM C1100-GET-TAX-RATES
              THRU C1100-EXIT

      *-- Current side - the rates actually in force, reading by
      *-- reading
           MOVE POWER-PLAN-NAME OF MTR-REC
           MOVE WS-SIDE-COST
             TO WS-DRAFT-COST

           MOVE WS-SIDE-NET
             TO WS-DRAFT-NET

           COMPUTE WS-COST-DIFF =
              WS-DRAFT-COST - WS-CURRENT-COST

             TO WS-PREV-READING
                WS-ROLLOVER-COUNT

           PERFORM C1200-GET-METER-REGISTER
              THRU C1200-EXIT

           PERFORM VARYING HOUR-IDX FROM 1 BY 1
                     UNTIL HOUR-IDX > 24
              MOVE ZEROES
              WS-TO-DAY-NBR - WS-FROM-DAY-NBR + 1
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       C1100-GET-TAX-RATES.
      *--------------------------------------------------------------*
      *-- The account's class (domestic unless the master says
      *-- business) and that class's VAT rate and per-unit levy in
      *-- force at the window end. No rate in force means neither.
           MOVE 'D'
             TO WS-CUST-CLASS

           MOVE ZEROES
             TO WS-TAX-RATE-PCT
                WS-LEVY-RATE

           IF WS-CUSTMST-OPEN = 'Y'
              MOVE ACCOUNT-ID OF MTR-REC
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
           END-IF

           MOVE 'G'
             TO C01-ACTION-CD OF TAXMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF TAXMNT-REQ

           MOVE WS-CUST-CLASS
             TO C01-TAX-CLASS OF TAXMNT-REQ

           MOVE CARD-TO-DATE
             TO C01-AS-OF-DATE OF TAXMNT-REQ

           CALL 'MTRTAXMT'
          USING TAXMNT-REQ

           IF C01-RETURN-CD OF TAXMNT-REQ = '0'
              MOVE C01-TAX-RATE-PCT OF TAXMNT-REQ
                TO WS-TAX-RATE-PCT

              MOVE C01-LEVY-RATE OF TAXMNT-REQ
                TO WS-LEVY-RATE
           END-IF
           .
       C1100-EXIT.
      *--------------------------------------------------------------*
       C1200-GET-METER-REGISTER.
      *--------------------------------------------------------------*
      *-- The meter's rollover point and register multiplier
           MOVE 'G'
             TO C01-ACTION-CD OF ASMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           MOVE C01-MTR-ID OF MTRREAD
             TO C01-ASSET-MTR-ID

           CALL 'MTRASMNT'
          USING ASMNT-REQ

           MOVE C01-REGISTER-MAX
             TO WS-READING-MAX-VALUE

           MOVE C01-MULTIPLIER OF ASMNT-REQ
             TO WS-REG-MULTIPLIER
           .
       C1200-EXIT.
      *--------------------------------------------------------------*
       C1500-PREP-ONE-READING.
      *--------------------------------------------------------------*
           END-IF

           COMPUTE WS-ADJ-READING =
              (C01-READING (ARRAY-INDEX)
              + (WS-ROLLOVER-COUNT * (WS-READING-MAX-VALUE + 0.00001)))
              * WS-REG-MULTIPLIER

           MOVE C01-READING (ARRAY-INDEX)
             TO WS-PREV-READING
                 END-IF
              END-IF
           END-IF

      *-- Levy on the units priced, then VAT on the lot, the way the
      *-- statement charges them
           MOVE WS-SIDE-COST
             TO WS-SIDE-NET

           COMPUTE WS-SIDE-COST ROUNDED =
              (WS-SIDE-NET + (WS-TIER-UNITS-USED * WS-LEVY-RATE))
              * (100 + WS-TAX-RATE-PCT) / 100
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
      *-- cheaper plan exists: rank the existing plans over the same
      *-- window through PRCPLCMP, take the cheapest that is not the
      *-- draft plan itself, and count a switch-away when the draft
      *-- cost overshoots it. PRCPLCMP only ranks plans the account
      *-- is eligible for, so a cheaper plan in another region or
      *-- closed to existing customers - one PRCPLASW could never
      *-- move it onto - is not counted.
           IF WS-ENROLL-OPEN NOT = 'Y'
              GO TO E0000-EXIT
           END-IF
                OR WS-ALT-FOUND = 'Y'

           IF WS-ALT-FOUND = 'Y'
              AND WS-DRAFT-NET > WS-ALT-COST
              ADD 1
                TO WS-SWITCH-AWAY-COUNT

              GO TO Z0000-PROCESS-END
           END-IF

           IF WS-CUSTMST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
           END-IF

           IF WS-ENROLL-OPEN = 'Y'
              CLOSE ENROLL-FILE
              IF WS-ENROLL-STA NOT = '00'
