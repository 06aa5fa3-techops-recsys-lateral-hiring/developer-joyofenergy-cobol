           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-DISTIDX-STA.

      *-- Bill-quality rules card - read once per run, and only by a
      *-- quality-check call. No card means the standard rules.
           SELECT BQRULE-CARD
           ASSIGN TO 'BQRULE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BQRULE-STA.

      *-- Held-bill review file - statements the quality check held
      *-- back from distribution, keyed like the billing history
           SELECT BILLHOLD-FILE
           ASSIGN TO 'BILLHOLD'
           ORGANIZATION IS INDEXED
           RECORD KEY IS HD-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BILLHOLD-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PRCPLAN-FILE
           05 EM-TOTAL-COST      PIC 9(7).9(4).
           05 FILLER             PIC X(01).
           05 EM-TAX-AMOUNT      PIC 9(7).9(4).
      *-- The statement messages in priority order, spaces past the
      *-- last one
           05 EM-MESSAGE OCCURS 5 TIMES.
              10 FILLER          PIC X(01).
              10 EM-MSG-TEXT     PIC X(100).
      *
       FD  DISTIDX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISTIDX0.
      *
       FD  BQRULE-CARD
           LABEL RECORDS ARE STANDARD.
       01  BQRULE-REC.
      *-- Hold a bill whose charges (with VAT) exceed this multiple
      *-- of the average of the account's previous statements on the
      *-- meter - zero turns the rule off
           05 RULE-HIGH-FACTOR   PIC 9(03).
           05 FILLER             PIC X(01).
      *-- How many previous statements make the average (1 to 12)
           05 RULE-HIST-COUNT    PIC 9(02).
           05 FILLER             PIC X(01).
      *-- 'N' lets a zero-usage bill through
           05 RULE-ZERO-USAGE    PIC X(01).
           05 FILLER             PIC X(01).
      *-- 'N' lets a bill whose credits exceed its charges through
           05 RULE-NEGATIVE      PIC X(01).
           05 FILLER             PIC X(01).
      *-- Hold any bill whose charges (with VAT) exceed this amount -
      *-- zero turns the rule off
           05 RULE-MAX-AMOUNT    PIC 9(07).
      *
       FD  BILLHOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BILLHLD0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
      *-- - READING is an unsigned PIC 9(2)V9(5) register that wraps
      *-- back toward zero once it passes its max value; a later
      *-- reading lower than the one before it means the meter cycled,
      *-- not that usage dropped. The max value and the multiplier a
      *-- register delta is scaled by come from the meter asset
      *-- register (MTRASMNT) for the meter being read.
           05 WS-READING-MAX-VALUE    PIC 9(2)V9(5) VALUE 99.99999.
           05 WS-REG-MULTIPLIER       PIC 9(5)V9(4) VALUE 1.
           05 WS-PREV-READING         PIC 9(2)V9(5) VALUE ZEROES.
           05 WS-ROLLOVER-COUNT       PIC 9(04) VALUE ZEROES.
           05 WS-ADJ-READING          PIC 9(9)V9(5) VALUE ZEROES.
           05 WS-BALANCE-FOUND        PIC X(01) VALUE 'N'.
           05 WS-PREV-BALANCE         PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-NEW-BALANCE          PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-PERIOD-PAYMENTS      PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-PAY-SCAN-DONE        PIC X(01) VALUE 'N'.
           05 WS-ED-BAL               PIC -(8)9.9999.
      *-- Manual-adjustment pickup state - unapplied adjustments for
           05 WS-ORIG-STORED-TAX      PIC 9(7)V9(4) VALUE ZEROES.
           05 WS-ADJ-TAX-TOTAL        PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-ED-TAX-RATE          PIC Z9.9999.
      *-- The customer class off the master ('D' domestic unless it
      *-- says 'B' business) picks the class's rate and per-unit levy
      *-- from the same lookup; the levy is charged before the VAT.
           05 WS-CUST-CLASS           PIC X(01) VALUE SPACES.
           05 WS-LEVY-AMOUNT          PIC 9(7)V9(4) VALUE ZEROES.
      *-- Statement delivery routing - the customer master preference
      *-- decides whether this statement joins the print spool for
      *-- the mailing house or the structured email extract, and the
           05 WS-STMT-ADDR-2          PIC X(40) VALUE SPACES.
           05 WS-STMT-ADDR-3          PIC X(40) VALUE SPACES.
           05 WS-STMT-POSTCODE        PIC X(10) VALUE SPACES.
      *-- Statement message state - the customer's bill cycle from
      *-- the master, which with the region, plan, supplier, fuel
      *-- and channel decides the STMSG messages this statement
      *-- carries (MTRSMMNT)
           05 WS-STMT-CYCLE           PIC X(02) VALUE SPACES.
           05 MSG-IDX                 PIC 9(02) VALUE ZEROES.
      *-- Bill-quality check state - the rules stay loaded for the
      *-- run once the card has been read. Standard rules: hold at
      *-- ten times the average of the last six statements, hold
      *-- zero usage, hold a net credit, no absolute ceiling.
           05 WS-BQRULE-STA           PIC 9(02) VALUE ZEROES.
           05 WS-BILLHOLD-STA         PIC 9(02) VALUE ZEROES.
           05 WS-BILLHOLD-OPEN        PIC X(01) VALUE 'N'.
           05 WS-RULES-LOADED         PIC X(01) VALUE 'N'.
           05 WS-RULE-HIGH-FACTOR     PIC 9(03) VALUE 10.
           05 WS-RULE-HIST-COUNT      PIC 9(02) VALUE 6.
           05 WS-RULE-ZERO-USAGE      PIC X(01) VALUE 'Y'.
           05 WS-RULE-NEGATIVE        PIC X(01) VALUE 'Y'.
           05 WS-RULE-MAX-AMOUNT      PIC 9(07) VALUE ZEROES.
           05 WS-HOLD-FOUND           PIC X(01) VALUE 'N'.
           05 WS-HOLD-REASON          PIC X(04) VALUE SPACES.
           05 WS-BILL-CHARGES         PIC 9(9)V9(4) VALUE ZEROES.
           05 WS-HIST-SCAN-DONE       PIC X(01) VALUE 'N'.
           05 WS-HIST-SEEN            PIC 9(05) VALUE ZEROES.
           05 WS-HIST-QUOTIENT        PIC 9(05) VALUE ZEROES.
           05 WS-HIST-USED            PIC 9(02) VALUE ZEROES.
           05 WS-HIST-TOTAL           PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-HIST-AVERAGE         PIC 9(9)V9(4) VALUE ZEROES.
           05 HIST-IDX                PIC 9(02) VALUE ZEROES.

      *-- Hour-of-day usage buckets for the billed period, feeding
      *-- the maximum-demand charge
              10 WS-ADJ-ENT-REASON    PIC X(04).
              10 WS-ADJ-ENT-AMOUNT    PIC S9(7)V9(4).

      *-- Charges of the meter's most recent previous statements for
      *-- the account, kept round-robin while the history is walked
      *-- oldest first, so the last ones seen stay in the table.
       01  WS-HIST-TABLE.
           05 WS-HIST-CHARGES OCCURS 12 TIMES
                                      PIC 9(9)V9(4) VALUE ZEROES.

           COPY MTRPLAN0.

           COPY MTRREAD0.
           COPY CVMNT0.

           COPY NTMNT0.

           COPY ASMNT0.

           COPY SMMNT0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *-- must not be stored, move the balance or consume the
      *-- account's adjustments - callers treat the return code as
      *-- "meter not billed".
      *-- A quality-check call stores, posts and prints nothing - it
      *-- only tests the computed statement and holds it if it fails.
      *-- An accrual call only wants the priced figures back.
           IF C01-QUALITY-FLAG OF BILLSTMT = 'Y'
              OR C01-ACCRUAL-FLAG OF BILLSTMT = 'Y'
              IF C01-RETURN-CD OF BILLSTMT = '0'
                 AND C01-QUALITY-FLAG OF BILLSTMT = 'Y'
                 PERFORM G0000-CHECK-BILL-QUALITY
                    THRU G0000-EXIT
              END-IF
           ELSE
              IF C01-RETURN-CD OF BILLSTMT = '0'
                 PERFORM F0000-STORE-BILL-HISTORY
                    THRU F0000-EXIT
              END-IF

              PERFORM E0000-PRINT-STATEMENT
                 THRU E0000-EXIT
           END-IF

           PERFORM S0000-THANKS
              THRU S0000-EXIT
      *-----------------*
       A0000-GET-MTR-DETAIL.
      *-----------------*
           MOVE SPACES
             TO C01-HOLD-REASON OF BILLSTMT

           MOVE C01-MTR-ID OF BILLSTMT
             TO UINFO-MTR-ID

           CALL 'MTRREADGT'
          USING MTRREAD

           PERFORM C3000-GET-METER-REGISTER
              THRU C3000-EXIT

           MOVE 'N'
             TO WS-EST-CLOSE
                C01-EST-CLOSE-FLAG OF BILLSTMT

           MOVE 'R'
             TO C01-USAGE-SOURCE OF BILLSTMT

           IF C01-ACCRUAL-FLAG OF BILLSTMT = 'Y'
              AND WS-BRIDGE-FLAG NOT = 'Y'
              PERFORM C2700-CHECK-THIN-READINGS
                 THRU C2700-EXIT
           END-IF

      *-- An assessed rebill prices the caller's units alone - the
      *-- readings (either leg of a bridged period) are set aside
           IF C01-REBILL-FLAG OF BILLSTMT = 'Y'
              AND C01-ASSESSED-UNITS OF BILLSTMT > ZEROES
              MOVE ZEROES
                TO C01-READING-LEN

              MOVE 'N'
                TO WS-BRIDGE-TAIL

              MOVE 'S'
                TO C01-USAGE-SOURCE OF BILLSTMT
           END-IF

           IF C01-EXTRAPOLATE-FLAG OF BILLSTMT = 'Y'
              AND WS-BRIDGE-FLAG NOT = 'Y'
              AND C01-USAGE-SOURCE OF BILLSTMT = 'R'
              PERFORM C2000-EXTRAPOLATE-CLOSE
                 THRU C2000-EXIT
           END-IF
             TO WS-EST-HAVE-PREV
           .
       C2500-EXIT.
      *--------------------------------------------------------------*
       C2700-CHECK-THIN-READINGS.
      *--------------------------------------------------------------*
      *-- Accrual only: fewer than two genuine readings cannot show
      *-- what the meter used over the period, so the caller's
      *-- aggregate-based units are priced instead of them. With no
      *-- units supplied the readings are priced as they stand.
           IF C01-ACCRUAL-UNITS OF BILLSTMT = ZEROES
              GO TO C2700-EXIT
           END-IF

           MOVE ZEROES
             TO WS-EST-DELTA-COUNT

           PERFORM C2750-COUNT-ONE-GENUINE
              THRU C2750-EXIT
           VARYING EST-IDX FROM 1 BY 1
             UNTIL EST-IDX > C01-READING-LEN
                OR WS-EST-DELTA-COUNT > 1

           IF WS-EST-DELTA-COUNT < 2
              MOVE ZEROES
                TO C01-READING-LEN

              MOVE 'A'
                TO C01-USAGE-SOURCE OF BILLSTMT
           END-IF
           .
       C2700-EXIT.
      *--------------------------------------------------------------*
       C2750-COUNT-ONE-GENUINE.
      *--------------------------------------------------------------*
           IF C01-ESTIMATED-READING (EST-IDX) NOT = 'Y'
              ADD 1
                TO WS-EST-DELTA-COUNT
           END-IF
           .
       C2750-EXIT.
      *--------------------------------------------------------------*
       C3000-GET-METER-REGISTER.
      *--------------------------------------------------------------*
      *-- The rollover point and multiplier of the meter whose
      *-- readings were just fetched - each leg of a bridged period
      *-- is its own physical meter with its own register
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
       C3000-EXIT.
      *--------------------------------------------------------------*
       D0000-CALCULATE-BILL.
      *--------------------------------------------------------------*
                WS-STMT-ADDR-2
                WS-STMT-ADDR-3
                WS-STMT-POSTCODE
                WS-STMT-CYCLE
                WS-CUST-EMAIL
                WS-CUST-CLASS

      *-- Post is the default channel - email only when the master
      *-- says so and actually carries an address to send to.
                    MOVE CM-POSTCODE
                      TO WS-STMT-POSTCODE

                    MOVE CM-BILL-CYCLE
                      TO WS-STMT-CYCLE

                    MOVE CM-CUST-CLASS
                      TO WS-CUST-CLASS

                    IF CM-DELIVERY-PREF = 'E'
                       AND CM-EMAIL NOT = SPACES
                       MOVE 'E'
              END-READ
           END-IF

           IF WS-CUST-CLASS NOT = 'B'
              MOVE 'D'
                TO WS-CUST-CLASS
           END-IF

      *-- Only original statements route by the delivery preference.
      *-- A rebill is working paper for the operator handling the
      *-- dispute or true-up - E3000 never distributes it, so routing
              CALL 'MTRREADGT'
             USING MTRREAD

              PERFORM C3000-GET-METER-REGISTER
                 THRU C3000-EXIT

              PERFORM D1500-APPLY-READING-COST
                 THRU D1500-EXIT
              VARYING ARRAY-INDEX FROM 1 BY 1
                UNTIL ARRAY-INDEX > C01-READING-LEN
           END-IF

           IF C01-USAGE-SOURCE OF BILLSTMT = 'A'
              OR C01-USAGE-SOURCE OF BILLSTMT = 'S'
              PERFORM D1600-APPLY-ACCRUAL-UNITS
                 THRU D1600-EXIT
           END-IF

           PERFORM D1700-APPLY-STANDING-CHARGE
              THRU D1700-EXIT


           PERFORM D1800-COMPUTE-TAX
              THRU D1800-EXIT

           MOVE WS-NETWORK-COST
             TO C01-NETWORK-COST OF BILLSTMT

           MOVE WS-TAX-AMOUNT
             TO C01-TAX-AMOUNT OF BILLSTMT

           MOVE WS-CUST-CLASS
             TO C01-CUST-CLASS OF BILLSTMT

           MOVE WS-LEVY-AMOUNT
             TO C01-LEVY-AMOUNT OF BILLSTMT
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
              MOVE 'G'
                TO WS-FUEL-TYPE
           END-IF

           MOVE WS-FUEL-TYPE
             TO C01-FUEL-TYPE OF BILLSTMT
           .
       D1350-EXIT.
      *--------------------------------------------------------------*
           END-IF

           COMPUTE WS-ADJ-READING =
              (C01-READING (ARRAY-INDEX)
              + (WS-ROLLOVER-COUNT * (WS-READING-MAX-VALUE + 0.00001)))
              * WS-REG-MULTIPLIER

           MOVE C01-READING (ARRAY-INDEX)
             TO WS-PREV-READING
              THRU E2000-EXIT
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       D1600-APPLY-ACCRUAL-UNITS.
      *--------------------------------------------------------------*
      *-- Accrual only: the caller's estimated units for the period,
      *-- priced in one block at the rate in force at the period end
      *-- with the tier allowance applied as for readings. The
      *-- aggregates are already in kWh, and carry no time of day for
      *-- a peak-time multiplier. An assessed rebill's units are
      *-- priced the same way.
           MOVE C01-TO-DATE OF BILLSTMT
             TO WS-READING-DATE-8

           PERFORM D1400-FIND-RATE-FOR-DATE
              THRU D1400-EXIT

           IF WS-RATE-FOUND = 'N'
              GO TO D1600-EXIT
           END-IF

           IF C01-USAGE-SOURCE OF BILLSTMT = 'S'
              MOVE C01-ASSESSED-UNITS OF BILLSTMT
                TO WS-ADJ-READING
           ELSE
              MOVE C01-ACCRUAL-UNITS OF BILLSTMT
                TO WS-ADJ-READING
           END-IF

           ADD WS-ADJ-READING
             TO C01-TOTAL-USAGE OF BILLSTMT

           MOVE ZEROES
             TO WS-TIER1-PART

           IF TIER1-LIMIT > ZEROES
              AND WS-TIER-UNITS-USED < TIER1-LIMIT
              COMPUTE WS-TIER1-PART =
                 TIER1-LIMIT - WS-TIER-UNITS-USED

              IF WS-TIER1-PART > WS-ADJ-READING
                 MOVE WS-ADJ-READING
                   TO WS-TIER1-PART
              END-IF
           END-IF

           COMPUTE WS-LINE-COST =
              (WS-TIER1-PART * TIER1-RATE)
              + ((WS-ADJ-READING - WS-TIER1-PART) * UNIT-RATE)

           ADD WS-LINE-COST
             TO C01-TOTAL-COST OF BILLSTMT

           ADD WS-ADJ-READING
             TO WS-TIER-UNITS-USED
           .
       D1600-EXIT.
      *--------------------------------------------------------------*
       D1700-APPLY-STANDING-CHARGE.
      *--------------------------------------------------------------*
           MOVE ZEROES
             TO WS-STANDING-COST
                C01-STANDING-COST OF BILLSTMT

      *-- One standing charge per day of the billing period, at the
      *-- daily charge on the rate in force at the period's end (the
      *-- rate a statement produced today would be billed under).
           ADD WS-STANDING-COST
             TO C01-TOTAL-COST OF BILLSTMT

           MOVE WS-STANDING-COST
             TO C01-STANDING-COST OF BILLSTMT

           MOVE WS-PERIOD-DAYS
             TO WS-ED-DAYS

              CALL 'MTRREADGT'
             USING MTRREAD

              PERFORM C3000-GET-METER-REGISTER
                 THRU C3000-EXIT

              PERFORM D1755-PRICE-EXPORT-TABLE
                 THRU D1755-EXIT

                 CALL 'MTRREADGT'
                USING MTRREAD

                 PERFORM C3000-GET-METER-REGISTER
                    THRU C3000-EXIT

                 PERFORM D1755-PRICE-EXPORT-TABLE
                    THRU D1755-EXIT
              END-IF
              CALL 'MTRREADGT'
             USING MTRREAD

              PERFORM C3000-GET-METER-REGISTER
                 THRU C3000-EXIT

              PERFORM D1755-PRICE-EXPORT-TABLE
                 THRU D1755-EXIT
           END-IF
           END-IF

           COMPUTE WS-ADJ-READING =
              (C01-READING (ARRAY-INDEX)
              + (WS-ROLLOVER-COUNT * (WS-READING-MAX-VALUE + 0.00001)))
              * WS-REG-MULTIPLIER

           MOVE C01-READING (ARRAY-INDEX)
             TO WS-PREV-READING
      *--------------------------------------------------------------*
       D1800-COMPUTE-TAX.
      *--------------------------------------------------------------*
      *-- VAT on the statement's net charges at the customer class's
      *-- rate in force at the period end, through the shared MTRTAXMT
      *-- lookup. The class's per-unit levy from the same lookup is
      *-- charged on the billed units first, on its own statement
      *-- line, so the tax covers it as it covers the network
      *-- charges. No rate table or no rate in force just means zero
      *-- tax and no levy - statements produced before the table
      *-- existed still work.
           MOVE 'N'
             TO WS-TAX-RATE-FOUND

           MOVE ZEROES
             TO WS-TAX-AMOUNT
                WS-TAX-RATE-PCT
                WS-LEVY-AMOUNT

           MOVE 'G'
             TO C01-ACTION-CD OF TAXMNT-REQ
           MOVE '0'
             TO C01-RETURN-CD OF TAXMNT-REQ

           MOVE WS-CUST-CLASS
             TO C01-TAX-CLASS OF TAXMNT-REQ

           MOVE C01-TO-DATE OF BILLSTMT
             TO C01-AS-OF-DATE OF TAXMNT-REQ

           CALL 'MTRTAXMT'
          USING TAXMNT-REQ

           IF C01-RETURN-CD OF TAXMNT-REQ NOT = '0'
              GO TO D1800-EXIT
           END-IF

           MOVE 'Y'
             TO WS-TAX-RATE-FOUND

           MOVE C01-TAX-RATE-PCT OF TAXMNT-REQ
             TO WS-TAX-RATE-PCT

           COMPUTE WS-LEVY-AMOUNT ROUNDED =
              C01-TOTAL-USAGE OF BILLSTMT
              * C01-LEVY-RATE OF TAXMNT-REQ

           IF WS-LEVY-AMOUNT > ZEROES
              ADD WS-LEVY-AMOUNT
                TO C01-TOTAL-COST OF BILLSTMT

              PERFORM D1850-PRINT-LEVY-LINE
                 THRU D1850-EXIT
           END-IF

           COMPUTE WS-TAX-AMOUNT ROUNDED =
              C01-TOTAL-COST OF BILLSTMT
              * WS-TAX-RATE-PCT / 100
           .
       D1800-EXIT.
      *--------------------------------------------------------------*
       D1850-PRINT-LEVY-LINE.
      *--------------------------------------------------------------*
           MOVE WS-LEVY-AMOUNT
             TO WS-ED-COST

           STRING 'CLIMATE LEVY ON BILLED UNITS'
                                          DELIMITED BY SIZE
                  '                      '
                                          DELIMITED BY SIZE
                  WS-ED-COST              DELIMITED BY SIZE
              INTO WS-STMT-LINE
           END-STRING

           PERFORM E1800-WRITE-STMT-LINE
              THRU E1800-EXIT
           .
       D1850-EXIT.
      *--------------------------------------------------------------*
       F0000-STORE-BILL-HISTORY.
      *--------------------------------------------------------------*
           MOVE WS-EST-CLOSE
             TO BH-EST-CLOSE

           MOVE WS-CUST-CLASS
             TO BH-CUST-CLASS

           MOVE WS-LEVY-AMOUNT
             TO BH-LEVY-AMOUNT

           IF WS-ORIG-STORED-FOUND = 'Y'
              REWRITE BILLHIST-REC
                 INVALID KEY
                      AB-TOTAL-PAID
                      AB-LAST-BILL-DATE
                      AB-LAST-PAY-DATE
                      AB-WRITTEN-OFF
           END-READ

           MOVE AB-BALANCE
                   TO BD-DEFERRAL-BAL
                      BD-LAST-BILL-DATE
                      BD-LAST-SETTLE-DATE
                      BD-PEND-AMOUNT
                      BD-PEND-DATE
                      BD-PEND-SEQ
           END-READ

           ADD WS-BUDGET-DEF-MOVE
                    MOVE 'Y'
                      TO WS-PAY-SCAN-DONE
                 ELSE
      *-- A refund paid out nets off the payments received
                    IF PH-ENTRY-TYPE = 'R'
                       SUBTRACT PH-AMOUNT
                           FROM WS-PERIOD-PAYMENTS
                    ELSE
                       ADD PH-AMOUNT
                         TO WS-PERIOD-PAYMENTS
                    END-IF
                 END-IF
           END-READ
           .
           MOVE C01-FROM-DATE OF BILLSTMT
             TO ADJ-APPLIED-FROM

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO ADJ-APPLIED-DATE

           REWRITE ADJUST-REC
              INVALID KEY
                 MOVE 'Error marking adjustment applied'
           END-REWRITE
           .
       F5700-EXIT.
      *--------------------------------------------------------------*
       G0000-CHECK-BILL-QUALITY.
      *--------------------------------------------------------------*
      *-- Quality-check mode: the statement has been computed but
      *-- nothing printed, stored or posted. Test it against the
      *-- rules, first failure wins, and put a failing statement on
      *-- the review file instead. The month-end run only checks
      *-- meters it has already found active, so zero usage there
      *-- is always worth a look.
           PERFORM G1000-LOAD-QUALITY-RULES
              THRU G1000-EXIT

           PERFORM G1500-GET-HOLD-STATUS
              THRU G1500-EXIT

      *-- An operator has already released this period (or it has
      *-- been rebilled after a cancel) - a rerun bills it as is
           IF WS-HOLD-FOUND = 'Y'
              AND (HD-STATUS = 'R' OR HD-STATUS = 'B')
              GO TO G0000-EXIT
           END-IF

           COMPUTE WS-BILL-CHARGES =
              C01-TOTAL-COST OF BILLSTMT + WS-TAX-AMOUNT

           MOVE SPACES
             TO WS-HOLD-REASON

           MOVE ZEROES
             TO WS-HIST-AVERAGE
                WS-HIST-USED

           PERFORM G2000-AVERAGE-PREVIOUS-BILLS
              THRU G2000-EXIT

           EVALUATE TRUE
              WHEN WS-RULE-NEGATIVE = 'Y'
                   AND WS-EXPORT-EXCESS > ZEROES
                 MOVE 'NEGV'
                   TO WS-HOLD-REASON
              WHEN WS-RULE-ZERO-USAGE = 'Y'
                   AND C01-TOTAL-USAGE OF BILLSTMT = ZEROES
                 MOVE 'ZERO'
                   TO WS-HOLD-REASON
              WHEN WS-RULE-MAX-AMOUNT > ZEROES
                   AND WS-BILL-CHARGES > WS-RULE-MAX-AMOUNT
                 MOVE 'OVER'
                   TO WS-HOLD-REASON
              WHEN WS-RULE-HIGH-FACTOR > ZEROES
                   AND WS-HIST-AVERAGE > ZEROES
                   AND WS-BILL-CHARGES >
                       WS-HIST-AVERAGE * WS-RULE-HIGH-FACTOR
                 MOVE 'HIGH'
                   TO WS-HOLD-REASON
           END-EVALUATE

           IF WS-HOLD-REASON = SPACES
              GO TO G0000-EXIT
           END-IF

           PERFORM G3000-WRITE-HOLD
              THRU G3000-EXIT

           MOVE 'H'
             TO C01-RETURN-CD OF BILLSTMT

           MOVE WS-HOLD-REASON
             TO C01-HOLD-REASON OF BILLSTMT
           .
       G0000-EXIT.
      *--------------------------------------------------------------*
       G1000-LOAD-QUALITY-RULES.
      *--------------------------------------------------------------*
      *-- Once per run. No card, or an empty one, keeps the standard
      *-- rules; a numeric field that is not numeric keeps its
      *-- standard value too.
           IF WS-RULES-LOADED = 'Y'
              GO TO G1000-EXIT
           END-IF

           MOVE 'Y'
             TO WS-RULES-LOADED

           OPEN INPUT BQRULE-CARD
           IF WS-BQRULE-STA = '35'
              GO TO G1000-EXIT
           END-IF

           IF WS-BQRULE-STA NOT = '00'
              STRING 'Error in opening bill quality rules card - '
                  WS-BQRULE-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO G1000-EXIT
           END-IF

           READ BQRULE-CARD
              AT END
                 CLOSE BQRULE-CARD
                 GO TO G1000-EXIT
           END-READ

           IF RULE-HIGH-FACTOR IS NUMERIC
              MOVE RULE-HIGH-FACTOR
                TO WS-RULE-HIGH-FACTOR
           END-IF

           IF RULE-HIST-COUNT IS NUMERIC
              AND RULE-HIST-COUNT > ZEROES
              AND RULE-HIST-COUNT < 13
              MOVE RULE-HIST-COUNT
                TO WS-RULE-HIST-COUNT
           END-IF

           IF RULE-ZERO-USAGE = 'N'
              MOVE 'N'
                TO WS-RULE-ZERO-USAGE
           END-IF

           IF RULE-NEGATIVE = 'N'
              MOVE 'N'
                TO WS-RULE-NEGATIVE
           END-IF

           IF RULE-MAX-AMOUNT IS NUMERIC
              MOVE RULE-MAX-AMOUNT
                TO WS-RULE-MAX-AMOUNT
           END-IF

           CLOSE BQRULE-CARD
           .
       G1000-EXIT.
      *--------------------------------------------------------------*
       G1500-GET-HOLD-STATUS.
      *--------------------------------------------------------------*
      *-- The review file may not exist yet the first time a bill is
      *-- held; it stays open for the rest of the call.
           MOVE 'N'
             TO WS-HOLD-FOUND

           IF WS-BILLHOLD-OPEN NOT = 'Y'
              OPEN I-O BILLHOLD-FILE
              IF WS-BILLHOLD-STA = '35'
                 OPEN OUTPUT BILLHOLD-FILE
                 CLOSE BILLHOLD-FILE
                 OPEN I-O BILLHOLD-FILE
              END-IF

              IF WS-BILLHOLD-STA NOT = '00'
                 STRING 'Error in opening held bill file - '
                     WS-BILLHOLD-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO G1500-EXIT
              END-IF

              MOVE 'Y'
                TO WS-BILLHOLD-OPEN
           END-IF

           MOVE C01-MTR-ID OF BILLSTMT
             TO HD-MTR-ID

           MOVE C01-FROM-DATE OF BILLSTMT
             TO HD-FROM-DATE

           READ BILLHOLD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y'
                   TO WS-HOLD-FOUND
           END-READ
           .
       G1500-EXIT.
      *--------------------------------------------------------------*
       G2000-AVERAGE-PREVIOUS-BILLS.
      *--------------------------------------------------------------*
      *-- Walk the meter's stored statements before this period that
      *-- belong to the same account - a new occupier's first bill is
      *-- not judged against the last one's - and average the charges
      *-- of the last few. No history means the multiple rule has
      *-- nothing to compare against and does not apply.
           MOVE ZEROES
             TO WS-HIST-SEEN
                WS-HIST-TOTAL

           MOVE 'N'
             TO WS-HIST-SCAN-DONE

           MOVE C01-MTR-ID OF BILLSTMT
             TO BH-MTR-ID

           MOVE ZEROES
             TO BH-FROM-DATE

           START BILLHIST-FILE
             KEY IS NOT < BH-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-HIST-SCAN-DONE
           END-START

           PERFORM G2500-TAKE-ONE-BILL
              THRU G2500-EXIT
            UNTIL WS-HIST-SCAN-DONE = 'Y'

           IF WS-HIST-SEEN > WS-RULE-HIST-COUNT
              MOVE WS-RULE-HIST-COUNT
                TO WS-HIST-USED
           ELSE
              MOVE WS-HIST-SEEN
                TO WS-HIST-USED
           END-IF

           IF WS-HIST-USED = ZEROES
              GO TO G2000-EXIT
           END-IF

           PERFORM G2700-ADD-ONE-CHARGE
              THRU G2700-EXIT
           VARYING HIST-IDX FROM 1 BY 1
             UNTIL HIST-IDX > WS-HIST-USED

           COMPUTE WS-HIST-AVERAGE ROUNDED =
              WS-HIST-TOTAL / WS-HIST-USED
           .
       G2000-EXIT.
      *--------------------------------------------------------------*
       G2500-TAKE-ONE-BILL.
      *--------------------------------------------------------------*
           READ BILLHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-HIST-SCAN-DONE
                 GO TO G2500-EXIT
           END-READ

           IF BH-MTR-ID NOT = C01-MTR-ID OF BILLSTMT
              OR BH-FROM-DATE NOT < C01-FROM-DATE OF BILLSTMT
              MOVE 'Y'
                TO WS-HIST-SCAN-DONE
              GO TO G2500-EXIT
           END-IF

           IF BH-ACCOUNT-ID NOT = C01-ACCOUNT-ID OF MTRINFO
              GO TO G2500-EXIT
           END-IF

      *-- Slot round-robin by how many have been seen, so the table
      *-- ends up holding the most recent ones
           ADD 1
             TO WS-HIST-SEEN

           DIVIDE WS-HIST-SEEN BY WS-RULE-HIST-COUNT
              GIVING WS-HIST-QUOTIENT
              REMAINDER HIST-IDX

           ADD 1
             TO HIST-IDX

           COMPUTE WS-HIST-CHARGES (HIST-IDX) =
              BH-TOTAL-COST + BH-TAX-AMOUNT
           .
       G2500-EXIT.
      *--------------------------------------------------------------*
       G2700-ADD-ONE-CHARGE.
      *--------------------------------------------------------------*
           ADD WS-HIST-CHARGES (HIST-IDX)
             TO WS-HIST-TOTAL
           .
       G2700-EXIT.
      *--------------------------------------------------------------*
       G3000-WRITE-HOLD.
      *--------------------------------------------------------------*
      *-- A period held before (a rerun, or a cancel whose rebill
      *-- failed the rules again) is brought up to the new figures
      *-- and goes back to 'held'; the last review action stays on
      *-- the record for the report.
           IF WS-BILLHOLD-OPEN NOT = 'Y'
              GO TO G3000-EXIT
           END-IF

           IF WS-HOLD-FOUND NOT = 'Y'
              MOVE ZEROES
                TO HD-ACTION-DATE

              MOVE SPACES
                TO HD-OPERATOR
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE C01-MTR-ID OF BILLSTMT
             TO HD-MTR-ID

           MOVE C01-FROM-DATE OF BILLSTMT
             TO HD-FROM-DATE

           MOVE C01-TO-DATE OF BILLSTMT
             TO HD-TO-DATE

           MOVE C01-ACCOUNT-ID OF MTRINFO
             TO HD-ACCOUNT-ID

           MOVE C01-CUSTOMER-NAME OF BILLSTMT
             TO HD-CUSTOMER-NAME

           MOVE WS-HOLD-REASON
             TO HD-REASON

           MOVE 'H'
             TO HD-STATUS

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO HD-HOLD-DATE

           MOVE C01-TOTAL-USAGE OF BILLSTMT
             TO HD-TOTAL-USAGE

           MOVE C01-TOTAL-COST OF BILLSTMT
             TO HD-TOTAL-COST

           MOVE WS-TAX-AMOUNT
             TO HD-TAX-AMOUNT

           MOVE WS-EXPORT-EXCESS
             TO HD-EXPORT-EXCESS

           MOVE WS-HIST-AVERAGE
             TO HD-HIST-AVERAGE

           MOVE WS-HIST-USED
             TO HD-HIST-COUNT

           IF WS-HOLD-FOUND = 'Y'
              REWRITE BILLHOLD-REC
                 INVALID KEY
                    MOVE 'Error updating held bill record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
              END-REWRITE
           ELSE
              WRITE BILLHOLD-REC
                 INVALID KEY
                    MOVE 'Error writing held bill record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
              END-WRITE
           END-IF
           .
       G3000-EXIT.
      *--------------------------------------------------------------*
       E0000-PRINT-STATEMENT.
      *--------------------------------------------------------------*
                 THRU E1800-EXIT
           END-IF

      *-- The notices in force for this customer, highest priority
      *-- first
           PERFORM E3500-SELECT-MESSAGES
              THRU E3500-EXIT

           MOVE '**** END OF STATEMENT ****'
             TO WS-STMT-LINE
           PERFORM E1800-WRITE-STMT-LINE
              AND C01-RETURN-CD OF BILLSTMT = '0'
              PERFORM E3000-DISTRIBUTE-STATEMENT
                 THRU E3000-EXIT

              PERFORM E3700-RECORD-MESSAGES
                 THRU E3700-EXIT
           END-IF

           STRING 'STATEMENT FOR ' DELIMITED BY SIZE
              MOVE WS-TAX-AMOUNT
                TO EM-TAX-AMOUNT

              PERFORM E3600-MOVE-EMAIL-MESSAGE
                 THRU E3600-EXIT
              VARYING MSG-IDX FROM 1 BY 1
                UNTIL MSG-IDX > 5

              WRITE EMAIL-REC
           END-IF

           MOVE WS-CUST-EMAIL
             TO DX-EMAIL

           MOVE ZEROES
             TO DX-BOUNCE-DATE
                DX-FALLBACK-DATE

           MOVE SPACES
             TO DX-BOUNCE-CD

           IF WS-DISTIDX-FOUND = 'Y'
              REWRITE DISTIDX-REC
                 INVALID KEY
           END-IF
           .
       E3000-EXIT.
      *--------------------------------------------------------------*
       E3500-SELECT-MESSAGES.
      *--------------------------------------------------------------*
      *-- Ask MTRSMMNT for the statement messages this statement
      *-- passes the rules for, and print them under a blank line.
      *-- Only an original statement that is going out carries them
      *-- - a rebill, a quality check or an accrual has nobody to
      *-- give the notice to.
           MOVE ZEROES
             TO C01-OUT-COUNT OF SMMNT-REQ

           IF C01-REBILL-FLAG OF BILLSTMT = 'Y'
              OR C01-QUALITY-FLAG OF BILLSTMT = 'Y'
              OR C01-ACCRUAL-FLAG OF BILLSTMT = 'Y'
              OR C01-RETURN-CD OF BILLSTMT NOT = '0'
              GO TO E3500-EXIT
           END-IF

           INITIALIZE SMMNT-REQ

           MOVE 'S'
             TO C01-ACTION-CD OF SMMNT-REQ

           MOVE C01-ACCOUNT-ID OF MTRINFO
             TO C01-ST-ACCOUNT-ID OF SMMNT-REQ

           MOVE C01-MTR-ID OF BILLSTMT
             TO C01-ST-MTR-ID OF SMMNT-REQ

           MOVE C01-FROM-DATE OF BILLSTMT
             TO C01-ST-FROM-DATE OF SMMNT-REQ

           MOVE C01-TO-DATE OF BILLSTMT
             TO C01-ST-TO-DATE OF SMMNT-REQ

           MOVE WS-STMT-CYCLE
             TO C01-ST-CYCLE OF SMMNT-REQ

           MOVE WS-STMT-POSTCODE (1:4)
             TO C01-ST-REGION OF SMMNT-REQ

           MOVE WS-CHANNEL
             TO C01-ST-CHANNEL OF SMMNT-REQ

           MOVE 1
             TO C01-ST-METER-COUNT OF SMMNT-REQ

           MOVE C01-PLAN-NAME OF BILLSTMT
             TO C01-ST-PLAN OF SMMNT-REQ (1)

           MOVE C01-SUPPLIER-NAME OF BILLSTMT
             TO C01-ST-SUPL OF SMMNT-REQ (1)

           MOVE WS-FUEL-TYPE
             TO C01-ST-FUEL OF SMMNT-REQ (1)

           CALL 'MTRSMMNT'
          USING SMMNT-REQ

           IF C01-RETURN-CD OF SMMNT-REQ NOT = '0'
              MOVE ZEROES
                TO C01-OUT-COUNT OF SMMNT-REQ
              GO TO E3500-EXIT
           END-IF

           IF C01-OUT-COUNT OF SMMNT-REQ = ZEROES
              GO TO E3500-EXIT
           END-IF

           MOVE SPACES
             TO WS-STMT-LINE
           PERFORM E1800-WRITE-STMT-LINE
              THRU E1800-EXIT

           PERFORM E3550-PRINT-ONE-MESSAGE
              THRU E3550-EXIT
           VARYING MSG-IDX FROM 1 BY 1
             UNTIL MSG-IDX > C01-OUT-COUNT OF SMMNT-REQ
           .
       E3500-EXIT.
      *--------------------------------------------------------------*
       E3550-PRINT-ONE-MESSAGE.
      *--------------------------------------------------------------*
           MOVE C01-OUT-TEXT OF SMMNT-REQ (MSG-IDX)
             TO WS-STMT-LINE
           PERFORM E1800-WRITE-STMT-LINE
              THRU E1800-EXIT
           .
       E3550-EXIT.
      *--------------------------------------------------------------*
       E3600-MOVE-EMAIL-MESSAGE.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO EM-MESSAGE (MSG-IDX)

           IF MSG-IDX NOT > C01-OUT-COUNT OF SMMNT-REQ
              MOVE C01-OUT-TEXT OF SMMNT-REQ (MSG-IDX)
                TO EM-MSG-TEXT (MSG-IDX)
           END-IF
           .
       E3600-EXIT.
      *--------------------------------------------------------------*
       E3700-RECORD-MESSAGES.
      *--------------------------------------------------------------*
      *-- The statement has gone out - log the messages it carried
      *-- against it, so the notice can be proved later
           IF C01-OUT-COUNT OF SMMNT-REQ = ZEROES
              GO TO E3700-EXIT
           END-IF

           MOVE 'R'
             TO C01-ACTION-CD OF SMMNT-REQ

           MOVE 'MTRBILST'
             TO C01-OPERATOR OF SMMNT-REQ

           CALL 'MTRSMMNT'
          USING SMMNT-REQ
           .
       E3700-EXIT.
      *--------------------------------------------------------------*
       E1000-START-STATEMENT.
      *--------------------------------------------------------------*
      *-- preference: post goes to the print spool for the mailing
      *-- house; an email customer's statement stays out of it - the
      *-- email provider takes the structured extract E3000 writes
      *-- at the end of the statement instead. A quality-check or
      *-- accrual call writes nothing at all.
           IF WS-CHANNEL NOT = 'E'
              AND C01-QUALITY-FLAG OF BILLSTMT NOT = 'Y'
              AND C01-ACCRUAL-FLAG OF BILLSTMT NOT = 'Y'
              WRITE STMT-REC
           END-IF
           .
              MOVE 'N'
                TO WS-BUDGENR-OPEN
           END-IF

           IF WS-BILLHOLD-OPEN = 'Y'
              CLOSE BILLHOLD-FILE
              IF WS-BILLHOLD-STA NOT = '00'
                 STRING 'Error in Closing held bill file - '
                     WS-BILLHOLD-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
              MOVE 'N'
                TO WS-BILLHOLD-OPEN
           END-IF
           .
       Z0000-EXIT.

