      * no longer needs the indexed file hand-crafted offline. Rate    *
      * records are effective-dated; adding a new rate for a plan      *
      * closes out its previous open-ended rate period.                *
      * Also keeps each plan's eligibility rules on PLNELIG - regions, *
      * customer class, meter capability and whether it is still on    *
      * sale - and answers the eligibility check ('K') the comparison, *
      * switching and mailing runs make before offering a plan to a    *
      * meter: the plan's fuel must match the meter's, and the rules   *
      * must let the meter's account have it.                          *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PRCPLAN-STA.

      *-- Plan eligibility rules, one record per plan name
           SELECT PLNELIG-FILE
           ASSIGN TO 'PLNELIG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PE-PLAN-NAME
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-PLNELIG-STA.

      *-- Customer master - the account's class and postcode region
      *-- for the eligibility check
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PRCPLAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRCCMP01.
      *
       FD  PLNELIG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLNELG0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-PRCPLAN-STA             PIC 9(02) VALUE ZEROES.
           05 WS-PLNELIG-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
      *
           05 WS-PRCPLAN-OPEN            PIC X(01) VALUE 'N'.
           05 WS-PLNELIG-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CUST-OPEN               PIC X(01) VALUE 'N'.
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 PK-INDEX                   PIC 9(03) VALUE ZEROES.
      *-- Scan state for closing the plan's previous open-ended rate
           05 WS-PRIOR-END-8             PIC 9(08) VALUE ZEROES.
           05 WS-NEW-EFF-DAY-NBR         PIC S9(8) COMP VALUE ZEROES.
           05 WS-PRIOR-END-DAY-NBR       PIC S9(8) COMP VALUE ZEROES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Eligibility check - the fuel of a plan looked up on the
      *-- price plan file, the meter's fuel and capability, and the
      *-- account's class and region
           05 WS-LOOKUP-PLAN             PIC X(50) VALUE SPACES.
           05 WS-LOOKUP-FUEL             PIC X(01) VALUE SPACES.
           05 WS-PLAN-FOUND              PIC X(01) VALUE 'N'.
           05 WS-PLAN-FUEL               PIC X(01) VALUE SPACES.
           05 WS-METER-FUEL              PIC X(01) VALUE SPACES.
           05 WS-METER-INTERVAL          PIC X(01) VALUE SPACES.
           05 WS-CUST-CLASS              PIC X(01) VALUE SPACES.
           05 WS-CUST-REGION             PIC X(04) VALUE SPACES.
           05 WS-REGION-FOUND            PIC X(01) VALUE 'N'.
           05 RG-IDX                     PIC 9(02) VALUE ZEROES.

           COPY SUPMNT0.

           COPY ASMNT0.

           COPY CHJRNL0.
      *-- Change journal capture - the record (or the edited
      *-- time-of-use entry, on a 'T') as it stood before and after
       A0000-INITIALIZE.
      *-----------------*
      *-- Open Files
           MOVE 'N'
             TO WS-PRCPLAN-OPEN
                WS-PLNELIG-OPEN
                WS-CUST-OPEN

           IF C01-ACTION-CD OF PRCPLMNT-REQ = 'K'
              PERFORM A1000-OPEN-FOR-CHECK
                 THRU A1000-EXIT
              GO TO A0000-EXIT
           END-IF

      *-- File may not exist yet the very first time a plan is added
           OPEN I-O PRCPLAN-FILE
           IF WS-PRCPLAN-STA = '35'
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE 'Y'
             TO WS-PRCPLAN-OPEN

      *-- The rules file likewise, the first time rules are set
           IF C01-ACTION-CD OF PRCPLMNT-REQ = 'E'
              OPEN I-O PLNELIG-FILE
              IF WS-PLNELIG-STA = '35'
                 OPEN OUTPUT PLNELIG-FILE
                 CLOSE PLNELIG-FILE
                 OPEN I-O PLNELIG-FILE
              END-IF

              IF WS-PLNELIG-STA NOT = '00'
                 STRING 'Error in opening plan eligibility file - '
                     WS-PLNELIG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PRCPLMNT-REQ
                 PERFORM Z0000-CLOSING-FILES
                 PERFORM Z0000-PROCESS-END
              END-IF

              MOVE 'Y'
                TO WS-PLNELIG-OPEN
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       A1000-OPEN-FOR-CHECK.
      *--------------------------------------------------------------*
      *-- The check only reads. No rules file means no plan is
      *-- restricted, and no customer master means every account is
      *-- taken as domestic with no known region.
           OPEN INPUT PRCPLAN-FILE
           IF WS-PRCPLAN-STA = '00'
              MOVE 'Y'
                TO WS-PRCPLAN-OPEN
           ELSE
              IF WS-PRCPLAN-STA NOT = '35'
                 STRING 'Error in opening price plan file - '
                     WS-PRCPLAN-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PRCPLMNT-REQ
                 PERFORM Z0000-CLOSING-FILES
                 PERFORM Z0000-PROCESS-END
              END-IF
           END-IF

           OPEN INPUT PLNELIG-FILE
           IF WS-PLNELIG-STA = '00'
              MOVE 'Y'
                TO WS-PLNELIG-OPEN
           ELSE
              IF WS-PLNELIG-STA NOT = '35'
                 STRING 'Error in opening plan eligibility file - '
                     WS-PLNELIG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PRCPLMNT-REQ
                 PERFORM Z0000-CLOSING-FILES
                 PERFORM Z0000-PROCESS-END
              END-IF
           END-IF

           OPEN INPUT CUSTMST-FILE
           IF WS-CUST-STA = '00'
              MOVE 'Y'
                TO WS-CUST-OPEN
           ELSE
              IF WS-CUST-STA NOT = '35'
                 STRING 'Error in opening customer master - '
                     WS-CUST-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PRCPLMNT-REQ
                 PERFORM Z0000-CLOSING-FILES
                 PERFORM Z0000-PROCESS-END
              END-IF
           END-IF
           .
       A1000-EXIT.
      *---------------------*
       B0000-VALIDATE.
      *---------------------*
              AND C01-ACTION-CD OF PRCPLMNT-REQ NOT = 'C'
              AND C01-ACTION-CD OF PRCPLMNT-REQ NOT = 'D'
              AND C01-ACTION-CD OF PRCPLMNT-REQ NOT = 'T'
              AND C01-ACTION-CD OF PRCPLMNT-REQ NOT = 'E'
              AND C01-ACTION-CD OF PRCPLMNT-REQ NOT = 'K'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D, T, E OR K'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
              GO TO PROGRAM-DONE
           END-IF

      *-- The rules and the check are by plan name alone
           IF C01-ACTION-CD OF PRCPLMNT-REQ = 'E'
              PERFORM B1000-VALIDATE-RULES
                 THRU B1000-EXIT
              GO TO B0000-EXIT
           END-IF

           IF C01-ACTION-CD OF PRCPLMNT-REQ = 'K'
              IF C01-MTR-ID OF PRCPLMNT-REQ = SPACES
                 MOVE 'INPUT METER ID IS BLANK'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF PRCPLMNT-REQ
                 PERFORM Z0000-CLOSING-FILES
                 PERFORM Z0000-PROCESS-END
              END-IF
              GO TO B0000-EXIT
           END-IF

      *-- Every rate record is keyed by its effective date, so it
      *-- takes one to add, change, delete or edit a rate period.
           IF C01-RATE-EFF-DATE OF PRCPLMNT-REQ = ZEROES
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1000-VALIDATE-RULES.
      *--------------------------------------------------------------*
           IF C01-ELG-SALE-STATUS NOT = SPACES
              AND C01-ELG-SALE-STATUS NOT = 'O'
              AND C01-ELG-SALE-STATUS NOT = 'N'
              AND C01-ELG-SALE-STATUS NOT = 'C'
              MOVE 'SALE STATUS MUST BE O, N OR C'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PRCPLMNT-REQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           IF C01-ELG-CUST-CLASS NOT = SPACES
              AND C01-ELG-CUST-CLASS NOT = 'D'
              AND C01-ELG-CUST-CLASS NOT = 'B'
              MOVE 'CUSTOMER CLASS MUST BE D OR B'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PRCPLMNT-REQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           IF C01-ELG-METER-NEED NOT = SPACES
              AND C01-ELG-METER-NEED NOT = 'I'
              MOVE 'METER NEED MUST BE I OR BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PRCPLMNT-REQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           IF C01-ELG-REGION-COUNT > 20
              MOVE 'REGION COUNT MUST BE 0 THRU 20'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF PRCPLMNT-REQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF
           .
       B1000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-PLAN.
      *--------------------------------------------------------------*
              WHEN 'T'
                 PERFORM D4000-CHANGE-PKTIME-ENTRY
                    THRU D4000-EXIT
              WHEN 'E'
                 PERFORM D6000-SET-ELIGIBILITY
                    THRU D6000-EXIT
              WHEN 'K'
                 PERFORM D7000-CHECK-ELIGIBILITY
                    THRU D7000-EXIT
           END-EVALUATE
           .
       C0000-EXIT.
           MOVE C01-FUEL-TYPE OF PRCPLMNT-REQ
             TO FUEL-TYPE

           MOVE C01-CONTRACT-TERM OF PRCPLMNT-REQ
             TO CONTRACT-TERM

           MOVE C01-EXIT-FEE OF PRCPLMNT-REQ
             TO EXIT-FEE

           MOVE ZEROES
             TO RATE-NOTIFY-DATE

           PERFORM D1500-CLEAR-PKTIME-ENTRY
              THRU D1500-EXIT
           VARYING PK-INDEX FROM 1 BY 1
       D2000-CHANGE-PLAN.
      *--------------------------------------------------------------*
      *-- Update the supplier/unit-rate/end-date on an existing rate
      *-- period, leaving its time-of-use table exactly as it is. A
      *-- changed contract term or exit fee only reaches customers
      *-- whose period starts after the change - contracts already
      *-- signed keep the terms they were sold.
           MOVE C01-PLAN-NAME OF PRCPLMNT-REQ
             TO PLAN-NAME

              MOVE C01-FUEL-TYPE OF PRCPLMNT-REQ
                TO FUEL-TYPE

              MOVE C01-CONTRACT-TERM OF PRCPLMNT-REQ
                TO CONTRACT-TERM

              MOVE C01-EXIT-FEE OF PRCPLMNT-REQ
                TO EXIT-FEE

              PERFORM D5000-RESET-NOTICE
                 THRU D5000-EXIT

              REWRITE PRCPLAN
                 INVALID KEY
                    MOVE 'Error updating plan record'
              MOVE C01-MULTIPLIER OF PRCPLMNT-REQ
                TO MULTIPLIER (PK-INDEX)

              PERFORM D5000-RESET-NOTICE
                 THRU D5000-EXIT

              REWRITE PRCPLAN
                 INVALID KEY
                    MOVE 'Error updating plan record'
           END-IF
           .
       D4000-EXIT.
      *--------------------------------------------------------------*
       D5000-RESET-NOTICE.
      *--------------------------------------------------------------*
      *-- A rate period changed before it takes effect has to be
      *-- notified again at the corrected price, so the notice date
      *-- is cleared for the next PRCPLNTF run to pick it up. Periods
      *-- already in force are left alone.
           IF RATE-EFF-DATE > WS-TODAY-8
              MOVE ZEROES
                TO RATE-NOTIFY-DATE
           END-IF
           .
       D5000-EXIT.
      *--------------------------------------------------------------*
       D6000-SET-ELIGIBILITY.
      *--------------------------------------------------------------*
      *-- Write the plan's eligibility rules, replacing any it had.
      *-- Rules only make sense for a plan priced on the master.
           MOVE C01-PLAN-NAME OF PRCPLMNT-REQ
             TO WS-LOOKUP-PLAN

           PERFORM D7100-FIND-PLAN-FUEL
              THRU D7100-EXIT

           IF WS-PLAN-FOUND NOT = 'Y'
              MOVE 'Plan is not on the price plan file'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '1'
                TO C01-RETURN-CD OF PRCPLMNT-REQ
              GO TO D6000-EXIT
           END-IF

           MOVE C01-PLAN-NAME OF PRCPLMNT-REQ
             TO PE-PLAN-NAME

           READ PLNELIG-FILE
              INVALID KEY
                 MOVE SPACES
                   TO WS-JRN-BEFORE
              NOT INVALID KEY
                 MOVE PLNELIG-REC
                   TO WS-JRN-BEFORE
           END-READ

           MOVE C01-PLAN-NAME OF PRCPLMNT-REQ
             TO PE-PLAN-NAME

           MOVE C01-ELG-SALE-STATUS
             TO PE-SALE-STATUS

           MOVE C01-ELG-CUST-CLASS
             TO PE-CUST-CLASS

           MOVE C01-ELG-METER-NEED
             TO PE-METER-NEED

           MOVE C01-ELG-REGION-COUNT
             TO PE-REGION-COUNT

           PERFORM D6500-COPY-REGION
              THRU D6500-EXIT
           VARYING RG-IDX FROM 1 BY 1
             UNTIL RG-IDX > 20

           MOVE WS-TODAY-8
             TO PE-CHANGE-DATE

           IF WS-JRN-BEFORE = SPACES
              WRITE PLNELIG-REC
                 INVALID KEY
                    MOVE 'Error writing plan eligibility record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
                    MOVE '9'
                      TO C01-RETURN-CD OF PRCPLMNT-REQ
              END-WRITE
           ELSE
              REWRITE PLNELIG-REC
                 INVALID KEY
                    MOVE 'Error updating plan eligibility record'
                      TO WS-ERROR-TEXT
                    DISPLAY WS-ERROR-TEXT
                    MOVE '9'
                      TO C01-RETURN-CD OF PRCPLMNT-REQ
              END-REWRITE
           END-IF

           IF C01-RETURN-CD OF PRCPLMNT-REQ = '0'
              MOVE PLNELIG-REC
                TO WS-JRN-AFTER

              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF
           .
       D6000-EXIT.
      *--------------------------------------------------------------*
       D6500-COPY-REGION.
      *--------------------------------------------------------------*
      *-- Entries past the count are cleared, not carried over
           IF RG-IDX > C01-ELG-REGION-COUNT
              MOVE SPACES
                TO PE-REGION (RG-IDX)
           ELSE
              MOVE C01-ELG-REGION (RG-IDX)
                TO PE-REGION (RG-IDX)
           END-IF
           .
       D6500-EXIT.
      *--------------------------------------------------------------*
       D7000-CHECK-ELIGIBILITY.
      *--------------------------------------------------------------*
      *-- May this meter go onto this plan? Fuel first, then the
      *-- plan's rules in the order a customer would be told: on
      *-- sale, meter capability, customer class, region. The first
      *-- rule that fails is the reason returned.
           MOVE SPACES
             TO C01-ELG-REASON

           MOVE C01-PLAN-NAME OF PRCPLMNT-REQ
             TO WS-LOOKUP-PLAN

           PERFORM D7100-FIND-PLAN-FUEL
              THRU D7100-EXIT

           IF WS-PLAN-FOUND NOT = 'Y'
              MOVE 'PLAN IS NOT ON THE PRICE PLAN FILE'
                TO C01-ELG-REASON
              MOVE '1'
                TO C01-RETURN-CD OF PRCPLMNT-REQ
              GO TO D7000-EXIT
           END-IF

           MOVE WS-LOOKUP-FUEL
             TO WS-PLAN-FUEL

           PERFORM D7200-GET-METER
              THRU D7200-EXIT

           IF WS-METER-FUEL NOT = WS-PLAN-FUEL
              MOVE 'PLAN IS FOR THE OTHER FUEL'
                TO C01-ELG-REASON
              MOVE '3'
                TO C01-RETURN-CD OF PRCPLMNT-REQ
              GO TO D7000-EXIT
           END-IF

           IF WS-PLNELIG-OPEN NOT = 'Y'
              GO TO D7000-EXIT
           END-IF

           MOVE C01-PLAN-NAME OF PRCPLMNT-REQ
             TO PE-PLAN-NAME

           READ PLNELIG-FILE
              INVALID KEY
                 GO TO D7000-EXIT
           END-READ

      *-- Everyone asking already has a supply with us, so a plan
      *-- kept for new customers is as closed to them as one
      *-- withdrawn from sale
           EVALUATE PE-SALE-STATUS
              WHEN 'N'
                 MOVE 'PLAN IS CLOSED TO EXISTING CUSTOMERS'
                   TO C01-ELG-REASON
                 MOVE '3'
                   TO C01-RETURN-CD OF PRCPLMNT-REQ
                 GO TO D7000-EXIT
              WHEN 'C'
                 MOVE 'PLAN IS CLOSED TO NEW SALES'
                   TO C01-ELG-REASON
                 MOVE '3'
                   TO C01-RETURN-CD OF PRCPLMNT-REQ
                 GO TO D7000-EXIT
           END-EVALUATE

           IF PE-METER-NEED = 'I'
              AND WS-METER-INTERVAL NOT = 'Y'
              MOVE 'PLAN NEEDS AN INTERVAL METER'
                TO C01-ELG-REASON
              MOVE '3'
                TO C01-RETURN-CD OF PRCPLMNT-REQ
              GO TO D7000-EXIT
           END-IF

           IF PE-CUST-CLASS = SPACES
              AND PE-REGION-COUNT = ZEROES
              GO TO D7000-EXIT
           END-IF

           PERFORM D7300-GET-CUSTOMER
              THRU D7300-EXIT

           IF PE-CUST-CLASS NOT = SPACES
              AND PE-CUST-CLASS NOT = WS-CUST-CLASS
              MOVE 'PLAN IS NOT SOLD TO THIS CUSTOMER CLASS'
                TO C01-ELG-REASON
              MOVE '3'
                TO C01-RETURN-CD OF PRCPLMNT-REQ
              GO TO D7000-EXIT
           END-IF

      *-- An account with no postcode on file cannot be shown to be
      *-- inside a restricted plan's regions
           IF PE-REGION-COUNT > ZEROES
              MOVE 'N'
                TO WS-REGION-FOUND

              IF WS-CUST-REGION NOT = SPACES
                 PERFORM D7400-MATCH-REGION
                    THRU D7400-EXIT
                 VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > PE-REGION-COUNT
                      OR RG-IDX > 20
                      OR WS-REGION-FOUND = 'Y'
              END-IF

              IF WS-REGION-FOUND NOT = 'Y'
                 MOVE 'PLAN IS NOT SOLD IN THIS REGION'
                   TO C01-ELG-REASON
                 MOVE '3'
                   TO C01-RETURN-CD OF PRCPLMNT-REQ
              END-IF
           END-IF
           .
       D7000-EXIT.
      *--------------------------------------------------------------*
       D7100-FIND-PLAN-FUEL.
      *--------------------------------------------------------------*
      *-- Walk the plan's rate periods in effective-date order; the
      *-- fuel of the latest one is the plan's. Spaces are the
      *-- electricity plans written before dual fuel.
           MOVE 'N'
             TO WS-PLAN-FOUND

           MOVE 'E'
             TO WS-LOOKUP-FUEL

           IF WS-PRCPLAN-OPEN NOT = 'Y'
              GO TO D7100-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-SCAN

           MOVE WS-LOOKUP-PLAN
             TO PLAN-NAME

           MOVE ZEROES
             TO RATE-EFF-DATE

           START PRCPLAN-FILE KEY IS NOT LESS THAN PRCPLAN-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
           END-START

           PERFORM D7150-SCAN-PLAN-FUEL
              THRU D7150-EXIT
            UNTIL WS-END-OF-SCAN = 'Y'
           .
       D7100-EXIT.
      *--------------------------------------------------------------*
       D7150-SCAN-PLAN-FUEL.
      *--------------------------------------------------------------*
           READ PRCPLAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
              NOT AT END
                 IF PLAN-NAME NOT = WS-LOOKUP-PLAN
                    MOVE 'Y'
                      TO WS-END-OF-SCAN
                 ELSE
                    MOVE 'Y'
                      TO WS-PLAN-FOUND
                    IF FUEL-TYPE = SPACES
                       MOVE 'E'
                         TO WS-LOOKUP-FUEL
                    ELSE
                       MOVE FUEL-TYPE
                         TO WS-LOOKUP-FUEL
                    END-IF
                 END-IF
           END-READ
           .
       D7150-EXIT.
      *--------------------------------------------------------------*
       D7200-GET-METER.
      *--------------------------------------------------------------*
      *-- The asset register says what the meter measures and whether
      *-- it records interval reads. A meter whose fuel was never
      *-- recorded is taken to be on the fuel of the plan it is on
      *-- now, and failing that electricity.
           MOVE 'G'
             TO C01-ACTION-CD OF ASMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF ASMNT-REQ

           MOVE C01-MTR-ID OF PRCPLMNT-REQ
             TO C01-ASSET-MTR-ID

           CALL 'MTRASMNT'
          USING ASMNT-REQ

           MOVE C01-ASSET-FUEL
             TO WS-METER-FUEL

           MOVE C01-INTERVAL-FLAG
             TO WS-METER-INTERVAL

           IF WS-METER-FUEL = SPACES
              MOVE 'E'
                TO WS-METER-FUEL

              IF C01-ELG-CURR-PLAN NOT = SPACES
                 MOVE C01-ELG-CURR-PLAN
                   TO WS-LOOKUP-PLAN

                 PERFORM D7100-FIND-PLAN-FUEL
                    THRU D7100-EXIT

                 IF WS-PLAN-FOUND = 'Y'
                    MOVE WS-LOOKUP-FUEL
                      TO WS-METER-FUEL
                 END-IF
              END-IF
           END-IF
           .
       D7200-EXIT.
      *--------------------------------------------------------------*
       D7300-GET-CUSTOMER.
      *--------------------------------------------------------------*
      *-- An account not on the customer master is domestic, the
      *-- class every account started on, with no region known
           MOVE 'D'
             TO WS-CUST-CLASS

           MOVE SPACES
             TO WS-CUST-REGION

           IF WS-CUST-OPEN NOT = 'Y'
              OR C01-ELG-ACCOUNT-ID = SPACES
              GO TO D7300-EXIT
           END-IF

           MOVE C01-ELG-ACCOUNT-ID
             TO CM-ACCOUNT-ID

           READ CUSTMST-FILE
              INVALID KEY
                 GO TO D7300-EXIT
           END-READ

           IF CM-CUST-CLASS = 'B'
              MOVE 'B'
                TO WS-CUST-CLASS
           END-IF

           MOVE CM-POSTCODE (1:4)
             TO WS-CUST-REGION
           .
       D7300-EXIT.
      *--------------------------------------------------------------*
       D7400-MATCH-REGION.
      *--------------------------------------------------------------*
           IF PE-REGION (RG-IDX) = WS-CUST-REGION
              MOVE 'Y'
                TO WS-REGION-FOUND
           END-IF
           .
       D7400-EXIT.
      *--------------------------------------------------------------*
       X8000-WRITE-JOURNAL.
      *--------------------------------------------------------------*
      *-- Before/after images to the common change journal. The rate
      *-- file carries no operator field, so the journal names the
      *-- program. Eligibility rules journal against their own file.
           MOVE '0'
             TO C01-RETURN-CD OF CHJRNL-REQ

           IF C01-ACTION-CD OF PRCPLMNT-REQ = 'E'
              MOVE 'PLNELIG'
                TO C01-FILE-NAME

              MOVE PE-PLAN-NAME
                TO C01-REC-KEY
           ELSE
              MOVE 'PRCPLAN'
                TO C01-FILE-NAME

              MOVE PRCPLAN-KEY
                TO C01-REC-KEY
           END-IF

           MOVE C01-ACTION-CD OF PRCPLMNT-REQ
             TO C01-JRN-ACTION

           MOVE 'PRCPLMNT'
             TO C01-JRN-OPERATOR

      *--------------*
       S0000-THANKS.
      *--------------*
      *--Saying Good Bye and Exiting - the eligibility check is asked
      *--once per plan by the batch runs, so it goes quietly
           IF C01-ACTION-CD OF PRCPLMNT-REQ NOT = 'K'
              DISPLAY 'Thanks for using the service of JOI. Good Bye'
           END-IF
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-PRCPLAN-OPEN = 'Y'
              CLOSE PRCPLAN-FILE
              IF WS-PRCPLAN-STA NOT = '00'
                 STRING 'Error in Closing price plan file - '
                     WS-PRCPLAN-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF

           IF WS-PLNELIG-OPEN = 'Y'
              CLOSE PLNELIG-FILE
              IF WS-PLNELIG-STA NOT = '00'
                 STRING 'Error in Closing plan eligibility file - '
                     WS-PLNELIG-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF

           IF WS-CUST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
              IF WS-CUST-STA NOT = '00'
                 STRING 'Error in Closing customer master - '
                     WS-CUST-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF
           .
       Z0000-EXIT.
