      * Maintenance program for the ADJUST manual-adjustments file -   *
      * add, change or delete a billing adjustment or credit. The      *
      * statement (MTRBILST) picks unapplied adjustments up and        *
      * itemizes them; once applied they are locked here. Adds and     *
      * changes are held to the keying operator's authority limit      *
      * (MTRAUTMT) - one over it is parked until a more senior         *
      * operator approves it, and the approver is kept on the record.  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ADJUST-STA.

      *-- Customer master - the account's class decides the VAT rate
           SELECT CUSTMST-FILE
           ASSIGN TO 'CUSTMST'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CM-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-CUST-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJUST0.
      *
       FD  CUSTMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMST0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-ADJUST-STA              PIC 9(02) VALUE ZEROES.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-ADJ-WRITTEN             PIC X(01) VALUE 'N'.
           05 WS-SEQ-TRIES               PIC 9(05) VALUE ZEROES.
           05 WS-ADJ-TAX                 PIC S9(7)V9(4) VALUE ZEROES.
           05 WS-CUSTMST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CUST-CLASS              PIC X(01) VALUE SPACES.
      *-- Change journal capture - the record as it stood before the
      *-- action, for the common before/after journal
           05 WS-JRN-BEFORE              PIC X(300) VALUE SPACES.

           COPY TAXMNT0.

           COPY AUTMNT0.

           COPY PERMNT0.

           COPY CHJRNL0.
      *
      *----------------------------------------------------------------*
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- No customer master just means every account is domestic.
      *-- Called once per adjustment, so the flag is set every time.
           MOVE 'N'
             TO WS-CUSTMST-OPEN

           OPEN INPUT CUSTMST-FILE
           IF WS-CUST-STA = '00'
              MOVE 'Y'
                TO WS-CUSTMST-OPEN
           END-IF
           .
       A0000-EXIT.
      *---------------------*
                TO C01-RETURN-CD OF ADJMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF ADJMNT-REQ NOT = 'D'
              PERFORM B5000-CHECK-AUTHORITY
                 THRU B5000-EXIT
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B5000-CHECK-AUTHORITY.
      *--------------------------------------------------------------*
      *-- The operator must hold the authority for an adjustment of
      *-- this size either way. Over their limit the request is
      *-- parked for a second operator to approve and nothing is
      *-- written here; no authority table yet means no control.
           MOVE SPACES
             TO AUTMNT-REQ

           MOVE 'V'
             TO C01-ACTION-CD OF AUTMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF AUTMNT-REQ

           MOVE C01-OPERATOR OF ADJMNT-REQ
             TO C01-AUTH-OPERATOR

           IF C01-AUTH-ACTION OF ADJMNT-REQ = SPACES
              MOVE 'ADJT'
                TO C01-AUTH-ACTION OF AUTMNT-REQ
           ELSE
              MOVE C01-AUTH-ACTION OF ADJMNT-REQ
                TO C01-AUTH-ACTION OF AUTMNT-REQ
           END-IF

           IF C01-ADJ-AMOUNT < ZEROES
              COMPUTE C01-AUTH-AMOUNT = 0 - C01-ADJ-AMOUNT
           ELSE
              MOVE C01-ADJ-AMOUNT
                TO C01-AUTH-AMOUNT
           END-IF

           MOVE C01-APPROVER OF ADJMNT-REQ
             TO C01-APPROVER OF AUTMNT-REQ

           STRING 'ADJUSTMENT ' C01-ACCOUNT-ID ' ' C01-MTR-ID
             DELIMITED BY SIZE
            INTO C01-AUTH-REF
           END-STRING

           MOVE ADJMNT-REQ
             TO C01-AUTH-REQUEST

           MOVE ZEROES
             TO C01-AUTH-LEVEL
                C01-AUTH-COUNT
                C01-PEND-DATE OF AUTMNT-REQ
                C01-PEND-SEQ OF AUTMNT-REQ

           CALL 'MTRAUTMT'
          USING AUTMNT-REQ

           EVALUATE C01-RETURN-CD OF AUTMNT-REQ
              WHEN '0'
              WHEN '2'
                 GO TO B5000-EXIT
              WHEN '7'
                 MOVE C01-PEND-KEY OF AUTMNT-REQ
                   TO C01-PEND-KEY OF ADJMNT-REQ
                 MOVE '7'
                   TO C01-RETURN-CD OF ADJMNT-REQ
              WHEN '8'
                 MOVE SPACES
                   TO WS-ERROR-TEXT
                 STRING 'Adjustment refused - ' C01-AUTH-REASON
                   DELIMITED BY SIZE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 MOVE '8'
                   TO C01-RETURN-CD OF ADJMNT-REQ
              WHEN OTHER
                 MOVE 'Operator authority could not be checked'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF ADJMNT-REQ
           END-EVALUATE

           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       B5000-EXIT.
      *--------------------------------------------------------------*
       C0000-MAINTAIN-ADJ.
      *--------------------------------------------------------------*
      *-- Create a new, unapplied adjustment. A zero sequence number
      *-- steps forward past whatever already exists for the same
      *-- account/meter/date until the write lands.
           MOVE ZEROES
             TO C01-ORIG-ADJ-DATE

           PERFORM D1200-CHECK-PERIOD
              THRU D1200-EXIT

           IF C01-RETURN-CD OF ADJMNT-REQ NOT = '0'
              GO TO D1000-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID
             TO ADJ-ACCOUNT-ID

           MOVE C01-MTR-ID
             TO ADJ-MTR-ID

           MOVE C01-POST-DATE OF PERMNT-REQ
             TO ADJ-DATE

           MOVE C01-ORIG-DATE OF PERMNT-REQ
             TO ADJ-ORIG-DATE

           IF C01-ADJ-SEQ = ZEROES
              MOVE 1
                TO ADJ-SEQ
           MOVE C01-OPERATOR OF ADJMNT-REQ
             TO ADJ-OPERATOR

           MOVE C01-APPROVER OF ADJMNT-REQ
             TO ADJ-APPROVER

           MOVE 'N'
             TO ADJ-APPLIED

           MOVE ZEROES
             TO ADJ-APPLIED-FROM
                ADJ-APPLIED-DATE

           PERFORM D1500-COMPUTE-ADJ-TAX
              THRU D1500-EXIT
           MOVE WS-ADJ-TAX
             TO ADJ-TAX-AMOUNT

           MOVE WS-CUST-CLASS
             TO ADJ-CUST-CLASS

           MOVE 'N'
             TO WS-ADJ-WRITTEN

              MOVE ADJ-SEQ
                TO C01-ADJ-SEQ

              IF ADJ-ORIG-DATE NOT = ZEROES
                 MOVE ADJ-ORIG-DATE
                   TO C01-ORIG-ADJ-DATE
                 MOVE ADJ-DATE
                   TO C01-ADJ-DATE
              END-IF

              MOVE SPACES
                TO WS-JRN-BEFORE

           END-WRITE
           .
       D1050-EXIT.
      *--------------------------------------------------------------*
       D1200-CHECK-PERIOD.
      *--------------------------------------------------------------*
      *-- A date in a month finance has closed posts on the first day
      *-- of the first open month instead, keeping the date asked for
      *-- on the record. The tax stays at the rate in force on the
      *-- date asked - that is when the supply it adjusts was made.
           MOVE 'G'
             TO C01-ACTION-CD OF PERMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF PERMNT-REQ

           MOVE C01-ADJ-DATE OF ADJMNT-REQ
             TO C01-POST-DATE OF PERMNT-REQ

           MOVE C01-OPERATOR OF ADJMNT-REQ
             TO C01-OPERATOR OF PERMNT-REQ

           CALL 'MTRPERMT'
          USING PERMNT-REQ

           IF C01-RETURN-CD OF PERMNT-REQ NOT = '0'
              MOVE 'No open accounting period for the adjustment'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF ADJMNT-REQ
           END-IF
           .
       D1200-EXIT.
      *--------------------------------------------------------------*
       D1400-GET-CUST-CLASS.
      *--------------------------------------------------------------*
      *-- Domestic unless the customer master says business
           MOVE 'D'
             TO WS-CUST-CLASS

           IF WS-CUSTMST-OPEN NOT = 'Y'
              GO TO D1400-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID
             TO CM-ACCOUNT-ID

           READ CUSTMST-FILE
              INVALID KEY
                 GO TO D1400-EXIT
           END-READ

           IF CM-CUST-CLASS = 'B'
              MOVE 'B'
                TO WS-CUST-CLASS
           END-IF
           .
       D1400-EXIT.
      *--------------------------------------------------------------*
       D1500-COMPUTE-ADJ-TAX.
      *--------------------------------------------------------------*
      *-- VAT at the account's customer class rate in force on the
      *-- adjustment's own date, signed with the amount - a credit
      *-- reverses its tax too. No rate table or no rate in force
      *-- just means zero tax. Adjustments are money, not units, so
      *-- no per-unit levy applies.
           MOVE ZEROES
             TO WS-ADJ-TAX

           PERFORM D1400-GET-CUST-CLASS
              THRU D1400-EXIT

      *-- Settlement entries carry no VAT of their own: a BUDG budget
      *-- deferral is the tax-inclusive difference the statements
      *-- already taxed (taxing it again would be tax on tax), and a
      *-- DEPO deposit refund is not consideration for supply. A SOCR
      *-- social tariff rebate is government money paid across on the
      *-- customer's behalf, outside the scope of VAT, and GSSC
      *-- service standards compensation is not consideration for
      *-- supply either.
           IF C01-REASON-CD = 'BUDG'
              OR C01-REASON-CD = 'DEPO'
              OR C01-REASON-CD = 'SOCR'
              OR C01-REASON-CD = 'GSSC'
              GO TO D1500-EXIT
           END-IF

           MOVE '0'
             TO C01-RETURN-CD OF TAXMNT-REQ

           MOVE WS-CUST-CLASS
             TO C01-TAX-CLASS OF TAXMNT-REQ

           MOVE C01-ADJ-DATE OF ADJMNT-REQ
             TO C01-AS-OF-DATE OF TAXMNT-REQ

           MOVE C01-OPERATOR OF ADJMNT-REQ
             TO ADJ-OPERATOR

           MOVE C01-APPROVER OF ADJMNT-REQ
             TO ADJ-APPROVER

      *-- Amount changed, so the tax goes with it
           PERFORM D1500-COMPUTE-ADJ-TAX
              THRU D1500-EXIT
           MOVE WS-ADJ-TAX
             TO ADJ-TAX-AMOUNT

           MOVE WS-CUST-CLASS
             TO ADJ-CUST-CLASS

           REWRITE ADJUST-REC
              INVALID KEY
                 MOVE 'Error updating adjustment record'
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           IF WS-CUSTMST-OPEN = 'Y'
              CLOSE CUSTMST-FILE
           END-IF

           CLOSE ADJUST-FILE
           IF WS-ADJUST-STA NOT = '00'
              STRING 'Error in Closing adjustments file - '
