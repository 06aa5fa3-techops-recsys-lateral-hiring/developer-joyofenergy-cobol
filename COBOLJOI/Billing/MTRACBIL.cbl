      * per-meter billing (MTRBILST) for each over the requested       *
      * period, and appends one combined statement with a per-meter    *
      * breakdown and a single account total to the statement print    *
      * file, with the STMSG statement messages in force for the       *
      * account (MTRSMMNT) printed and logged against it.              *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           05 WS-STMT-LINE               PIC X(132) VALUE SPACES.
           05 WS-ED-UNITS                PIC ZZZZZZZ9.99999.
           05 WS-ED-COST                 PIC ZZZZZZZZ9.9999.
      *-- Statement message targeting - the account's bill cycle and
      *-- region (leading four characters of the postcode) from the
      *-- customer master
           05 WS-ACCT-CYCLE              PIC X(02) VALUE SPACES.
           05 WS-ACCT-REGION             PIC X(04) VALUE SPACES.
           05 MSG-IDX                    PIC 9(02) VALUE ZEROES.

      *-- Every meter found under the account with a current open
      *-- plan period, and what its billing run came back with. An
              10 WS-ACCT-MTR-RC          PIC X(01) VALUE SPACES.
              10 WS-ACCT-MTR-USAGE       PIC 9(6)V9(5) VALUE ZEROES.
              10 WS-ACCT-MTR-COST        PIC 9(7)V9(4) VALUE ZEROES.
              10 WS-ACCT-MTR-PLAN        PIC X(50) VALUE SPACES.
              10 WS-ACCT-MTR-SUPL        PIC X(50) VALUE SPACES.
              10 WS-ACCT-MTR-FUEL        PIC X(01) VALUE SPACES.

           COPY BILLSTM0.

           COPY CUSMNT0.

           COPY SMMNT0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
           CALL 'MTRCUSMT'
          USING CUSMNT-REQ

           MOVE SPACES
             TO WS-ACCT-CYCLE
                WS-ACCT-REGION

           IF C01-RETURN-CD OF CUSMNT-REQ = '0'
              MOVE C01-CUST-NAME OF CUSMNT-REQ
                TO C01-CUSTOMER-NAME OF ACCTBILL

              MOVE C01-BILL-CYCLE OF CUSMNT-REQ
                TO WS-ACCT-CYCLE

              MOVE C01-POSTCODE OF CUSMNT-REQ (1:4)
                TO WS-ACCT-REGION
           END-IF

           PERFORM D1500-BILL-ONE-METER
              MOVE C01-TOTAL-COST OF BILLSTMT
                TO WS-ACCT-MTR-COST (MTR-IDX)

              MOVE C01-PLAN-NAME OF BILLSTMT
                TO WS-ACCT-MTR-PLAN (MTR-IDX)

              MOVE C01-SUPPLIER-NAME OF BILLSTMT
                TO WS-ACCT-MTR-SUPL (MTR-IDX)

              MOVE C01-FUEL-TYPE OF BILLSTMT
                TO WS-ACCT-MTR-FUEL (MTR-IDX)

              ADD 1
                TO C01-METER-COUNT OF ACCTBILL

             TO STMT-REC
           WRITE STMT-REC

      *-- The notices in force for the account, highest priority
      *-- first
           PERFORM E2000-PRINT-MESSAGES
              THRU E2000-EXIT

           MOVE '**** END OF ACCOUNT STATEMENT ****'
             TO STMT-REC
           WRITE STMT-REC

           PERFORM E2500-RECORD-MESSAGES
              THRU E2500-EXIT
           .
       E0000-EXIT.
      *--------------------------------------------------------------*
           WRITE STMT-REC
           .
       E1500-EXIT.
      *--------------------------------------------------------------*
       E2000-PRINT-MESSAGES.
      *--------------------------------------------------------------*
      *-- Ask MTRSMMNT for the statement messages the account passes
      *-- the rules for. The combined statement goes to the print
      *-- spool, so it is a paper statement whatever the customer's
      *-- preference; each billed meter's plan, supplier and fuel go
      *-- in, and a message any of them passes is printed.
           INITIALIZE SMMNT-REQ

           MOVE 'S'
             TO C01-ACTION-CD OF SMMNT-REQ

           MOVE C01-ACCOUNT-ID OF ACCTBILL
             TO C01-ST-ACCOUNT-ID OF SMMNT-REQ

           MOVE SPACES
             TO C01-ST-MTR-ID OF SMMNT-REQ

           MOVE C01-FROM-DATE OF ACCTBILL
             TO C01-ST-FROM-DATE OF SMMNT-REQ

           MOVE C01-TO-DATE OF ACCTBILL
             TO C01-ST-TO-DATE OF SMMNT-REQ

           MOVE WS-ACCT-CYCLE
             TO C01-ST-CYCLE OF SMMNT-REQ

           MOVE WS-ACCT-REGION
             TO C01-ST-REGION OF SMMNT-REQ

           MOVE 'P'
             TO C01-ST-CHANNEL OF SMMNT-REQ

           MOVE ZEROES
             TO C01-ST-METER-COUNT OF SMMNT-REQ

           PERFORM E2100-ADD-METER-TARGET
              THRU E2100-EXIT
           VARYING MTR-IDX FROM 1 BY 1
             UNTIL MTR-IDX > WS-ACCT-METER-COUNT
                OR C01-ST-METER-COUNT OF SMMNT-REQ >= 10

           CALL 'MTRSMMNT'
          USING SMMNT-REQ

           IF C01-RETURN-CD OF SMMNT-REQ NOT = '0'
              MOVE ZEROES
                TO C01-OUT-COUNT OF SMMNT-REQ
              GO TO E2000-EXIT
           END-IF

           IF C01-OUT-COUNT OF SMMNT-REQ = ZEROES
              GO TO E2000-EXIT
           END-IF

           MOVE SPACES
             TO STMT-REC
           WRITE STMT-REC

           PERFORM E2200-PRINT-ONE-MESSAGE
              THRU E2200-EXIT
           VARYING MSG-IDX FROM 1 BY 1
             UNTIL MSG-IDX > C01-OUT-COUNT OF SMMNT-REQ
           .
       E2000-EXIT.
      *--------------------------------------------------------------*
       E2100-ADD-METER-TARGET.
      *--------------------------------------------------------------*
           IF WS-ACCT-MTR-RC (MTR-IDX) NOT = '0'
              GO TO E2100-EXIT
           END-IF

           ADD 1
             TO C01-ST-METER-COUNT OF SMMNT-REQ

           MOVE WS-ACCT-MTR-PLAN (MTR-IDX)
             TO C01-ST-PLAN OF SMMNT-REQ
                (C01-ST-METER-COUNT OF SMMNT-REQ)

           MOVE WS-ACCT-MTR-SUPL (MTR-IDX)
             TO C01-ST-SUPL OF SMMNT-REQ
                (C01-ST-METER-COUNT OF SMMNT-REQ)

           MOVE WS-ACCT-MTR-FUEL (MTR-IDX)
             TO C01-ST-FUEL OF SMMNT-REQ
                (C01-ST-METER-COUNT OF SMMNT-REQ)
           .
       E2100-EXIT.
      *--------------------------------------------------------------*
       E2200-PRINT-ONE-MESSAGE.
      *--------------------------------------------------------------*
           MOVE C01-OUT-TEXT OF SMMNT-REQ (MSG-IDX)
             TO STMT-REC
           WRITE STMT-REC
           .
       E2200-EXIT.
      *--------------------------------------------------------------*
       E2500-RECORD-MESSAGES.
      *--------------------------------------------------------------*
      *-- The combined statement is on the spool - log the messages
      *-- it carried against it, so the notice can be proved later
           IF C01-OUT-COUNT OF SMMNT-REQ = ZEROES
              GO TO E2500-EXIT
           END-IF

           MOVE 'R'
             TO C01-ACTION-CD OF SMMNT-REQ

           MOVE 'MTRACBIL'
             TO C01-OPERATOR OF SMMNT-REQ

           CALL 'MTRSMMNT'
          USING SMMNT-REQ
           .
       E2500-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
