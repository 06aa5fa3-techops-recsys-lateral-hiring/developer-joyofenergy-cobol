      * Switches a customer's supplier/plan effective a given date -   *
      * closes out the meter's current open period and opens a new    *
      * one, rather than overwriting the plan history in place.       *
      * A fixed-term contract on the closed period is settled (its    *
      * exit fee raised when it ends early) and the new period gets   *
      * one of its own when the new plan is fixed-term.               *
      * A switch onto a plan the meter's account is not eligible for  *
      * (PRCPLMNT 'K' - fuel, region, class, meter, sales status) is  *
      * refused with return code '3' and the reason in C01-REASON.    *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.

           COPY SUPMNT0.

           COPY CTRMNT0.

           COPY PRCPLM01.

      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
           PERFORM C0000-FIND-CURRENT-PERIOD
              THRU C0000-EXIT

           PERFORM C2000-CHECK-ELIGIBILITY
              THRU C2000-EXIT

           PERFORM D0000-CLOSE-OLD-PERIOD
              THRU D0000-EXIT

           PERFORM F0000-PRODUCE-FINAL-BILL
              THRU F0000-EXIT

           PERFORM G0000-SETTLE-CONTRACTS
              THRU G0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
           MOVE '0'
             TO C01-RETURN-CD OF MTRINFO

           MOVE SPACES
             TO C01-REASON OF MTRINFO

      *-- This program is called once per switch by PRCPLASW, and
      *-- WORKING-STORAGE VALUE clauses only take effect on the first
      *-- CALL in a run unit - a stale 'Y' here would make Z0000 skip
           END-READ
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C2000-CHECK-ELIGIBILITY.
      *--------------------------------------------------------------*
      *-- The new plan has to be one this meter's account can have.
      *-- Staying on the same plan (a contract renewal) needs no
      *-- check - the customer already has it.
           IF POWER-PLAN-NAME OF MTRINFO
              = POWER-PLAN-NAME OF MTR-REC
              GO TO C2000-EXIT
           END-IF

           MOVE 'K'
             TO C01-ACTION-CD OF PRCPLMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF PRCPLMNT-REQ

           MOVE POWER-PLAN-NAME OF MTRINFO
             TO C01-PLAN-NAME OF PRCPLMNT-REQ

           MOVE UINFO-MTR-ID OF MTRINFO
             TO C01-MTR-ID OF PRCPLMNT-REQ

           MOVE ACCOUNT-ID OF MTR-REC
             TO C01-ELG-ACCOUNT-ID

           MOVE POWER-PLAN-NAME OF MTR-REC
             TO C01-ELG-CURR-PLAN

           CALL 'PRCPLMNT'
          USING PRCPLMNT-REQ

           IF C01-RETURN-CD OF PRCPLMNT-REQ NOT = '0'
              IF C01-ELG-REASON = SPACES
                 MOVE 'PLAN ELIGIBILITY COULD NOT BE CHECKED'
                   TO C01-ELG-REASON
              END-IF

              MOVE C01-ELG-REASON
                TO C01-REASON OF MTRINFO

              MOVE SPACES
                TO WS-ERROR-TEXT

              STRING 'SWITCH REFUSED - ' DELIMITED BY SIZE
                     C01-ELG-REASON      DELIMITED BY SIZE
                 INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT

              MOVE '3'
                TO C01-RETURN-CD OF MTRINFO
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF
           .
       C2000-EXIT.
      *--------------------------------------------------------------*
       D0000-CLOSE-OLD-PERIOD.
      *--------------------------------------------------------------*
           END-READ
           .
       F1500-EXIT.
      *--------------------------------------------------------------*
       G0000-SETTLE-CONTRACTS.
      *--------------------------------------------------------------*
      *-- The closed period's contract ends with its last day - MTRCTRMT
      *-- raises the exit fee when that is before the contract's end
      *-- date - and the new period opens a contract of its own when
      *-- its plan is fixed-term. A period with no contract is a
      *-- return code '1' and nothing to do.
           IF C01-RETURN-CD OF MTRINFO NOT = '0'
              GO TO G0000-EXIT
           END-IF

           MOVE 'X'
             TO C01-ACTION-CD OF CTRMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF CTRMNT-REQ

           MOVE WS-OLD-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF CTRMNT-REQ

           MOVE UINFO-MTR-ID OF MTRINFO
             TO C01-MTR-ID OF CTRMNT-REQ

           MOVE WS-OLD-START-DATE-8
             TO C01-START-DATE OF CTRMNT-REQ

           MOVE WS-NEW-END-DATE-8
             TO C01-LAST-DATE OF CTRMNT-REQ

           MOVE 'MTRPLSWT'
             TO C01-OPERATOR OF CTRMNT-REQ

           CALL 'MTRCTRMT'
          USING CTRMNT-REQ

           EVALUATE C01-RETURN-CD OF CTRMNT-REQ
              WHEN '0'
              WHEN '1'
                 CONTINUE
              WHEN '7'
                 DISPLAY 'Exit fee parked for approval for meter '
                         UINFO-MTR-ID OF MTRINFO
              WHEN OTHER
                 DISPLAY 'Contract could not be settled for meter '
                         UINFO-MTR-ID OF MTRINFO
           END-EVALUATE

           MOVE 'O'
             TO C01-ACTION-CD OF CTRMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF CTRMNT-REQ

           MOVE WS-OLD-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF CTRMNT-REQ

           MOVE UINFO-MTR-ID OF MTRINFO
             TO C01-MTR-ID OF CTRMNT-REQ

           MOVE WS-NEW-START-DATE-8
             TO C01-START-DATE OF CTRMNT-REQ

           MOVE POWER-PLAN-NAME OF MTRINFO
             TO C01-PLAN-NAME OF CTRMNT-REQ

           MOVE 'MTRPLSWT'
             TO C01-OPERATOR OF CTRMNT-REQ

           CALL 'MTRCTRMT'
          USING CTRMNT-REQ

           IF C01-RETURN-CD OF CTRMNT-REQ NOT = '0'
              AND C01-RETURN-CD OF CTRMNT-REQ NOT = '1'
              DISPLAY 'Contract could not be opened for meter '
                      UINFO-MTR-ID OF MTRINFO
           END-IF
           .
       G0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
