      * and the tax carried on the billing history record), plus the   *
      * applied adjustments dated in the period with their own tax,    *
      * so credits reverse out of the return the way they reversed     *
      * on the statement. Bad debt written off in the quarter reclaims *
      * the VAT element on it as bad-debt relief, and recoveries of    *
      * written-off debt in the quarter pay their share back. Each     *
      * figure is split by customer class (domestic at the reduced     *
      * rate, business at the standard rate), and the per-unit levy    *
      * carried in the statements' taxable amount is reported on its   *
      * own.                                                           *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ADJUST-STA.

      *-- Bad-debt write-off ledger, walked start to finish
           SELECT WRTOFF-FILE
           ASSIGN TO 'WRTOFF'
           ORGANIZATION IS INDEXED
           RECORD KEY IS WO-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WRTOFF-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  QTR-CARD
       FD  ADJUST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJUST0.
      *
       FD  WRTOFF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WRTOFF0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
           05 WS-QTR-STA                 PIC 9(02) VALUE ZEROES.
           05 WS-BILLHIST-STA            PIC 9(02) VALUE ZEROES.
           05 WS-ADJUST-STA              PIC 9(02) VALUE ZEROES.
           05 WS-WRTOFF-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-ADJUST-OPEN             PIC X(01) VALUE 'N'.
           05 WS-WRTOFF-OPEN             PIC X(01) VALUE 'N'.
      *-- Return totals
           05 WS-STMT-COUNT              PIC 9(07) VALUE ZEROES.
           05 WS-TAXABLE-TOTAL           PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-ADJ-COUNT               PIC 9(07) VALUE ZEROES.
           05 WS-ADJ-NET-TOTAL           PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-ADJ-TAX-TOTAL           PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-WO-COUNT                PIC 9(07) VALUE ZEROES.
           05 WS-WO-RELIEF-TOTAL         PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-RC-COUNT                PIC 9(07) VALUE ZEROES.
           05 WS-RC-REPAID-TOTAL         PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-RETURN-TAXABLE          PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-RETURN-TAX              PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-LEVY-TOTAL              PIC S9(11)V9(4) VALUE ZEROES.
      *-- Edited fields for the report lines
           05 WS-ED-AMOUNT               PIC -(9)9.99.
      *-- The same figures by customer class - the class stored on
      *-- each statement, adjustment and ledger entry when it was
      *-- taxed; spaces (before classes existed) count as domestic
           05 WS-CLASS-CD                PIC X(01) VALUE SPACES.
           05 CLS-IDX                    PIC 9(01) VALUE ZEROES.
       01  WS-CLASS-NAMES.
           05 FILLER      PIC X(09) VALUE 'DDOMESTIC'.
           05 FILLER      PIC X(09) VALUE 'BBUSINESS'.
       01  WS-CLASS-TABLE REDEFINES WS-CLASS-NAMES.
           05 WS-CLS-ENTRY OCCURS 2 TIMES.
              10 WS-CLS-CODE             PIC X(01).
              10 WS-CLS-NAME             PIC X(08).
       01  WS-CLASS-TOTALS.
           05 WS-CLS-TOTAL-ENTRY OCCURS 2 TIMES.
              10 WS-CLS-STMT-COUNT       PIC 9(07) VALUE ZEROES.
              10 WS-CLS-TAXABLE          PIC S9(11)V9(4) VALUE ZEROES.
              10 WS-CLS-TAX              PIC S9(11)V9(4) VALUE ZEROES.
              10 WS-CLS-LEVY             PIC S9(11)V9(4) VALUE ZEROES.
              10 WS-CLS-ADJ-COUNT        PIC 9(07) VALUE ZEROES.
              10 WS-CLS-ADJ-NET          PIC S9(11)V9(4) VALUE ZEROES.
              10 WS-CLS-ADJ-TAX          PIC S9(11)V9(4) VALUE ZEROES.
              10 WS-CLS-RELIEF           PIC S9(11)V9(4) VALUE ZEROES.
              10 WS-CLS-REPAID           PIC S9(11)V9(4) VALUE ZEROES.
              10 WS-CLS-RETURN-TAXABLE   PIC S9(11)V9(4) VALUE ZEROES.
              10 WS-CLS-RETURN-TAX       PIC S9(11)V9(4) VALUE ZEROES.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
           PERFORM C0000-TOTAL-ADJUSTMENTS
              THRU C0000-EXIT

           PERFORM D0000-TOTAL-WRITE-OFFS
              THRU D0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
              END-IF
           END-IF

      *-- No write-off ledger just means no bad-debt relief to claim
           MOVE 'N'
             TO WS-WRTOFF-OPEN

           OPEN INPUT WRTOFF-FILE
           IF WS-WRTOFF-STA = '00'
              MOVE 'Y'
                TO WS-WRTOFF-OPEN
           ELSE
              IF WS-WRTOFF-STA NOT = '35'
                 STRING 'Error in opening write-off file - '
                     WS-WRTOFF-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

           DISPLAY '---- QUARTERLY VAT RETURN ' QTR-FROM-DATE
                   ' TO ' QTR-TO-DATE ' ----'
           .

                    ADD BH-TAX-AMOUNT
                      TO WS-TAX-TOTAL

                    ADD BH-LEVY-AMOUNT
                      TO WS-LEVY-TOTAL

                    MOVE BH-CUST-CLASS
                      TO WS-CLASS-CD

                    PERFORM X1000-SET-CLASS-INDEX
                       THRU X1000-EXIT

                    ADD 1
                      TO WS-CLS-STMT-COUNT (CLS-IDX)

                    ADD BH-TOTAL-COST
                      TO WS-CLS-TAXABLE (CLS-IDX)

                    ADD BH-TAX-AMOUNT
                      TO WS-CLS-TAX (CLS-IDX)

                    ADD BH-LEVY-AMOUNT
                      TO WS-CLS-LEVY (CLS-IDX)
                 END-IF
           END-READ
           .
      *-- supply the statements already reported, and a TRUP or CORR
      *-- rebill difference is already on the statement side too -
      *-- the true-up brings the stored statement's own net and tax
      *-- up to the corrected figures. A SOCR social tariff rebate and
      *-- GSSC service standards compensation are outside the scope
      *-- of VAT altogether.
           READ ADJUST-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                    AND ADJ-DATE NOT > QTR-TO-DATE
                    AND ADJ-REASON-CD NOT = 'BUDG'
                    AND ADJ-REASON-CD NOT = 'DEPO'
                    AND ADJ-REASON-CD NOT = 'SOCR'
                    AND ADJ-REASON-CD NOT = 'GSSC'
                    AND ADJ-REASON-CD NOT = 'TRUP'
                    AND ADJ-REASON-CD NOT = 'CORR'
                    ADD 1

                    ADD ADJ-TAX-AMOUNT
                      TO WS-ADJ-TAX-TOTAL

                    MOVE ADJ-CUST-CLASS
                      TO WS-CLASS-CD

                    PERFORM X1000-SET-CLASS-INDEX
                       THRU X1000-EXIT

                    ADD 1
                      TO WS-CLS-ADJ-COUNT (CLS-IDX)

                    ADD ADJ-AMOUNT
                      TO WS-CLS-ADJ-NET (CLS-IDX)

                    ADD ADJ-TAX-AMOUNT
                      TO WS-CLS-ADJ-TAX (CLS-IDX)
                 END-IF
           END-READ
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       D0000-TOTAL-WRITE-OFFS.
      *--------------------------------------------------------------*
      *-- Bad-debt relief: the VAT element of debt written off inside
      *-- the quarter comes back off the return, and the VAT share of
      *-- any written-off debt recovered inside the quarter goes back
      *-- on it.
           IF WS-WRTOFF-OPEN NOT = 'Y'
              GO TO D0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM D1500-READ-ONE-WRITE-OFF
              THRU D1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1500-READ-ONE-WRITE-OFF.
      *--------------------------------------------------------------*
           READ WRTOFF-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 IF WO-ENTRY-DATE NOT < QTR-FROM-DATE
                    AND WO-ENTRY-DATE NOT > QTR-TO-DATE
                    MOVE WO-CUST-CLASS
                      TO WS-CLASS-CD

                    PERFORM X1000-SET-CLASS-INDEX
                       THRU X1000-EXIT

                    IF WO-ENTRY-TYPE = 'W'
                       ADD 1
                         TO WS-WO-COUNT
                       ADD WO-VAT-AMOUNT
                         TO WS-WO-RELIEF-TOTAL
                            WS-CLS-RELIEF (CLS-IDX)
                    ELSE
                       ADD 1
                         TO WS-RC-COUNT
                       ADD WO-VAT-AMOUNT
                         TO WS-RC-REPAID-TOTAL
                            WS-CLS-REPAID (CLS-IDX)
                    END-IF
                 END-IF
           END-READ
           .
       D1500-EXIT.
      *--------------------------------------------------------------*
       E1000-SHOW-ONE-CLASS.
      *--------------------------------------------------------------*
           COMPUTE WS-CLS-RETURN-TAXABLE (CLS-IDX) =
              WS-CLS-TAXABLE (CLS-IDX) + WS-CLS-ADJ-NET (CLS-IDX)

           COMPUTE WS-CLS-RETURN-TAX (CLS-IDX) =
              WS-CLS-TAX (CLS-IDX) + WS-CLS-ADJ-TAX (CLS-IDX)
              - WS-CLS-RELIEF (CLS-IDX) + WS-CLS-REPAID (CLS-IDX)

           DISPLAY '---- ' WS-CLS-NAME (CLS-IDX) ' SUPPLY ----'
           DISPLAY 'STATEMENTS IN QUARTER   : '
                   WS-CLS-STMT-COUNT (CLS-IDX)

           MOVE WS-CLS-TAXABLE (CLS-IDX)
             TO WS-ED-AMOUNT
           DISPLAY 'STATEMENT TAXABLE AMOUNT: ' WS-ED-AMOUNT

           MOVE WS-CLS-LEVY (CLS-IDX)
             TO WS-ED-AMOUNT
           DISPLAY '  OF WHICH LEVY         : ' WS-ED-AMOUNT

           MOVE WS-CLS-TAX (CLS-IDX)
             TO WS-ED-AMOUNT
           DISPLAY 'STATEMENT TAX           : ' WS-ED-AMOUNT

           DISPLAY 'ADJUSTMENTS IN QUARTER  : '
                   WS-CLS-ADJ-COUNT (CLS-IDX)

           MOVE WS-CLS-ADJ-NET (CLS-IDX)
             TO WS-ED-AMOUNT
           DISPLAY 'ADJUSTMENT NET AMOUNT   : ' WS-ED-AMOUNT

           MOVE WS-CLS-ADJ-TAX (CLS-IDX)
             TO WS-ED-AMOUNT
           DISPLAY 'ADJUSTMENT TAX          : ' WS-ED-AMOUNT

           MOVE WS-CLS-RELIEF (CLS-IDX)
             TO WS-ED-AMOUNT
           DISPLAY 'BAD-DEBT RELIEF VAT     : ' WS-ED-AMOUNT

           MOVE WS-CLS-REPAID (CLS-IDX)
             TO WS-ED-AMOUNT
           DISPLAY 'RELIEF REPAID ON RECOVRY: ' WS-ED-AMOUNT

           MOVE WS-CLS-RETURN-TAXABLE (CLS-IDX)
             TO WS-ED-AMOUNT
           DISPLAY 'RETURN TAXABLE AMOUNT   : ' WS-ED-AMOUNT

           MOVE WS-CLS-RETURN-TAX (CLS-IDX)
             TO WS-ED-AMOUNT
           DISPLAY 'RETURN TAX              : ' WS-ED-AMOUNT
           .
       E1000-EXIT.
      *--------------------------------------------------------------*
       X1000-SET-CLASS-INDEX.
      *--------------------------------------------------------------*
           IF WS-CLASS-CD = 'B'
              MOVE 2
                TO CLS-IDX
           ELSE
              MOVE 1
                TO CLS-IDX
           END-IF
           .
       X1000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*

           COMPUTE WS-RETURN-TAX =
              WS-TAX-TOTAL + WS-ADJ-TAX-TOTAL
              - WS-WO-RELIEF-TOTAL + WS-RC-REPAID-TOTAL

           DISPLAY 'STATEMENTS IN QUARTER   : ' WS-STMT-COUNT

             TO WS-ED-AMOUNT
           DISPLAY 'ADJUSTMENT TAX          : ' WS-ED-AMOUNT

           DISPLAY 'DEBTS WRITTEN OFF       : ' WS-WO-COUNT

           MOVE WS-WO-RELIEF-TOTAL
             TO WS-ED-AMOUNT
           DISPLAY 'BAD-DEBT RELIEF VAT     : ' WS-ED-AMOUNT

           DISPLAY 'WRITE-OFFS RECOVERED    : ' WS-RC-COUNT

           MOVE WS-RC-REPAID-TOTAL
             TO WS-ED-AMOUNT
           DISPLAY 'RELIEF REPAID ON RECOVRY: ' WS-ED-AMOUNT

           MOVE WS-RETURN-TAXABLE
             TO WS-ED-AMOUNT
           DISPLAY 'RETURN TAXABLE AMOUNT   : ' WS-ED-AMOUNT
             TO WS-ED-AMOUNT
           DISPLAY 'RETURN TAX              : ' WS-ED-AMOUNT

      *--The levy is inside the taxable amount above and is returned
      *--separately to the levy authority
           MOVE WS-LEVY-TOTAL
             TO WS-ED-AMOUNT
           DISPLAY 'LEVY ON BILLED UNITS    : ' WS-ED-AMOUNT

      *--The same return split by customer class
           PERFORM E1000-SHOW-ONE-CLASS
              THRU E1000-EXIT
           VARYING CLS-IDX FROM 1 BY 1
             UNTIL CLS-IDX > 2

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF

           IF WS-WRTOFF-OPEN = 'Y'
              CLOSE WRTOFF-FILE
              IF WS-WRTOFF-STA NOT = '00'
                 STRING 'Error in Closing write-off file - '
                     WS-WRTOFF-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO Z0000-PROCESS-END
              END-IF
           END-IF
           .
       Z0000-EXIT.

