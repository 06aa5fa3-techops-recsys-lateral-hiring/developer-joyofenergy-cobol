      *-- Control totals for the end-of-run reconciliation report
           05 WS-ENROLLED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-SETTLED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-PARKED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-SETTLED-TOTAL           PIC S9(11)V9(4) VALUE ZEROES.
           05 WS-RECOMPUTE-FAILS         PIC 9(07) VALUE ZEROES.

                TO WS-SETTLED-TOTAL
           END-IF

      *-- Over the run's authority - the settlement waits on approval
      *-- and the deferral stands until it is given
           IF C01-RETURN-CD OF BUDSET-REQ = '7'
              ADD 1
                TO WS-PARKED-COUNT
           END-IF

           MOVE 'R'
             TO C01-ACTION-CD OF BUDMNT-REQ

           DISPLAY 'ACCOUNTS TRUED UP   : ' WS-ACCT-COUNT
           DISPLAY 'DEFERRALS SETTLED   : ' WS-SETTLED-COUNT
           DISPLAY 'AMOUNT SETTLED      : ' WS-SETTLED-TOTAL
           DISPLAY 'AWAITING APPROVAL   : ' WS-PARKED-COUNT
           DISPLAY 'RECOMPUTE FAILURES  : ' WS-RECOMPUTE-FAILS

      *--Saying Good Bye and Exiting
