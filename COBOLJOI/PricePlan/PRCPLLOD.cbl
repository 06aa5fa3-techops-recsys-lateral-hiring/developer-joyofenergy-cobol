           05 SHT-REC-TYPE       PIC X(01).
           05 SHT-PLAN-NAME      PIC X(50).
           05 SHT-EFF-DATE       PIC 9(08).
           05 SHT-DETAIL         PIC X(115).
      *-- 'P' row detail - the rate period's own figures
           05 SHT-P-DETAIL REDEFINES SHT-DETAIL.
              10 SHT-END-DATE        PIC 9(08).
              10 SHT-FEEDIN-RATE     PIC 9(2)V9(6).
              10 SHT-DEMAND-RATE     PIC 9(3)V9(4).
              10 SHT-FUEL-TYPE       PIC X(01).
      *-- Fixed-term contract length and exit fee - left blank on a
      *-- variable plan, and on sheets cut before contracts existed
              10 SHT-CONTRACT-TERM   PIC 9(02).
              10 SHT-EXIT-FEE        PIC 9(3)V9(2).
      *-- 'T' row detail - one time-of-use window
           05 SHT-T-DETAIL REDEFINES SHT-DETAIL.
              10 SHT-PKTIME-NBR      PIC 9(03).
              10 SHT-START-HOUR      PIC 9(02).
              10 SHT-END-HOUR        PIC 9(02).
              10 SHT-MULTIPLIER      PIC 9(2)V9(5).
              10 FILLER              PIC X(100).
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
              GO TO C1500-EXIT
           END-IF

      *-- Blank contract columns are a variable plan
           IF SHT-CONTRACT-TERM = SPACES
              MOVE ZEROES
                TO SHT-CONTRACT-TERM
           END-IF

           IF SHT-EXIT-FEE = SPACES
              MOVE ZEROES
                TO SHT-EXIT-FEE
           END-IF

           IF SHT-CONTRACT-TERM NOT NUMERIC
              OR SHT-EXIT-FEE NOT NUMERIC
              MOVE 'CONTRACT TERM OR EXIT FEE IS NOT NUMERIC'
                TO WS-REJECT-REASON
              GO TO C1500-EXIT
           END-IF

           IF SHT-CONTRACT-TERM = ZEROES
              AND SHT-EXIT-FEE > ZEROES
              MOVE 'EXIT FEE NEEDS A CONTRACT TERM'
                TO WS-REJECT-REASON
              GO TO C1500-EXIT
           END-IF

           MOVE 'Y'
             TO WS-ROW-OK
           .

              MOVE SHT-FUEL-TYPE
                TO C01-FUEL-TYPE OF PRCPLMNT-REQ

              MOVE SHT-CONTRACT-TERM
                TO C01-CONTRACT-TERM OF PRCPLMNT-REQ

              MOVE SHT-EXIT-FEE
                TO C01-EXIT-FEE OF PRCPLMNT-REQ
           ELSE
              MOVE 'T'
                TO C01-ACTION-CD OF PRCPLMNT-REQ
