       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Maintenance program for the MTR-INFO customer/meter file -     *
      * add, change or delete a customer/meter record. An open period  *
      * added on a fixed-term plan gets its contract (MTRCTRMT).       *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           05 WS-JRN-BEFORE              PIC X(300) VALUE SPACES.

           COPY CHJRNL0.

           COPY CTRMNT0.
      *

      *----------------------------------------------------------------*
              PERFORM X8000-WRITE-JOURNAL
                 THRU X8000-EXIT
           END-IF

      *-- A period opened on a fixed-term plan starts its contract;
      *-- a variable plan is a return code '1' and nothing to do
           IF C01-RETURN-CD OF MTRINFO = '0'
              AND C01-END-DATE OF MTRINFO = ZEROES
              MOVE 'O'
                TO C01-ACTION-CD OF CTRMNT-REQ

              MOVE '0'
                TO C01-RETURN-CD OF CTRMNT-REQ

              MOVE C01-ACCOUNT-ID OF MTRINFO
                TO C01-ACCOUNT-ID OF CTRMNT-REQ

              MOVE UINFO-MTR-ID OF MTRINFO
                TO C01-MTR-ID OF CTRMNT-REQ

              MOVE C01-START-DATE OF MTRINFO
                TO C01-START-DATE OF CTRMNT-REQ

              MOVE POWER-PLAN-NAME OF MTRINFO
                TO C01-PLAN-NAME OF CTRMNT-REQ

              MOVE 'MTRPLNMT'
                TO C01-OPERATOR OF CTRMNT-REQ

              CALL 'MTRCTRMT'
             USING CTRMNT-REQ
           END-IF
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
