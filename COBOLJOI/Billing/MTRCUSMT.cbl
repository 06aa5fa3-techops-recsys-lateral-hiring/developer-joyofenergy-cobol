      *----------------------------------------------------------------*
      * Maintenance program for the CUSTMST customer master file -    *
      * add, change, delete or inquire on an account's name, postal   *
      * address, contact details, statement delivery preference and   *
      * customer class (domestic or business).                        *
      * A name change here is one rewrite, instead of touching every  *
      * MTRPLAN period record carrying the old USER-NAME.             *
      *----------------------------------------------------------------*
                TO C01-RETURN-CD OF CUSMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF (C01-ACTION-CD OF CUSMNT-REQ = 'A'
               OR C01-ACTION-CD OF CUSMNT-REQ = 'C')
              AND C01-CUST-CLASS NOT = 'D'
              AND C01-CUST-CLASS NOT = 'B'
              AND C01-CUST-CLASS NOT = SPACES
              MOVE 'CUSTOMER CLASS MUST BE D, B OR BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF CUSMNT-REQ
              GO TO PROGRAM-DONE
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
                TO CM-BILL-CYCLE
           END-IF

      *-- Domestic unless the account is set up as a business
           IF C01-CUST-CLASS = SPACES
              MOVE 'D'
                TO CM-CUST-CLASS
           ELSE
              MOVE C01-CUST-CLASS
                TO CM-CUST-CLASS
           END-IF

           WRITE CUSTMST-REC
              INVALID KEY
                 MOVE 'ACCOUNT IS ALREADY ON THE CUSTOMER MASTER'
                TO CM-BILL-CYCLE
           END-IF

           IF C01-CUST-CLASS NOT = SPACES
              MOVE C01-CUST-CLASS
                TO CM-CUST-CLASS
           END-IF

           REWRITE CUSTMST-REC
              INVALID KEY
                 MOVE 'ERROR REWRITING CUSTOMER RECORD'

           MOVE CM-BILL-CYCLE
             TO C01-BILL-CYCLE

           MOVE CM-CUST-CLASS
             TO C01-CUST-CLASS
           .
       C1800-EXIT.
      *--------------------------------------------------------------*
