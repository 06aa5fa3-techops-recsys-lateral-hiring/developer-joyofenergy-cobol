      * - record a signed mandate, change its token or status          *
      * (including reinstating one a bank return suspended), remove    *
      * it, or look it up. The collection run (MTRDDGEN) only ever     *
      * collects on status A mandates. Reinstating a suspended mandate *
      * is held to the operator's authority limit (MTRAUTMT) on the    *
      * balance it will go on to collect - one over it is parked until *
      * a more senior operator approves it through MTRAPRMT.           *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-MANDATE-STA.

      *-- Running account balances - what a reinstated mandate will
      *-- go on to collect
           SELECT ACCTBAL-FILE
           ASSIGN TO 'ACCTBAL'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AB-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-ACCTBAL-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANDATE0.
      *
       FD  ACCTBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTBAL0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-MANDATE-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.

           COPY AUTMNT0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
       B0000-VALIDATE.
      *---------------------*
           MOVE '0'
             TO C01-RETURN-CD OF MDMNT-REQ

           IF C01-ACCOUNT-ID = SPACES
              MOVE 'INPUT ACCOUNT ID IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF MDMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF MDMNT-REQ NOT = 'A'
              AND C01-ACTION-CD OF MDMNT-REQ NOT = 'C'
              AND C01-ACTION-CD OF MDMNT-REQ NOT = 'D'
              AND C01-ACTION-CD OF MDMNT-REQ NOT = 'I'
              MOVE 'INVALID ACTION CODE - MUST BE A, C, D OR I'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF MDMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF MDMNT-REQ = 'A'
              AND C01-BANK-TOKEN = SPACES
              MOVE 'BANK DETAILS TOKEN IS REQUIRED'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF MDMNT-REQ
              GO TO PROGRAM-DONE
           END-IF

           IF (C01-ACTION-CD OF MDMNT-REQ = 'A'
               OR C01-ACTION-CD OF MDMNT-REQ = 'C')
              AND C01-MD-STATUS NOT = 'A'
              AND C01-MD-STATUS NOT = 'S'
              AND C01-MD-STATUS NOT = 'C'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF MDMNT-REQ
              GO TO PROGRAM-DONE
           END-IF
           .
      *--------------------------------------------------------------*
       C0000-MAINTAIN-MANDATE.
      *--------------------------------------------------------------*
           EVALUATE C01-ACTION-CD OF MDMNT-REQ
              WHEN 'A'
                 PERFORM C1500-ADD-MANDATE
                    THRU C1500-EXIT
           MOVE ZEROES
             TO MD-FLAG-DATE

           MOVE C01-OPERATOR OF MDMNT-REQ
             TO MD-OPERATOR

           MOVE SPACES
             TO MD-APPROVER

           WRITE MANDATE-REC
              INVALID KEY
                 MOVE 'Account already carries a mandate'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '2'
                   TO C01-RETURN-CD OF MDMNT-REQ
           END-WRITE
           .
       C1500-EXIT.
           PERFORM C2500-READ-MANDATE
              THRU C2500-EXIT

           IF C01-RETURN-CD OF MDMNT-REQ NOT = '0'
              GO TO C1600-EXIT
           END-IF

           IF C01-MD-STATUS = 'A'
              AND MD-STATUS = 'S'
              PERFORM C1650-CHECK-AUTHORITY
                 THRU C1650-EXIT

              IF C01-RETURN-CD OF MDMNT-REQ NOT = '0'
                 GO TO C1600-EXIT
              END-IF

              MOVE C01-APPROVER OF MDMNT-REQ
                TO MD-APPROVER
           END-IF

           IF C01-BANK-TOKEN NOT = SPACES
              MOVE C01-BANK-TOKEN
                TO MD-BANK-TOKEN
              END-IF
           END-IF

           MOVE C01-OPERATOR OF MDMNT-REQ
             TO MD-OPERATOR

           REWRITE MANDATE-REC
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF MDMNT-REQ
           END-REWRITE
           .
       C1600-EXIT.
      *--------------------------------------------------------------*
       C1650-CHECK-AUTHORITY.
      *--------------------------------------------------------------*
      *-- The operator must hold the authority to reinstate a mandate
      *-- that will go on to collect this much - the balance owed
      *-- now. Over their limit the reinstatement is parked for a
      *-- second operator to approve and the mandate stays
      *-- suspended; no authority table yet means no control.
           MOVE SPACES
             TO AUTMNT-REQ

           MOVE 'V'
             TO C01-ACTION-CD OF AUTMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF AUTMNT-REQ

           MOVE C01-OPERATOR OF MDMNT-REQ
             TO C01-AUTH-OPERATOR

           MOVE 'MDRN'
             TO C01-AUTH-ACTION

           MOVE ZEROES
             TO C01-AUTH-AMOUNT

      *-- No balance file or no balance yet means nothing owed
           OPEN INPUT ACCTBAL-FILE
           IF WS-ACCTBAL-STA = '00'
              MOVE C01-ACCOUNT-ID OF MDMNT-REQ
                TO AB-ACCOUNT-ID
              READ ACCTBAL-FILE
                 INVALID KEY
                    MOVE ZEROES
                      TO AB-BALANCE
              END-READ
              IF AB-BALANCE > ZEROES
                 MOVE AB-BALANCE
                   TO C01-AUTH-AMOUNT
              END-IF
              CLOSE ACCTBAL-FILE
           END-IF

           MOVE C01-APPROVER OF MDMNT-REQ
             TO C01-APPROVER OF AUTMNT-REQ

           STRING 'MANDATE ' C01-ACCOUNT-ID OF MDMNT-REQ
             DELIMITED BY SIZE
            INTO C01-AUTH-REF
           END-STRING

           MOVE MDMNT-REQ
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
                 CONTINUE
              WHEN '7'
                 MOVE C01-PEND-KEY OF AUTMNT-REQ
                   TO C01-PEND-KEY OF MDMNT-REQ
                 MOVE '7'
                   TO C01-RETURN-CD OF MDMNT-REQ
              WHEN '8'
                 MOVE SPACES
                   TO WS-ERROR-TEXT
                 STRING 'Reinstatement refused - ' C01-AUTH-REASON
                   DELIMITED BY SIZE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 MOVE '8'
                   TO C01-RETURN-CD OF MDMNT-REQ
              WHEN OTHER
                 MOVE 'Operator authority could not be checked'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF MDMNT-REQ
           END-EVALUATE
           .
       C1650-EXIT.
      *--------------------------------------------------------------*
       C1700-DELETE-MANDATE.
      *--------------------------------------------------------------*
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF MDMNT-REQ
           END-DELETE
           .
       C1700-EXIT.
           PERFORM C2500-READ-MANDATE
              THRU C2500-EXIT

           IF C01-RETURN-CD OF MDMNT-REQ NOT = '0'
              GO TO C1800-EXIT
           END-IF

             TO C01-FLAG-DATE

           MOVE MD-OPERATOR
             TO C01-OPERATOR OF MDMNT-REQ
           .
       C1800-EXIT.
      *--------------------------------------------------------------*
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '1'
                   TO C01-RETURN-CD OF MDMNT-REQ
           END-READ
           .
       C2500-EXIT.
