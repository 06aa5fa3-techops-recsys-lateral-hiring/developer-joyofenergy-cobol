      * under the account, each meter's plan and supplier, its status *
      * and latest reading, the customer's name, and the account      *
      * balance. One transaction instead of three green-screen        *
      * inquiries and a spreadsheet. A priority services household is *
      * flagged with its category so the agent handles the call with  *
      * the right care. The account's latest contact note is shown as *
      * a one-line summary, so the agent sees what was last promised. *
      * The aged debt comes from the nightly ACCTPOS snapshot with    *
      * its date and time, so the agent quotes the same figures the   *
      * letters and late charges were raised from.                    *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           05 AB-TOTAL-PAID       PIC 9(11)V9(4).
           05 AB-LAST-BILL-DATE   PIC 9(08).
           05 AB-LAST-PAY-DATE    PIC 9(08).
           05 AB-WRITTEN-OFF      PIC 9(11)V9(4).

       01  CUSTMST-REC.
           05 CM-ACCOUNT-ID       PIC X(12).
           05 DP-LAST-ACCRUAL     PIC 9(08).
           05 DP-REFUND-DATE      PIC 9(08).
           05 DP-OPERATOR         PIC X(08).
           05 DP-PEND-DATE        PIC 9(08).
           05 DP-PEND-SEQ         PIC 9(05).

      *-- Same shape as the PSREG priority services register record
       01  PSREG-REC.
           05 PS-ACCOUNT-ID       PIC X(12).
           05 PS-CATEGORY         PIC X(04).
           05 PS-REG-DATE         PIC 9(08).
           05 PS-REVIEW-DATE      PIC 9(08).
           05 PS-NOMINEE-NAME     PIC X(50).
           05 PS-NOMINEE-PHONE    PIC X(15).
           05 PS-OPERATOR         PIC X(08).

      *-- Same shape as the CONTACT account contact notes record
       01  CNOTE-REC.
           05 CN-KEY.
              10 CN-ACCOUNT-ID    PIC X(12).
              10 CN-NOTE-DATE     PIC 9(08).
              10 CN-NOTE-TIME     PIC 9(08).
           05 CN-MTR-ID           PIC X(12).
           05 CN-OPERATOR         PIC X(08).
           05 CN-CHANNEL          PIC X(01).
           05 CN-CATEGORY         PIC X(04).
           05 CN-TEXT             PIC X(200).

      *-- Same shape as the ACCTPOS account position snapshot record
       01  ACCTPOS-REC.
           05 PN-ACCOUNT-ID       PIC X(12).
           05 PN-SNAP-DATE        PIC 9(08).
           05 PN-SNAP-TIME        PIC 9(06).
           05 PN-CURRENT          PIC S9(9)V9(4).
           05 PN-30               PIC S9(9)V9(4).
           05 PN-60               PIC S9(9)V9(4).
           05 PN-90               PIC S9(9)V9(4).
           05 PN-OPEN-BALANCE     PIC S9(9)V9(4).
           05 PN-OLDEST-UNPAID    PIC 9(08).
           05 PN-DISPUTE-HOLD     PIC X(01).
           05 PN-DISPUTE-COUNT    PIC 9(05).
           05 PN-DISPUTE-AMOUNT   PIC S9(9)V9(4).
           05 PN-ARRANGED         PIC X(01).
           05 PN-WITH-AGENCY      PIC X(01).
           05 PN-MTR-COUNT        PIC 9(02).
           05 PN-MTR-ID           PIC X(12) OCCURS 10 TIMES.

      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
           05 CA-PREPAY-FLAG      PIC X(01) VALUE 'N'.
           05 CA-PREPAY-BALANCE   PIC S9(7)V9(4) VALUE ZEROES.
           05 CA-PREPAY-EMERG     PIC 9(5)V9(4) VALUE ZEROES.
      *-- Priority services register - 'Y' with the category, review
      *-- date and nominee when the household is registered; no
      *-- disconnection can be raised for it.
           05 CA-PSR-FLAG         PIC X(01) VALUE 'N'.
           05 CA-PSR-CATEGORY     PIC X(04) VALUE SPACES.
           05 CA-PSR-REVIEW-DATE  PIC 9(08) VALUE ZEROES.
           05 CA-PSR-NOMINEE      PIC X(50) VALUE SPACES.
           05 CA-PSR-NOMINEE-PHONE PIC X(15) VALUE SPACES.
      *-- Latest contact note on the account - date, channel,
      *-- category, operator and the start of its text. The date is
      *-- ZEROES when no note has been taken; MTRCNOTE pages the rest.
           05 CA-LAST-NOTE-DATE   PIC 9(08) VALUE ZEROES.
           05 CA-LAST-NOTE-CHANNEL PIC X(01) VALUE SPACES.
           05 CA-LAST-NOTE-CATEGORY PIC X(04) VALUE SPACES.
           05 CA-LAST-NOTE-OPERATOR PIC X(08) VALUE SPACES.
           05 CA-LAST-NOTE-TEXT   PIC X(60) VALUE SPACES.
      *-- Aged debt from the nightly account position snapshot -
      *-- buckets after payments, the oldest unpaid bill, the
      *-- amount held under dispute and the arrangement and agency
      *-- holds - with the snapshot's date and time. The date is
      *-- ZEROES when the account was not on the last snapshot.
           05 CA-POS-SNAP-DATE    PIC 9(08) VALUE ZEROES.
           05 CA-POS-SNAP-TIME    PIC 9(06) VALUE ZEROES.
           05 CA-POS-CURRENT      PIC S9(9)V9(4) VALUE ZEROES.
           05 CA-POS-30           PIC S9(9)V9(4) VALUE ZEROES.
           05 CA-POS-60           PIC S9(9)V9(4) VALUE ZEROES.
           05 CA-POS-90           PIC S9(9)V9(4) VALUE ZEROES.
           05 CA-POS-OLDEST-UNPAID PIC 9(08) VALUE ZEROES.
           05 CA-POS-DISPUTE-AMT  PIC S9(9)V9(4) VALUE ZEROES.
           05 CA-POS-ARRANGED     PIC X(01) VALUE 'N'.
           05 CA-POS-WITH-AGENCY  PIC X(01) VALUE 'N'.
      *-- Every meter with a current open plan period under the
      *-- account. An account carrying more than 10 live meters
      *-- would need this raised.
           PERFORM B0000-GET-CUSTOMER-AND-BALANCE
              THRU B0000-EXIT

           PERFORM B2000-GET-LATEST-NOTE
              THRU B2000-EXIT

           PERFORM C0000-BROWSE-ACCOUNT-METERS
              THRU C0000-EXIT

             TO CA-PREPAY-BALANCE
                CA-PREPAY-EMERG

           MOVE 'N'
             TO CA-PSR-FLAG

           MOVE SPACES
             TO CA-PSR-CATEGORY
                CA-PSR-NOMINEE
                CA-PSR-NOMINEE-PHONE

           MOVE ZEROES
             TO CA-PSR-REVIEW-DATE
                CA-LAST-NOTE-DATE

           MOVE SPACES
             TO CA-LAST-NOTE-CHANNEL
                CA-LAST-NOTE-CATEGORY
                CA-LAST-NOTE-OPERATOR
                CA-LAST-NOTE-TEXT

           MOVE ZEROES
             TO CA-POS-SNAP-DATE
                CA-POS-SNAP-TIME
                CA-POS-CURRENT
                CA-POS-30
                CA-POS-60
                CA-POS-90
                CA-POS-OLDEST-UNPAID
                CA-POS-DISPUTE-AMT

           MOVE 'N'
             TO CA-POS-ARRANGED
                CA-POS-WITH-AGENCY

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-TIMESTAMP

                TO CA-ACCT-BALANCE
           END-IF

      *-- Aged position as at last night's snapshot. No record just
      *-- means the account had not been billed by then.
           MOVE CA-ACCOUNT-ID
             TO PN-ACCOUNT-ID

           EXEC CICS READ
               FILE('ACCTPOS')
               INTO(ACCTPOS-REC)
               RIDFLD(PN-ACCOUNT-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE PN-SNAP-DATE
                TO CA-POS-SNAP-DATE

              MOVE PN-SNAP-TIME
                TO CA-POS-SNAP-TIME

              MOVE PN-CURRENT
                TO CA-POS-CURRENT

              MOVE PN-30
                TO CA-POS-30

              MOVE PN-60
                TO CA-POS-60

              MOVE PN-90
                TO CA-POS-90

              MOVE PN-OLDEST-UNPAID
                TO CA-POS-OLDEST-UNPAID

              MOVE PN-DISPUTE-AMOUNT
                TO CA-POS-DISPUTE-AMT

              MOVE PN-ARRANGED
                TO CA-POS-ARRANGED

              MOVE PN-WITH-AGENCY
                TO CA-POS-WITH-AGENCY
           END-IF

      *-- Security deposit, so the agent can answer "where is my
      *-- deposit" without the ledger book. No record just means the
      *-- account never lodged one.
              MOVE PP-EMERGENCY-CREDIT
                TO CA-PREPAY-EMERG
           END-IF

      *-- Priority services registration. No record just means the
      *-- household is not registered.
           MOVE CA-ACCOUNT-ID
             TO PS-ACCOUNT-ID

           EXEC CICS READ
               FILE('PSREG')
               INTO(PSREG-REC)
               RIDFLD(PS-ACCOUNT-ID)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'Y'
                TO CA-PSR-FLAG

              MOVE PS-CATEGORY
                TO CA-PSR-CATEGORY

              MOVE PS-REVIEW-DATE
                TO CA-PSR-REVIEW-DATE

              MOVE PS-NOMINEE-NAME
                TO CA-PSR-NOMINEE

              MOVE PS-NOMINEE-PHONE
                TO CA-PSR-NOMINEE-PHONE
           END-IF
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B2000-GET-LATEST-NOTE.
      *--------------------------------------------------------------*
      *-- Position just past the account's newest note and read one
      *-- back. A position past the end of the file starts again
      *-- from its very end.
           MOVE CA-ACCOUNT-ID
             TO CN-ACCOUNT-ID

           MOVE HIGH-VALUES
             TO CN-NOTE-DATE
                CN-NOTE-TIME

           EXEC CICS STARTBR
               FILE('CONTACT')
               RIDFLD(CN-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE HIGH-VALUES
                TO CN-KEY

              EXEC CICS STARTBR
                  FILE('CONTACT')
                  RIDFLD(CN-KEY)
                  GTEQ
                  RESP(WS-RESP)
              END-EXEC
           END-IF

           IF WS-RESP NOT = DFHRESP(NORMAL)
              GO TO B2000-EXIT
           END-IF

           MOVE 'N'
             TO WS-BROWSE-DONE

           PERFORM B2500-READ-PREV-NOTE
              THRU B2500-EXIT
            UNTIL WS-BROWSE-DONE = 'Y'

           EXEC CICS ENDBR
               FILE('CONTACT')
           END-EXEC
           .
       B2000-EXIT.
      *--------------------------------------------------------------*
       B2500-READ-PREV-NOTE.
      *--------------------------------------------------------------*
           EXEC CICS READPREV
               FILE('CONTACT')
               INTO(CNOTE-REC)
               RIDFLD(CN-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y'
                TO WS-BROWSE-DONE
              GO TO B2500-EXIT
           END-IF

      *-- Step back past the next account's note the browse may
      *-- first return
           IF CN-ACCOUNT-ID > CA-ACCOUNT-ID
              GO TO B2500-EXIT
           END-IF

           MOVE 'Y'
             TO WS-BROWSE-DONE

           IF CN-ACCOUNT-ID = CA-ACCOUNT-ID
              MOVE CN-NOTE-DATE
                TO CA-LAST-NOTE-DATE

              MOVE CN-CHANNEL
                TO CA-LAST-NOTE-CHANNEL

              MOVE CN-CATEGORY
                TO CA-LAST-NOTE-CATEGORY

              MOVE CN-OPERATOR
                TO CA-LAST-NOTE-OPERATOR

              MOVE CN-TEXT
                TO CA-LAST-NOTE-TEXT
           END-IF
           .
       B2500-EXIT.
      *--------------------------------------------------------------*
       C0000-BROWSE-ACCOUNT-METERS.
      *--------------------------------------------------------------*
