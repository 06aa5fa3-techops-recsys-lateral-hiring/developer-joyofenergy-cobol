       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTRPTLRQ.
       AUTHOR. MainframeDev.
      *----------------------------------------------------------------*
      * Customer web-portal request intake - the overnight batch that  *
      * applies the self-service requests the portal collected during  *
      * the day, through the same programs an agent's change would go  *
      * through: move-outs through MTRTNNCY, contact-detail and        *
      * delivery-preference changes through MTRCUSMT, submitted        *
      * readings through the normal MTRREADST intake (so suspense and  *
      * rejects are handled exactly as for any other read), and        *
      * direct debit sign-ups through MTRMDMNT. Every request gets a   *
      * line on the PORTSTAT reply file - accepted, rejected, pending  *
      * review or passed to an agent - with a reason the portal can    *
      * show the customer. Requests that need a human (move-ins, name  *
      * changes, future-dated moves, suspended mandates, or anything   *
      * a maintenance program refused) go on the PORTWQ work queue.    *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *-- Requests from the customer web portal, one line each
           SELECT PORTREQ-IN
           ASSIGN TO 'PORTREQ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORTREQ-STA.

      *-- Outcome of every request, back to the portal
           SELECT PORTSTAT-OUT
           ASSIGN TO 'PORTSTAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORTSTAT-STA.

      *-- Agent work queue for requests that need a human
           SELECT PORTWQ-FILE
           ASSIGN TO 'PORTWQ'
           ORGANIZATION IS INDEXED
           RECORD KEY IS WQ-REQ-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-PORTWQ-STA.

      *-- Reading history, suspense and reject files - read back
      *-- after MTRREADST to tell the customer what became of the
      *-- reading, as MTRRDRPR does
           SELECT READING-INFO
           ASSIGN TO 'MTRREAD'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RD-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-RDNG-INFO-STA.

           SELECT SUSPENSE-FILE
           ASSIGN TO 'SUSPENSE'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SUS-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-SUSPENSE-STA.

           SELECT REJECT-FILE
           ASSIGN TO 'MTRRJCT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RJ-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-REJECT-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTREQ-IN
           LABEL RECORDS ARE STANDARD.
       01  PORTREQ-REC.
      *-- The portal's own reference, unique per request
           05 PQ-REQ-ID          PIC X(16).
      *-- MOVO move-out      MOVI move-in
      *-- PREF delivery preference
      *-- CONT contact details
      *-- READ meter reading DDSU direct debit sign-up
           05 PQ-REQ-TYPE        PIC X(04).
      *-- The signed-in customer's account
           05 PQ-ACCOUNT-ID      PIC X(12).
           05 PQ-SUBMIT-DATE     PIC 9(08).
           05 PQ-DETAIL          PIC X(250).
      *-- MOVO / MOVI - the meter, the move date and the reading
      *-- the customer took on the day
           05 PQ-MOVE-DETAIL REDEFINES PQ-DETAIL.
              10 PQ-MV-MTR-ID        PIC X(12).
              10 PQ-MV-MOVE-DATE     PIC 9(08).
              10 PQ-MV-READING       PIC 9(2)V9(5).
              10 PQ-MV-NEW-NAME      PIC X(50).
              10 FILLER              PIC X(173).
      *-- PREF / CONT - blank fields are left as they are
           05 PQ-CONTACT-DETAIL REDEFINES PQ-DETAIL.
              10 PQ-CT-NAME          PIC X(50).
              10 PQ-CT-ADDR-LINE-1   PIC X(40).
              10 PQ-CT-ADDR-LINE-2   PIC X(40).
              10 PQ-CT-ADDR-LINE-3   PIC X(40).
              10 PQ-CT-POSTCODE      PIC X(10).
              10 PQ-CT-PHONE         PIC X(15).
              10 PQ-CT-EMAIL         PIC X(50).
              10 PQ-CT-PREF          PIC X(01).
              10 FILLER              PIC X(04).
      *-- READ - one import-register reading
           05 PQ-READ-DETAIL REDEFINES PQ-DETAIL.
              10 PQ-RD-MTR-ID        PIC X(12).
              10 PQ-RD-DATE          PIC 9(08).
              10 PQ-RD-TIME          PIC 9(06).
              10 PQ-RD-READING       PIC 9(2)V9(5).
              10 FILLER              PIC X(217).
      *-- DDSU - the bank details token from the payments provider
           05 PQ-DD-DETAIL REDEFINES PQ-DETAIL.
              10 PQ-DD-BANK-TOKEN    PIC X(20).
              10 FILLER              PIC X(230).
      *
       FD  PORTSTAT-OUT
           LABEL RECORDS ARE STANDARD.
       01  PORTSTAT-REC.
      *-- 'H' run header, 'D' one request's outcome, 'T' trailer
           05 PT-REC-TYPE        PIC X(01).
           05 PT-DETAIL.
              10 PT-REQ-ID          PIC X(16).
              10 PT-REQ-TYPE        PIC X(04).
              10 PT-ACCOUNT-ID      PIC X(12).
      *-- 'A' accepted and applied
      *-- 'R' rejected - nothing changed
      *-- 'P' reading parked for review before it is used
      *-- 'Q' passed to an agent
              10 PT-STATUS          PIC X(01).
              10 PT-REASON-CD       PIC X(04).
              10 PT-REASON-TEXT     PIC X(60).
              10 PT-PROCESSED-DATE  PIC 9(08).
           05 PT-HEADER REDEFINES PT-DETAIL.
              10 PT-HDR-RUN-DATE    PIC 9(08).
              10 FILLER             PIC X(97).
           05 PT-TRAILER REDEFINES PT-DETAIL.
              10 PT-TRL-COUNT       PIC 9(07).
              10 PT-TRL-ACCEPTED    PIC 9(07).
              10 PT-TRL-REJECTED    PIC 9(07).
              10 PT-TRL-PENDING     PIC 9(07).
              10 PT-TRL-QUEUED      PIC 9(07).
              10 FILLER             PIC X(70).
      *
       FD  PORTWQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PORTWQ0.
      *
       FD  READING-INFO
           LABEL RECORDS ARE STANDARD.
       01  READING-REC.
           05 RD-KEY.
              10 RD-MTR-ID          PIC X(12).
              10 RD-READING-DATE    PIC 9(08).
              10 RD-READING-TIME    PIC 9(06).
           05 RD-READING            PIC 9(2)V9(5).
           05 RD-ESTIMATED          PIC X(01).
      *
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPNS0.
      *
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REJECT0.
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-PORTREQ-STA             PIC 9(02) VALUE ZEROES.
           05 WS-PORTSTAT-STA            PIC 9(02) VALUE ZEROES.
           05 WS-PORTWQ-STA              PIC 9(02) VALUE ZEROES.
           05 WS-RDNG-INFO-STA           PIC 9(02) VALUE ZEROES.
           05 WS-SUSPENSE-STA            PIC 9(02) VALUE ZEROES.
           05 WS-REJECT-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-FILE             PIC X(01) VALUE 'N'.
           05 WS-TODAY-TIMESTAMP         PIC X(21) VALUE SPACES.
           05 WS-TODAY-8                 PIC 9(08) VALUE ZEROES.
      *-- Who the portal's changes are journalled under
           05 WS-PORTAL-OPERATOR         PIC X(08) VALUE 'PORTAL'.
      *-- The outcome of the request in hand
           05 WS-RESULT-STATUS           PIC X(01) VALUE SPACES.
           05 WS-RESULT-CD               PIC X(04) VALUE SPACES.
           05 WS-RESULT-TEXT             PIC X(60) VALUE SPACES.
      *-- Meter ownership check
           05 WS-CHECK-MTR-ID            PIC X(12) VALUE SPACES.
           05 WS-CHECK-DATE              PIC 9(08) VALUE ZEROES.
           05 WS-OWNER-OK                PIC X(01) VALUE 'N'.
      *-- Email address sanity check
           05 WS-AT-COUNT                PIC 9(03) VALUE ZEROES.
      *-- Control totals
           05 WS-INPUT-COUNT             PIC 9(07) VALUE ZEROES.
           05 WS-ACCEPTED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-REJECTED-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-PENDING-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-QUEUED-COUNT            PIC 9(07) VALUE ZEROES.

      *-- Request areas for the maintenance programs called
           COPY CUSMNT0.

           COPY MDMNT0.

           COPY TNNCY0.

           COPY MTRPLAN0.

           COPY MTRREAD0.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *
           PERFORM A0000-INITIALIZE
              THRU A0000-EXIT

           PERFORM B0000-PROCESS-ALL-REQUESTS
              THRU B0000-EXIT

           PERFORM E0000-WRITE-TRAILER
              THRU E0000-EXIT

           PERFORM S0000-THANKS
              THRU S0000-EXIT
           .
       PROGRAM-DONE.
           EXIT.

      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
           MOVE FUNCTION CURRENT-DATE
             TO WS-TODAY-TIMESTAMP

           MOVE WS-TODAY-TIMESTAMP (1:8)
             TO WS-TODAY-8

      *-- Open Files
           OPEN INPUT PORTREQ-IN
           IF WS-PORTREQ-STA NOT = '00'
              STRING 'Error in opening portal request file - '
                  WS-PORTREQ-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           OPEN OUTPUT PORTSTAT-OUT
           IF WS-PORTSTAT-STA NOT = '00'
              STRING 'Error in opening portal status file - '
                  WS-PORTSTAT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

      *-- Work queue may not exist yet the very first time the intake
      *-- runs.
           OPEN I-O PORTWQ-FILE
           IF WS-PORTWQ-STA = '35'
              OPEN OUTPUT PORTWQ-FILE
              CLOSE PORTWQ-FILE
              OPEN I-O PORTWQ-FILE
           END-IF

           IF WS-PORTWQ-STA NOT = '00'
              STRING 'Error in opening portal work queue file - '
                  WS-PORTWQ-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO PROGRAM-DONE
           END-IF

           MOVE SPACES
             TO PORTSTAT-REC

           MOVE 'H'
             TO PT-REC-TYPE

           MOVE WS-TODAY-8
             TO PT-HDR-RUN-DATE

           WRITE PORTSTAT-REC
           .
       A0000-EXIT.
      *--------------------------------------------------------------*
       B0000-PROCESS-ALL-REQUESTS.
      *--------------------------------------------------------------*
           MOVE 'N'
             TO WS-END-OF-FILE

           PERFORM B1500-READ-AND-APPLY
              THRU B1500-EXIT
            UNTIL WS-END-OF-FILE = 'Y'
           .
       B0000-EXIT.
      *--------------------------------------------------------------*
       B1500-READ-AND-APPLY.
      *--------------------------------------------------------------*
           READ PORTREQ-IN
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-FILE

              NOT AT END
                 ADD 1
                   TO WS-INPUT-COUNT

                 PERFORM C0000-PROCESS-ONE-REQUEST
                    THRU C0000-EXIT

                 PERFORM D0000-RECORD-OUTCOME
                    THRU D0000-EXIT
           END-READ
           .
       B1500-EXIT.
      *--------------------------------------------------------------*
       C0000-PROCESS-ONE-REQUEST.
      *--------------------------------------------------------------*
      *-- Each request type sets WS-RESULT-STATUS, -CD and -TEXT;
      *-- D0000 writes them back to the portal.
           MOVE 'A'
             TO WS-RESULT-STATUS

           MOVE 'DONE'
             TO WS-RESULT-CD

           MOVE 'YOUR REQUEST HAS BEEN COMPLETED'
             TO WS-RESULT-TEXT

           IF PQ-REQ-ID = SPACES
              OR PQ-ACCOUNT-ID = SPACES
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'BADR'
                TO WS-RESULT-CD
              MOVE 'REQUEST REFERENCE OR ACCOUNT NUMBER MISSING'
                TO WS-RESULT-TEXT
              GO TO C0000-EXIT
           END-IF

           IF PQ-SUBMIT-DATE NOT NUMERIC
              MOVE WS-TODAY-8
                TO PQ-SUBMIT-DATE
           END-IF

           EVALUATE PQ-REQ-TYPE
              WHEN 'MOVO'
                 PERFORM C1000-MOVE-OUT
                    THRU C1000-EXIT
              WHEN 'MOVI'
                 PERFORM C1500-MOVE-IN
                    THRU C1500-EXIT
              WHEN 'PREF'
                 PERFORM C2000-CHANGE-PREFERENCE
                    THRU C2000-EXIT
              WHEN 'CONT'
                 PERFORM C2500-CHANGE-CONTACT
                    THRU C2500-EXIT
              WHEN 'READ'
                 PERFORM C3000-SUBMIT-READING
                    THRU C3000-EXIT
              WHEN 'DDSU'
                 PERFORM C4000-DD-SIGNUP
                    THRU C4000-EXIT
              WHEN OTHER
                 MOVE 'R'
                   TO WS-RESULT-STATUS
                 MOVE 'TYPE'
                   TO WS-RESULT-CD
                 MOVE 'REQUEST TYPE NOT RECOGNISED'
                   TO WS-RESULT-TEXT
           END-EVALUATE
           .
       C0000-EXIT.
      *--------------------------------------------------------------*
       C1000-MOVE-OUT.
      *--------------------------------------------------------------*
      *-- The customer is leaving the property - the meter must be
      *-- theirs today, and the move already happened or happens
      *-- today. A move notified in advance waits on the queue for an
      *-- agent to action on the day, since the final bill can only
      *-- be priced up to a reading that exists.
           IF PQ-MV-MTR-ID = SPACES
              OR PQ-MV-MOVE-DATE NOT NUMERIC
              OR PQ-MV-MOVE-DATE = ZEROES
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'BADR'
                TO WS-RESULT-CD
              MOVE 'METER NUMBER OR MOVING DATE MISSING'
                TO WS-RESULT-TEXT
              GO TO C1000-EXIT
           END-IF

           IF PQ-MV-READING NOT NUMERIC
              MOVE ZEROES
                TO PQ-MV-READING
           END-IF

           MOVE PQ-MV-MTR-ID
             TO WS-CHECK-MTR-ID

           MOVE ZEROES
             TO WS-CHECK-DATE

           PERFORM C5000-CHECK-METER-OWNER
              THRU C5000-EXIT

           IF WS-OWNER-OK NOT = 'Y'
              GO TO C1000-EXIT
           END-IF

           IF C01-END-DATE OF MTRINFO NOT = ZEROES
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'NOPD'
                TO WS-RESULT-CD
              MOVE 'WE ALREADY HAVE YOU AS MOVED OUT OF THIS PROPERTY'
                TO WS-RESULT-TEXT
              GO TO C1000-EXIT
           END-IF

           IF PQ-MV-MOVE-DATE > WS-TODAY-8
              MOVE 'Q'
                TO WS-RESULT-STATUS
              MOVE 'FUTR'
                TO WS-RESULT-CD
              MOVE 'WE WILL CLOSE YOUR ACCOUNT ON YOUR MOVING DATE'
                TO WS-RESULT-TEXT
              GO TO C1000-EXIT
           END-IF

           MOVE SPACES
             TO TNNCY-REQ

           MOVE 'M'
             TO C01-ACTION-CD OF TNNCY-REQ

           MOVE '0'
             TO C01-RETURN-CD OF TNNCY-REQ

           MOVE PQ-MV-MTR-ID
             TO C01-MTR-ID OF TNNCY-REQ

           MOVE PQ-MV-MOVE-DATE
             TO C01-MOVE-DATE OF TNNCY-REQ

           MOVE PQ-MV-READING
             TO C01-AGREED-READING OF TNNCY-REQ

           MOVE WS-PORTAL-OPERATOR
             TO C01-OPERATOR OF TNNCY-REQ

           CALL 'MTRTNNCY'
          USING TNNCY-REQ

           EVALUATE C01-RETURN-CD OF TNNCY-REQ
              WHEN '0'
                 MOVE 'YOUR MOVE IS RECORDED - A FINAL BILL WILL FOLLOW'
                   TO WS-RESULT-TEXT
              WHEN '1'
                 MOVE 'R'
                   TO WS-RESULT-STATUS
                 MOVE 'NOPD'
                   TO WS-RESULT-CD
                 MOVE 'WE ALREADY HAVE YOU AS MOVED OUT'
                   TO WS-RESULT-TEXT
              WHEN OTHER
                 MOVE 'R'
                   TO WS-RESULT-STATUS
                 MOVE 'MVDT'
                   TO WS-RESULT-CD
                 MOVE 'MOVING DATE IS BEFORE YOUR SUPPLY STARTED'
                   TO WS-RESULT-TEXT
           END-EVALUATE
           .
       C1000-EXIT.
      *--------------------------------------------------------------*
       C1500-MOVE-IN.
      *--------------------------------------------------------------*
      *-- Moving in needs an agent - the occupancy is opened under an
      *-- account set up and checked by a person, and whoever the
      *-- meter is still registered to has to be moved out first.
           IF PQ-MV-MTR-ID = SPACES
              OR PQ-MV-MOVE-DATE NOT NUMERIC
              OR PQ-MV-MOVE-DATE = ZEROES
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'BADR'
                TO WS-RESULT-CD
              MOVE 'METER NUMBER OR MOVING DATE MISSING'
                TO WS-RESULT-TEXT
              GO TO C1500-EXIT
           END-IF

           MOVE 'Q'
             TO WS-RESULT-STATUS

           MOVE 'MVIN'
             TO WS-RESULT-CD

           MOVE 'AN ADVISER WILL CONTACT YOU TO SET UP YOUR SUPPLY'
             TO WS-RESULT-TEXT
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C2000-CHANGE-PREFERENCE.
      *--------------------------------------------------------------*
      *-- Statements by post or by email. Email needs an address -
      *-- one supplied with the request, or one already held.
           IF PQ-CT-PREF NOT = 'P'
              AND PQ-CT-PREF NOT = 'E'
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'PREF'
                TO WS-RESULT-CD
              MOVE 'PLEASE CHOOSE POST OR EMAIL'
                TO WS-RESULT-TEXT
              GO TO C2000-EXIT
           END-IF

           IF PQ-CT-EMAIL NOT = SPACES
              PERFORM C2700-CHECK-EMAIL
                 THRU C2700-EXIT
              IF WS-RESULT-STATUS NOT = 'A'
                 GO TO C2000-EXIT
              END-IF
           END-IF

           PERFORM C2800-INQUIRE-CUSTOMER
              THRU C2800-EXIT

           IF WS-RESULT-STATUS NOT = 'A'
              GO TO C2000-EXIT
           END-IF

           IF PQ-CT-PREF = 'E'
              AND PQ-CT-EMAIL = SPACES
              AND C01-EMAIL OF CUSMNT-REQ = SPACES
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'NOEM'
                TO WS-RESULT-CD
              MOVE 'PLEASE GIVE US AN EMAIL ADDRESS FOR YOUR BILLS'
                TO WS-RESULT-TEXT
              GO TO C2000-EXIT
           END-IF

           MOVE SPACES
             TO CUSMNT-REQ

           MOVE PQ-CT-EMAIL
             TO C01-EMAIL OF CUSMNT-REQ

           MOVE PQ-CT-PREF
             TO C01-DELIVERY-PREF

           PERFORM C2900-CHANGE-CUSTOMER
              THRU C2900-EXIT
           .
       C2000-EXIT.
      *--------------------------------------------------------------*
       C2500-CHANGE-CONTACT.
      *--------------------------------------------------------------*
      *-- Address, phone and email are changed straight away. A
      *-- change of name needs proof, so the whole request goes to an
      *-- agent rather than half of it being applied.
           IF PQ-CT-ADDR-LINE-1 = SPACES
              AND PQ-CT-ADDR-LINE-2 = SPACES
              AND PQ-CT-ADDR-LINE-3 = SPACES
              AND PQ-CT-POSTCODE = SPACES
              AND PQ-CT-PHONE = SPACES
              AND PQ-CT-EMAIL = SPACES
              AND PQ-CT-NAME = SPACES
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'NOCH'
                TO WS-RESULT-CD
              MOVE 'NO CHANGES WERE ENTERED'
                TO WS-RESULT-TEXT
              GO TO C2500-EXIT
           END-IF

           IF PQ-CT-EMAIL NOT = SPACES
              PERFORM C2700-CHECK-EMAIL
                 THRU C2700-EXIT
              IF WS-RESULT-STATUS NOT = 'A'
                 GO TO C2500-EXIT
              END-IF
           END-IF

           PERFORM C2800-INQUIRE-CUSTOMER
              THRU C2800-EXIT

           IF WS-RESULT-STATUS NOT = 'A'
              GO TO C2500-EXIT
           END-IF

           IF PQ-CT-NAME NOT = SPACES
              AND PQ-CT-NAME NOT = C01-CUST-NAME
              MOVE 'Q'
                TO WS-RESULT-STATUS
              MOVE 'NAME'
                TO WS-RESULT-CD
              MOVE 'AN ADVISER WILL CONTACT YOU ABOUT YOUR NAME CHANGE'
                TO WS-RESULT-TEXT
              GO TO C2500-EXIT
           END-IF

           MOVE SPACES
             TO CUSMNT-REQ

           MOVE PQ-CT-ADDR-LINE-1
             TO C01-ADDR-LINE-1

           MOVE PQ-CT-ADDR-LINE-2
             TO C01-ADDR-LINE-2

           MOVE PQ-CT-ADDR-LINE-3
             TO C01-ADDR-LINE-3

           MOVE PQ-CT-POSTCODE
             TO C01-POSTCODE

           MOVE PQ-CT-PHONE
             TO C01-PHONE

           MOVE PQ-CT-EMAIL
             TO C01-EMAIL OF CUSMNT-REQ

           PERFORM C2900-CHANGE-CUSTOMER
              THRU C2900-EXIT
           .
       C2500-EXIT.
      *--------------------------------------------------------------*
       C2700-CHECK-EMAIL.
      *--------------------------------------------------------------*
      *-- Enough to catch a mistyped address - exactly one '@', with
      *-- something in front of it
           MOVE ZEROES
             TO WS-AT-COUNT

           INSPECT PQ-CT-EMAIL
              TALLYING WS-AT-COUNT FOR ALL '@'

           IF WS-AT-COUNT NOT = 1
              OR PQ-CT-EMAIL (1:1) = '@'
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'BDEM'
                TO WS-RESULT-CD
              MOVE 'THE EMAIL ADDRESS DOES NOT LOOK RIGHT'
                TO WS-RESULT-TEXT
           END-IF
           .
       C2700-EXIT.
      *--------------------------------------------------------------*
       C2800-INQUIRE-CUSTOMER.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO CUSMNT-REQ

           MOVE 'I'
             TO C01-ACTION-CD OF CUSMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF CUSMNT-REQ

           MOVE PQ-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF CUSMNT-REQ

           CALL 'MTRCUSMT'
          USING CUSMNT-REQ

           IF C01-RETURN-CD OF CUSMNT-REQ NOT = '0'
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'NOCU'
                TO WS-RESULT-CD
              MOVE 'WE COULD NOT FIND YOUR ACCOUNT'
                TO WS-RESULT-TEXT
           END-IF
           .
       C2800-EXIT.
      *--------------------------------------------------------------*
       C2900-CHANGE-CUSTOMER.
      *--------------------------------------------------------------*
      *-- The caller has filled in just the fields to change; MTRCUSMT
      *-- leaves the blank ones alone and journals the change.
           MOVE 'C'
             TO C01-ACTION-CD OF CUSMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF CUSMNT-REQ

           MOVE PQ-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF CUSMNT-REQ

           MOVE WS-PORTAL-OPERATOR
             TO C01-OPERATOR OF CUSMNT-REQ

           CALL 'MTRCUSMT'
          USING CUSMNT-REQ

           IF C01-RETURN-CD OF CUSMNT-REQ NOT = '0'
              MOVE 'Q'
                TO WS-RESULT-STATUS
              MOVE 'FAIL'
                TO WS-RESULT-CD
              MOVE 'AN ADVISER WILL COMPLETE YOUR CHANGE'
                TO WS-RESULT-TEXT
           END-IF
           .
       C2900-EXIT.
      *--------------------------------------------------------------*
       C3000-SUBMIT-READING.
      *--------------------------------------------------------------*
      *-- A customer read goes through the normal intake as a genuine
      *-- reading on the import register, then the reading, suspense
      *-- and reject files say what became of it.
           IF PQ-RD-MTR-ID = SPACES
              OR PQ-RD-DATE NOT NUMERIC
              OR PQ-RD-DATE = ZEROES
              OR PQ-RD-READING NOT NUMERIC
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'BADR'
                TO WS-RESULT-CD
              MOVE 'METER NUMBER, READING OR DATE MISSING'
                TO WS-RESULT-TEXT
              GO TO C3000-EXIT
           END-IF

           IF PQ-RD-DATE > WS-TODAY-8
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'RDDT'
                TO WS-RESULT-CD
              MOVE 'THE READING DATE IS IN THE FUTURE'
                TO WS-RESULT-TEXT
              GO TO C3000-EXIT
           END-IF

           IF PQ-RD-TIME NOT NUMERIC
              MOVE ZEROES
                TO PQ-RD-TIME
           END-IF

           MOVE PQ-RD-MTR-ID
             TO WS-CHECK-MTR-ID

           MOVE PQ-RD-DATE
             TO WS-CHECK-DATE

           PERFORM C5000-CHECK-METER-OWNER
              THRU C5000-EXIT

           IF WS-OWNER-OK NOT = 'Y'
              GO TO C3000-EXIT
           END-IF

           MOVE PQ-RD-MTR-ID
             TO C01-MTR-ID OF MTRREAD

           MOVE 1
             TO C01-READING-LEN

           MOVE ZEROES
             TO C01-CHUNK-OFFSET

           MOVE 'N'
             TO C01-FORCE-STORE-FLAG

           MOVE 'I'
             TO C01-REGISTER-TYPE

           MOVE PQ-RD-DATE
             TO C01-READING-DATE OF MTRREAD (1)

           MOVE PQ-RD-TIME
             TO C01-READING-TIME OF MTRREAD (1)

           MOVE PQ-RD-READING
             TO C01-READING (1)

           MOVE 'N'
             TO C01-ESTIMATED-READING (1)

           CALL 'MTRREADST'
          USING MTRREAD

           PERFORM C3500-FIND-READING-OUTCOME
              THRU C3500-EXIT
           .
       C3000-EXIT.
      *--------------------------------------------------------------*
       C3500-FIND-READING-OUTCOME.
      *--------------------------------------------------------------*
      *-- A reject written today for this timestamp means it was
      *-- turned away; a suspense entry means it is parked for the
      *-- plausibility review; otherwise it should be on the reading
      *-- history. Anything else is left for an agent to look into.
           MOVE PQ-RD-MTR-ID
             TO RJ-MTR-ID

           MOVE PQ-RD-DATE
             TO RJ-READING-DATE

           MOVE PQ-RD-TIME
             TO RJ-READING-TIME

           MOVE 'I'
             TO RJ-REGISTER-TYPE

           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STA = '00'
              READ REJECT-FILE
                 INVALID KEY
                    MOVE SPACES
                      TO RJ-REASON-CD
                    MOVE ZEROES
                      TO RJ-REJECT-DATE
              END-READ
              CLOSE REJECT-FILE

              IF RJ-REJECT-DATE = WS-TODAY-8
                 PERFORM C3700-EXPLAIN-REJECT
                    THRU C3700-EXIT
                 GO TO C3500-EXIT
              END-IF
           END-IF

           MOVE PQ-RD-MTR-ID
             TO SUS-MTR-ID

           MOVE PQ-RD-DATE
             TO SUS-READING-DATE

           MOVE PQ-RD-TIME
             TO SUS-READING-TIME

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STA = '00'
              READ SUSPENSE-FILE
                 INVALID KEY
                    MOVE ZEROES
                      TO SUS-ENTERED-DATE
              END-READ
              CLOSE SUSPENSE-FILE

              IF SUS-ENTERED-DATE = WS-TODAY-8
                 MOVE 'P'
                   TO WS-RESULT-STATUS
                 MOVE 'PLAU'
                   TO WS-RESULT-CD
                 MOVE 'YOUR READING IS UNUSUAL AND WILL BE CHECKED'
                   TO WS-RESULT-TEXT
                 GO TO C3500-EXIT
              END-IF
           END-IF

           MOVE PQ-RD-MTR-ID
             TO RD-MTR-ID

           MOVE PQ-RD-DATE
             TO RD-READING-DATE

           MOVE PQ-RD-TIME
             TO RD-READING-TIME

           OPEN INPUT READING-INFO
           IF WS-RDNG-INFO-STA = '00'
              READ READING-INFO
                 INVALID KEY
                    MOVE 'Q'
                      TO WS-RESULT-STATUS
              END-READ
              CLOSE READING-INFO
           ELSE
              MOVE 'Q'
                TO WS-RESULT-STATUS
           END-IF

           IF WS-RESULT-STATUS = 'Q'
              MOVE 'NSTR'
                TO WS-RESULT-CD
              MOVE 'AN ADVISER WILL CHECK YOUR READING'
                TO WS-RESULT-TEXT
           ELSE
              MOVE 'THANK YOU - YOUR READING HAS BEEN RECORDED'
                TO WS-RESULT-TEXT
           END-IF
           .
       C3500-EXIT.
      *--------------------------------------------------------------*
       C3700-EXPLAIN-REJECT.
      *--------------------------------------------------------------*
           MOVE 'R'
             TO WS-RESULT-STATUS

           MOVE RJ-REASON-CD
             TO WS-RESULT-CD

           EVALUATE RJ-REASON-CD
              WHEN 'ROLL'
                 MOVE 'THE READING IS LOWER THAN THE LAST ONE WE HOLD'
                   TO WS-RESULT-TEXT
              WHEN 'DUPL'
                 MOVE 'WE ALREADY HAVE A READING FOR THAT DATE AND TIME'
                   TO WS-RESULT-TEXT
              WHEN 'DISC'
                 MOVE 'THE METER WAS DISCONNECTED ON THAT DATE'
                   TO WS-RESULT-TEXT
              WHEN OTHER
                 MOVE 'WE COULD NOT ACCEPT THIS READING'
                   TO WS-RESULT-TEXT
           END-EVALUATE
           .
       C3700-EXIT.
      *--------------------------------------------------------------*
       C4000-DD-SIGNUP.
      *--------------------------------------------------------------*
      *-- A new mandate from the bank details token. An account
      *-- already on direct debit is told so; a cancelled mandate is
      *-- simply taken up again on the new details; one suspended
      *-- after a bank return is for an agent to reinstate.
           IF PQ-DD-BANK-TOKEN = SPACES
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'TOKN'
                TO WS-RESULT-CD
              MOVE 'BANK DETAILS WERE NOT RECEIVED - PLEASE TRY AGAIN'
                TO WS-RESULT-TEXT
              GO TO C4000-EXIT
           END-IF

           MOVE SPACES
             TO MDMNT-REQ

           MOVE 'A'
             TO C01-ACTION-CD OF MDMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF MDMNT-REQ

           MOVE PQ-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF MDMNT-REQ

           MOVE PQ-DD-BANK-TOKEN
             TO C01-BANK-TOKEN

           MOVE PQ-SUBMIT-DATE
             TO C01-SIGNUP-DATE

           MOVE ZEROES
             TO C01-FLAG-DATE

           MOVE WS-PORTAL-OPERATOR
             TO C01-OPERATOR OF MDMNT-REQ

           CALL 'MTRMDMNT'
          USING MDMNT-REQ

           IF C01-RETURN-CD OF MDMNT-REQ = '0'
              MOVE 'YOUR DIRECT DEBIT HAS BEEN SET UP'
                TO WS-RESULT-TEXT
              GO TO C4000-EXIT
           END-IF

           IF C01-RETURN-CD OF MDMNT-REQ NOT = '2'
              MOVE 'Q'
                TO WS-RESULT-STATUS
              MOVE 'FAIL'
                TO WS-RESULT-CD
              MOVE 'AN ADVISER WILL COMPLETE YOUR DIRECT DEBIT'
                TO WS-RESULT-TEXT
              GO TO C4000-EXIT
           END-IF

      *-- Already carries a mandate - see what state it is in
           MOVE SPACES
             TO MDMNT-REQ

           MOVE 'I'
             TO C01-ACTION-CD OF MDMNT-REQ

           MOVE '0'
             TO C01-RETURN-CD OF MDMNT-REQ

           MOVE PQ-ACCOUNT-ID
             TO C01-ACCOUNT-ID OF MDMNT-REQ

           MOVE ZEROES
             TO C01-SIGNUP-DATE
                C01-FLAG-DATE

           CALL 'MTRMDMNT'
          USING MDMNT-REQ

           EVALUATE C01-MD-STATUS
              WHEN 'A'
                 MOVE 'R'
                   TO WS-RESULT-STATUS
                 MOVE 'DDON'
                   TO WS-RESULT-CD
                 MOVE 'YOU ALREADY PAY BY DIRECT DEBIT'
                   TO WS-RESULT-TEXT
              WHEN 'C'
                 MOVE SPACES
                   TO MDMNT-REQ

                 MOVE 'C'
                   TO C01-ACTION-CD OF MDMNT-REQ

                 MOVE '0'
                   TO C01-RETURN-CD OF MDMNT-REQ

                 MOVE PQ-ACCOUNT-ID
                   TO C01-ACCOUNT-ID OF MDMNT-REQ

                 MOVE 'A'
                   TO C01-MD-STATUS

                 MOVE PQ-DD-BANK-TOKEN
                   TO C01-BANK-TOKEN

                 MOVE ZEROES
                   TO C01-SIGNUP-DATE
                      C01-FLAG-DATE

                 MOVE WS-PORTAL-OPERATOR
                   TO C01-OPERATOR OF MDMNT-REQ

                 CALL 'MTRMDMNT'
                USING MDMNT-REQ

                 IF C01-RETURN-CD OF MDMNT-REQ = '0'
                    MOVE 'YOUR DIRECT DEBIT HAS BEEN SET UP'
                      TO WS-RESULT-TEXT
                 ELSE
                    MOVE 'Q'
                      TO WS-RESULT-STATUS
                    MOVE 'FAIL'
                      TO WS-RESULT-CD
                    MOVE 'AN ADVISER WILL COMPLETE YOUR DIRECT DEBIT'
                      TO WS-RESULT-TEXT
                 END-IF
              WHEN OTHER
                 MOVE 'Q'
                   TO WS-RESULT-STATUS
                 MOVE 'DDSU'
                   TO WS-RESULT-CD
                 MOVE 'AN ADVISER WILL CALL ABOUT YOUR DIRECT DEBIT'
                   TO WS-RESULT-TEXT
           END-EVALUATE
           .
       C4000-EXIT.
      *--------------------------------------------------------------*
       C5000-CHECK-METER-OWNER.
      *--------------------------------------------------------------*
      *-- The meter must be the signed-in customer's on the date that
      *-- matters (today for a move, the reading date for a read) -
      *-- the period in force then, through PRCPLACT.
           MOVE 'N'
             TO WS-OWNER-OK

           MOVE WS-CHECK-MTR-ID
             TO UINFO-MTR-ID OF MTRINFO

           MOVE SPACES
             TO C01-ACCOUNT-ID OF MTRINFO
                POWER-PLAN-NAME OF MTRINFO

           MOVE ZEROES
             TO C01-END-DATE OF MTRINFO

           MOVE WS-CHECK-DATE
             TO C01-AS-OF-DATE OF MTRINFO

           CALL 'PRCPLACT'
          USING MTRINFO

           IF POWER-PLAN-NAME OF MTRINFO = SPACES
              OR C01-ACCOUNT-ID OF MTRINFO NOT = PQ-ACCOUNT-ID
              MOVE 'R'
                TO WS-RESULT-STATUS
              MOVE 'NOMT'
                TO WS-RESULT-CD
              MOVE 'THAT METER IS NOT REGISTERED TO YOUR ACCOUNT'
                TO WS-RESULT-TEXT
              GO TO C5000-EXIT
           END-IF

           MOVE 'Y'
             TO WS-OWNER-OK
           .
       C5000-EXIT.
      *--------------------------------------------------------------*
       D0000-RECORD-OUTCOME.
      *--------------------------------------------------------------*
           EVALUATE WS-RESULT-STATUS
              WHEN 'A'
                 ADD 1
                   TO WS-ACCEPTED-COUNT
              WHEN 'R'
                 ADD 1
                   TO WS-REJECTED-COUNT
              WHEN 'P'
                 ADD 1
                   TO WS-PENDING-COUNT
              WHEN 'Q'
                 ADD 1
                   TO WS-QUEUED-COUNT
                 PERFORM D1000-QUEUE-FOR-AGENT
                    THRU D1000-EXIT
           END-EVALUATE

           MOVE SPACES
             TO PORTSTAT-REC

           MOVE 'D'
             TO PT-REC-TYPE

           MOVE PQ-REQ-ID
             TO PT-REQ-ID

           MOVE PQ-REQ-TYPE
             TO PT-REQ-TYPE

           MOVE PQ-ACCOUNT-ID
             TO PT-ACCOUNT-ID

           MOVE WS-RESULT-STATUS
             TO PT-STATUS

           MOVE WS-RESULT-CD
             TO PT-REASON-CD

           MOVE WS-RESULT-TEXT
             TO PT-REASON-TEXT

           MOVE WS-TODAY-8
             TO PT-PROCESSED-DATE

           WRITE PORTSTAT-REC

           DISPLAY PQ-REQ-ID ' ' PQ-REQ-TYPE ' ' PQ-ACCOUNT-ID ' '
                   WS-RESULT-STATUS ' ' WS-RESULT-CD ' '
                   WS-RESULT-TEXT
           .
       D0000-EXIT.
      *--------------------------------------------------------------*
       D1000-QUEUE-FOR-AGENT.
      *--------------------------------------------------------------*
      *-- A request the portal sends again while it is still waiting
      *-- is already on the queue - leave the original there.
           MOVE PQ-REQ-ID
             TO WQ-REQ-ID

           MOVE PQ-REQ-TYPE
             TO WQ-REQ-TYPE

           MOVE PQ-ACCOUNT-ID
             TO WQ-ACCOUNT-ID

           MOVE PQ-SUBMIT-DATE
             TO WQ-SUBMIT-DATE

           MOVE WS-TODAY-8
             TO WQ-QUEUED-DATE

           MOVE WS-RESULT-CD
             TO WQ-REASON-CD

           MOVE WS-RESULT-TEXT
             TO WQ-REASON-TEXT

           MOVE 'O'
             TO WQ-STATUS

           MOVE PQ-DETAIL
             TO WQ-REQ-DATA

           MOVE ZEROES
             TO WQ-ACTION-DATE

           MOVE SPACES
             TO WQ-OPERATOR

           WRITE PORTWQ-REC
              INVALID KEY
                 DISPLAY 'REQUEST ALREADY ON THE WORK QUEUE - '
                         PQ-REQ-ID
           END-WRITE
           .
       D1000-EXIT.
      *--------------------------------------------------------------*
       E0000-WRITE-TRAILER.
      *--------------------------------------------------------------*
           MOVE SPACES
             TO PORTSTAT-REC

           MOVE 'T'
             TO PT-REC-TYPE

           MOVE WS-INPUT-COUNT
             TO PT-TRL-COUNT

           MOVE WS-ACCEPTED-COUNT
             TO PT-TRL-ACCEPTED

           MOVE WS-REJECTED-COUNT
             TO PT-TRL-REJECTED

           MOVE WS-PENDING-COUNT
             TO PT-TRL-PENDING

           MOVE WS-QUEUED-COUNT
             TO PT-TRL-QUEUED

           WRITE PORTSTAT-REC
           .
       E0000-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
      *--Control totals
           DISPLAY '---- PORTAL REQUEST CONTROL TOTALS ----'
           DISPLAY 'REQUESTS READ      : ' WS-INPUT-COUNT
           DISPLAY 'ACCEPTED           : ' WS-ACCEPTED-COUNT
           DISPLAY 'REJECTED           : ' WS-REJECTED-COUNT
           DISPLAY 'PENDING REVIEW     : ' WS-PENDING-COUNT
           DISPLAY 'PASSED TO AGENTS   : ' WS-QUEUED-COUNT
           IF WS-ACCEPTED-COUNT + WS-REJECTED-COUNT
              + WS-PENDING-COUNT + WS-QUEUED-COUNT
              NOT = WS-INPUT-COUNT
              DISPLAY 'WARNING - counts do not reconcile to input'
           END-IF

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
           PERFORM Z0000-CLOSING-FILES
           PERFORM Z0000-PROCESS-END
           .
       S0000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
           CLOSE PORTREQ-IN
           IF WS-PORTREQ-STA NOT = '00'
              STRING 'Error in Closing portal request file - '
                  WS-PORTREQ-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE PORTSTAT-OUT
           IF WS-PORTSTAT-STA NOT = '00'
              STRING 'Error in Closing portal status file - '
                  WS-PORTSTAT-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF

           CLOSE PORTWQ-FILE
           IF WS-PORTWQ-STA NOT = '00'
              STRING 'Error in Closing portal work queue file - '
                  WS-PORTWQ-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO Z0000-PROCESS-END
           END-IF
           .
       Z0000-EXIT.

       Z0000-PROCESS-END.
           GOBACK.
