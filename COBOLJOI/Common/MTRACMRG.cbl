      * Account merge and split utility - the supported way to combine *
      * duplicate accounts, instead of re-keying records by hand       *
      * across six files and breaking the nightly integrity audit for  *
      * a week. A merge moves the losing account's MTRPLAN periods,    *
      * stored statements, posted payments, adjustments, contact       *
      * notes and running balance onto the surviving account; a split  *
      * moves one meter's periods, statements and the contact notes    *
      * taken against it to another account. Keys that lead            *
      * with the account id move by delete-and-rewrite under the new   *
      * account; every record moved gets a line on the merge audit     *
      * log. Keys are collected before anything moves, so the scans    *
      * never chase their own updates.                                 *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ACCTBAL-STA.

      *-- Account contact notes - account-led key, delete+write
           SELECT CONTACT-FILE
           ASSIGN TO 'CONTACT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CN-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CONTACT-STA.

      *-- Merge audit log - one line per record moved, appended to
      *-- and never truncated
           SELECT MERGE-AUDIT
       FD  ACCTBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTBAL0.
      *
       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CNOTE0.
      *
       FD  MERGE-AUDIT
           LABEL RECORDS ARE STANDARD.
           05 WS-PAYHIST-STA             PIC 9(02) VALUE ZEROES.
           05 WS-ADJUST-STA              PIC 9(02) VALUE ZEROES.
           05 WS-ACCTBAL-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CONTACT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-AUDIT-STA               PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-PAYHIST-OPEN            PIC X(01) VALUE 'N'.
           05 WS-ADJUST-OPEN             PIC X(01) VALUE 'N'.
           05 WS-ACCTBAL-OPEN            PIC X(01) VALUE 'N'.
           05 WS-CONTACT-OPEN            PIC X(01) VALUE 'N'.
           05 KEY-IDX                    PIC 9(04) VALUE ZEROES.
           05 WS-WRITE-DONE              PIC X(01) VALUE 'N'.
           05 WS-SEQ-TRIES               PIC 9(05) VALUE ZEROES.
           05 WS-FROM-BALANCE            PIC S9(9)V9(4) VALUE ZEROES.
           05 WS-FROM-BILLED             PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-FROM-PAID               PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-FROM-WRITTEN-OFF        PIC 9(11)V9(4) VALUE ZEROES.
           05 WS-FROM-BAL-FOUND          PIC X(01) VALUE 'N'.
           05 WS-TO-BAL-FOUND            PIC X(01) VALUE 'N'.

              10 WS-KEY-MTR              PIC X(12).
              10 WS-KEY-DATE             PIC 9(08).
              10 WS-KEY-SEQ              PIC 9(04).
              10 WS-KEY-TIME             PIC 9(08).
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
                 THRU G0000-EXIT
           END-IF

           PERFORM G5000-MOVE-CONTACT-NOTES
              THRU G5000-EXIT

           PERFORM H0000-WRITE-SUMMARY
              THRU H0000-EXIT

                C01-BILLS-MOVED OF ACMRG-REQ
                C01-PAYS-MOVED OF ACMRG-REQ
                C01-ADJS-MOVED OF ACMRG-REQ
                C01-NOTES-MOVED OF ACMRG-REQ

           OPEN I-O MTR-INFO
           IF WS-MTR-INFO-STA NOT = '00'
              GO TO PROGRAM-DONE
           END-IF

      *-- Payments, adjustments, balances and contact notes may not
      *-- exist yet on a young book - a merge then has nothing of
      *-- that kind to move.
           MOVE 'N'
             TO WS-PAYHIST-OPEN

              END-IF
           END-IF

           MOVE 'N'
             TO WS-CONTACT-OPEN

           OPEN I-O CONTACT-FILE
           IF WS-CONTACT-STA = '00'
              MOVE 'Y'
                TO WS-CONTACT-OPEN
           ELSE
              IF WS-CONTACT-STA NOT = '35'
                 STRING 'Error in opening contact notes file - '
                     WS-CONTACT-STA
                   DELIMITED BY SPACE
                  INTO WS-ERROR-TEXT
                 END-STRING
                 DISPLAY WS-ERROR-TEXT
                 GO TO PROGRAM-DONE
              END-IF
           END-IF

      *-- Audit log is append-only; create it fresh the first time
           OPEN EXTEND MERGE-AUDIT
           IF WS-AUDIT-STA = '35'
                   TO WS-FROM-BILLED
                 MOVE AB-TOTAL-PAID
                   TO WS-FROM-PAID
                 MOVE AB-WRITTEN-OFF
                   TO WS-FROM-WRITTEN-OFF
           END-READ

           IF WS-FROM-BAL-FOUND NOT = 'Y'
                      AB-TOTAL-PAID
                      AB-LAST-BILL-DATE
                      AB-LAST-PAY-DATE
                      AB-WRITTEN-OFF
           END-READ

           ADD WS-FROM-BALANCE
           ADD WS-FROM-PAID
             TO AB-TOTAL-PAID

           ADD WS-FROM-WRITTEN-OFF
             TO AB-WRITTEN-OFF

           IF WS-TO-BAL-FOUND = 'Y'
              REWRITE ACCTBAL-REC
                 INVALID KEY
           WRITE AUDIT-REC
           .
       G0000-EXIT.
      *--------------------------------------------------------------*
       G5000-MOVE-CONTACT-NOTES.
      *--------------------------------------------------------------*
      *-- Notes key on account/date/time - delete and rewrite under
      *-- the surviving account, stepping the time on past a note it
      *-- already holds at that instant. A split takes only the
      *-- notes taken against the meter being moved.
           IF WS-CONTACT-OPEN NOT = 'Y'
              GO TO G5000-EXIT
           END-IF

           MOVE ZEROES
             TO WS-KEY-COUNT

           MOVE 'N'
             TO WS-END-OF-SCAN

           MOVE C01-FROM-ACCOUNT OF ACMRG-REQ
             TO CN-ACCOUNT-ID

           MOVE ZEROES
             TO CN-NOTE-DATE
                CN-NOTE-TIME

           START CONTACT-FILE KEY IS NOT LESS THAN CN-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM G5500-COLLECT-ONE-NOTE
              THRU G5500-EXIT
            UNTIL WS-END-OF-SCAN = 'Y'

           PERFORM G6000-MOVE-ONE-NOTE
              THRU G6000-EXIT
           VARYING KEY-IDX FROM 1 BY 1
             UNTIL KEY-IDX > WS-KEY-COUNT
           .
       G5000-EXIT.
      *--------------------------------------------------------------*
       G5500-COLLECT-ONE-NOTE.
      *--------------------------------------------------------------*
           READ CONTACT-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
              NOT AT END
                 IF CN-ACCOUNT-ID
                    NOT = C01-FROM-ACCOUNT OF ACMRG-REQ
                    MOVE 'Y'
                      TO WS-END-OF-SCAN
                 ELSE
                    IF C01-ACTION-CD OF ACMRG-REQ = 'M'
                       OR CN-MTR-ID = C01-MTR-ID OF ACMRG-REQ
                       IF WS-KEY-COUNT < 500
                          ADD 1
                            TO WS-KEY-COUNT
                          MOVE CN-MTR-ID
                            TO WS-KEY-MTR (WS-KEY-COUNT)
                          MOVE CN-NOTE-DATE
                            TO WS-KEY-DATE (WS-KEY-COUNT)
                          MOVE CN-NOTE-TIME
                            TO WS-KEY-TIME (WS-KEY-COUNT)
                       ELSE
                          DISPLAY 'Key table full - move incomplete'
                       END-IF
                    END-IF
                 END-IF
           END-READ
           .
       G5500-EXIT.
      *--------------------------------------------------------------*
       G6000-MOVE-ONE-NOTE.
      *--------------------------------------------------------------*
           MOVE C01-FROM-ACCOUNT OF ACMRG-REQ
             TO CN-ACCOUNT-ID

           MOVE WS-KEY-DATE (KEY-IDX)
             TO CN-NOTE-DATE

           MOVE WS-KEY-TIME (KEY-IDX)
             TO CN-NOTE-TIME

           READ CONTACT-FILE
              INVALID KEY
                 DISPLAY 'CONTACT NOTE VANISHED DURING MOVE'
                 GO TO G6000-EXIT
           END-READ

           DELETE CONTACT-FILE
              INVALID KEY
                 DISPLAY 'ERROR DELETING CONTACT NOTE'
                 GO TO G6000-EXIT
           END-DELETE

           MOVE C01-TO-ACCOUNT OF ACMRG-REQ
             TO CN-ACCOUNT-ID

           MOVE 'N'
             TO WS-WRITE-DONE

           MOVE ZEROES
             TO WS-SEQ-TRIES

           PERFORM G6500-TRY-WRITE-NOTE
              THRU G6500-EXIT
            UNTIL WS-WRITE-DONE = 'Y'
               OR WS-SEQ-TRIES > 98

           IF WS-WRITE-DONE = 'Y'
              ADD 1
                TO C01-NOTES-MOVED OF ACMRG-REQ

              MOVE CN-NOTE-DATE
                TO WS-SAVED-DATE

              PERFORM X1000-AUDIT-ONE-MOVE
                 THRU X1000-EXIT
           ELSE
              DISPLAY 'CONTACT NOTE TIME FULL UNDER NEW ACCOUNT'
              MOVE '9'
                TO C01-RETURN-CD OF ACMRG-REQ
           END-IF
           .
       G6000-EXIT.
      *--------------------------------------------------------------*
       G6500-TRY-WRITE-NOTE.
      *--------------------------------------------------------------*
           WRITE CNOTE-REC
              INVALID KEY
                 ADD 1
                   TO CN-NOTE-TIME
                 ADD 1
                   TO WS-SEQ-TRIES
              NOT INVALID KEY
                 MOVE 'Y'
                   TO WS-WRITE-DONE
           END-WRITE
           .
       G6500-EXIT.
      *--------------------------------------------------------------*
       X1000-AUDIT-ONE-MOVE.
      *--------------------------------------------------------------*
                   C01-PAYS-MOVED OF ACMRG-REQ
           DISPLAY 'ADJUSTMENTS MOVED  : '
                   C01-ADJS-MOVED OF ACMRG-REQ
           DISPLAY 'CONTACT NOTES MOVED: '
                   C01-NOTES-MOVED OF ACMRG-REQ
           .
       H0000-EXIT.
      *--------------*
              CLOSE ACCTBAL-FILE
           END-IF

           IF WS-CONTACT-OPEN = 'Y'
              CLOSE CONTACT-FILE
           END-IF

           CLOSE MERGE-AUDIT
           IF WS-AUDIT-STA NOT = '00'
              STRING 'Error in Closing merge audit file - '
