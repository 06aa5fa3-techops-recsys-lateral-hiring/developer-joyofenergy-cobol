      * period on the RETNCTL card, blanks the personal data that      *
      * otherwise lives forever: name, address, phone and email on     *
      * CUSTMST, and the USER-NAME carried on every historical         *
      * MTRPLAN period record, and the free text of every contact      *
      * note taken on the account. An audit line records what was      *
      * cleansed and when. The stored billing history carries no       *
      * personal fields, so nothing there needs touching.              *
      *----------------------------------------------------------------*
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-MTRSTAT-STA.

      *-- Account contact notes - the free text names people and
      *-- circumstances. Optional: not every site takes notes yet.
           SELECT CONTACT-FILE
           ASSIGN TO 'CONTACT'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CN-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-CONTACT-STA.

      *-- Audit trail of what was cleansed and when - appended to,
      *-- never truncated
           SELECT RETN-AUDIT
       FD  MTRSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRSTAT0.
      *
       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CNOTE0.
      *
       FD  RETN-AUDIT
           LABEL RECORDS ARE STANDARD.
           05 WS-CUST-STA                PIC 9(02) VALUE ZEROES.
           05 WS-MTR-INFO-STA            PIC 9(02) VALUE ZEROES.
           05 WS-MTRSTAT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-CONTACT-STA             PIC 9(02) VALUE ZEROES.
           05 WS-AUDIT-STA               PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 MTR-IDX                    PIC 9(02) VALUE ZEROES.
           05 WS-MTR-SEEN                PIC X(01) VALUE 'N'.
           05 WS-PERIODS-CLEANSED        PIC 9(05) VALUE ZEROES.
           05 WS-CONTACT-OPEN            PIC X(01) VALUE 'N'.
           05 WS-NOTE-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-NOTES-CLEANSED          PIC 9(05) VALUE ZEROES.
      *-- Control totals for the end-of-run reconciliation report
           05 WS-ACCOUNT-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-CLEANSED-COUNT          PIC 9(07) VALUE ZEROES.
              GO TO PROGRAM-DONE
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
           OPEN EXTEND RETN-AUDIT
           IF WS-AUDIT-STA = '35'
           PERFORM D1000-CLEANSE-PERIODS
              THRU D1000-EXIT

           PERFORM D3000-CLEANSE-NOTES
              THRU D3000-EXIT

           PERFORM D2000-WRITE-AUDIT
              THRU D2000-EXIT

                  ' CUSTMST NAME/ADDRESS/PHONE/EMAIL AND '
                                          DELIMITED BY SIZE
                  WS-PERIODS-CLEANSED     DELIMITED BY SIZE
                  ' PERIOD RECORDS, '     DELIMITED BY SIZE
                  WS-NOTES-CLEANSED       DELIMITED BY SIZE
                  ' CONTACT NOTES'        DELIMITED BY SIZE
              INTO AUDIT-REC
           END-STRING

           DISPLAY AUDIT-REC
           .
       D2000-EXIT.
      *--------------------------------------------------------------*
       D3000-CLEANSE-NOTES.
      *--------------------------------------------------------------*
      *-- The free text of every contact note on the account. The
      *-- date, channel and category stay - what kind of contact
      *-- there was is not personal, what was said can be.
           MOVE ZEROES
             TO WS-NOTES-CLEANSED

           IF WS-CONTACT-OPEN NOT = 'Y'
              GO TO D3000-EXIT
           END-IF

           MOVE 'N'
             TO WS-NOTE-SCAN-DONE

           MOVE CM-ACCOUNT-ID
             TO CN-ACCOUNT-ID

           MOVE ZEROES
             TO CN-NOTE-DATE
                CN-NOTE-TIME

           START CONTACT-FILE KEY IS NOT LESS THAN CN-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-NOTE-SCAN-DONE
              NOT INVALID KEY
                 CONTINUE
           END-START

           PERFORM D3500-CLEANSE-ONE-NOTE
              THRU D3500-EXIT
            UNTIL WS-NOTE-SCAN-DONE = 'Y'
           .
       D3000-EXIT.
      *--------------------------------------------------------------*
       D3500-CLEANSE-ONE-NOTE.
      *--------------------------------------------------------------*
           READ CONTACT-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-NOTE-SCAN-DONE
              NOT AT END
                 IF CN-ACCOUNT-ID NOT = CM-ACCOUNT-ID
                    MOVE 'Y'
                      TO WS-NOTE-SCAN-DONE
                 ELSE
                    MOVE 'ANONYMIZED'
                      TO CN-TEXT

                    REWRITE CNOTE-REC
                       INVALID KEY
                          MOVE 'Error cleansing contact note'
                            TO WS-ERROR-TEXT
                          DISPLAY WS-ERROR-TEXT
                    END-REWRITE

                    ADD 1
                      TO WS-NOTES-CLEANSED
                 END-IF
           END-READ
           .
       D3500-EXIT.
      *--------------*
       S0000-THANKS.
      *--------------*
              GO TO Z0000-PROCESS-END
           END-IF

           IF WS-CONTACT-OPEN = 'Y'
              CLOSE CONTACT-FILE
           END-IF

           CLOSE RETN-AUDIT
           IF WS-AUDIT-STA NOT = '00'
              STRING 'Error in Closing retention audit file - '
