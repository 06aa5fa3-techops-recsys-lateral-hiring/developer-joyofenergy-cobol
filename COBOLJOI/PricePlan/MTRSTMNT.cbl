      * closed or back to active, remove a mis-keyed change, or fetch *
      * the status in force on a date. Intake (MTRREADST) and the     *
      * book-level drivers use the lookup to reject or skip meters    *
      * that are not active. A 'D' disconnection on a meter whose     *
      * account is on the priority services register (PSREG) is not   *
      * recorded - it goes to the welfare referral extract instead.   *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-STAT-STA.

      *-- Priority services register, read only for a 'D' change
           SELECT PSREG-FILE
           ASSIGN TO 'PSREG'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PS-ACCOUNT-ID
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-PSREG-STA.

      *-- Welfare referral extract, appended to
           SELECT WELFREF-EXTRACT
           ASSIGN TO 'WELFREF'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WELFREF-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  MTRSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MTRSTAT0.
      *
       FD  PSREG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PSREG0.
      *
       FD  WELFREF-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY WELFREF0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-STAT-STA                PIC 9(02) VALUE ZEROES.
           05 WS-PSREG-STA               PIC 9(02) VALUE ZEROES.
           05 WS-WELFREF-STA             PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-SCAN             PIC X(01) VALUE 'N'.
           05 WS-FOUND-STATUS            PIC X(01) VALUE SPACES.
           05 WS-AS-OF-BOUND             PIC 9(08) VALUE ZEROES.
           05 WS-PSREG-FOUND             PIC X(01) VALUE 'N'.
      *
           05 WS-CURRENT-TIMESTAMP.
              10 WS-CURRENT-DATE         PIC 9(08).
              10 FILLER                  PIC X(13).
      *
      *-- Meter to account lookup for the priority services check
           COPY MTRPLAN0.
      *
      *----------------------------------------------------------------*
      *          Linkage section STARTS HERE                           *
      *----------------------------------------------------------------*
           PERFORM B0000-VALIDATE
              THRU B0000-EXIT

           EVALUATE C01-ACTION-CD OF STATRQ
              WHEN 'A'
                 PERFORM C1500-ADD-STATUS
                    THRU C1500-EXIT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF STATRQ
              GO TO PROGRAM-DONE
           END-IF
           .
       B0000-VALIDATE.
      *---------------------*
           MOVE '0'
             TO C01-RETURN-CD OF STATRQ

           IF C01-MTR-ID = SPACES
              MOVE 'INPUT METER ID IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF STATRQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF STATRQ NOT = 'A'
              AND C01-ACTION-CD OF STATRQ NOT = 'D'
              AND C01-ACTION-CD OF STATRQ NOT = 'G'
              MOVE 'INVALID ACTION CODE - MUST BE A, D OR G'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF STATRQ
              GO TO PROGRAM-DONE
           END-IF

           IF (C01-ACTION-CD OF STATRQ = 'A'
               OR C01-ACTION-CD OF STATRQ = 'D')
              AND C01-EFF-DATE = ZEROES
              MOVE 'EFFECTIVE DATE IS BLANK'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF STATRQ
              GO TO PROGRAM-DONE
           END-IF

           IF C01-ACTION-CD OF STATRQ = 'A'
              AND C01-STATUS-CD NOT = 'A'
              AND C01-STATUS-CD NOT = 'V'
              AND C01-STATUS-CD NOT = 'D'
                TO WS-ERROR-TEXT
              DISPLAY WS-ERROR-TEXT
              MOVE '9'
                TO C01-RETURN-CD OF STATRQ
              GO TO PROGRAM-DONE
           END-IF
           .
      *--------------------------------------------------------------*
       C1500-ADD-STATUS.
      *--------------------------------------------------------------*
      *-- No disconnection for a priority services household - the
      *-- welfare team gets a referral and the caller gets '4'.
           IF C01-STATUS-CD = 'D'
              PERFORM C1550-CHECK-PRIORITY
                 THRU C1550-EXIT

              IF WS-PSREG-FOUND = 'Y'
                 PERFORM C1580-WRITE-WELFARE-REFERRAL
                    THRU C1580-EXIT

                 MOVE 'ACCOUNT IS ON THE PRIORITY SERVICES REGISTER'
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '4'
                   TO C01-RETURN-CD OF STATRQ
                 GO TO C1500-EXIT
              END-IF
           END-IF

           MOVE C01-MTR-ID
             TO MS-MTR-ID

                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF STATRQ
           END-WRITE
           .
       C1500-EXIT.
      *--------------------------------------------------------------*
       C1550-CHECK-PRIORITY.
      *--------------------------------------------------------------*
      *-- The account holding the meter on the effective date, then
      *-- the register. No register file means nobody is registered.
           MOVE 'N'
             TO WS-PSREG-FOUND

           MOVE C01-MTR-ID
             TO UINFO-MTR-ID OF MTRINFO

           MOVE SPACES
             TO C01-ACCOUNT-ID OF MTRINFO

           MOVE C01-EFF-DATE
             TO C01-AS-OF-DATE OF MTRINFO

           CALL 'PRCPLACT'
          USING MTRINFO

           IF C01-ACCOUNT-ID OF MTRINFO = SPACES
              GO TO C1550-EXIT
           END-IF

           OPEN INPUT PSREG-FILE
           IF WS-PSREG-STA NOT = '00'
              GO TO C1550-EXIT
           END-IF

           MOVE C01-ACCOUNT-ID OF MTRINFO
             TO PS-ACCOUNT-ID

           READ PSREG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y'
                   TO WS-PSREG-FOUND
           END-READ

           CLOSE PSREG-FILE
           .
       C1550-EXIT.
      *--------------------------------------------------------------*
       C1580-WRITE-WELFARE-REFERRAL.
      *--------------------------------------------------------------*
           OPEN EXTEND WELFREF-EXTRACT
           IF WS-WELFREF-STA = '35'
              OPEN OUTPUT WELFREF-EXTRACT
           END-IF

           IF WS-WELFREF-STA NOT = '00'
              STRING 'Error in opening welfare referral file - '
                  WS-WELFREF-STA
                DELIMITED BY SPACE
               INTO WS-ERROR-TEXT
              END-STRING
              DISPLAY WS-ERROR-TEXT
              GO TO C1580-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE
             TO WS-CURRENT-TIMESTAMP

           MOVE SPACES
             TO WELFREF-REC

           MOVE WS-CURRENT-DATE
             TO WF-REF-DATE

           MOVE 'MTRSTMNT'
             TO WF-SOURCE

           MOVE 'STSD'
             TO WF-EVENT

           MOVE PS-ACCOUNT-ID
             TO WF-ACCOUNT-ID

           MOVE C01-MTR-ID
             TO WF-MTR-ID

           MOVE PS-CATEGORY
             TO WF-CATEGORY

           MOVE PS-NOMINEE-NAME
             TO WF-NOMINEE-NAME

           MOVE PS-NOMINEE-PHONE
             TO WF-NOMINEE-PHONE

           STRING 'EFFECTIVE '            DELIMITED BY SIZE
                  C01-EFF-DATE            DELIMITED BY SIZE
                  ' BY '                  DELIMITED BY SIZE
                  C01-OPERATOR            DELIMITED BY SIZE
              INTO WF-DETAIL
           END-STRING

           WRITE WELFREF-REC

           CLOSE WELFREF-EXTRACT
           .
       C1580-EXIT.
      *--------------------------------------------------------------*
       C1600-DELETE-STATUS.
      *--------------------------------------------------------------*
                   TO WS-ERROR-TEXT
                 DISPLAY WS-ERROR-TEXT
                 MOVE '9'
                   TO C01-RETURN-CD OF STATRQ
           END-DELETE
           .
       C1600-EXIT.
      *-- under the key, so keep overwriting the "latest in force so
      *-- far" until a record past the as-of bound ends the scan -
      *-- the same technique PRCPLACT uses for plan periods.
           IF C01-AS-OF-DATE OF STATRQ = ZEROES
              MOVE FUNCTION CURRENT-DATE
                TO WS-CURRENT-TIMESTAMP
              MOVE WS-CURRENT-DATE
                TO WS-AS-OF-BOUND
           ELSE
              MOVE C01-AS-OF-DATE OF STATRQ
                TO WS-AS-OF-BOUND
           END-IF

