      * RUNCTL file carries the whole book's processing history -     *
      * start/end timestamps, status and control totals per run - and *
      * a book-level driver that abended can learn where its failed   *
      * run got to and resume from there. At start of run it also     *
      * gates the job on its predecessors in the JOBDEP table, and    *
      * records the run as blocked when one has not completed cleanly *
      * in its window, unless an operator override has been granted.  *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-RUNCTL-STA.

      *-- Job dependency table - each job's predecessors and how
      *-- recent their clean runs must be. Optional: no table, no
      *-- gating.
           SELECT JOBDEP-FILE
           ASSIGN TO 'JOBDEP'
           ORGANIZATION IS INDEXED
           RECORD KEY IS JD-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-JOBDEP-STA.

      *-- Operator overrides of the gate, keyed by job and run date
           SELECT JOBOVR-FILE
           ASSIGN TO 'JOBOVR'
           ORGANIZATION IS INDEXED
           RECORD KEY IS JO-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-JOBOVR-STA.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL0.

       FD  JOBDEP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JOBDEP0.

       FD  JOBOVR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JOBOVR0.
      *
      *----------------------------------------------------------------*
      *          WORKING STORAGE STARTS HERE                           *
       01  WS-VARIABLES.
      *-- File Status fields
           05 WS-RUNCTL-STA              PIC 9(02) VALUE ZEROES.
           05 WS-JOBDEP-STA              PIC 9(02) VALUE ZEROES.
           05 WS-JOBOVR-STA              PIC 9(02) VALUE ZEROES.
      *
           05 WS-ERROR-TEXT              PIC X(250) VALUE SPACES.
           05 WS-END-OF-SCAN             PIC X(01) VALUE 'N'.
           05 WS-PRIOR-STATUS            PIC X(01) VALUE SPACES.
           05 WS-PRIOR-RESTART-KEY       PIC X(32) VALUE SPACES.
           05 COUNT-IDX                  PIC 9(01) VALUE ZEROES.
      *-- Predecessor gate
           05 WS-NEW-RUN-NBR             PIC 9(05) VALUE ZEROES.
           05 WS-END-OF-DEPS             PIC X(01) VALUE 'N'.
           05 WS-GATE-REASON             PIC X(50) VALUE SPACES.
           05 WS-OVR-OPERATOR            PIC X(08) VALUE SPACES.
           05 WS-PRED-FOUND              PIC X(01) VALUE 'N'.
           05 WS-PRED-RUN-NBR            PIC 9(05) VALUE ZEROES.
           05 WS-PRED-STATUS             PIC X(01) VALUE SPACES.
           05 WS-PRED-END-DATE           PIC 9(08) VALUE ZEROES.
           05 WS-PRED-END-TIME.
              10 WS-PRED-END-HH          PIC 9(02) VALUE ZEROES.
              10 WS-PRED-END-MM          PIC 9(02) VALUE ZEROES.
              10 WS-PRED-END-SS          PIC 9(02) VALUE ZEROES.
           05 WS-PRED-AGE-SECS           PIC S9(11) VALUE ZEROES.
           05 WS-WINDOW-SECS             PIC S9(11) VALUE ZEROES.
      *
           05 WS-CURRENT-TIMESTAMP.
              10 WS-CURRENT-DATE         PIC 9(08).
              10 WS-CURRENT-TIME         PIC 9(06).
              10 WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
                 15 WS-CURRENT-HH        PIC 9(02).
                 15 WS-CURRENT-MM        PIC 9(02).
                 15 WS-CURRENT-SS        PIC 9(02).
              10 FILLER                  PIC X(07).

           COPY ERRLOG0.
                TO C01-RESTART-KEY OF RUNREQ
           END-IF

           COMPUTE WS-NEW-RUN-NBR = WS-PRIOR-RUN-NBR + 1

      *-- Gate the run on its predecessors. A blocked run is still
      *-- registered - as 'B', ended as soon as it started - so the
      *-- morning report shows it and why.
           MOVE SPACES
             TO WS-GATE-REASON
                WS-OVR-OPERATOR
                C01-BLOCK-REASON OF RUNREQ

           PERFORM F0000-CHECK-PREDECESSORS
              THRU F0000-EXIT

           IF WS-GATE-REASON NOT = SPACES
              PERFORM F5000-FIND-OVERRIDE
                 THRU F5000-EXIT
           END-IF

      *-- Register the new run, still in flight
           MOVE SPACES
             TO RUNCTL-REC
           MOVE C01-JOB-NAME OF RUNREQ
             TO RC-JOB-NAME

           MOVE WS-NEW-RUN-NBR
             TO RC-RUN-NBR

           MOVE RC-RUN-NBR
             TO C01-RUN-NBR OF RUNREQ
           MOVE SPACES
             TO RC-RESTART-KEY

           MOVE WS-GATE-REASON
             TO RC-GATE-REASON

           MOVE WS-OVR-OPERATOR
             TO RC-OVERRIDE-OPER

           IF WS-GATE-REASON NOT = SPACES
              AND WS-OVR-OPERATOR = SPACES
              MOVE 'B'
                TO RC-STATUS

              MOVE WS-CURRENT-DATE
                TO RC-END-DATE

              MOVE WS-CURRENT-TIME
                TO RC-END-TIME

              MOVE WS-GATE-REASON
                TO C01-BLOCK-REASON OF RUNREQ

              MOVE '2'
                TO C01-RETURN-CD OF RUNREQ

              DISPLAY 'MTRRUNCT - ' C01-JOB-NAME OF RUNREQ
                      ' BLOCKED - ' WS-GATE-REASON
           END-IF

           PERFORM B1800-CLEAR-ONE-COUNT
              THRU B1800-EXIT
           VARYING COUNT-IDX FROM 1 BY 1
      *--------------------------------------------------------------*
      *-- Runs come back in ascending run number within a job, so
      *-- keep overwriting - the last qualifying record is the
      *-- latest run. A blocked run never did any work, so it takes
      *-- a run number but leaves the restart picture as it was.
           READ RUNCTL-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                    MOVE RC-RUN-NBR
                      TO WS-PRIOR-RUN-NBR

                    IF RC-STATUS NOT = 'B'
                       MOVE RC-STATUS
                         TO WS-PRIOR-STATUS

                       MOVE RC-RESTART-KEY
                         TO WS-PRIOR-RESTART-KEY
                    END-IF
                 END-IF
           END-READ
           .
             TO RC-COUNT-VALUE (COUNT-IDX)
           .
       E1500-EXIT.
      *--------------------------------------------------------------*
       F0000-CHECK-PREDECESSORS.
      *--------------------------------------------------------------*
      *-- Walk the job's entries in the dependency table. The first
      *-- predecessor found wanting gives the block reason.
           OPEN INPUT JOBDEP-FILE
           IF WS-JOBDEP-STA = '35'
              GO TO F0000-EXIT
           END-IF

      *-- A table that is there but cannot be read must not wave
      *-- every job through
           IF WS-JOBDEP-STA NOT = '00'
              MOVE 'MTRRUNCT'
                TO EL-PROGRAM-NAME
              MOVE 'opening job dependency file'
                TO EL-CONTEXT-TEXT
              MOVE WS-JOBDEP-STA
                TO EL-FILE-STATUS
              CALL 'ERRLOG' USING ERRLOGREC
              MOVE 'JOB DEPENDENCY TABLE CANNOT BE READ'
                TO WS-GATE-REASON
              GO TO F0000-EXIT
           END-IF

           MOVE 'N'
             TO WS-END-OF-DEPS

           MOVE C01-JOB-NAME OF RUNREQ
             TO JD-JOB-NAME

           MOVE LOW-VALUES
             TO JD-PRED-JOB

           START JOBDEP-FILE KEY IS NOT LESS THAN JD-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-DEPS
           END-START

           PERFORM F1000-CHECK-ONE-PREDECESSOR
              THRU F1000-EXIT
            UNTIL WS-END-OF-DEPS = 'Y'
               OR WS-GATE-REASON NOT = SPACES

           CLOSE JOBDEP-FILE
           .
       F0000-EXIT.
      *--------------------------------------------------------------*
       F1000-CHECK-ONE-PREDECESSOR.
      *--------------------------------------------------------------*
           READ JOBDEP-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-DEPS
                 GO TO F1000-EXIT
           END-READ

           IF JD-JOB-NAME NOT = C01-JOB-NAME OF RUNREQ
              MOVE 'Y'
                TO WS-END-OF-DEPS
              GO TO F1000-EXIT
           END-IF

           PERFORM F2000-FIND-PRED-RUN
              THRU F2000-EXIT

           IF WS-PRED-FOUND = 'N'
              STRING JD-PRED-JOB           DELIMITED BY SPACE
                     ' HAS NO RUN ON FILE' DELIMITED BY SIZE
                 INTO WS-GATE-REASON
              END-STRING
              GO TO F1000-EXIT
           END-IF

           EVALUATE WS-PRED-STATUS
              WHEN 'C'
                 CONTINUE
              WHEN 'F'
                 STRING JD-PRED-JOB     DELIMITED BY SPACE
                        ' RUN '         DELIMITED BY SIZE
                        WS-PRED-RUN-NBR DELIMITED BY SIZE
                        ' FAILED'       DELIMITED BY SIZE
                    INTO WS-GATE-REASON
                 END-STRING
                 GO TO F1000-EXIT
              WHEN OTHER
                 STRING JD-PRED-JOB     DELIMITED BY SPACE
                        ' RUN '         DELIMITED BY SIZE
                        WS-PRED-RUN-NBR DELIMITED BY SIZE
                        ' IN FLIGHT OR ABENDED'
                                        DELIMITED BY SIZE
                    INTO WS-GATE-REASON
                 END-STRING
                 GO TO F1000-EXIT
           END-EVALUATE

      *-- Clean - now check it is recent enough. A zero window asks
      *-- only that the latest run was clean.
           IF JD-WINDOW-HRS = ZEROES
              GO TO F1000-EXIT
           END-IF

           COMPUTE WS-PRED-AGE-SECS =
                   (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
                  - FUNCTION INTEGER-OF-DATE (WS-PRED-END-DATE))
                  * 86400
                  + (WS-CURRENT-HH * 3600)
                  + (WS-CURRENT-MM * 60)
                  + WS-CURRENT-SS
                  - (WS-PRED-END-HH * 3600)
                  - (WS-PRED-END-MM * 60)
                  - WS-PRED-END-SS

           COMPUTE WS-WINDOW-SECS = JD-WINDOW-HRS * 3600

           IF WS-PRED-AGE-SECS > WS-WINDOW-SECS
              STRING JD-PRED-JOB     DELIMITED BY SPACE
                     ' NOT RUN CLEAN IN LAST '
                                     DELIMITED BY SIZE
                     JD-WINDOW-HRS   DELIMITED BY SIZE
                     ' HRS'          DELIMITED BY SIZE
                 INTO WS-GATE-REASON
              END-STRING
           END-IF
           .
       F1000-EXIT.
      *--------------------------------------------------------------*
       F2000-FIND-PRED-RUN.
      *--------------------------------------------------------------*
      *-- The predecessor's latest run, blocked runs aside - a run
      *-- the gate refused says nothing about the predecessor's work.
           MOVE 'N'
             TO WS-PRED-FOUND

           MOVE 'N'
             TO WS-END-OF-SCAN

           MOVE JD-PRED-JOB
             TO RC-JOB-NAME

           MOVE ZEROES
             TO RC-RUN-NBR

           START RUNCTL-FILE KEY IS NOT LESS THAN RC-KEY
              INVALID KEY
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
           END-START

           PERFORM F2500-SCAN-PRED-RUNS
              THRU F2500-EXIT
            UNTIL WS-END-OF-SCAN = 'Y'
           .
       F2000-EXIT.
      *--------------------------------------------------------------*
       F2500-SCAN-PRED-RUNS.
      *--------------------------------------------------------------*
           READ RUNCTL-FILE NEXT RECORD
              AT END
                 MOVE 'Y'
                   TO WS-END-OF-SCAN
              NOT AT END
                 IF RC-JOB-NAME NOT = JD-PRED-JOB
                    MOVE 'Y'
                      TO WS-END-OF-SCAN
                 ELSE
                    IF RC-STATUS NOT = 'B'
                       MOVE 'Y'
                         TO WS-PRED-FOUND

                       MOVE RC-RUN-NBR
                         TO WS-PRED-RUN-NBR

                       MOVE RC-STATUS
                         TO WS-PRED-STATUS

                       MOVE RC-END-DATE
                         TO WS-PRED-END-DATE

                       MOVE RC-END-TIME
                         TO WS-PRED-END-TIME
                    END-IF
                 END-IF
           END-READ
           .
       F2500-EXIT.
      *--------------------------------------------------------------*
       F5000-FIND-OVERRIDE.
      *--------------------------------------------------------------*
      *-- An unspent override for the job today lets this one run go
      *-- ahead. It is stamped with the run number so it is spent,
      *-- and the run record keeps the operator beside the reason.
           OPEN I-O JOBOVR-FILE
           IF WS-JOBOVR-STA NOT = '00'
              GO TO F5000-EXIT
           END-IF

           MOVE C01-JOB-NAME OF RUNREQ
             TO JO-JOB-NAME

           MOVE WS-CURRENT-DATE
             TO JO-OVR-DATE

           READ JOBOVR-FILE
              INVALID KEY
                 CLOSE JOBOVR-FILE
                 GO TO F5000-EXIT
           END-READ

           IF JO-USED-RUN-NBR NOT = ZEROES
              CLOSE JOBOVR-FILE
              GO TO F5000-EXIT
           END-IF

           MOVE WS-NEW-RUN-NBR
             TO JO-USED-RUN-NBR

           REWRITE JOBOVR-REC
              INVALID KEY
                 DISPLAY 'MTRRUNCT - error spending gate override - '
                         WS-JOBOVR-STA
                 CLOSE JOBOVR-FILE
                 GO TO F5000-EXIT
           END-REWRITE

           MOVE JO-OPERATOR
             TO WS-OVR-OPERATOR

           DISPLAY 'MTRRUNCT - ' C01-JOB-NAME OF RUNREQ
                   ' GATE OVERRIDDEN BY ' JO-OPERATOR
                   ' - ' WS-GATE-REASON
           DISPLAY '           OVERRIDE REASON - ' JO-REASON

           CLOSE JOBOVR-FILE
           .
       F5000-EXIT.
      *--------------------*
       Z0000-CLOSING-FILES.
      *--------------------*
