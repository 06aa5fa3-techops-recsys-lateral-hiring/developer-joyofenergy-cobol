      * Morning operations report over the RUNCTL run-control file.   *
      * Lists every recorded run per job - timestamps, status and     *
      * control totals - flags failures and still-in-flight (abended) *
      * runs and runs the predecessor gate blocked or let through on  *
      * an operator override, with the gate's reason, and shows the   *
      * latest run's counts against the previous run of the same job  *
      * so a drifting trend stands out.                               *
      *----------------------------------------------------------------*
      *
       ENVIRONMENT DIVISION.
           05 WS-REPORT-LINE             PIC X(132) VALUE SPACES.
           05 WS-RUN-COUNT               PIC 9(07) VALUE ZEROES.
           05 WS-FAILED-COUNT            PIC 9(07) VALUE ZEROES.
           05 WS-BLOCKED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-OVERRIDE-COUNT          PIC 9(07) VALUE ZEROES.
           05 WS-JOB-COUNT               PIC 9(05) VALUE ZEROES.
           05 COUNT-IDX                  PIC 9(01) VALUE ZEROES.
      *
                   TO WS-FAILED-COUNT
                 MOVE '** FAILED **'
                   TO WS-ERROR-TEXT
              WHEN 'B'
                 ADD 1
                   TO WS-BLOCKED-COUNT
                 MOVE '** BLOCKED **'
                   TO WS-ERROR-TEXT
              WHEN OTHER
                 ADD 1
                   TO WS-FAILED-COUNT

           DISPLAY WS-REPORT-LINE

      *-- Why the gate stopped it - or, with an operator named, what
      *-- the operator let it run past
           IF RC-GATE-REASON NOT = SPACES
              MOVE SPACES
                TO WS-REPORT-LINE

              IF RC-OVERRIDE-OPER = SPACES
                 STRING '    BLOCKED - '     DELIMITED BY SIZE
                        RC-GATE-REASON       DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING
              ELSE
                 ADD 1
                   TO WS-OVERRIDE-COUNT

                 STRING '    OVERRIDDEN BY ' DELIMITED BY SIZE
                        RC-OVERRIDE-OPER     DELIMITED BY SIZE
                        ' - '                DELIMITED BY SIZE
                        RC-GATE-REASON       DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING
              END-IF

              DISPLAY WS-REPORT-LINE
           END-IF

      *-- A blocked run did no work, so it has no counts and stays
      *-- out of the trend
           IF RC-STATUS = 'B'
              GO TO C0000-EXIT
           END-IF

           PERFORM C1500-PRINT-ONE-COUNT
              THRU C1500-EXIT
           VARYING COUNT-IDX FROM 1 BY 1
           DISPLAY 'JOBS ON FILE        : ' WS-JOB-COUNT
           DISPLAY 'RUNS REPORTED       : ' WS-RUN-COUNT
           DISPLAY 'FAILED OR IN FLIGHT : ' WS-FAILED-COUNT
           DISPLAY 'BLOCKED BY GATE     : ' WS-BLOCKED-COUNT
           DISPLAY 'GATE OVERRIDDEN     : ' WS-OVERRIDE-COUNT

      *--Saying Good Bye and Exiting
           DISPLAY 'Thanks for using the service of JOI. Good Bye'
