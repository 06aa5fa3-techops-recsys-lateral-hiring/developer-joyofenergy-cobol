           CALL 'MTRRUNCT'
          USING RUNREQ

      *-- A predecessor has not completed cleanly in its window -
      *-- the run is recorded as blocked and must not go ahead
           IF C01-RETURN-CD OF RUNREQ = '2'
              DISPLAY 'RUN BLOCKED - ' C01-BLOCK-REASON OF RUNREQ
              PERFORM Z0000-CLOSING-FILES
              PERFORM Z0000-PROCESS-END
           END-IF

           IF C01-RESTART-FLAG OF RUNREQ = 'Y'
              DISPLAY 'NOTE - PREVIOUS RUN DID NOT COMPLETE'
           END-IF
                     ' SWITCH FAILED - RETURN CODE '
                                              DELIMITED BY SIZE
                     C01-RETURN-CD OF MTRINFO DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     C01-REASON OF MTRINFO    DELIMITED BY SIZE
                 INTO WS-ERROR-TEXT
              END-STRING

