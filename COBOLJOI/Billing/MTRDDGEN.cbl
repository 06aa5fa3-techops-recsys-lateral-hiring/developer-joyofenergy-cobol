           05 WS-SKIPPED-COUNT           PIC 9(07) VALUE ZEROES.
           05 WS-COLLECT-TOTAL           PIC 9(11)V9(4) VALUE ZEROES.

           COPY RUNREQ0.

      *----------------------------------------------------------------*
      *          -- PROCEDURE DIVISION --                              *
      *----------------------------------------------------------------*
      *-----------------*
       A0000-INITIALIZE.
      *-----------------*
      *-- Register the run before the collection file is opened, so
      *-- a run the predecessor gate blocks - the billing cycle has
      *-- not completed cleanly - leaves the last file untouched. A
      *-- failed run simply re-generates the whole file.
           MOVE 'S'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'MTRDDGEN'
             TO C01-JOB-NAME OF RUNREQ

           CALL 'MTRRUNCT'
          USING RUNREQ

           IF C01-RETURN-CD OF RUNREQ = '2'
              DISPLAY 'RUN BLOCKED - ' C01-BLOCK-REASON OF RUNREQ
              PERFORM Z0000-PROCESS-END
           END-IF

           IF C01-RESTART-FLAG OF RUNREQ = 'Y'
              DISPLAY 'NOTE - PREVIOUS RUN DID NOT COMPLETE'
           END-IF

           MOVE 'MANDATES READ'
             TO C01-COUNT-LABEL OF RUNREQ (1)

           MOVE 'COLLECTIONS WRITTEN'
             TO C01-COUNT-LABEL OF RUNREQ (2)

           MOVE 'MANDATES SKIPPED'
             TO C01-COUNT-LABEL OF RUNREQ (3)

           MOVE 'AMOUNT COLLECTED'
             TO C01-COUNT-LABEL OF RUNREQ (4)

      *-- Open Files
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STA NOT = '00'
      *--------------*
       S0000-THANKS.
      *--------------*
      *-- Close out the run in run control with its final totals
           MOVE 'E'
             TO C01-FUNCTION-CD OF RUNREQ

           MOVE 'C'
             TO C01-RUN-STATUS OF RUNREQ

           MOVE WS-MANDATE-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (1)

           MOVE WS-COLLECT-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (2)

           MOVE WS-SKIPPED-COUNT
             TO C01-COUNT-VALUE OF RUNREQ (3)

           MOVE WS-COLLECT-TOTAL
             TO C01-COUNT-VALUE OF RUNREQ (4)

           CALL 'MTRRUNCT'
          USING RUNREQ

      *--Control totals reconciling the run to the file's trailer
           DISPLAY '---- DD COLLECTION CONTROL TOTALS ----'
           DISPLAY 'MANDATES READ      : ' WS-MANDATE-COUNT
