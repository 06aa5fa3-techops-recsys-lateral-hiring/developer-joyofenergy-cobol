           CALL 'MTRRUNCT'
          USING RUNREQ

      *-- A blocked consolidation run is left as recorded
           IF C01-RETURN-CD OF RUNREQ = '2'
              DISPLAY 'RUN BLOCKED - ' C01-BLOCK-REASON OF RUNREQ
              GO TO E0000-EXIT
           END-IF

           MOVE 'E'
             TO C01-FUNCTION-CD OF RUNREQ

