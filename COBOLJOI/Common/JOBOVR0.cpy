       01 JOBOVR-REC.
      *-- Operator override of the predecessor gate - lets one run of
      *-- a job go ahead on the given date even though a predecessor
      *-- has not completed cleanly in its window. Granted through
      *-- MTRJDMNT (and journalled there); MTRRUNCT spends it on the
      *-- first run of the job that day the gate would have blocked,
      *-- stamping the run number so it cannot be used twice.
           02 JO-KEY.
              03 JO-JOB-NAME      PIC X(08).
              03 JO-OVR-DATE      PIC 9(08).
           02 JO-OPERATOR         PIC X(08).
           02 JO-REASON           PIC X(40).
           02 JO-USED-RUN-NBR     PIC 9(05).
