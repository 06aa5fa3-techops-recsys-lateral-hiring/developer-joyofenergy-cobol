       01 JDMNT-REQ.
      *-- Request area for MTRJDMNT, the job dependency maintenance
      *-- program:
      *--   'A' add a predecessor for a job, with its window in hours
      *--   'C' change the window or description of a predecessor
      *--   'D' delete a predecessor
      *--   'I' inquire - returns the window and description
      *--   'O' grant an operator override of the predecessor gate
      *--       for one run of the job on C01-OVR-DATE (today when
      *--       zero) - C01-REASON is required
           02 C01-ACTION-CD      PIC X(01) VALUE SPACES.
           02 C01-RETURN-CD      PIC X(01) VALUE ZEROES.
           02 C01-JOB-NAME       PIC X(08) VALUE SPACES.
           02 C01-PRED-JOB       PIC X(08) VALUE SPACES.
           02 C01-WINDOW-HRS     PIC 9(03) VALUE ZEROES.
           02 C01-DESCRIPTION    PIC X(30) VALUE SPACES.
           02 C01-OVR-DATE       PIC 9(08) VALUE ZEROES.
           02 C01-REASON         PIC X(40) VALUE SPACES.
           02 C01-OPERATOR       PIC X(08) VALUE SPACES.
