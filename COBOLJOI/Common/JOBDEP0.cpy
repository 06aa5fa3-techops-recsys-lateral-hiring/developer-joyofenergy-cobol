       01 JOBDEP-REC.
      *-- Job dependency table - one record per job and predecessor
      *-- it must not run without, maintained by MTRJDMNT. At start
      *-- of run MTRRUNCT finds the predecessor's latest run in
      *-- RUNCTL (blocked runs aside) and lets the job start only if
      *-- that run completed cleanly and ended no more than the
      *-- window's hours ago. A window of zero only requires that
      *-- the latest run was clean, however old.
           02 JD-KEY.
              03 JD-JOB-NAME      PIC X(08).
              03 JD-PRED-JOB      PIC X(08).
           02 JD-WINDOW-HRS       PIC 9(03).
           02 JD-DESCRIPTION      PIC X(30).
           02 JD-OPERATOR         PIC X(08).
