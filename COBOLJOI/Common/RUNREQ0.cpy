      *--   'S' start of run - registers a new run for the job and
      *--       reports back whether the previous run failed (or is
      *--       still marked in flight after an abend), and if so the
      *--       restart key it had reached. The job's predecessors in
      *--       the JOBDEP table are checked first - return code '2'
      *--       means the run was recorded as blocked and the caller
      *--       must stop without processing
      *--   'C' checkpoint - saves the restart key and the running
      *--       control totals against the current run
      *--   'E' end of run - stamps the end timestamp, the final
           02 C01-COUNT-ENTRY OCCURS 4 TIMES.
              03 C01-COUNT-LABEL PIC X(20).
              03 C01-COUNT-VALUE PIC 9(11)V9(5).
      *-- 'S' output - why the run was blocked (return code '2')
           02 C01-BLOCK-REASON   PIC X(50) VALUE SPACES.
