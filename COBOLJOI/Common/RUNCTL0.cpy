      *-- ascending run number, written and maintained by MTRRUNCT.
      *-- Status 'R' means the run is still in flight (or abended
      *-- without reaching its end-of-run call), 'C' completed
      *-- cleanly, 'F' failed, 'B' blocked - refused at start of run
      *-- because a predecessor named in the JOBDEP dependency table
      *-- had not completed cleanly in its window. The restart key
      *-- is the last unit of work a book-level driver completed -
      *-- the MTR-INFO MP-KEY - so a re-run can resume past it
      *-- instead of starting over.
           02 RC-KEY.
              03 RC-JOB-NAME      PIC X(08).
              03 RC-RUN-NBR       PIC 9(05).
           02 RC-COUNT-ENTRY OCCURS 4 TIMES.
              03 RC-COUNT-LABEL   PIC X(20).
              03 RC-COUNT-VALUE   PIC 9(11)V9(5).
      *-- Why the predecessor gate stopped the run. On a run that went
      *-- ahead under an operator override the reason is still kept,
      *-- with the operator who let it through.
           02 RC-GATE-REASON      PIC X(50).
           02 RC-OVERRIDE-OPER    PIC X(08).
