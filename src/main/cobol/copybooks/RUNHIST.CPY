      * when it ended, how long it took, and whether it ran or was
      * skipped on a checkpoint restart - so a batch window that is
      * growing can be traced to the step eating the time instead of
      * guessed at from SYSOUT scraps. MONTHEND appends the same
      * layout, one record per month-end step, to
      * MONTH-END-RUN-HISTORY.
      *****************************************************************
       01  BATCH-RUN-HISTORY-RECORD.
           05  BRH-RUN-DATE             PIC X(08).
