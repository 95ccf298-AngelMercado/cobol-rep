      *           JP-FORCE-FULL set to 'Y' overrides step-level
      *           restart and forces the whole chain to run from the
      *           top even when a prior night's step statuses are
      *           still on disk. JP-MONTH-END set to 'Y' runs the
      *           month-end steps tonight whatever the calendar says
      *           (a month-end night finished on the next day's
      *           restart). JP-REQUEST-STEP names the on-request
      *           steps of the job network to run tonight. The driver
      *           blanks a slot once its step has ended below the
      *           step's failure code, so a request runs once; a
      *           request that failed or was held stands for the
      *           restart, and one naming no on-request step stands
      *           until the operator takes it off.
      ******************************************************************
       01  JOB-PARAMETER-RECORD.
           05  JP-FORCE-FULL           PIC X(1).
               88  JP-FORCE-FULL-RUN             VALUE 'Y'.
           05  JP-MONTH-END            PIC X(1).
               88  JP-FORCE-MONTH-END            VALUE 'Y'.
           05  JP-REQUEST-STEP         PIC X(8) OCCURS 10 TIMES.
