      ******************************************************************
      * Copybook: JOBNET.CPY
      * Purpose:  Job-network record for the PROG001 nightly driver
      *           (JOBNET.DAT). One record per step: the step name
      *           the job-status file knows it by, the program the
      *           driver CALLs, the RETURN-CODE at or above which the
      *           step counts as failed, and how often it runs -
      *           every night, only on the last business day of the
      *           month, or only on nights JOBPARM.DAT asks for it.
      *           Each dependency names an earlier step; a blank type
      *           means the step needs that one to have finished
      *           below its failure code, 'A' means it need only run
      *           after it, whatever it returned. A step that runs
      *           under its own run lock is flagged so the driver
      *           hands the lock over for the call. Steps that post
      *           to the customer master after the PROG039 backup are
      *           flagged so a PROG040 reload lists the ones whose
      *           postings it took off the master. Steps run in file
      *           order unless a dependency needs a later record
      *           first.
      ******************************************************************
       01  JOB-NETWORK-RECORD.
           05  JN-STEP-NAME            PIC X(8).
           05  JN-PROGRAM-NAME         PIC X(8).
           05  JN-FAIL-RC              PIC 9(2).
           05  JN-FREQUENCY            PIC X(1).
               88  JN-NIGHTLY                    VALUE 'N'.
               88  JN-MONTH-END                  VALUE 'M'.
               88  JN-ON-REQUEST                 VALUE 'R'.
           05  JN-RUN-LOCK             PIC X(1).
               88  JN-TAKES-RUN-LOCK             VALUE 'Y'.
           05  JN-MASTER-UPDATE        PIC X(1).
               88  JN-UPDATES-MASTER             VALUE 'Y'.
           05  JN-DEPENDENCY OCCURS 6 TIMES.
               10  JN-DEP-STEP-NAME    PIC X(8).
               10  JN-DEP-TYPE         PIC X(1).
                   88  JN-DEP-MUST-COMPLETE      VALUE SPACE.
                   88  JN-DEP-AFTER-ONLY         VALUE 'A'.
           05  JN-DESCRIPTION          PIC X(30).
