      *           The driver appends one record per completed step
      *           (step name and final RETURN-CODE); on a rerun after
      *           a failure it reads them back, skips the steps that
      *           already ended below their own failure code on the
      *           job network, and resumes at the step that failed,
      *           with the steps held behind it. The file is deleted
      *           when the whole night completes, so records on disk
      *           at start-up mean an incomplete prior night.
      ******************************************************************
       01  JOB-STATUS-RECORD.
           05  JS-RUN-DATE             PIC 9(8).
