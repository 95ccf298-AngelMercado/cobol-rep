      ******************************************************************
      * Copybook: NTCQUE.CPY
      * Purpose:  Notice queue record (NTCQUE.DAT). A run that needs a
      *           customer told about something the master alone does
      *           not show - the PROG034 returned-payment run queues
      *           PMTRTN - appends one record per account; the PROG013
      *           notice run sends the queued codes ahead of its own
      *           selection and, when it completes, rewrites the queue
      *           without the notices it sent. A notice it could not
      *           send (bad address, written off, account not on the
      *           master, queue table full) stays queued.
      ******************************************************************
       01  NOTICE-QUEUE-RECORD.
           05  NQ-ACCOUNT-NUMBER       PIC X(10).
           05  NQ-NOTICE-CODE          PIC X(6).
           05  NQ-QUEUED-DATE          PIC 9(8).
           05  NQ-PROGRAM-ID           PIC X(8).
