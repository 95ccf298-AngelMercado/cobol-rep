      ******************************************************************
      * Copybook: GLCTL.CPY
      * Purpose:  General ledger interface control record (GLCTL.DAT),
      *           rewritten by PROG044 each time a journal batch is
      *           produced. GL-HISTORY-COUNT is how many ACTHIST.DAT
      *           records have already gone to the ledger, so each
      *           run journals only what was appended since - tonight's
      *           chain postings and any standalone maintenance,
      *           arrangement, or write-off runs in between. The
      *           master balance total at that point is kept so the
      *           next run can prove the journal against the master.
      ******************************************************************
       01  GL-CONTROL-RECORD.
           05  GL-LAST-RUN-DATE        PIC 9(8).
           05  GL-LAST-BATCH           PIC 9(6).
           05  GL-HISTORY-COUNT        PIC 9(9).
           05  GL-MASTER-BALANCE       PIC 9(11)V99.
