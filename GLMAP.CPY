      ******************************************************************
      * Copybook: GLMAP.CPY
      * Purpose:  Record layout for the PROG044 GL account map
      *           (GLMAP.DAT). One record per activity-history type
      *           and direction gives the general ledger account that
      *           takes the other side of the receivables entry - a
      *           payment credit to receivables is a debit to cash, a
      *           charge debit to receivables a credit to revenue, and
      *           so on. A movement with no map entry cannot be
      *           journalized, and the batch is refused until it is
      *           mapped.
      ******************************************************************
       01  GL-MAP-RECORD.
           05  GM-ACTIVITY-TYPE        PIC X(3).
           05  GM-DEBIT-CREDIT         PIC X(1).
           05  GM-OFFSET-ACCOUNT       PIC X(10).
           05  GM-DESCRIPTION          PIC X(20).
