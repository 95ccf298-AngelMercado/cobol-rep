      ******************************************************************
      * Copybook: GLPARM.CPY
      * Purpose:  Record layout for the PROG044 general ledger
      *           parameter file (GLPARM.DAT): the receivables control
      *           account every customer balance movement is posted
      *           against, and the source code the general ledger
      *           expects on an imported journal batch.
      ******************************************************************
       01  GL-PARAMETER-RECORD.
           05  GP-AR-ACCOUNT           PIC X(10).
           05  GP-JOURNAL-SOURCE       PIC X(6).
