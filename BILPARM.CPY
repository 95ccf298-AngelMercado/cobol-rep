      ******************************************************************
      * Copybook: BILPARM.CPY
      * Purpose:  Record layout for the PROG032 billing-run parameter
      *           file (BILPARM.DAT). Carries the payment terms in
      *           calendar days - the new due date is the run date plus
      *           the terms, rolled forward past any non-business day
      *           on BIZCAL.DAT - and the PROG003 series the invoice
      *           numbers are pulled from.
      ******************************************************************
       01  BILLING-PARAMETER-RECORD.
           05  BP-TERMS-DAYS           PIC 9(3).
           05  BP-SERIES-CODE          PIC X(3).
