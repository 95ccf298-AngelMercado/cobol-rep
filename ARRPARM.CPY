      ******************************************************************
      * Copybook: ARRPARM.CPY
      * Purpose:  Record layout for the PROG036 arrangement check
      *           parameter file (ARRPARM.DAT). Carries the grace
      *           period: an instalment counts as missed only once
      *           this many calendar days have passed after its date
      *           without the plan's running total being paid, so a
      *           payment in the mail is not taken as a broken promise.
      ******************************************************************
       01  ARRANGEMENT-PARAMETER-RECORD.
           05  AP-GRACE-DAYS           PIC 9(3).
