      ******************************************************************
      * Copybook: NSFPARM.CPY
      * Purpose:  Record layout for the PROG034 returned-payment
      *           parameter file (NSFPARM.DAT). Carries the
      *           returned-item fee added to the balance when a
      *           returned-payment transaction asks for it.
      ******************************************************************
       01  NSF-PARAMETER-RECORD.
           05  NP-FEE-AMOUNT           PIC 9(5)V99.
