      ******************************************************************
      * Copybook: CHARGE.CPY
      * Purpose:  Record layout for the charges feed (CHARGES.DAT) read
      *           by the PROG032 billing run. One record per new charge
      *           to be billed: the account, the amount, a three-byte
      *           charge type (service, late fee, miscellaneous, ...),
      *           and the description that prints on the billing
      *           register. Consecutive charges for the same account
      *           are billed together on one invoice.
      ******************************************************************
       01  CHARGE-RECORD.
           05  CG-ACCOUNT-NUMBER       PIC X(10).
           05  CG-AMOUNT               PIC 9(7)V99.
           05  CG-CHARGE-TYPE          PIC X(3).
           05  CG-DESCRIPTION          PIC X(30).
