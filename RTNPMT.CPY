      ******************************************************************
      * Copybook: RTNPMT.CPY
      * Purpose:  Returned-payment transaction (RTNPMT.DAT) for the
      *           PROG034 reversal run. One record per payment the
      *           bank sent back unpaid: the account, the amount, and
      *           the date PROG022 posted it - together these must
      *           match a PROG022 payment on ACTHIST.DAT or the
      *           reversal is rejected - the bank's return reason
      *           (NSF, CLS for a closed account, STP for a stopped
      *           payment), and whether the returned-item fee is to
      *           be charged.
      ******************************************************************
       01  RETURNED-PAYMENT-RECORD.
           05  RP-ACCOUNT-NUMBER       PIC X(10).
           05  RP-AMOUNT               PIC 9(7)V99.
           05  RP-POSTED-DATE          PIC 9(8).
           05  RP-RETURN-REASON        PIC X(3).
           05  RP-FEE-FLAG             PIC X(1).
               88  RP-CHARGE-FEE                 VALUE 'Y'.
