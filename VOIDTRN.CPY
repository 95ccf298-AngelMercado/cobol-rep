      *    required (an active supervisor on OPROSTER.DAT) whenever
      *    the void range exceeds the VOIDPARM.DAT threshold.
           05  VT-AUTH-OPERATOR        PIC X(8).
      *    VT-SUBMIT-OPERATOR is the operator submitting the void; it
      *    must hold a PROG012 grant (type 'V') on MNTAUTH.DAT, over
      *    and above the supervisor VT-AUTH-OPERATOR rule.
           05  VT-SUBMIT-OPERATOR      PIC X(8).
       01  VOID-TRANSACTION-TRAILER.
           05  VT-TRAILER-ID           PIC X(8).
           05  VT-TRAILER-COUNT        PIC 9(9).
