      ******************************************************************
      * Copybook: WOFFPARM.CPY
      * Purpose:  Record layout for the PROG037 write-off parameter
      *           file (WOFFPARM.DAT). Carries the authorization
      *           threshold: a write-off or placement of more than
      *           this amount requires an active supervisor's operator
      *           ID in WT-AUTH-OPERATOR or the request is rejected.
      ******************************************************************
       01  WRITE-OFF-PARAMETER-RECORD.
           05  WP-AUTH-THRESHOLD       PIC 9(7)V99.
