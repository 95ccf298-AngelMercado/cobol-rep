      ******************************************************************
      * Copybook: WOFFTRN.CPY
      * Purpose:  Record layout for the PROG037 write-off and agency
      *           placement request file (WOFFTRN.DAT). A 'W' request
      *           writes the balance off the books; a 'P' request
      *           writes it off and places the account with the outside
      *           collection agency. WT-AMOUNT must equal the balance
      *           on the master, so a request keyed against a balance
      *           that has since moved is refused rather than writing
      *           off the wrong figure. WT-REQUESTED-BY must be an
      *           active operator on OPROSTER.DAT.
      ******************************************************************
       01  WRITE-OFF-REQUEST-RECORD.
           05  WT-ACTION               PIC X(1).
               88  WT-WRITE-OFF                  VALUE 'W'.
               88  WT-PLACE                      VALUE 'P'.
           05  WT-ACCOUNT-NUMBER       PIC X(10).
           05  WT-AMOUNT               PIC X(9).
           05  WT-AMOUNT-NUM REDEFINES WT-AMOUNT
                                       PIC 9(7)V99.
           05  WT-REASON-CODE          PIC X(3).
           05  WT-REQUESTED-BY         PIC X(8).
      *    WT-AUTH-OPERATOR carries the authorizing supervisor -
      *    required (an active supervisor on OPROSTER.DAT, not the
      *    requesting operator) whenever the amount exceeds the
      *    WOFFPARM.DAT threshold.
           05  WT-AUTH-OPERATOR        PIC X(8).
