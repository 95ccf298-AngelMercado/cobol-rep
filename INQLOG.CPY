      ******************************************************************
      * Copybook: INQLOG.CPY
      * Purpose:  Account-inquiry capture record. PROG047 writes one
      *           of these to the IQ47 extrapartition transient-data
      *           queue (dataset INQLOG.DAT) for every customer
      *           account screen it is asked for - each page of the
      *           notice history counts - shown or refused, with the
      *           operator ID keyed at the terminal, so there is a
      *           record of who looked at which account and when.
      *           IQ-RESULT is 'Y' when the account was displayed and
      *           'N' when the inquiry was refused; IQ-REASON says why.
      ******************************************************************
       01  INQUIRY-LOG-RECORD.
           05  IQ-TIMESTAMP            PIC X(26).
           05  IQ-OPERATOR-ID          PIC X(8).
           05  IQ-ACCOUNT-NUMBER       PIC X(10).
           05  IQ-PAGE                 PIC 9(3).
           05  IQ-RESULT               PIC X(1).
           05  IQ-REASON               PIC X(20).
