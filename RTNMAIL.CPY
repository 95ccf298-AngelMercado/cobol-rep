      ******************************************************************
      * Copybook: RTNMAIL.CPY
      * Purpose:  Returned-mail record (RTNMAIL.DAT) sent back by the
      *           mail house for the PROG038 returned-mail run. One
      *           record per notice that came back undeliverable,
      *           keyed on the document number PROG013 gave the mail
      *           house in NX-DOCUMENT-NUMBER on NTCEXTR.DAT (series
      *           code plus nine-digit number) - the number PROG038
      *           looks up on the DOCLEDG.DAT issuance ledger to find
      *           the account. The post office's return reason (NSA no
      *           such address, UTF unable to forward, VAC vacant, ANK
      *           addressee not known, REF refused) and the date the
      *           mail house logged the return ride along for the
      *           register.
      ******************************************************************
       01  RETURNED-MAIL-RECORD.
           05  RM-DOCUMENT-NUMBER      PIC X(12).
           05  RM-DOCUMENT-PARTS REDEFINES RM-DOCUMENT-NUMBER.
               10  RM-SERIES-CODE      PIC X(3).
               10  RM-SEQUENCE-NUMBER  PIC X(9).
               10  RM-SEQUENCE-NUM REDEFINES RM-SEQUENCE-NUMBER
                                       PIC 9(9).
           05  RM-RETURN-REASON        PIC X(3).
           05  RM-RETURN-DATE          PIC X(8).
