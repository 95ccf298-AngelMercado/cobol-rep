           05  NC-LEDGER-COUNT         PIC 9(9).
           05  NC-SPOOL-LINE-COUNT     PIC 9(9).
           05  NC-EXTRACT-COUNT        PIC 9(9).
           05  NC-QUEUED-COUNT         PIC 9(9).
           05  NC-HELD-COUNT           PIC 9(9).
           05  NC-BADADDR-COUNT        PIC 9(9).
