      * Purpose:  Machine-readable notice extract (NTCEXTR.DAT)
      *           written by the PROG013 notice run alongside the
      *           print spool - fixed-field records the mail house can
      *           insert from, instead of the 66-column asterisk-boxed
      *           print image. One 'D' record per notice produced,
      *           closed by a 'T' trailer whose record count balances
      *           to the NOTICES PRODUCED control total on the spool.
      *           PROG013 writes the records in customer-master order
      *           with the standardized address fields blank; the
      *           PROG048 presort then splits the city/state/ZIP line
      *           into NX-CITY, NX-STATE, and NX-ZIP-CODE, marks each
      *           piece presorted ('P') or an address exception
      *           mailed at full rate ('X'), and rewrites the file in
      *           ZIP order with a 'Y' tray break ahead of every tray
      *           and a 'B' bundle break ahead of every bundle. Break
      *           records are not counted in the trailer.
      ******************************************************************
       01  NOTICE-EXTRACT-RECORD.
           05  NX-RECORD-TYPE          PIC X(1).
               88  NX-IS-DETAIL                  VALUE 'D'.
               88  NX-IS-TRAILER                 VALUE 'T'.
               88  NX-IS-TRAY-BREAK              VALUE 'Y'.
               88  NX-IS-BUNDLE-BREAK            VALUE 'B'.
           05  NX-ACCOUNT-NUMBER       PIC X(10).
           05  NX-NAME                 PIC X(30).
           05  NX-ADDRESS-1            PIC X(30).
           05  NX-DOCUMENT-NUMBER      PIC X(12).
           05  NX-BALANCE              PIC 9(7)V99.
           05  NX-RUN-DATE             PIC 9(8).
           05  NX-CITY                 PIC X(28).
           05  NX-STATE                PIC X(2).
           05  NX-ZIP-CODE             PIC X(10).
           05  NX-ZIP-PARTS REDEFINES NX-ZIP-CODE.
               10  NX-ZIP-5            PIC X(5).
               10  NX-ZIP-HYPHEN       PIC X(1).
               10  NX-ZIP-4            PIC X(4).
           05  NX-PRESORT-STATUS       PIC X(1).
               88  NX-PRESORTED                  VALUE 'P'.
               88  NX-ADDRESS-EXCEPTION          VALUE 'X'.
           05  NX-TRAY-NUMBER          PIC 9(4).
           05  NX-BUNDLE-NUMBER        PIC 9(5).
       01  NOTICE-EXTRACT-TRAILER.
           05  NX-TRAILER-TYPE         PIC X(1).
           05  NX-TRAILER-COUNT        PIC 9(9).
      *    A tray break carries the 3-digit ZIP prefix the tray is
      *    made up for (sort level '3'), or level 'R' for the residual
      *    tray of exception pieces; a bundle break carries the 5-digit
      *    ZIP (level '5'). NX-BREAK-PIECES is the number of notices
      *    in the tray or bundle that follows.
       01  NOTICE-EXTRACT-BREAK.
           05  NX-BREAK-TYPE           PIC X(1).
           05  NX-BREAK-LEVEL          PIC X(1).
               88  NX-BREAK-3-DIGIT              VALUE '3'.
               88  NX-BREAK-5-DIGIT              VALUE '5'.
               88  NX-BREAK-RESIDUAL             VALUE 'R'.
           05  NX-BREAK-ZIP            PIC X(5).
           05  NX-BREAK-TRAY           PIC 9(4).
           05  NX-BREAK-BUNDLE         PIC 9(5).
           05  NX-BREAK-PIECES         PIC 9(5).
