      ******************************************************************
      * Copybook: GLJRNL.CPY
      * Purpose:  General ledger journal import file (GLJRNL.DAT)
      *           written by PROG044: an 'H' batch header, one 'D'
      *           line per GL account and side with the amount in the
      *           debit or the credit column, and a 'T' trailer
      *           carrying the line count, the debit and credit
      *           totals, and their net, which is always zero - the
      *           file is not produced at all when the batch does not
      *           balance.
      ******************************************************************
       01  GL-JOURNAL-HEADER.
           05  GJ-RECORD-TYPE          PIC X(1).
               88  GJ-IS-HEADER                  VALUE 'H'.
               88  GJ-IS-LINE                    VALUE 'D'.
               88  GJ-IS-TRAILER                 VALUE 'T'.
           05  GJ-BATCH-NUMBER         PIC 9(6).
           05  GJ-JOURNAL-DATE         PIC 9(8).
           05  GJ-SOURCE               PIC X(6).
           05  GJ-BATCH-DESCRIPTION    PIC X(30).
       01  GL-JOURNAL-LINE.
           05  GJ-LINE-TYPE            PIC X(1).
           05  GJ-LINE-BATCH           PIC 9(6).
           05  GJ-LINE-NUMBER          PIC 9(5).
           05  GJ-ACCOUNT              PIC X(10).
           05  GJ-DEBIT-AMOUNT         PIC 9(9)V99.
           05  GJ-CREDIT-AMOUNT        PIC 9(9)V99.
           05  GJ-LINE-DESCRIPTION     PIC X(20).
       01  GL-JOURNAL-TRAILER.
           05  GJ-TRAILER-TYPE         PIC X(1).
           05  GJ-TRAILER-BATCH        PIC 9(6).
           05  GJ-TRAILER-LINES        PIC 9(5).
           05  GJ-TRAILER-DEBITS       PIC 9(11)V99.
           05  GJ-TRAILER-CREDITS      PIC 9(11)V99.
           05  GJ-TRAILER-NET          PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
