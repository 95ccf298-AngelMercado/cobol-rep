      ******************************************************************
      * Copybook: AGYPLC.CPY
      * Purpose:  Collection-agency placement file (AGYPLC.DAT)
      *           written by the PROG037 write-off run - fixed-field
      *           records the outside agency loads into its own
      *           system. One 'D' record per account placed that night
      *           with the balance placed, the last payment PROG022
      *           posted, and how far past due the account was; closed
      *           by a 'T' trailer whose count and balance total
      *           balance to the PLACED line of the write-off register.
      ******************************************************************
       01  AGENCY-PLACEMENT-RECORD.
           05  PL-RECORD-TYPE          PIC X(1).
               88  PL-IS-DETAIL                  VALUE 'D'.
               88  PL-IS-TRAILER                 VALUE 'T'.
           05  PL-ACCOUNT-NUMBER       PIC X(10).
           05  PL-NAME                 PIC X(30).
           05  PL-ADDRESS-1            PIC X(30).
           05  PL-ADDRESS-2            PIC X(30).
           05  PL-ADDRESS-3            PIC X(30).
           05  PL-BALANCE              PIC 9(7)V99.
      *    Zero date and amount when no payment is on the history.
           05  PL-LAST-PAYMENT-DATE    PIC 9(8).
           05  PL-LAST-PAYMENT-AMOUNT  PIC 9(7)V99.
           05  PL-DAYS-PAST-DUE        PIC 9(5).
           05  PL-REASON-CODE          PIC X(3).
           05  PL-PLACED-DATE          PIC 9(8).
       01  AGENCY-PLACEMENT-TRAILER.
           05  PL-TRAILER-TYPE         PIC X(1).
           05  PL-TRAILER-COUNT        PIC 9(9).
           05  PL-TRAILER-BALANCE      PIC 9(9)V99.
           05  PL-TRAILER-DATE         PIC 9(8).
