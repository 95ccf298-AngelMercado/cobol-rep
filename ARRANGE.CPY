      ******************************************************************
      * Copybook: ARRANGE.CPY
      * Purpose:  Promise-to-pay arrangement record (ARRANGE.DAT). One
      *           record per account the credit desk has agreed a
      *           payment plan with: who agreed it and when, and up to
      *           six instalments (date and amount). Maintained by the
      *           PROG035 arrangement maintenance run. While an
      *           arrangement is active the PROG013 notice run holds
      *           the account's OVRDU2/OVRDU3 escalation; the nightly
      *           PROG036 check measures the plan against what PROG022
      *           actually posted and ends it as broken (normal aging
      *           resumes) or kept once it is paid out.
      ******************************************************************
       01  ARRANGEMENT-RECORD.
           05  AR-ACCOUNT-NUMBER       PIC X(10).
           05  AR-STATUS               PIC X(1).
               88  AR-ACTIVE                     VALUE 'A'.
               88  AR-BROKEN                     VALUE 'B'.
               88  AR-KEPT                       VALUE 'K'.
               88  AR-CANCELLED                  VALUE 'X'.
           05  AR-AGREED-DATE          PIC 9(8).
           05  AR-AGREED-BY            PIC X(8).
      *    The date AR-STATUS last changed - the agreement date while
      *    the plan is active, the date it was broken, kept, or
      *    cancelled after that.
           05  AR-STATUS-DATE          PIC 9(8).
           05  AR-INSTALMENT-COUNT     PIC 9(2).
           05  AR-INSTALMENT OCCURS 6 TIMES.
               10  AR-INST-DATE        PIC 9(8).
               10  AR-INST-AMOUNT      PIC 9(7)V99.
