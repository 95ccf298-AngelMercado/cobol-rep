      ******************************************************************
      * Copybook: ARRTRAN.CPY
      * Purpose:  Record layout for the PROG035 arrangement
      *           maintenance transaction file (ARRTRAN.DAT). An add
      *           sets up a new plan on an open account with a balance;
      *           a change replaces the instalment schedule (and the
      *           agreeing operator) of an active plan; a cancel ends
      *           one. AT-AGREED-BY must be an active operator on
      *           OPROSTER.DAT. Instalments are filled from the first
      *           slot with no gaps - the first blank date ends the
      *           schedule - dates ascending, amounts carried as
      *           display digits.
      ******************************************************************
       01  ARRANGEMENT-MAINT-RECORD.
           05  AT-ACTION               PIC X(1).
               88  AT-ADD                        VALUE 'A'.
               88  AT-CHANGE                     VALUE 'C'.
               88  AT-CANCEL                     VALUE 'X'.
           05  AT-ACCOUNT-NUMBER       PIC X(10).
           05  AT-AGREED-BY            PIC X(8).
           05  AT-INSTALMENT OCCURS 6 TIMES.
               10  AT-INST-DATE        PIC X(8).
               10  AT-INST-DATE-NUM REDEFINES AT-INST-DATE
                                       PIC 9(8).
               10  AT-INST-AMOUNT      PIC X(9).
               10  AT-INST-AMOUNT-NUM REDEFINES AT-INST-AMOUNT
                                       PIC 9(7)V99.
