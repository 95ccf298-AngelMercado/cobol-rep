      ******************************************************************
      * Copybook: OPLOCK.CPY
      * Purpose:  Record layout for the sign-on lockout file
      *           (OPLOCK.DAT), an indexed file keyed on the operator
      *           ID as entered, folded to upper case. PROG002 (batch
      *           and console) and PROG008 (online, DATASET('OPLOCK'))
      *           keep one record per ID that has failed a sign-on:
      *           the run of consecutive failures, when it started,
      *           and - once it reaches the SGNPARM.DAT limit inside
      *           the window - the lockout itself. A locked ID is
      *           refused until a supervisor clears it with a PROG009
      *           'U' transaction, which sets LO-LOCK-STATUS to 'C'
      *           and zeroes the count. PROG042 reports from it.
      ******************************************************************
       01  OPERATOR-LOCKOUT-RECORD.
           05  LO-OPERATOR-ID          PIC X(8).
           05  LO-FAIL-COUNT           PIC 9(3).
           05  LO-FIRST-FAIL-DATE      PIC 9(8).
           05  LO-FIRST-FAIL-TIME      PIC 9(6).
           05  LO-LAST-FAIL-DATE       PIC 9(8).
           05  LO-LAST-FAIL-TIME       PIC 9(6).
           05  LO-LAST-REASON          PIC X(20).
           05  LO-LOCK-STATUS          PIC X(1).
               88  LO-LOCKED                     VALUE 'L'.
               88  LO-CLEARED                    VALUE 'C'.
           05  LO-LOCK-DATE            PIC 9(8).
           05  LO-LOCK-TIME            PIC 9(6).
      *    LO-LOCK-ORIGIN is 'B' for PROG002, 'O' for PROG008, as on
      *    the OPAUDIT record.
           05  LO-LOCK-ORIGIN          PIC X(1).
           05  LO-REFUSED-COUNT        PIC 9(5).
           05  LO-CLEARED-BY           PIC X(8).
           05  LO-CLEARED-DATE         PIC 9(8).
           05  LO-CLEARED-TIME         PIC 9(6).
