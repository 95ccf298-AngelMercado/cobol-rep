      ******************************************************************
      * Copybook: SGNPARM.CPY
      * Purpose:  Record layout for the sign-on lockout parameter
      *           file (SGNPARM.DAT). LP-MAX-FAILURES consecutive
      *           failed sign-ons for one ID within LP-WINDOW-MINUTES
      *           of the first of them lock the ID out.
      *           LP-REPEAT-THRESHOLD is how many "not on roster"
      *           attempts with the same ID in a day PROG042 lists as
      *           a repeated bad ID. Online, PROG008 reads the same
      *           record from DATASET('SGNPARM') by LP-PARM-KEY
      *           ("SIGNON"). Missing or zero values default to 3
      *           failures, 30 minutes and 2 attempts.
      ******************************************************************
       01  SIGNON-PARAMETER-RECORD.
           05  LP-PARM-KEY             PIC X(8).
           05  LP-MAX-FAILURES         PIC 9(3).
           05  LP-WINDOW-MINUTES       PIC 9(4).
           05  LP-REPEAT-THRESHOLD     PIC 9(3).
