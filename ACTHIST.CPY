      ******************************************************************
      * Copybook: ACTHIST.CPY
      * Purpose:  Account activity history record (ACTHIST.DAT). Every
      *           run that moves a customer balance appends one record
      *           per posting - the PROG032 billing run for each
      *           charge, the PROG022 posting run for each payment,
      *           and PROG023 maintenance when a balance is keyed -
      *           so the life of an account can be read back in date
      *           order instead of pieced together from old registers.
      *           The PROG033 statement run builds the month's
      *           opening balance, activity, and closing balance from
      *           it, and the PROG034 returned-payment run finds the
      *           original PROG022 posting here before reversing it.
      *           The PROG037 write-off run records the balance it
      *           takes off the books as a WOF credit.
      ******************************************************************
       01  ACTIVITY-HISTORY-RECORD.
           05  AH-ACCOUNT-NUMBER       PIC X(10).
           05  AH-ACTIVITY-DATE        PIC 9(8).
           05  AH-ACTIVITY-TYPE        PIC X(3).
               88  AH-CHARGE                     VALUE "CHG".
               88  AH-PAYMENT                    VALUE "PAY".
               88  AH-ADJUSTMENT                 VALUE "ADJ".
               88  AH-RETURNED-PAYMENT           VALUE "RTN".
               88  AH-RETURNED-ITEM-FEE          VALUE "FEE".
               88  AH-WRITE-OFF                  VALUE "WOF".
      *    AH-AMOUNT is always positive; AH-DEBIT-CREDIT says which
      *    way it moved the balance - 'D' raised it, 'C' lowered it.
           05  AH-AMOUNT               PIC 9(7)V99.
           05  AH-DEBIT-CREDIT         PIC X(1).
               88  AH-DEBIT                      VALUE 'D'.
               88  AH-CREDIT                     VALUE 'C'.
      *    The invoice or other document the posting went out on;
      *    spaces when the posting carries no document (a payment,
      *    a keyed adjustment).
           05  AH-DOCUMENT-NUMBER      PIC X(12).
           05  AH-BALANCE-AFTER        PIC 9(7)V99.
      *    AH-PRIOR-DUE-DATE is CM-DUE-DATE as it stood before the
      *    posting, so a posting that cleared or set the due date can
      *    be traced (and put back) from the history alone.
           05  AH-PRIOR-DUE-DATE       PIC 9(8).
           05  AH-PROGRAM-ID           PIC X(8).
      *    On an RTN record, the activity date of the payment it
      *    reversed, so a payment can be reversed only once; zero on
      *    every other record.
           05  AH-REVERSED-DATE        PIC 9(8).
