      *           current balance, the open/closed status, and the due
      *           date the balance ages against. Balance, status, and
      *           due date (with the payments feed) decide which
      *           MSGTBL.DAT notice the account gets. An account the
      *           PROG037 run has written off or placed with the
      *           collection agency carries status 'W' and gets no
      *           further notices. An account whose mail came back
      *           undeliverable is flagged by the PROG038 returned-mail
      *           run and gets no notices until PROG023 posts a new
      *           address.
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CM-ACCOUNT-NUMBER       PIC X(10).
           05  CM-STATUS               PIC X(1).
               88  CM-OPEN                       VALUE 'O'.
               88  CM-CLOSED                     VALUE 'C'.
               88  CM-WRITTEN-OFF                VALUE 'W'.
      *    CM-DUE-DATE is the date the open balance fell due - what
      *    the PROG024 aged trial balance and the PROG013 escalating
      *    notice levels age against. Zero means no due date on file
      *    posting run clears it when a payment brings the balance to
      *    zero; PROG023 maintenance sets it on adds and changes.
           05  CM-DUE-DATE             PIC 9(8).
      *    CM-ADDRESS-FLAG is set to 'B' by PROG038 when the mail house
      *    returns a notice as undeliverable; PROG013 withholds notices
      *    while it is set, and PROG023 clears it when a change posts
      *    a new CM-ADDRESS-1 through CM-ADDRESS-3. Space means the
      *    address is good.
           05  CM-ADDRESS-FLAG         PIC X(1).
               88  CM-ADDRESS-BAD                VALUE 'B'.
