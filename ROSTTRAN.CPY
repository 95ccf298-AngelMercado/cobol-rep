      *           instead of someone hand-editing OPROSTER.DAT.
      *           On a change, a blank field means leave the roster
      *           value as it stands.
      *           An unlock ('U') names an operator ID locked out by
      *           failed sign-ons on OPLOCK.DAT; only the ID and the
      *           submitter, who must be a roster supervisor, are
      *           used, and the roster itself is left alone.
      *           The file must end with a control-total trailer
      *           (RT-ACTION = '*') carrying the detail record count
      *           and the hash total of the operator IDs (the sum of
               88  RT-ADD                        VALUE 'A'.
               88  RT-CHANGE                     VALUE 'C'.
               88  RT-DEACTIVATE                 VALUE 'D'.
               88  RT-UNLOCK                     VALUE 'U'.
               88  RT-IS-TRAILER                 VALUE '*'.
           05  RT-OPERATOR-ID          PIC X(8).
           05  RT-OPERATOR-NAME        PIC X(20).
           05  RT-CASE-REQUIRED        PIC X(1).
           05  RT-ACTIVE-FLAG          PIC X(1).
           05  RT-SUPERVISOR-FLAG      PIC X(1).
      *    RT-SUBMIT-OPERATOR is the operator submitting the change;
      *    it must hold a PROG009 grant on MNTAUTH.DAT.
           05  RT-SUBMIT-OPERATOR      PIC X(8).
       01  ROSTER-MAINT-TRAILER.
           05  RT-TRAILER-ID           PIC X(9).
           05  RT-TRAILER-COUNT        PIC 9(9).
