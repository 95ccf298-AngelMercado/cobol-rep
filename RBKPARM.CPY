      ******************************************************************
      * Copybook: RBKPARM.CPY
      * Purpose:  Record layout for the rollback parameter file
      *           (RBKPARM.DAT) read by PROG046. RB-SNAP-DATE is the
      *           processing date of the night to be undone - the
      *           snapshot taken before that night's chain is what is
      *           put back. RB-CONFIRM must be 'Y' or nothing is
      *           restored; it should be set back to 'N' once the
      *           rollback has been run.
      ******************************************************************
       01  ROLLBACK-PARAMETER-RECORD.
           05  RB-SNAP-DATE            PIC 9(8).
           05  RB-CONFIRM              PIC X(1).
               88  RB-CONFIRMED                  VALUE 'Y'.
