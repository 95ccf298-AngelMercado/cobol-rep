      ******************************************************************
      * Copybook: MNTAUTH.CPY
      * Purpose:  Maintenance authorization table (MNTAUTH.DAT). One
      *           record per grant: the maintenance program, the
      *           transaction type granted (the action code on the
      *           transaction - PROG012 voids are type 'V' - or '*'
      *           for every type), and who holds the grant - either
      *           one operator by OR-OPERATOR-ID or a role drawn from
      *           the operator's OPROSTER.DAT entry:
      *             OPERATOR - any active operator
      *             SUPERVSR - an active operator flagged supervisor
      *             SHIFT1, SHIFT2, SHIFT3 - active operators on that
      *                        shift
      *           PROG009, PROG012, PROG014, PROG018, and PROG023 load
      *           their own grants and reject any transaction whose
      *           submitting operator is missing, not on the roster,
      *           inactive, or holds no grant for the type. A program
      *           with no readable table refuses the run.
      ******************************************************************
       01  MAINT-AUTH-RECORD.
           05  MA-PROGRAM-ID           PIC X(8).
           05  MA-TRAN-TYPE            PIC X(1).
               88  MA-ALL-TYPES                  VALUE '*'.
           05  MA-GRANT-TYPE           PIC X(1).
               88  MA-GRANT-OPERATOR             VALUE 'O'.
               88  MA-GRANT-ROLE                 VALUE 'R'.
           05  MA-GRANTEE              PIC X(8).
