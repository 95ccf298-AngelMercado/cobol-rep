      ******************************************************************
      * Copybook: SNAPCTL.CPY
      * Purpose:  Snapshot catalog record (SNAPCTL.DAT). One record
      *           per pre-chain snapshot still on disk, oldest first,
      *           written by PROG045 once every file in the snapshot
      *           has been copied and read back. Each entry names the
      *           live file, the dated copy it was taken to, whether
      *           the live file existed at the time, and how many
      *           records the copy holds - the counts PROG046 proves
      *           the copies against before it restores a night.
      ******************************************************************
       01  SNAPSHOT-CATALOG-RECORD.
           05  SH-SNAP-DATE            PIC 9(8).
           05  SH-SNAP-TIME            PIC 9(6).
           05  SH-FILE-COUNT           PIC 9(2).
           05  SH-FILE-ENTRY OCCURS 10 TIMES.
               10  SH-FILE-NAME        PIC X(12).
               10  SH-SNAP-NAME        PIC X(20).
               10  SH-FILE-PRESENT     PIC X(1).
                   88  SH-PRESENT                VALUE 'Y'.
               10  SH-RECORD-COUNT     PIC 9(9).
