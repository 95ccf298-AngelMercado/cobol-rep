      ******************************************************************
      * Copybook: SNAPPARM.CPY
      * Purpose:  Record layout for the pre-chain snapshot parameter
      *           file (SNAPPARM.DAT). SX-RETENTION is how many nights'
      *           snapshots PROG045 keeps on disk, the way GC-RETENTION
      *           limits the audit-log generations; the oldest beyond
      *           it are deleted and dropped from the catalog as each
      *           new one is taken. Zero or a missing file means 5.
      ******************************************************************
       01  SNAPSHOT-PARAMETER-RECORD.
           05  SX-RETENTION            PIC 9(2).
