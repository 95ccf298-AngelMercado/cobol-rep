      ******************************************************************
      * Copybook: MNTLOG.CPY
      * Purpose:  Maintenance security log record (MNTLOG.DAT). The
      *           maintenance runs (PROG009 roster, PROG012 voids,
      *           PROG014 messages, PROG018 calendar, PROG023
      *           customer master) append one record per transaction
      *           they read: who submitted it, what type it was, the
      *           key it was aimed at, and whether it was applied,
      *           rejected on its edits, or refused because the
      *           submitter was not authorized. The nightly PROG041
      *           security report lists the file by operator, then
      *           moves it to the MNTHIST.DAT history and starts the
      *           next day's log empty.
      ******************************************************************
       01  MAINT-SECURITY-RECORD.
           05  MS-RUN-DATE             PIC 9(8).
           05  MS-RUN-TIME             PIC 9(6).
           05  MS-PROGRAM-ID           PIC X(8).
           05  MS-OPERATOR-ID          PIC X(8).
           05  MS-TRAN-TYPE            PIC X(1).
           05  MS-TRAN-KEY             PIC X(20).
           05  MS-RESULT               PIC X(1).
               88  MS-APPLIED                    VALUE 'A'.
               88  MS-REJECTED                   VALUE 'R'.
               88  MS-UNAUTHORIZED               VALUE 'U'.
           05  MS-REASON               PIC X(40).
