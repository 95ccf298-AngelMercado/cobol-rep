      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Pre-chain snapshot of the files the nightly chain
      *          changes, run by PROG001 before its first step. The
      *          restart only helps when a step fails; a step that
      *          ends RC 0 having posted bad data (a payments file
      *          sent twice) leaves nothing to go back to. Before the
      *          night begins this step copies the customer master,
      *          the sequence number files and their archive, the
      *          document ledger, the
      *          operator roster, the message table, the activity
      *          history, the arrangement file and the GL interface
      *          control to dated copies (CUSTMST.S20261015 and so
      *          on), reads every copy back to prove its record count,
      *          and only then enters the night in the SNAPCTL.DAT
      *          catalog with the count for each file. A file not on
      *          disk is catalogued as absent, so a rollback removes
      *          whatever the night created. A snapshot that does not
      *          prove ends the step with RC 8 and the driver runs
      *          none of the chain. Snapshots beyond the SNAPPARM.DAT
      *          retention count are deleted oldest first. On a
      *          restart the driver skips this step, so the catalog
      *          keeps the image taken before the failed night.
      *          PROG046 restores a catalogued night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG045.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT SNAPSHOT-SOURCE ASSIGN USING WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT SNAPSHOT-TARGET ASSIGN USING WS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT SNAPSHOT-CATALOG ASSIGN TO "SNAPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT SNAPSHOT-CATALOG-WORK ASSIGN TO "SNAPCTL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATWORK-STATUS.
           SELECT SNAPSHOT-PARAMETER-FILE ASSIGN TO "SNAPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPPARM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT OPERATIONS-EVENT-LOG ASSIGN TO "OPSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMST.CPY".
       FD  SNAPSHOT-SOURCE.
       01  SOURCE-RECORD                   PIC X(200).
       FD  SNAPSHOT-TARGET.
       01  TARGET-RECORD                   PIC X(200).
       FD  SNAPSHOT-CATALOG.
           COPY "SNAPCTL.CPY".
       FD  SNAPSHOT-CATALOG-WORK.
       01  CATALOG-WORK-RECORD             PIC X(436).
       FD  SNAPSHOT-PARAMETER-FILE.
           COPY "SNAPPARM.CPY".
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       WORKING-STORAGE SECTION.
       01  WS-CUSTMST-STATUS           PIC X(2).
       01  WS-SOURCE-STATUS            PIC X(2).
       01  WS-TARGET-STATUS            PIC X(2).
       01  WS-CATALOG-STATUS           PIC X(2).
       01  WS-CATWORK-STATUS           PIC X(2).
       01  WS-SNAPPARM-STATUS          PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-DELETE-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-SOURCE-NAME              PIC X(20) VALUE SPACES.
       01  WS-TARGET-NAME              PIC X(20) VALUE SPACES.
       01  WS-BASE-NAME                PIC X(12).
       01  WS-CUSTMST-EOF              PIC X(1) VALUE 'N'.
           88  CUSTMST-EOF                         VALUE 'Y'.
       01  WS-SOURCE-EOF               PIC X(1) VALUE 'N'.
           88  SOURCE-EOF                          VALUE 'Y'.
       01  WS-TARGET-EOF               PIC X(1) VALUE 'N'.
           88  TARGET-EOF                          VALUE 'Y'.
       01  WS-CATALOG-EOF              PIC X(1) VALUE 'N'.
           88  CATALOG-EOF                         VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-CATALOG-UPDATED          PIC X(1) VALUE 'N'.
           88  CATALOG-UPDATED                     VALUE 'Y'.
      *    The files the chain changes, in the order they are copied
      *    and restored.
       01  WS-SNAP-FILE-NAMES.
           05  FILLER                  PIC X(12) VALUE "CUSTMST.DAT".
           05  FILLER                  PIC X(12) VALUE "SEQNBRS.DAT".
           05  FILLER                  PIC X(12) VALUE "SEQCTL.DAT".
           05  FILLER                  PIC X(12) VALUE "SEQARCH.DAT".
           05  FILLER                  PIC X(12) VALUE "DOCLEDG.DAT".
           05  FILLER                  PIC X(12) VALUE "OPROSTER.DAT".
           05  FILLER                  PIC X(12) VALUE "MSGTBL.DAT".
           05  FILLER                  PIC X(12) VALUE "ACTHIST.DAT".
           05  FILLER                  PIC X(12) VALUE "ARRANGE.DAT".
           05  FILLER                  PIC X(12) VALUE "GLCTL.DAT".
       01  WS-SNAP-FILE-TABLE REDEFINES WS-SNAP-FILE-NAMES.
           05  WS-SF-NAME              PIC X(12) OCCURS 10 TIMES.
       01  WS-SNAP-FILE-COUNT          PIC 9(4) VALUE 10.
       01  WS-FILE-SUB                 PIC 9(4) VALUE 0.
       01  WS-COPY-COUNT               PIC 9(9) VALUE 0.
       01  WS-VERIFY-COUNT             PIC 9(9) VALUE 0.
       01  WS-TOTAL-RECORDS            PIC 9(9) VALUE 0.
       01  WS-PRESENT-COUNT            PIC 9(4) VALUE 0.
       01  WS-RETENTION                PIC 9(2) VALUE 5.
       01  WS-PURGED-COUNT             PIC 9(4) VALUE 0.
      *    The catalog as read, with tonight's entry put in date
      *    order; each entry is one SNAPSHOT-CATALOG-RECORD.
       01  WS-CATALOG-MAX              PIC 9(4) VALUE 99.
       01  WS-CATALOG-COUNT            PIC 9(4) VALUE 0.
       01  WS-CATALOG-SUB              PIC 9(4) VALUE 0.
       01  WS-SHIFT-SUB                PIC 9(4) VALUE 0.
       01  WS-NEW-SUB                  PIC 9(4) VALUE 0.
       01  WS-PURGE-SUB                PIC 9(4) VALUE 0.
       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ENTRY OCCURS 99 TIMES.
               10  WS-CT-SNAP-DATE     PIC 9(8).
               10  WS-CT-DETAIL        PIC X(428).
       01  WS-NEW-ENTRY                PIC X(436).
       01  WS-TIME-NOW.
           05  WS-TN-HHMMSS            PIC 9(6).
           05  WS-TN-HUNDREDTHS        PIC 9(2).
       01  WS-EVENT-SEVERITY           PIC X(1).
       01  WS-EVENT-TEXT               PIC X(60).
       01  WS-EVENT-STAMP-DATE.
           05  WS-ES-YEAR              PIC 9(4).
           05  WS-ES-MONTH             PIC 9(2).
           05  WS-ES-DAY               PIC 9(2).
       01  WS-EVENT-STAMP-TIME.
           05  WS-ES-HOUR              PIC 9(2).
           05  WS-ES-MINUTE            PIC 9(2).
           05  WS-ES-SECOND            PIC 9(2).
           05  WS-ES-HUNDREDTHS        PIC 9(2).
       01  WS-EVENT-TIMESTAMP.
           05  WS-ET-YEAR              PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-ET-MONTH             PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-ET-DAY               PIC 9(2).
           05  FILLER                  PIC X VALUE ' '.
           05  WS-ET-HOUR              PIC 9(2).
           05  FILLER                  PIC X VALUE ':'.
           05  WS-ET-MINUTE            PIC 9(2).
           05  FILLER                  PIC X VALUE ':'.
           05  WS-ET-SECOND            PIC 9(2).
       01  WS-RUN-DATE.
           05  WS-RD-YEAR              PIC 9(4).
           05  WS-RD-MONTH             PIC 9(2).
           05  WS-RD-DAY               PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).
       01  WS-RUN-DATE-EDIT.
           05  WS-RDE-YEAR             PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RDE-MONTH            PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RDE-DAY              PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE "PRE-CHAIN SNAPSHOT STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-TAKE-SNAPSHOT
           END-IF
           IF FILES-AVAILABLE
               PERFORM 3000-UPDATE-CATALOG
           END-IF
           IF CATALOG-UPDATED
               PERFORM 1700-WRITE-RUN-TRAILER
               DISPLAY "PROG045: PRE-CHAIN SNAPSHOT COMPLETE - "
                   WS-PRESENT-COUNT " FILE(S), " WS-TOTAL-RECORDS
                   " RECORD(S), " WS-PURGED-COUNT " OLD SNAPSHOT(S) "
                   "REMOVED"
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           MOVE SPACES TO WS-EVENT-TEXT
           IF CATALOG-UPDATED
               MOVE 'I' TO WS-EVENT-SEVERITY
               STRING "SNAPSHOT " DELIMITED BY SIZE
                   WS-RUN-DATE-NUM DELIMITED BY SIZE
                   " TAKEN - " DELIMITED BY SIZE
                   WS-TOTAL-RECORDS DELIMITED BY SIZE
                   " RECORDS" DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
           ELSE
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "PRE-CHAIN SNAPSHOT FAILED - CHAIN NOT RUN"
                   TO WS-EVENT-TEXT
           END-IF
           PERFORM 8100-LOG-EVENT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           ACCEPT WS-TIME-NOW FROM TIME
           OPEN INPUT SNAPSHOT-PARAMETER-FILE
           IF WS-SNAPPARM-STATUS = "00"
               READ SNAPSHOT-PARAMETER-FILE
                   NOT AT END
                       IF SX-RETENTION NUMERIC AND SX-RETENTION > 0
                           MOVE SX-RETENTION TO WS-RETENTION
                       END-IF
               END-READ
               CLOSE SNAPSHOT-PARAMETER-FILE
           END-IF
           PERFORM 1100-LOAD-CATALOG
           IF FILES-AVAILABLE
               OPEN EXTEND RUN-CONTROL-FILE
               IF WS-RUNCTL-STATUS = "35"
                   CLOSE RUN-CONTROL-FILE
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF
               PERFORM 1600-WRITE-RUN-HEADER
           END-IF.

       1050-GET-PROCESSING-DATE.
           OPEN INPUT RUN-DATE-FILE
           IF WS-RUNDATE-STATUS = "00"
               READ RUN-DATE-FILE
                   NOT AT END
                       IF RD-PROCESSING-DATE NOT = 0
                           MOVE RD-PROCESSING-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.

      *    No catalog is the first night; a catalog that cannot be
      *    read would be overwritten and the older snapshots lost, so
      *    the step is failed instead.
       1100-LOAD-CATALOG.
           MOVE 0 TO WS-CATALOG-COUNT
           OPEN INPUT SNAPSHOT-CATALOG
           EVALUATE WS-CATALOG-STATUS
               WHEN "35"
                   DISPLAY "PROG045: NO SNAPSHOT CATALOG - FIRST "
                       "SNAPSHOT"
               WHEN "00"
                   MOVE 'N' TO WS-CATALOG-EOF
                   PERFORM UNTIL CATALOG-EOF
                       READ SNAPSHOT-CATALOG
                           AT END
                               MOVE 'Y' TO WS-CATALOG-EOF
                           NOT AT END
                               PERFORM 1150-TABLE-CATALOG-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE SNAPSHOT-CATALOG
               WHEN OTHER
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG045: SNAPSHOT CATALOG UNAVAILABLE - "
                       "STATUS " WS-CATALOG-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "SNAPCTL.DAT CANNOT BE READ" TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
           END-EVALUATE.

       1150-TABLE-CATALOG-ENTRY.
           IF WS-CATALOG-COUNT < WS-CATALOG-MAX
               ADD 1 TO WS-CATALOG-COUNT
               MOVE SNAPSHOT-CATALOG-RECORD
                   TO WS-CATALOG-ENTRY(WS-CATALOG-COUNT)
           END-IF.

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG045" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG045" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE WS-TOTAL-RECORDS TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

      *    Tonight's catalog entry is built in the catalog record
      *    area as each file is copied, and stays there until the
      *    catalog is rewritten.
       2000-TAKE-SNAPSHOT.
           MOVE SPACES TO SNAPSHOT-CATALOG-RECORD
           MOVE WS-RUN-DATE-NUM TO SH-SNAP-DATE
           MOVE WS-TN-HHMMSS TO SH-SNAP-TIME
           MOVE WS-SNAP-FILE-COUNT TO SH-FILE-COUNT
           MOVE 0 TO WS-FILE-SUB
           PERFORM UNTIL WS-FILE-SUB >= WS-SNAP-FILE-COUNT
               OR NOT FILES-AVAILABLE
               ADD 1 TO WS-FILE-SUB
               PERFORM 2100-SNAP-ONE-FILE
           END-PERFORM
           MOVE SNAPSHOT-CATALOG-RECORD TO WS-NEW-ENTRY.

       2100-SNAP-ONE-FILE.
           MOVE SPACES TO WS-BASE-NAME
           UNSTRING WS-SF-NAME(WS-FILE-SUB) DELIMITED BY "."
               INTO WS-BASE-NAME
           END-UNSTRING
           MOVE SPACES TO WS-TARGET-NAME
           STRING WS-BASE-NAME DELIMITED BY SPACE
               ".S" DELIMITED BY SIZE
               WS-RUN-DATE-NUM DELIMITED BY SIZE
               INTO WS-TARGET-NAME
           MOVE WS-SF-NAME(WS-FILE-SUB) TO SH-FILE-NAME(WS-FILE-SUB)
           MOVE WS-TARGET-NAME TO SH-SNAP-NAME(WS-FILE-SUB)
           MOVE 'Y' TO SH-FILE-PRESENT(WS-FILE-SUB)
           MOVE 0 TO WS-COPY-COUNT
           IF WS-SF-NAME(WS-FILE-SUB) = "CUSTMST.DAT"
               PERFORM 2200-SNAP-MASTER
           ELSE
               PERFORM 2300-SNAP-SEQUENTIAL
           END-IF
           IF FILES-AVAILABLE AND SH-PRESENT(WS-FILE-SUB)
               PERFORM 2400-VERIFY-COPY
           END-IF
           IF FILES-AVAILABLE
               MOVE WS-COPY-COUNT TO SH-RECORD-COUNT(WS-FILE-SUB)
               IF SH-PRESENT(WS-FILE-SUB)
                   ADD 1 TO WS-PRESENT-COUNT
                   ADD WS-COPY-COUNT TO WS-TOTAL-RECORDS
                   DISPLAY "PROG045: " WS-SF-NAME(WS-FILE-SUB)
                       " -> " WS-TARGET-NAME " " WS-COPY-COUNT
                       " RECORD(S)"
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-TARGET-NAME
                       RETURNING WS-DELETE-RC
                   DISPLAY "PROG045: " WS-SF-NAME(WS-FILE-SUB)
                       " NOT ON DISK - CATALOGUED AS ABSENT"
               END-IF
           ELSE
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "SNAPSHOT OF " DELIMITED BY SIZE
                   WS-SF-NAME(WS-FILE-SUB) DELIMITED BY SPACE
                   " FAILED" DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

      *    The master is unloaded in key order, the same image
      *    PROG039 takes, so the restore loads it by ascending key.
       2200-SNAP-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           EVALUATE WS-CUSTMST-STATUS
               WHEN "35"
                   MOVE 'N' TO SH-FILE-PRESENT(WS-FILE-SUB)
               WHEN "00"
                   OPEN OUTPUT SNAPSHOT-TARGET
                   IF WS-TARGET-STATUS NOT = "00"
                       MOVE 'N' TO WS-FILES-AVAILABLE
                       DISPLAY "PROG045: " WS-TARGET-NAME
                           " CANNOT BE WRITTEN - STATUS "
                           WS-TARGET-STATUS
                   ELSE
                       MOVE 'N' TO WS-CUSTMST-EOF
                       PERFORM UNTIL CUSTMST-EOF
                           OR NOT FILES-AVAILABLE
                           READ CUSTOMER-MASTER NEXT RECORD
                               AT END
                                   MOVE 'Y' TO WS-CUSTMST-EOF
                               NOT AT END
                                   MOVE CUSTOMER-MASTER-RECORD
                                       TO TARGET-RECORD
                                   PERFORM 2500-WRITE-COPY-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE SNAPSHOT-TARGET
                   END-IF
                   CLOSE CUSTOMER-MASTER
               WHEN OTHER
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG045: CUSTOMER MASTER UNAVAILABLE - "
                       "STATUS " WS-CUSTMST-STATUS
           END-EVALUATE.

       2300-SNAP-SEQUENTIAL.
           MOVE WS-SF-NAME(WS-FILE-SUB) TO WS-SOURCE-NAME
           OPEN INPUT SNAPSHOT-SOURCE
           EVALUATE WS-SOURCE-STATUS
               WHEN "35"
                   MOVE 'N' TO SH-FILE-PRESENT(WS-FILE-SUB)
               WHEN "00"
                   OPEN OUTPUT SNAPSHOT-TARGET
                   IF WS-TARGET-STATUS NOT = "00"
                       MOVE 'N' TO WS-FILES-AVAILABLE
                       DISPLAY "PROG045: " WS-TARGET-NAME
                           " CANNOT BE WRITTEN - STATUS "
                           WS-TARGET-STATUS
                   ELSE
                       MOVE 'N' TO WS-SOURCE-EOF
                       PERFORM UNTIL SOURCE-EOF
                           OR NOT FILES-AVAILABLE
                           READ SNAPSHOT-SOURCE
                               AT END
                                   MOVE 'Y' TO WS-SOURCE-EOF
                               NOT AT END
                                   MOVE SOURCE-RECORD TO TARGET-RECORD
                                   PERFORM 2500-WRITE-COPY-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE SNAPSHOT-TARGET
                   END-IF
                   CLOSE SNAPSHOT-SOURCE
               WHEN OTHER
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG045: " WS-SOURCE-NAME
                       " UNAVAILABLE - STATUS " WS-SOURCE-STATUS
           END-EVALUATE.

      *    A copy is only as good as what can be read back from it.
       2400-VERIFY-COPY.
           MOVE 0 TO WS-VERIFY-COUNT
           OPEN INPUT SNAPSHOT-TARGET
           IF WS-TARGET-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG045: " WS-TARGET-NAME
                   " CANNOT BE READ BACK - STATUS " WS-TARGET-STATUS
           ELSE
               MOVE 'N' TO WS-TARGET-EOF
               PERFORM UNTIL TARGET-EOF
                   READ SNAPSHOT-TARGET
                       AT END
                           MOVE 'Y' TO WS-TARGET-EOF
                       NOT AT END
                           ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-TARGET
               IF WS-VERIFY-COUNT NOT = WS-COPY-COUNT
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG045: " WS-TARGET-NAME
                       " OUT OF BALANCE - COPIED " WS-COPY-COUNT
                       " READ BACK " WS-VERIFY-COUNT
               END-IF
           END-IF.

       2500-WRITE-COPY-RECORD.
           WRITE TARGET-RECORD
           IF WS-TARGET-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG045: " WS-TARGET-NAME
                   " WRITE FAILED - STATUS " WS-TARGET-STATUS
           ELSE
               ADD 1 TO WS-COPY-COUNT
           END-IF.

      *    Tonight's entry replaces one already catalogued for the
      *    same date (the copies it named have just been rewritten),
      *    otherwise it goes in date order. The catalog is written to
      *    SNAPCTL.NEW and swapped in, so a failure part-way never
      *    leaves the older snapshots uncatalogued.
       3000-UPDATE-CATALOG.
           MOVE 0 TO WS-NEW-SUB
           MOVE 0 TO WS-CATALOG-SUB
           PERFORM UNTIL WS-NEW-SUB > 0
               OR WS-CATALOG-SUB >= WS-CATALOG-COUNT
               ADD 1 TO WS-CATALOG-SUB
               IF WS-CT-SNAP-DATE(WS-CATALOG-SUB) >= WS-RUN-DATE-NUM
                   MOVE WS-CATALOG-SUB TO WS-NEW-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-NEW-SUB = 0
                   IF WS-CATALOG-COUNT >= WS-CATALOG-MAX
                       MOVE 1 TO WS-PURGE-SUB
                       PERFORM 3100-PURGE-ONE-SNAPSHOT
                   END-IF
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE WS-CATALOG-COUNT TO WS-NEW-SUB
               WHEN WS-CT-SNAP-DATE(WS-NEW-SUB) = WS-RUN-DATE-NUM
                   CONTINUE
               WHEN OTHER
                   IF WS-CATALOG-COUNT >= WS-CATALOG-MAX
                       MOVE 1 TO WS-PURGE-SUB
                       PERFORM 3100-PURGE-ONE-SNAPSHOT
                       SUBTRACT 1 FROM WS-NEW-SUB
                   END-IF
                   MOVE WS-CATALOG-COUNT TO WS-SHIFT-SUB
                   PERFORM UNTIL WS-SHIFT-SUB < WS-NEW-SUB
                       MOVE WS-CATALOG-ENTRY(WS-SHIFT-SUB)
                           TO WS-CATALOG-ENTRY(WS-SHIFT-SUB + 1)
                       SUBTRACT 1 FROM WS-SHIFT-SUB
                   END-PERFORM
                   ADD 1 TO WS-CATALOG-COUNT
           END-EVALUATE
           MOVE WS-NEW-ENTRY TO WS-CATALOG-ENTRY(WS-NEW-SUB)
           PERFORM UNTIL WS-CATALOG-COUNT <= WS-RETENTION
               IF WS-NEW-SUB = 1
                   MOVE 2 TO WS-PURGE-SUB
               ELSE
                   MOVE 1 TO WS-PURGE-SUB
                   SUBTRACT 1 FROM WS-NEW-SUB
               END-IF
               PERFORM 3100-PURGE-ONE-SNAPSHOT
           END-PERFORM
           OPEN OUTPUT SNAPSHOT-CATALOG-WORK
           IF WS-CATWORK-STATUS NOT = "00"
               DISPLAY "PROG045: SNAPSHOT CATALOG CANNOT BE WRITTEN - "
                   "STATUS " WS-CATWORK-STATUS
           ELSE
               MOVE 0 TO WS-CATALOG-SUB
               PERFORM UNTIL WS-CATALOG-SUB >= WS-CATALOG-COUNT
                   ADD 1 TO WS-CATALOG-SUB
                   MOVE WS-CATALOG-ENTRY(WS-CATALOG-SUB)
                       TO CATALOG-WORK-RECORD
                   WRITE CATALOG-WORK-RECORD
               END-PERFORM
               CLOSE SNAPSHOT-CATALOG-WORK
               CALL "CBL_RENAME_FILE" USING "SNAPCTL.NEW"
                   "SNAPCTL.DAT" RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = 0
                   DISPLAY "PROG045: UNABLE TO SWAP IN REWRITTEN "
                       "SNAPSHOT CATALOG - RC " WS-RENAME-RC
               ELSE
                   MOVE 'Y' TO WS-CATALOG-UPDATED
               END-IF
           END-IF.

      *    Deletes every copy the entry names and closes the gap it
      *    leaves in the table.
       3100-PURGE-ONE-SNAPSHOT.
           MOVE WS-CATALOG-ENTRY(WS-PURGE-SUB)
               TO SNAPSHOT-CATALOG-RECORD
           MOVE 0 TO WS-FILE-SUB
           PERFORM UNTIL WS-FILE-SUB >= SH-FILE-COUNT
               ADD 1 TO WS-FILE-SUB
               IF SH-PRESENT(WS-FILE-SUB)
                   CALL "CBL_DELETE_FILE"
                       USING SH-SNAP-NAME(WS-FILE-SUB)
                       RETURNING WS-DELETE-RC
               END-IF
           END-PERFORM
           DISPLAY "PROG045: SNAPSHOT " SH-SNAP-DATE
               " REMOVED - BEYOND RETENTION OF " WS-RETENTION
           ADD 1 TO WS-PURGED-COUNT
           MOVE WS-PURGE-SUB TO WS-SHIFT-SUB
           PERFORM UNTIL WS-SHIFT-SUB >= WS-CATALOG-COUNT
               MOVE WS-CATALOG-ENTRY(WS-SHIFT-SUB + 1)
                   TO WS-CATALOG-ENTRY(WS-SHIFT-SUB)
               ADD 1 TO WS-SHIFT-SUB
           END-PERFORM
           SUBTRACT 1 FROM WS-CATALOG-COUNT.

       8100-LOG-EVENT.
           OPEN EXTEND OPERATIONS-EVENT-LOG
           IF WS-OPSLOG-STATUS = "35"
               CLOSE OPERATIONS-EVENT-LOG
               OPEN OUTPUT OPERATIONS-EVENT-LOG
           END-IF
           IF WS-OPSLOG-STATUS = "00"
               ACCEPT WS-EVENT-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-EVENT-STAMP-TIME FROM TIME
               MOVE WS-ES-YEAR TO WS-ET-YEAR
               MOVE WS-ES-MONTH TO WS-ET-MONTH
               MOVE WS-ES-DAY TO WS-ET-DAY
               MOVE WS-ES-HOUR TO WS-ET-HOUR
               MOVE WS-ES-MINUTE TO WS-ET-MINUTE
               MOVE WS-ES-SECOND TO WS-ET-SECOND
               MOVE WS-EVENT-TIMESTAMP TO OL-TIMESTAMP
               MOVE "PROG045" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

       9000-TERMINATE.
           IF WS-RUNCTL-STATUS = "00"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9500-SET-RETURN-CODE.
           IF CATALOG-UPDATED
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM PROG045.
