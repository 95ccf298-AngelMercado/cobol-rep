      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: One-step rollback of a bad night. Restores, as one
      *          unit, the pre-chain snapshot PROG045 took before the
      *          night named on RBKPARM.DAT, so a chain that ended
      *          RC 0 having posted bad data can be put back without
      *          rebuilding the master by hand. Nothing is touched
      *          until the run is confirmed on the parameter file, the
      *          night is found on the SNAPCTL.DAT catalog, and every
      *          copy it names has been read and proved against the
      *          catalogued record count. Each file is then put back
      *          from its copy (the customer master reloaded by key),
      *          a file the snapshot found absent is removed, and each
      *          restored file is counted against the catalog. The
      *          PROG001 job-status file is removed so the next chain
      *          runs the night from the top. If the GL interface
      *          control goes back past journal batches already sent,
      *          those batches are listed for accounting to reverse
      *          in the ledger. ROLLBACK.RPT shows every file with its
      *          catalogued and restored counts and a sign-off block;
      *          the rollback is logged to OPSLOG.DAT. Takes the
      *          suite-wide run lock. A failure part-way leaves the
      *          copies untouched, and rerunning finishes the restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG046.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT SNAPSHOT-COPY ASSIGN USING WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT LIVE-FILE ASSIGN USING WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT SNAPSHOT-CATALOG ASSIGN TO "SNAPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ROLLBACK-PARAMETER-FILE ASSIGN TO "RBKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBKPARM-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.
           SELECT ROLLBACK-RPT ASSIGN TO "ROLLBACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
           SELECT LOCK-OVERRIDE-FILE ASSIGN TO "LOKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOKPARM-STATUS.
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
       FD  SNAPSHOT-COPY.
       01  COPY-RECORD                     PIC X(200).
       FD  LIVE-FILE.
       01  LIVE-RECORD                     PIC X(200).
       FD  SNAPSHOT-CATALOG.
           COPY "SNAPCTL.CPY".
       FD  ROLLBACK-PARAMETER-FILE.
           COPY "RBKPARM.CPY".
       FD  GL-CONTROL-FILE.
           COPY "GLCTL.CPY".
       FD  ROLLBACK-RPT.
       01  REPORT-LINE                     PIC X(80).
       FD  RUN-LOCK-FILE.
           COPY "RUNLOCK.CPY".
       FD  LOCK-OVERRIDE-FILE.
           COPY "LOKPARM.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       WORKING-STORAGE SECTION.
       01  WS-RUNLOCK-STATUS           PIC X(2).
       01  WS-LOKPARM-STATUS           PIC X(2).
       01  WS-LOCK-HELD                PIC X(1) VALUE 'N'.
           88  LOCK-HELD                           VALUE 'Y'.
       01  WS-LOCK-REFUSED             PIC X(1) VALUE 'N'.
           88  LOCK-REFUSED                        VALUE 'Y'.
       01  WS-CLEAR-STALE              PIC X(1) VALUE 'N'.
           88  CLEAR-STALE-SET                     VALUE 'Y'.
       01  WS-LOCK-STAMP-DATE          PIC 9(8).
       01  WS-LOCK-STAMP-TIME          PIC 9(8).
       01  WS-DELETE-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-CUSTMST-STATUS           PIC X(2).
       01  WS-COPY-STATUS              PIC X(2).
       01  WS-LIVE-STATUS              PIC X(2).
       01  WS-CATALOG-STATUS           PIC X(2).
       01  WS-RBKPARM-STATUS           PIC X(2).
       01  WS-GLCTL-STATUS             PIC X(2).
       01  WS-REPORT-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-COPY-NAME                PIC X(20) VALUE SPACES.
       01  WS-LIVE-NAME                PIC X(20) VALUE SPACES.
       01  WS-COPY-EOF                 PIC X(1) VALUE 'N'.
           88  COPY-EOF                            VALUE 'Y'.
       01  WS-CATALOG-EOF              PIC X(1) VALUE 'N'.
           88  CATALOG-EOF                         VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-REPORT-OPEN              PIC X(1) VALUE 'N'.
           88  REPORT-OPEN                         VALUE 'Y'.
       01  WS-SNAPSHOT-FOUND           PIC X(1) VALUE 'N'.
           88  SNAPSHOT-FOUND                      VALUE 'Y'.
       01  WS-SNAPSHOT-PROVED          PIC X(1) VALUE 'Y'.
           88  SNAPSHOT-PROVED                     VALUE 'Y'.
       01  WS-RESTORE-STARTED          PIC X(1) VALUE 'N'.
           88  RESTORE-STARTED                     VALUE 'Y'.
       01  WS-RESTORE-COMPLETE         PIC X(1) VALUE 'N'.
           88  RESTORE-COMPLETE                    VALUE 'Y'.
       01  WS-FILE-RESTORED            PIC X(1) VALUE 'N'.
           88  FILE-RESTORED                       VALUE 'Y'.
       01  WS-REFUSE-REASON            PIC X(60) VALUE SPACES.
       01  WS-ROLLBACK-DATE            PIC 9(8) VALUE 0.
       01  WS-FILE-SUB                 PIC 9(4) VALUE 0.
       01  WS-RECORD-COUNT             PIC 9(9) VALUE 0.
       01  WS-RESTORED-FILES           PIC 9(4) VALUE 0.
       01  WS-REMOVED-FILES            PIC 9(4) VALUE 0.
       01  WS-RESTORED-RECORDS         PIC 9(9) VALUE 0.
       01  WS-CATALOG-COUNT            PIC 9(4) VALUE 0.
      *    Snapshot dates on the catalog, listed when the night asked
      *    for is not there.
       01  WS-CATALOG-DATES.
           05  WS-CD-SNAP-DATE         PIC 9(8) OCCURS 99 TIMES.
       01  WS-CATALOG-SUB              PIC 9(4) VALUE 0.
       01  WS-GL-BATCH-BEFORE          PIC 9(6) VALUE 0.
       01  WS-GL-BATCH-AFTER           PIC 9(6) VALUE 0.
       01  WS-GL-FIRST-REVERSE         PIC 9(6) VALUE 0.
       01  WS-STATUS-TEXT              PIC X(24).
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
       01  WS-DISPLAY-RESTORED         PIC Z(8)9.
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
       01  WS-RUN-DATE-EDIT.
           05  WS-RDE-YEAR             PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RDE-MONTH            PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RDE-DAY              PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0800-ACQUIRE-RUN-LOCK
           IF LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE "ROLLBACK STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-PROVE-SNAPSHOT
           END-IF
           IF FILES-AVAILABLE AND SNAPSHOT-PROVED
               PERFORM 2500-NOTE-GL-BATCH-BEFORE
               PERFORM 3000-RESTORE-FILES
           END-IF
           IF RESTORE-COMPLETE
               CALL "CBL_DELETE_FILE" USING "JOBSTAT.DAT"
                   RETURNING WS-DELETE-RC
               PERFORM 3500-CHECK-GL-BATCHES
           END-IF
           IF REPORT-OPEN
               PERFORM 4000-WRITE-REPORT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           MOVE SPACES TO WS-EVENT-TEXT
           EVALUATE TRUE
               WHEN RESTORE-COMPLETE
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   STRING "ROLLED BACK TO SNAPSHOT " DELIMITED BY SIZE
                       WS-ROLLBACK-DATE DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-RESTORED-FILES DELIMITED BY SIZE
                       " FILES RESTORED" DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
               WHEN RESTORE-STARTED
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   STRING "ROLLBACK TO " DELIMITED BY SIZE
                       WS-ROLLBACK-DATE DELIMITED BY SIZE
                       " INCOMPLETE - RERUN PROG046" DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "ROLLBACK REFUSED - NO FILE TOUCHED"
                       TO WS-EVENT-TEXT
           END-EVALUATE
           PERFORM 8100-LOG-EVENT
           DISPLAY "PROG046: " WS-EVENT-TEXT
           PERFORM 0900-RELEASE-RUN-LOCK
           GOBACK.

      *    The suite-wide run lock: a lock already on disk means
      *    another run is mid-flight against the shared files, and
      *    this run is refused with RC 8 - unless the operator has
      *    set the LOKPARM.DAT override to clear a stale lock left by
      *    an abend.
       0800-ACQUIRE-RUN-LOCK.
           PERFORM 0820-READ-LOCK-OVERRIDE
           OPEN INPUT RUN-LOCK-FILE
           IF WS-RUNLOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE RUN-LOCK-FILE
               IF CLEAR-STALE-SET
                   DISPLAY "PROG046: STALE RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " CLEARED BY OPERATOR "
                       "OVERRIDE"
                   CALL "CBL_DELETE_FILE" USING "RUNLOCK.DAT"
                       RETURNING WS-DELETE-RC
               ELSE
                   MOVE 'Y' TO WS-LOCK-REFUSED
                   DISPLAY "PROG046: RUN REFUSED - RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " SINCE " RL-TIMESTAMP
               END-IF
           END-IF
           IF NOT LOCK-REFUSED
               OPEN OUTPUT RUN-LOCK-FILE
               IF WS-RUNLOCK-STATUS = "00"
                   MOVE "PROG046" TO RL-HOLDER-PROGRAM
                   ACCEPT WS-LOCK-STAMP-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-LOCK-STAMP-TIME FROM TIME
                   MOVE SPACES TO RL-TIMESTAMP
                   STRING WS-LOCK-STAMP-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-LOCK-STAMP-TIME DELIMITED BY SIZE
                       INTO RL-TIMESTAMP
                   WRITE RUN-LOCK-RECORD
                   CLOSE RUN-LOCK-FILE
                   MOVE 'Y' TO WS-LOCK-HELD
               ELSE
                   MOVE 'Y' TO WS-LOCK-REFUSED
                   DISPLAY "PROG046: UNABLE TO TAKE RUN LOCK - "
                       "STATUS " WS-RUNLOCK-STATUS
               END-IF
           END-IF.

       0820-READ-LOCK-OVERRIDE.
           OPEN INPUT LOCK-OVERRIDE-FILE
           IF WS-LOKPARM-STATUS = "00"
               READ LOCK-OVERRIDE-FILE
                   NOT AT END
                       IF LK-CLEAR-STALE-LOCK
                           MOVE 'Y' TO WS-CLEAR-STALE
                       END-IF
               END-READ
               CLOSE LOCK-OVERRIDE-FILE
           END-IF.

       0900-RELEASE-RUN-LOCK.
           IF LOCK-HELD
               CALL "CBL_DELETE_FILE" USING "RUNLOCK.DAT"
                   RETURNING WS-DELETE-RC
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           OPEN OUTPUT ROLLBACK-RPT
           IF WS-REPORT-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG046: ROLLBACK REPORT UNAVAILABLE - STATUS "
                   WS-REPORT-STATUS
           ELSE
               MOVE 'Y' TO WS-REPORT-OPEN
           END-IF
           IF FILES-AVAILABLE
               PERFORM 1100-READ-ROLLBACK-PARAMETER
           END-IF
           IF FILES-AVAILABLE
               PERFORM 1200-FIND-SNAPSHOT
           END-IF
           IF REPORT-OPEN
               PERFORM 1400-WRITE-REPORT-HEADER
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

       1100-READ-ROLLBACK-PARAMETER.
           OPEN INPUT ROLLBACK-PARAMETER-FILE
           IF WS-RBKPARM-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               MOVE "RBKPARM.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
           ELSE
               READ ROLLBACK-PARAMETER-FILE
                   AT END
                       MOVE 'N' TO WS-FILES-AVAILABLE
                       MOVE "RBKPARM.DAT IS EMPTY" TO WS-REFUSE-REASON
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RB-SNAP-DATE NOT NUMERIC
                               OR RB-SNAP-DATE = 0
                               MOVE 'N' TO WS-FILES-AVAILABLE
                               MOVE "NO NIGHT NAMED ON RBKPARM.DAT"
                                   TO WS-REFUSE-REASON
                           WHEN NOT RB-CONFIRMED
                               MOVE 'N' TO WS-FILES-AVAILABLE
                               MOVE "ROLLBACK NOT CONFIRMED ON "
                                   TO WS-REFUSE-REASON
                               MOVE "RBKPARM.DAT"
                                   TO WS-REFUSE-REASON(27:11)
                           WHEN OTHER
                               MOVE RB-SNAP-DATE TO WS-ROLLBACK-DATE
                       END-EVALUATE
               END-READ
               CLOSE ROLLBACK-PARAMETER-FILE
           END-IF
           IF NOT FILES-AVAILABLE
               DISPLAY "PROG046: ROLLBACK REFUSED - " WS-REFUSE-REASON
           END-IF.

      *    The catalog entry for the night is left in the catalog
      *    record area for the proof and the restore.
       1200-FIND-SNAPSHOT.
           MOVE 0 TO WS-CATALOG-COUNT
           OPEN INPUT SNAPSHOT-CATALOG
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               MOVE "SNAPCTL.DAT NOT AVAILABLE - NO SNAPSHOTS"
                   TO WS-REFUSE-REASON
           ELSE
               MOVE 'N' TO WS-CATALOG-EOF
               PERFORM UNTIL CATALOG-EOF OR SNAPSHOT-FOUND
                   READ SNAPSHOT-CATALOG
                       AT END
                           MOVE 'Y' TO WS-CATALOG-EOF
                       NOT AT END
                           IF SH-SNAP-DATE = WS-ROLLBACK-DATE
                               MOVE 'Y' TO WS-SNAPSHOT-FOUND
                           ELSE
                               PERFORM 1250-NOTE-CATALOG-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-CATALOG
               IF NOT SNAPSHOT-FOUND
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   MOVE "NO SNAPSHOT ON THE CATALOG FOR THAT NIGHT"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF NOT FILES-AVAILABLE
               DISPLAY "PROG046: ROLLBACK REFUSED - " WS-REFUSE-REASON
           END-IF.

       1250-NOTE-CATALOG-DATE.
           IF WS-CATALOG-COUNT < 99
               ADD 1 TO WS-CATALOG-COUNT
               MOVE SH-SNAP-DATE TO WS-CD-SNAP-DATE(WS-CATALOG-COUNT)
           END-IF.

       1400-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "ROLLBACK TO PRE-CHAIN SNAPSHOT" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF SNAPSHOT-FOUND
               STRING "NIGHT ROLLED BACK: " DELIMITED BY SIZE
                   SH-SNAP-DATE DELIMITED BY SIZE
                   "   SNAPSHOT TAKEN AT: " DELIMITED BY SIZE
                   SH-SNAP-TIME DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "NIGHT REQUESTED: " DELIMITED BY SIZE
                   WS-ROLLBACK-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT FILES-AVAILABLE
               MOVE SPACES TO REPORT-LINE
               STRING "** ROLLBACK REFUSED - " DELIMITED BY SIZE
                   WS-REFUSE-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** NO FILE HAS BEEN TOUCHED" TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-CATALOG-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "SNAPSHOTS ON THE CATALOG:" TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 0 TO WS-CATALOG-SUB
                   PERFORM UNTIL WS-CATALOG-SUB >= WS-CATALOG-COUNT
                       ADD 1 TO WS-CATALOG-SUB
                       MOVE SPACES TO REPORT-LINE
                       STRING "    " DELIMITED BY SIZE
                           WS-CD-SNAP-DATE(WS-CATALOG-SUB)
                               DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-PERFORM
               END-IF
           END-IF.

      *    Every copy is read and counted before anything is
      *    restored; one missing or short copy refuses the whole
      *    rollback, so a night is never put back in part.
       2000-PROVE-SNAPSHOT.
           MOVE "SNAPSHOT PROOF" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FILE         SNAPSHOT COPY         CATALOGUED"
               DELIMITED BY SIZE
               "      ON COPY" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-FILE-SUB
           PERFORM UNTIL WS-FILE-SUB >= SH-FILE-COUNT
               ADD 1 TO WS-FILE-SUB
               PERFORM 2100-PROVE-ONE-COPY
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT SNAPSHOT-PROVED
               MOVE "** SNAPSHOT DOES NOT PROVE - ROLLBACK REFUSED, "
                   TO REPORT-LINE
               MOVE "NO FILE TOUCHED" TO REPORT-LINE(48:15)
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2100-PROVE-ONE-COPY.
           MOVE SH-SNAP-DATE TO WS-ROLLBACK-DATE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE SPACES TO WS-STATUS-TEXT
           IF NOT SH-PRESENT(WS-FILE-SUB)
               MOVE "ABSENT - TO BE REMOVED" TO WS-STATUS-TEXT
           ELSE
               MOVE SH-SNAP-NAME(WS-FILE-SUB) TO WS-COPY-NAME
               OPEN INPUT SNAPSHOT-COPY
               IF WS-COPY-STATUS NOT = "00"
                   MOVE 'N' TO WS-SNAPSHOT-PROVED
                   MOVE "** COPY MISSING" TO WS-STATUS-TEXT
               ELSE
                   MOVE 'N' TO WS-COPY-EOF
                   PERFORM UNTIL COPY-EOF
                       READ SNAPSHOT-COPY
                           AT END
                               MOVE 'Y' TO WS-COPY-EOF
                           NOT AT END
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE SNAPSHOT-COPY
                   IF WS-RECORD-COUNT = SH-RECORD-COUNT(WS-FILE-SUB)
                       MOVE "PROVED" TO WS-STATUS-TEXT
                   ELSE
                       MOVE 'N' TO WS-SNAPSHOT-PROVED
                       MOVE "** COUNT DOES NOT AGREE" TO WS-STATUS-TEXT
                   END-IF
               END-IF
           END-IF
           MOVE SH-RECORD-COUNT(WS-FILE-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-RECORD-COUNT TO WS-DISPLAY-RESTORED
           MOVE SPACES TO REPORT-LINE
           STRING SH-FILE-NAME(WS-FILE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SH-SNAP-NAME(WS-FILE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-DISPLAY-RESTORED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The GL position before the restore, so batches journaled
      *    after the snapshot can be named for reversal.
       2500-NOTE-GL-BATCH-BEFORE.
           MOVE 0 TO WS-GL-BATCH-BEFORE
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLCTL-STATUS = "00"
               READ GL-CONTROL-FILE
                   NOT AT END
                       MOVE GL-LAST-BATCH TO WS-GL-BATCH-BEFORE
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF.

       3000-RESTORE-FILES.
           MOVE 'Y' TO WS-RESTORE-STARTED
           MOVE "FILES RESTORED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FILE         SNAPSHOT COPY         CATALOGUED"
               DELIMITED BY SIZE
               "     RESTORED" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Y' TO WS-FILE-RESTORED
           MOVE 0 TO WS-FILE-SUB
           PERFORM UNTIL WS-FILE-SUB >= SH-FILE-COUNT
               OR NOT FILE-RESTORED
               ADD 1 TO WS-FILE-SUB
               PERFORM 3100-RESTORE-ONE-FILE
           END-PERFORM
           IF FILE-RESTORED
               MOVE 'Y' TO WS-RESTORE-COMPLETE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-RESTORE-ONE-FILE.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE SPACES TO WS-STATUS-TEXT
           MOVE SH-FILE-NAME(WS-FILE-SUB) TO WS-LIVE-NAME
           MOVE SH-SNAP-NAME(WS-FILE-SUB) TO WS-COPY-NAME
           IF NOT SH-PRESENT(WS-FILE-SUB)
               CALL "CBL_DELETE_FILE" USING WS-LIVE-NAME
                   RETURNING WS-DELETE-RC
               ADD 1 TO WS-REMOVED-FILES
               MOVE "REMOVED" TO WS-STATUS-TEXT
           ELSE
               OPEN INPUT SNAPSHOT-COPY
               IF WS-COPY-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILE-RESTORED
                   MOVE "** COPY CANNOT BE READ" TO WS-STATUS-TEXT
               ELSE
                   IF SH-FILE-NAME(WS-FILE-SUB) = "CUSTMST.DAT"
                       PERFORM 3200-RELOAD-MASTER
                   ELSE
                       PERFORM 3300-RESTORE-SEQUENTIAL
                   END-IF
                   CLOSE SNAPSHOT-COPY
               END-IF
               IF FILE-RESTORED
                   IF WS-RECORD-COUNT = SH-RECORD-COUNT(WS-FILE-SUB)
                       ADD 1 TO WS-RESTORED-FILES
                       ADD WS-RECORD-COUNT TO WS-RESTORED-RECORDS
                       MOVE "RESTORED" TO WS-STATUS-TEXT
                   ELSE
                       MOVE 'N' TO WS-FILE-RESTORED
                       MOVE "** COUNT DOES NOT AGREE" TO WS-STATUS-TEXT
                   END-IF
               END-IF
           END-IF
           MOVE SH-RECORD-COUNT(WS-FILE-SUB) TO WS-DISPLAY-COUNT
           MOVE WS-RECORD-COUNT TO WS-DISPLAY-RESTORED
           MOVE SPACES TO REPORT-LINE
           STRING SH-FILE-NAME(WS-FILE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SH-SNAP-NAME(WS-FILE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-DISPLAY-RESTORED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT FILE-RESTORED
               DISPLAY "PROG046: RESTORE OF " WS-LIVE-NAME
                   " FAILED - " WS-STATUS-TEXT
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "RESTORE OF " DELIMITED BY SIZE
                   WS-LIVE-NAME DELIMITED BY SPACE
                   " FAILED" DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

      *    Opening the master for output empties it; the copy has
      *    already been proved, so it is loaded back by key the way
      *    PROG040 loads a backup.
       3200-RELOAD-MASTER.
           OPEN OUTPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILE-RESTORED
               MOVE "** MASTER NOT OPENED" TO WS-STATUS-TEXT
           ELSE
               MOVE 'N' TO WS-COPY-EOF
               PERFORM UNTIL COPY-EOF OR NOT FILE-RESTORED
                   READ SNAPSHOT-COPY
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           MOVE COPY-RECORD TO CUSTOMER-MASTER-RECORD
                           WRITE CUSTOMER-MASTER-RECORD
                               INVALID KEY
                                   MOVE 'N' TO WS-FILE-RESTORED
                                   MOVE "** DUPLICATE KEY"
                                       TO WS-STATUS-TEXT
                               NOT INVALID KEY
                                   ADD 1 TO WS-RECORD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.

       3300-RESTORE-SEQUENTIAL.
           OPEN OUTPUT LIVE-FILE
           IF WS-LIVE-STATUS NOT = "00"
               MOVE 'N' TO WS-FILE-RESTORED
               MOVE "** FILE NOT OPENED" TO WS-STATUS-TEXT
           ELSE
               MOVE 'N' TO WS-COPY-EOF
               PERFORM UNTIL COPY-EOF OR NOT FILE-RESTORED
                   READ SNAPSHOT-COPY
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           MOVE COPY-RECORD TO LIVE-RECORD
                           WRITE LIVE-RECORD
                           IF WS-LIVE-STATUS = "00"
                               ADD 1 TO WS-RECORD-COUNT
                           ELSE
                               MOVE 'N' TO WS-FILE-RESTORED
                               MOVE "** WRITE FAILED" TO WS-STATUS-TEXT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF.

      *    Journal batches sent to the ledger after the snapshot are
      *    still in the ledger; once the GL control goes back, the
      *    rerun journals those movements again, so the old batches
      *    must be reversed there first.
       3500-CHECK-GL-BATCHES.
           MOVE 0 TO WS-GL-BATCH-AFTER
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLCTL-STATUS = "00"
               READ GL-CONTROL-FILE
                   NOT AT END
                       MOVE GL-LAST-BATCH TO WS-GL-BATCH-AFTER
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF
           IF WS-GL-BATCH-BEFORE > WS-GL-BATCH-AFTER
               COMPUTE WS-GL-FIRST-REVERSE = WS-GL-BATCH-AFTER + 1
               DISPLAY "PROG046: GL JOURNAL BATCHES "
                   WS-GL-FIRST-REVERSE " THRU " WS-GL-BATCH-BEFORE
                   " MUST BE REVERSED IN THE LEDGER"
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "REVERSE GL BATCHES " DELIMITED BY SIZE
                   WS-GL-FIRST-REVERSE DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-GL-BATCH-BEFORE DELIMITED BY SIZE
                   " BEFORE THE RERUN" DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

       4000-WRITE-REPORT-TOTALS.
           EVALUATE TRUE
               WHEN RESTORE-COMPLETE
                   MOVE SPACES TO REPORT-LINE
                   STRING "ROLLBACK COMPLETE - FILES ARE AS THEY STOOD"
                       DELIMITED BY SIZE
                       " BEFORE THE NIGHT OF " DELIMITED BY SIZE
                       WS-ROLLBACK-DATE DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "JOBSTAT.DAT REMOVED - THE NEXT CHAIN RUNS THE "
                       TO REPORT-LINE
                   MOVE "NIGHT FROM THE TOP" TO REPORT-LINE(47:18)
                   WRITE REPORT-LINE
                   IF WS-GL-BATCH-BEFORE > WS-GL-BATCH-AFTER
                       MOVE SPACES TO REPORT-LINE
                       STRING "** GL JOURNAL BATCHES " DELIMITED BY SIZE
                           WS-GL-FIRST-REVERSE DELIMITED BY SIZE
                           " THRU " DELIMITED BY SIZE
                           WS-GL-BATCH-BEFORE DELIMITED BY SIZE
                           " MUST BE REVERSED IN THE LEDGER"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "** BEFORE THE NIGHT IS RUN AGAIN"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               WHEN RESTORE-STARTED
                   MOVE "** ROLLBACK INCOMPLETE - FILES ARE MIXED."
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "** THE COPIES ARE UNTOUCHED - CORRECT THE "
                       TO REPORT-LINE
                   MOVE "FAILURE AND RERUN PROG046"
                       TO REPORT-LINE(43:25)
                   WRITE REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RESTORED-FILES TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FILES RESTORED:           " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REMOVED-FILES TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FILES REMOVED:            " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RESTORED-RECORDS TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS RESTORED:         " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PREPARED BY (OPERATIONS): " DELIMITED BY SIZE
               "____________________  DATE: __________"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED BY (ACCOUNTING): " DELIMITED BY SIZE
               "____________________  DATE: __________"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

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
               MOVE "PROG046" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

       9000-TERMINATE.
           IF REPORT-OPEN
               CLOSE ROLLBACK-RPT
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT RESTORE-COMPLETE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GL-BATCH-BEFORE > WS-GL-BATCH-AFTER
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PROG046.
