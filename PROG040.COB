      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Customer master load and reload. Builds the indexed
      *          CUSTMST.DAT, keyed on CM-ACCOUNT-NUMBER, from the
      *          sequential image on CUSTMST.BKP. It serves two jobs:
      *          the one-time conversion, where the old line
      *          sequential CUSTMST.DAT is renamed to CUSTMST.BKP and
      *          loaded (records written before the address flag was
      *          added read the flag as a space), and recovery, where
      *          the PROG039 backup taken ahead of the night's master
      *          updates is loaded back over a master left half
      *          posted by a failed step. A record with a blank or
      *          duplicate account number is rejected and listed. When
      *          the load is done the new file is read back from the
      *          first key and its record count and balance total are
      *          proved against what was loaded; the CUSTLOAD.RPT
      *          proof ends IN BALANCE or OUT OF BALANCE (RC 8). The
      *          backup is opened and its first record read before the
      *          master is touched, so a missing or empty backup never
      *          costs the master. After a reload that proves, if the
      *          PROG001 job-status file shows an incomplete night,
      *          the proof lists every master-updating step on it that
      *          had already finished - the reload has taken their
      *          postings off the master while the history, ledger
      *          and other files they wrote still carry them, so
      *          rerunning those steps would post them twice. The
      *          steps are not rerun; the proof directs the operator
      *          to a PROG046 rollback of the PROG045 snapshot taken
      *          before the night, which puts every file back as one
      *          unit, and the run ends RC 4. The master-updating
      *          steps, and the return code at which each counts as
      *          failed, come from the PROG001 job network
      *          (JOBNET.DAT). Takes the suite-wide run lock.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG040.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTOMER-MASTER-BACKUP ASSIGN TO "CUSTMST.BKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTAT-STATUS.
           SELECT JOB-NETWORK-FILE ASSIGN TO "JOBNET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBNET-STATUS.
           SELECT LOAD-PROOF-RPT ASSIGN TO "CUSTLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.
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
       FD  CUSTOMER-MASTER-BACKUP.
       01  BACKUP-RECORD                   PIC X(149).
       FD  JOB-STATUS-FILE.
           COPY "JOBSTAT.CPY".
       FD  JOB-NETWORK-FILE.
           COPY "JOBNET.CPY".
       FD  LOAD-PROOF-RPT.
       01  PROOF-LINE                      PIC X(80).
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
       01  WS-BACKUP-STATUS            PIC X(2).
       01  WS-JOBSTAT-STATUS           PIC X(2).
       01  WS-JOBNET-STATUS            PIC X(2).
       01  WS-PROOF-STATUS             PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-BACKUP-EOF               PIC X(1) VALUE 'N'.
           88  BACKUP-EOF                          VALUE 'Y'.
       01  WS-CUSTMST-EOF              PIC X(1) VALUE 'N'.
           88  CUSTMST-EOF                         VALUE 'Y'.
       01  WS-JOBSTAT-EOF              PIC X(1) VALUE 'N'.
           88  JOBSTAT-EOF                         VALUE 'Y'.
       01  WS-JOBNET-EOF               PIC X(1) VALUE 'N'.
           88  JOBNET-EOF                          VALUE 'Y'.
       01  WS-UPDATERS-LOADED          PIC X(1) VALUE 'N'.
           88  UPDATERS-LOADED                     VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-BACKUP-OPEN              PIC X(1) VALUE 'N'.
           88  BACKUP-OPEN                         VALUE 'Y'.
       01  WS-PROOF-OPEN               PIC X(1) VALUE 'N'.
           88  PROOF-OPEN                          VALUE 'Y'.
       01  WS-LOAD-STARTED             PIC X(1) VALUE 'N'.
           88  LOAD-STARTED                        VALUE 'Y'.
       01  WS-LOAD-PROVED              PIC X(1) VALUE 'N'.
           88  LOAD-PROVED                         VALUE 'Y'.
       01  WS-STEP-FOUND               PIC X(1) VALUE 'N'.
           88  STEP-FOUND                          VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-READ-COUNT               PIC 9(9) VALUE 0.
       01  WS-LOADED-COUNT             PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE 0.
       01  WS-VERIFY-COUNT             PIC 9(9) VALUE 0.
       01  WS-LOST-COUNT               PIC 9(9) VALUE 0.
       01  WS-NIGHT-INCOMPLETE         PIC X(1) VALUE 'N'.
           88  NIGHT-INCOMPLETE                    VALUE 'Y'.
       01  WS-LOADED-BALANCE           PIC 9(11)V99 VALUE 0.
       01  WS-VERIFY-BALANCE           PIC 9(11)V99 VALUE 0.
       01  WS-JOB-RUN-DATE             PIC 9(8) VALUE 0.
      *    The chain steps that rewrite CUSTMST.DAT in place, as
      *    flagged on the job network. A reloaded master has lost
      *    whatever these posted, so each one the incomplete night
      *    shows as finished is listed on the proof.
       01  WS-UPDATER-MAX              PIC 9(4) VALUE 20.
       01  WS-UPDATER-COUNT            PIC 9(4) VALUE 0.
       01  WS-UPDATER-SUB              PIC 9(4) VALUE 0.
       01  WS-UPDATER-TABLE.
           05  WS-UPDATER-ENTRY OCCURS 20 TIMES.
               10  WS-UP-STEP-NAME     PIC X(8).
               10  WS-UP-FAIL-RC       PIC 9(2).
               10  WS-UPDATER-RAN      PIC X(1).
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
       01  WS-DISPLAY-AMOUNT           PIC Z(10)9.99.
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
           MOVE "CUSTOMER MASTER LOAD STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-LOAD-MASTER
               PERFORM 3000-VERIFY-MASTER
               IF LOAD-PROVED
                   PERFORM 5000-CHECK-INCOMPLETE-NIGHT
               END-IF
               PERFORM 4000-WRITE-CONTROL-TOTALS
               DISPLAY "PROG040: CUSTOMER MASTER LOAD COMPLETE - "
                   WS-LOADED-COUNT " LOADED, " WS-REJECT-COUNT
                   " REJECTED"
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           MOVE SPACES TO WS-EVENT-TEXT
           EVALUATE TRUE
               WHEN LOAD-PROVED
                   MOVE 'I' TO WS-EVENT-SEVERITY
                   IF WS-REJECT-COUNT > 0 OR NIGHT-INCOMPLETE
                       MOVE 'W' TO WS-EVENT-SEVERITY
                   END-IF
                   STRING "CUSTOMER MASTER LOADED - " DELIMITED BY SIZE
                       WS-LOADED-COUNT DELIMITED BY SIZE
                       " RECORDS IN BALANCE" DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
               WHEN LOAD-STARTED
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "CUSTOMER MASTER LOAD OUT OF BALANCE"
                       TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "CUSTOMER MASTER LOAD REFUSED - MASTER INTACT"
                       TO WS-EVENT-TEXT
           END-EVALUATE
           PERFORM 8100-LOG-EVENT
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
                   DISPLAY "PROG040: STALE RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " CLEARED BY OPERATOR "
                       "OVERRIDE"
                   CALL "CBL_DELETE_FILE" USING "RUNLOCK.DAT"
                       RETURNING WS-DELETE-RC
               ELSE
                   MOVE 'Y' TO WS-LOCK-REFUSED
                   DISPLAY "PROG040: RUN REFUSED - RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " SINCE " RL-TIMESTAMP
               END-IF
           END-IF
           IF NOT LOCK-REFUSED
               OPEN OUTPUT RUN-LOCK-FILE
               IF WS-RUNLOCK-STATUS = "00"
                   MOVE "PROG040" TO RL-HOLDER-PROGRAM
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
                   DISPLAY "PROG040: UNABLE TO TAKE RUN LOCK - "
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

      *    Nothing is done to the master until the backup has opened
      *    and given up its first record; only then is CUSTMST.DAT
      *    opened for output, which empties it.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           OPEN OUTPUT LOAD-PROOF-RPT
           IF WS-PROOF-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG040: LOAD PROOF REPORT UNAVAILABLE - "
                   "STATUS " WS-PROOF-STATUS
           ELSE
               MOVE 'Y' TO WS-PROOF-OPEN
               PERFORM 1400-WRITE-PROOF-HEADER
           END-IF
           IF FILES-AVAILABLE
               OPEN INPUT CUSTOMER-MASTER-BACKUP
               IF WS-BACKUP-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG040: CUSTMST.BKP UNAVAILABLE - STATUS "
                       WS-BACKUP-STATUS " - MASTER NOT TOUCHED"
                   MOVE "CUSTMST.BKP NOT AVAILABLE - NOTHING LOADED"
                       TO PROOF-LINE
                   WRITE PROOF-LINE
               ELSE
                   MOVE 'Y' TO WS-BACKUP-OPEN
                   PERFORM 1100-READ-BACKUP
                   IF BACKUP-EOF
                       MOVE 'N' TO WS-FILES-AVAILABLE
                       DISPLAY "PROG040: CUSTMST.BKP IS EMPTY - "
                           "MASTER NOT TOUCHED"
                       MOVE "CUSTMST.BKP IS EMPTY - NOTHING LOADED"
                           TO PROOF-LINE
                       WRITE PROOF-LINE
                   END-IF
               END-IF
           END-IF
           IF FILES-AVAILABLE
               OPEN OUTPUT CUSTOMER-MASTER
               IF WS-CUSTMST-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG040: CUSTOMER MASTER CANNOT BE "
                       "CREATED - STATUS " WS-CUSTMST-STATUS
               ELSE
                   MOVE 'Y' TO WS-LOAD-STARTED
               END-IF
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

       1100-READ-BACKUP.
           READ CUSTOMER-MASTER-BACKUP
               AT END
                   MOVE 'Y' TO WS-BACKUP-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       1400-WRITE-PROOF-HEADER.
           MOVE SPACES TO PROOF-LINE
           STRING "CUSTOMER MASTER LOAD PROOF" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE "SOURCE: CUSTMST.BKP    TARGET: CUSTMST.DAT (INDEXED)"
               TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE.

      *    Records go in by key in whatever order the source holds
      *    them, so an unsorted conversion file loads the same as a
      *    PROG039 backup; a key already on file is the duplicate.
       2000-LOAD-MASTER.
           PERFORM UNTIL BACKUP-EOF
               MOVE BACKUP-RECORD TO CUSTOMER-MASTER-RECORD
               MOVE SPACES TO WS-REJECT-REASON
               IF CM-ACCOUNT-NUMBER = SPACES
                   MOVE "ACCOUNT NUMBER BLANK" TO WS-REJECT-REASON
               ELSE
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           MOVE "DUPLICATE ACCOUNT NUMBER"
                               TO WS-REJECT-REASON
                   END-WRITE
               END-IF
               IF WS-REJECT-REASON = SPACES
                   AND WS-CUSTMST-STATUS NOT = "00"
                   MOVE "WRITE FAILED - STATUS" TO WS-REJECT-REASON
                   MOVE WS-CUSTMST-STATUS TO WS-REJECT-REASON(23:2)
               END-IF
               IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-LOADED-COUNT
                   IF CM-BALANCE NUMERIC
                       ADD CM-BALANCE TO WS-LOADED-BALANCE
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2100-WRITE-REJECT
               END-IF
               PERFORM 1100-READ-BACKUP
           END-PERFORM
           CLOSE CUSTOMER-MASTER.

       2100-WRITE-REJECT.
           MOVE SPACES TO PROOF-LINE
           STRING "REJECTED " DELIMITED BY SIZE
               CM-ACCOUNT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-NAME DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE.

      *    The proof reads the finished file from the first key, the
      *    way every sequential reader of the master will see it.
       3000-VERIFY-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               DISPLAY "PROG040: LOADED MASTER CANNOT BE READ BACK - "
                   "STATUS " WS-CUSTMST-STATUS
           ELSE
               MOVE 'N' TO WS-CUSTMST-EOF
               MOVE LOW-VALUES TO CM-ACCOUNT-NUMBER
               START CUSTOMER-MASTER
                   KEY IS NOT LESS THAN CM-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-CUSTMST-EOF
               END-START
               PERFORM UNTIL CUSTMST-EOF
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CUSTMST-EOF
                       NOT AT END
                           ADD 1 TO WS-VERIFY-COUNT
                           IF CM-BALANCE NUMERIC
                               ADD CM-BALANCE TO WS-VERIFY-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
               IF WS-VERIFY-COUNT = WS-LOADED-COUNT
                   AND WS-VERIFY-BALANCE = WS-LOADED-BALANCE
                   AND WS-READ-COUNT =
                       WS-LOADED-COUNT + WS-REJECT-COUNT
                   MOVE 'Y' TO WS-LOAD-PROVED
               END-IF
           END-IF.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE "CONTROL TOTALS" TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "RECORDS READ FROM BACKUP:   " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "RECORDS REJECTED:           " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-LOADED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-LOADED-BALANCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO PROOF-LINE
           STRING "RECORDS LOADED:             " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  BALANCE " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-VERIFY-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-VERIFY-BALANCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO PROOF-LINE
           STRING "RECORDS ON INDEXED MASTER:  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  BALANCE " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           IF LOAD-PROVED
               MOVE "LOAD IN BALANCE" TO PROOF-LINE
           ELSE
               MOVE "LOAD OUT OF BALANCE - DO NOT RUN AGAINST THIS FILE"
                   TO PROOF-LINE
           END-IF
           WRITE PROOF-LINE
           IF WS-LOST-COUNT > 0
               MOVE WS-LOST-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO PROOF-LINE
               STRING "STEPS WITH POSTINGS LOST:   " DELIMITED BY SIZE
                   WS-DISPLAY-COUNT DELIMITED BY SIZE
                   INTO PROOF-LINE
               WRITE PROOF-LINE
           END-IF.

      *    JOBSTAT.DAT on disk means the chain did not finish. The
      *    steps are not marked to run again: the history, ledger and
      *    other files they posted were not reloaded, so a rerun
      *    would post their work a second time everywhere but the
      *    master. Only the PROG046 rollback of the snapshot taken
      *    before the night puts every file back together.
       5000-CHECK-INCOMPLETE-NIGHT.
           PERFORM 5050-LOAD-UPDATER-STEPS
           OPEN INPUT JOB-STATUS-FILE
           IF WS-JOBSTAT-STATUS NOT = "00"
               MOVE "NO INCOMPLETE NIGHT ON FILE" TO PROOF-LINE
               WRITE PROOF-LINE
           ELSE
               MOVE 'Y' TO WS-NIGHT-INCOMPLETE
               MOVE 'N' TO WS-JOBSTAT-EOF
               PERFORM UNTIL JOBSTAT-EOF
                   READ JOB-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WS-JOBSTAT-EOF
                       NOT AT END
                           MOVE JS-RUN-DATE TO WS-JOB-RUN-DATE
                           PERFORM 5100-NOTE-STEP-STATUS
                   END-READ
               END-PERFORM
               CLOSE JOB-STATUS-FILE
               MOVE SPACES TO PROOF-LINE
               WRITE PROOF-LINE
               MOVE SPACES TO PROOF-LINE
               STRING "INCOMPLETE NIGHT ON FILE FOR " DELIMITED BY SIZE
                   WS-JOB-RUN-DATE DELIMITED BY SIZE
                   INTO PROOF-LINE
               WRITE PROOF-LINE
               IF UPDATERS-LOADED
                   MOVE 0 TO WS-UPDATER-SUB
                   PERFORM UNTIL WS-UPDATER-SUB >= WS-UPDATER-COUNT
                       ADD 1 TO WS-UPDATER-SUB
                       IF WS-UPDATER-RAN(WS-UPDATER-SUB) = 'Y'
                           PERFORM 5200-LIST-ONE-STEP
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE SPACES TO PROOF-LINE
                   STRING "JOBNET.DAT NOT AVAILABLE - STATUS "
                       DELIMITED BY SIZE
                       WS-JOBNET-STATUS DELIMITED BY SIZE
                       " - STEPS NOT LISTED" DELIMITED BY SIZE
                       INTO PROOF-LINE
                   WRITE PROOF-LINE
               END-IF
               MOVE "DO NOT RESTART THE CHAIN ON THIS MASTER - STEPS"
                   TO PROOF-LINE
               WRITE PROOF-LINE
               MOVE "ALREADY FINISHED WOULD POST THEIR WORK TWICE."
                   TO PROOF-LINE
               WRITE PROOF-LINE
               MOVE SPACES TO PROOF-LINE
               STRING "TO REVERSE THE NIGHT RUN PROG046 FOR "
                   DELIMITED BY SIZE
                   WS-JOB-RUN-DATE DELIMITED BY SIZE
                   " TO ROLL BACK" DELIMITED BY SIZE
                   INTO PROOF-LINE
               WRITE PROOF-LINE
               MOVE "THE PROG045 SNAPSHOT TAKEN BEFORE THE NIGHT."
                   TO PROOF-LINE
               WRITE PROOF-LINE
               DISPLAY "PROG040: INCOMPLETE NIGHT " WS-JOB-RUN-DATE
                   " ON FILE - ROLL BACK WITH PROG046, DO NOT RESTART"
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE "INCOMPLETE NIGHT ON FILE - ROLL BACK WITH PROG046"
                   TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

      *    Every step the job network flags as updating the master
      *    after the PROG039 backup, with its own failure code.
       5050-LOAD-UPDATER-STEPS.
           MOVE 0 TO WS-UPDATER-COUNT
           OPEN INPUT JOB-NETWORK-FILE
           IF WS-JOBNET-STATUS = "00"
               MOVE 'Y' TO WS-UPDATERS-LOADED
               MOVE 'N' TO WS-JOBNET-EOF
               PERFORM UNTIL JOBNET-EOF
                   READ JOB-NETWORK-FILE
                       AT END
                           MOVE 'Y' TO WS-JOBNET-EOF
                       NOT AT END
                           IF JN-UPDATES-MASTER
                               AND WS-UPDATER-COUNT < WS-UPDATER-MAX
                               ADD 1 TO WS-UPDATER-COUNT
                               MOVE JN-STEP-NAME TO
                                   WS-UP-STEP-NAME(WS-UPDATER-COUNT)
                               MOVE JN-FAIL-RC TO
                                   WS-UP-FAIL-RC(WS-UPDATER-COUNT)
                               MOVE 'N' TO
                                   WS-UPDATER-RAN(WS-UPDATER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-NETWORK-FILE
           END-IF.

      *    Only the last status for a step counts, the same rule the
      *    driver applies when it loads the file.
       5100-NOTE-STEP-STATUS.
           MOVE 'N' TO WS-STEP-FOUND
           MOVE 0 TO WS-UPDATER-SUB
           PERFORM UNTIL STEP-FOUND
               OR WS-UPDATER-SUB >= WS-UPDATER-COUNT
               ADD 1 TO WS-UPDATER-SUB
               IF WS-UP-STEP-NAME(WS-UPDATER-SUB) = JS-STEP-NAME
                   MOVE 'Y' TO WS-STEP-FOUND
                   IF JS-RETURN-CODE < WS-UP-FAIL-RC(WS-UPDATER-SUB)
                       MOVE 'Y' TO WS-UPDATER-RAN(WS-UPDATER-SUB)
                   ELSE
                       MOVE 'N' TO WS-UPDATER-RAN(WS-UPDATER-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       5200-LIST-ONE-STEP.
           ADD 1 TO WS-LOST-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "MASTER POSTINGS LOST BY RELOAD: " DELIMITED BY SIZE
               WS-UP-STEP-NAME(WS-UPDATER-SUB) DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE.

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
               MOVE "PROG040" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

       9000-TERMINATE.
           IF BACKUP-OPEN
               CLOSE CUSTOMER-MASTER-BACKUP
           END-IF
           IF PROOF-OPEN
               CLOSE LOAD-PROOF-RPT
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT LOAD-PROVED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0 OR NIGHT-INCOMPLETE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PROG040.
