      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Customer master backup for the nightly chain, run
      *          after PROG003 and ahead of the first step that
      *          updates the master. Since the master became an
      *          indexed file updated in place by key, a step that
      *          fails part-way leaves some accounts posted and some
      *          not - there is no longer a whole new file that is
      *          simply not swapped in. This step unloads every record
      *          of the indexed CUSTMST.DAT, in account order, to the
      *          sequential work copy CUSTMST.BKN, then reads it back
      *          and proves it holds as many records and as much
      *          balance as were unloaded. Only a proved copy is
      *          renamed over CUSTMST.BKP, so the last good backup is
      *          never lost to a failed unload. A backup that does not
      *          prove ends the step with RC 8, so no master update
      *          runs without a good copy behind it. On a restart the
      *          PROG001 driver skips this step along with the others
      *          that finished, so CUSTMST.BKP stays the image taken
      *          before the failed night began; PROG040 reloads the
      *          master from it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG039.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTOMER-MASTER-BACKUP ASSIGN TO "CUSTMST.BKN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
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
       FD  CUSTOMER-MASTER-BACKUP.
       01  BACKUP-RECORD.
           05  BK-ACCOUNT-NUMBER           PIC X(10).
           05  FILLER                      PIC X(120).
           05  BK-BALANCE                  PIC 9(7)V99.
           05  FILLER                      PIC X(10).
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       WORKING-STORAGE SECTION.
       01  WS-CUSTMST-STATUS           PIC X(2).
       01  WS-BACKUP-STATUS            PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-CUSTMST-EOF              PIC X(1) VALUE 'N'.
           88  CUSTMST-EOF                         VALUE 'Y'.
       01  WS-BACKUP-EOF               PIC X(1) VALUE 'N'.
           88  BACKUP-EOF                          VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-BACKUP-PROVED            PIC X(1) VALUE 'N'.
           88  BACKUP-PROVED                       VALUE 'Y'.
       01  WS-UNLOAD-COUNT             PIC 9(9) VALUE 0.
       01  WS-VERIFY-COUNT             PIC 9(9) VALUE 0.
       01  WS-UNLOAD-BALANCE           PIC 9(11)V99 VALUE 0.
       01  WS-VERIFY-BALANCE           PIC 9(11)V99 VALUE 0.
       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-DELETE-RC                PIC S9(9) COMP-5 VALUE 0.
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
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE "CUSTOMER MASTER BACKUP STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-UNLOAD-MASTER
           END-IF
           IF FILES-AVAILABLE
               PERFORM 3000-VERIFY-BACKUP
           END-IF
           PERFORM 3500-REPLACE-BACKUP
           IF BACKUP-PROVED
               PERFORM 1700-WRITE-RUN-TRAILER
               DISPLAY "PROG039: CUSTOMER MASTER BACKUP COMPLETE - "
                   WS-UNLOAD-COUNT " RECORD(S) ON CUSTMST.BKP"
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           MOVE SPACES TO WS-EVENT-TEXT
           IF BACKUP-PROVED
               MOVE 'I' TO WS-EVENT-SEVERITY
               STRING "CUSTOMER MASTER BACKED UP - " DELIMITED BY SIZE
                   WS-UNLOAD-COUNT DELIMITED BY SIZE
                   " RECORDS" DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
           ELSE
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "CUSTOMER MASTER BACKUP FAILED - NO UPDATES RUN"
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
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG039: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "CUSTMST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF
           IF FILES-AVAILABLE
               OPEN OUTPUT CUSTOMER-MASTER-BACKUP
               IF WS-BACKUP-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG039: BACKUP FILE UNAVAILABLE - "
                       "STATUS " WS-BACKUP-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "CUSTMST.BKN CANNOT BE WRITTEN"
                       TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               END-IF
           END-IF
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

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG039" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG039" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE WS-UNLOAD-COUNT TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       2000-UNLOAD-MASTER.
           MOVE 'N' TO WS-CUSTMST-EOF
           PERFORM UNTIL CUSTMST-EOF OR NOT FILES-AVAILABLE
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUSTMST-EOF
                   NOT AT END
                       MOVE CUSTOMER-MASTER-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       IF WS-BACKUP-STATUS NOT = "00"
                           MOVE 'N' TO WS-FILES-AVAILABLE
                           DISPLAY "PROG039: BACKUP WRITE FAILED - "
                               "STATUS " WS-BACKUP-STATUS
                       ELSE
                           ADD 1 TO WS-UNLOAD-COUNT
                           ADD CM-BALANCE TO WS-UNLOAD-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-BACKUP.

      *    The backup is only as good as what can be read back from
      *    it; the count and the balance total must both agree with
      *    what was unloaded.
       3000-VERIFY-BACKUP.
           OPEN INPUT CUSTOMER-MASTER-BACKUP
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "PROG039: BACKUP CANNOT BE READ BACK - STATUS "
                   WS-BACKUP-STATUS
           ELSE
               MOVE 'N' TO WS-BACKUP-EOF
               PERFORM UNTIL BACKUP-EOF
                   READ CUSTOMER-MASTER-BACKUP
                       AT END
                           MOVE 'Y' TO WS-BACKUP-EOF
                       NOT AT END
                           ADD 1 TO WS-VERIFY-COUNT
                           IF BK-BALANCE NUMERIC
                               ADD BK-BALANCE TO WS-VERIFY-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-BACKUP
               IF WS-VERIFY-COUNT = WS-UNLOAD-COUNT
                   AND WS-VERIFY-BALANCE = WS-UNLOAD-BALANCE
                   MOVE 'Y' TO WS-BACKUP-PROVED
               ELSE
                   DISPLAY "PROG039: BACKUP OUT OF BALANCE - UNLOADED "
                       WS-UNLOAD-COUNT " READ BACK " WS-VERIFY-COUNT
               END-IF
           END-IF.

      *    The proved copy replaces CUSTMST.BKP in one rename; a copy
      *    that did not prove is thrown away and the previous backup
      *    stays where PROG040 will look for it.
       3500-REPLACE-BACKUP.
           IF BACKUP-PROVED
               CALL "CBL_RENAME_FILE" USING "CUSTMST.BKN"
                   "CUSTMST.BKP" RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = 0
                   MOVE 'N' TO WS-BACKUP-PROVED
                   DISPLAY "PROG039: UNABLE TO SWAP IN NEW BACKUP - RC "
                       WS-RENAME-RC
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "CUSTMST.BKN"
                   RETURNING WS-DELETE-RC
           END-IF.

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
               MOVE "PROG039" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

       9000-TERMINATE.
           IF WS-CUSTMST-STATUS = "00" OR WS-CUSTMST-STATUS = "10"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9500-SET-RETURN-CODE.
           IF BACKUP-PROVED
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM PROG039.
