      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Nightly maintenance security report. The maintenance
      *          runs (PROG009 roster, PROG012 voids, PROG014
      *          messages, PROG018 calendar, PROG023 customer master)
      *          log every transaction they read to MNTLOG.DAT with
      *          the operator who submitted it and whether it was
      *          applied, rejected on its edits, or refused because
      *          the submitter held no grant on MNTAUTH.DAT. This step
      *          lists the day's log on SECRPT.RPT grouped by
      *          operator - who changed what, and who tried to - with
      *          applied, rejected, and unauthorized counts for each
      *          operator and for the day. Every entry is then
      *          appended to the MNTHIST.DAT history and MNTLOG.DAT is
      *          deleted, so the next day's report starts clean; the
      *          log is only deleted once the history has taken every
      *          entry. A day with no maintenance is a quiet night.
      *          Any unauthorized attempt ends the step with RC 4 so
      *          it is seen on the morning's chain summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG041.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-SECURITY-LOG ASSIGN TO "MNTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTLOG-STATUS.
           SELECT MAINT-SECURITY-HISTORY ASSIGN TO "MNTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTHIST-STATUS.
           SELECT SECURITY-REPORT ASSIGN TO "SECRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  MAINT-SECURITY-LOG.
           COPY "MNTLOG.CPY".
       FD  MAINT-SECURITY-HISTORY.
       01  MAINT-HISTORY-RECORD            PIC X(92).
       FD  SECURITY-REPORT.
       01  REPORT-LINE                     PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       WORKING-STORAGE SECTION.
       01  WS-MNTLOG-STATUS            PIC X(2).
       01  WS-MNTHIST-STATUS           PIC X(2).
       01  WS-REPORT-STATUS            PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-DELETE-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-LOG-EOF                  PIC X(1) VALUE 'N'.
           88  LOG-EOF                             VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-LOG-PRESENT              PIC X(1) VALUE 'N'.
           88  LOG-PRESENT                         VALUE 'Y'.
       01  WS-HISTORY-VALID            PIC X(1) VALUE 'Y'.
           88  HISTORY-VALID                       VALUE 'Y'.
       01  WS-HISTORY-OPEN             PIC X(1) VALUE 'N'.
           88  HISTORY-OPEN                        VALUE 'Y'.
       01  WS-REPORT-OPEN              PIC X(1) VALUE 'N'.
           88  REPORT-OPEN                         VALUE 'Y'.
       01  WS-OPERATOR-FOUND           PIC X(1) VALUE 'N'.
           88  OPERATOR-FOUND                      VALUE 'Y'.
       01  WS-ENTRY-MAX                PIC 9(4) VALUE 1000.
       01  WS-ENTRY-COUNT              PIC 9(4) VALUE 0.
       01  WS-ENTRY-SUB                PIC 9(4) VALUE 0.
       01  WS-ENTRY-TABLE.
           05  WS-LOG-ENTRY OCCURS 1000 TIMES.
               10  WS-LE-RUN-DATE      PIC 9(8).
               10  WS-LE-RUN-TIME      PIC 9(6).
               10  WS-LE-PROGRAM-ID    PIC X(8).
               10  WS-LE-OPERATOR-ID   PIC X(8).
               10  WS-LE-TRAN-TYPE     PIC X(1).
               10  WS-LE-TRAN-KEY      PIC X(20).
               10  WS-LE-RESULT        PIC X(1).
               10  WS-LE-REASON        PIC X(40).
       01  WS-OPER-MAX                 PIC 9(4) VALUE 200.
       01  WS-OPER-COUNT               PIC 9(4) VALUE 0.
       01  WS-OPER-SUB                 PIC 9(4) VALUE 0.
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY OCCURS 200 TIMES.
               10  WS-OP-OPERATOR-ID   PIC X(8).
               10  WS-OP-APPLIED       PIC 9(9).
               10  WS-OP-REJECTED      PIC 9(9).
               10  WS-OP-UNAUTHORIZED  PIC 9(9).
       01  WS-READ-COUNT               PIC 9(9) VALUE 0.
       01  WS-HISTORY-COUNT            PIC 9(9) VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(9) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(9) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(9) VALUE 0.
       01  WS-UNAUTH-COUNT             PIC 9(9) VALUE 0.
       01  WS-RESULT-TEXT              PIC X(12).
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
       01  WS-DISPLAY-APPLIED          PIC Z(8)9.
       01  WS-DISPLAY-REJECTED         PIC Z(8)9.
       01  WS-DISPLAY-UNAUTH           PIC Z(8)9.
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
           MOVE "MAINTENANCE SECURITY REPORT STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE AND LOG-PRESENT
               PERFORM 2000-LOAD-SECURITY-LOG
           END-IF
           IF FILES-AVAILABLE
               PERFORM 3000-WRITE-OPERATOR-SECTIONS
               PERFORM 4000-WRITE-CONTROL-TOTALS
               PERFORM 1700-WRITE-RUN-TRAILER
           END-IF
           IF FILES-AVAILABLE AND LOG-PRESENT AND HISTORY-VALID
               PERFORM 5000-CLEAR-SECURITY-LOG
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE OR NOT HISTORY-VALID
                   MOVE 'E' TO WS-EVENT-SEVERITY
               WHEN WS-UNAUTH-COUNT > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY
           END-EVALUATE
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "MAINTENANCE LOGGED - " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               " READ, " DELIMITED BY SIZE
               WS-UNAUTH-COUNT DELIMITED BY SIZE
               " UNAUTHORIZED" DELIMITED BY SIZE
               INTO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           DISPLAY "PROG041: MAINTENANCE SECURITY REPORT COMPLETE - "
               WS-READ-COUNT " LOGGED, " WS-UNAUTH-COUNT
               " UNAUTHORIZED"
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           PERFORM 1100-OPEN-SECURITY-LOG
           OPEN OUTPUT SECURITY-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG041: SECURITY REPORT UNAVAILABLE - "
                   "STATUS " WS-REPORT-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "SECRPT.RPT CANNOT BE WRITTEN" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-REPORT-OPEN
               PERFORM 1400-WRITE-REPORT-HEADER
           END-IF
           IF FILES-AVAILABLE AND LOG-PRESENT
               OPEN EXTEND MAINT-SECURITY-HISTORY
               IF WS-MNTHIST-STATUS = "35"
                   CLOSE MAINT-SECURITY-HISTORY
                   OPEN OUTPUT MAINT-SECURITY-HISTORY
               END-IF
               IF WS-MNTHIST-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG041: SECURITY HISTORY UNAVAILABLE - "
                       "STATUS " WS-MNTHIST-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "MNTHIST.DAT CANNOT BE EXTENDED"
                       TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               ELSE
                   MOVE 'Y' TO WS-HISTORY-OPEN
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

      *    Most nights some maintenance is run, but a day with none
      *    leaves no log at all - that is a quiet night, and the
      *    report still prints to say so.
       1100-OPEN-SECURITY-LOG.
           OPEN INPUT MAINT-SECURITY-LOG
           EVALUATE TRUE
               WHEN WS-MNTLOG-STATUS = "00"
                   MOVE 'Y' TO WS-LOG-PRESENT
               WHEN WS-MNTLOG-STATUS = "35"
                   DISPLAY "PROG041: NO MAINTENANCE ACTIVITY LOGGED"
               WHEN OTHER
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG041: MNTLOG.DAT UNAVAILABLE - STATUS "
                       WS-MNTLOG-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "MNTLOG.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
           END-EVALUATE.

       1400-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "MAINTENANCE SECURITY REPORT" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MAINTENANCE TRANSACTIONS BY SUBMITTING OPERATOR"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  DATE     TIME   PROGRAM  T " DELIMITED BY SIZE
               "KEY                  RESULT" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG041" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG041" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE WS-READ-COUNT TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

      *    Every entry goes to the history as it is read, whether or
      *    not it fits the report table, so nothing is lost when the
      *    log is cleared; entries past the table are counted and
      *    flagged on the report instead of listed.
       2000-LOAD-SECURITY-LOG.
           MOVE 'N' TO WS-LOG-EOF
           PERFORM UNTIL LOG-EOF
               READ MAINT-SECURITY-LOG
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE MAINT-SECURITY-RECORD
                           TO MAINT-HISTORY-RECORD
                       WRITE MAINT-HISTORY-RECORD
                       IF WS-MNTHIST-STATUS NOT = "00"
                           MOVE 'N' TO WS-HISTORY-VALID
                       ELSE
                           ADD 1 TO WS-HISTORY-COUNT
                       END-IF
                       PERFORM 2100-COUNT-RESULT
                       IF WS-ENTRY-COUNT < WS-ENTRY-MAX
                           PERFORM 2200-ADD-LOG-ENTRY
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF NOT HISTORY-VALID
               DISPLAY "PROG041: MNTHIST.DAT WRITE FAILED - STATUS "
                   WS-MNTHIST-STATUS " - MNTLOG.DAT KEPT"
           END-IF.

       2100-COUNT-RESULT.
           EVALUATE TRUE
               WHEN MS-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN MS-UNAUTHORIZED
                   ADD 1 TO WS-UNAUTH-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       2200-ADD-LOG-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE MS-RUN-DATE TO WS-LE-RUN-DATE(WS-ENTRY-COUNT)
           MOVE MS-RUN-TIME TO WS-LE-RUN-TIME(WS-ENTRY-COUNT)
           MOVE MS-PROGRAM-ID TO WS-LE-PROGRAM-ID(WS-ENTRY-COUNT)
           MOVE MS-OPERATOR-ID TO WS-LE-OPERATOR-ID(WS-ENTRY-COUNT)
           MOVE MS-TRAN-TYPE TO WS-LE-TRAN-TYPE(WS-ENTRY-COUNT)
           MOVE MS-TRAN-KEY TO WS-LE-TRAN-KEY(WS-ENTRY-COUNT)
           MOVE MS-RESULT TO WS-LE-RESULT(WS-ENTRY-COUNT)
           MOVE MS-REASON TO WS-LE-REASON(WS-ENTRY-COUNT)
           PERFORM 2300-FIND-OPERATOR
           IF NOT OPERATOR-FOUND AND WS-OPER-COUNT < WS-OPER-MAX
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-OPER-COUNT TO WS-OPER-SUB
               MOVE MS-OPERATOR-ID TO WS-OP-OPERATOR-ID(WS-OPER-SUB)
               MOVE 0 TO WS-OP-APPLIED(WS-OPER-SUB)
               MOVE 0 TO WS-OP-REJECTED(WS-OPER-SUB)
               MOVE 0 TO WS-OP-UNAUTHORIZED(WS-OPER-SUB)
               MOVE 'Y' TO WS-OPERATOR-FOUND
           END-IF
           IF OPERATOR-FOUND
               EVALUATE TRUE
                   WHEN MS-APPLIED
                       ADD 1 TO WS-OP-APPLIED(WS-OPER-SUB)
                   WHEN MS-UNAUTHORIZED
                       ADD 1 TO WS-OP-UNAUTHORIZED(WS-OPER-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-OP-REJECTED(WS-OPER-SUB)
               END-EVALUATE
           END-IF.

       2300-FIND-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-FOUND
           MOVE 0 TO WS-OPER-SUB
           PERFORM UNTIL OPERATOR-FOUND
               OR WS-OPER-SUB >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-SUB
               IF WS-OP-OPERATOR-ID(WS-OPER-SUB) = MS-OPERATOR-ID
                   MOVE 'Y' TO WS-OPERATOR-FOUND
               END-IF
           END-PERFORM.

      *    One section per submitting operator, in the order each
      *    first appears on the log; a blank submitter (a transaction
      *    that named nobody) gets a section of its own.
       3000-WRITE-OPERATOR-SECTIONS.
           IF WS-READ-COUNT = 0
               MOVE "NO MAINTENANCE ACTIVITY LOGGED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 0 TO WS-OPER-SUB
           PERFORM UNTIL WS-OPER-SUB >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-SUB
               PERFORM 3100-WRITE-OPERATOR-SECTION
           END-PERFORM
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "ENTRIES NOT LISTED (SEE MNTHIST.DAT): "
                   DELIMITED BY SIZE
                   WS-DISPLAY-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-WRITE-OPERATOR-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-OP-OPERATOR-ID(WS-OPER-SUB) = SPACES
               MOVE "OPERATOR (NONE GIVEN)" TO REPORT-LINE
           ELSE
               STRING "OPERATOR " DELIMITED BY SIZE
                   WS-OP-OPERATOR-ID(WS-OPER-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE 0 TO WS-ENTRY-SUB
           PERFORM UNTIL WS-ENTRY-SUB >= WS-ENTRY-COUNT
               ADD 1 TO WS-ENTRY-SUB
               IF WS-LE-OPERATOR-ID(WS-ENTRY-SUB)
                   = WS-OP-OPERATOR-ID(WS-OPER-SUB)
                   PERFORM 3200-WRITE-ENTRY-LINE
               END-IF
           END-PERFORM
           MOVE WS-OP-APPLIED(WS-OPER-SUB) TO WS-DISPLAY-APPLIED
           MOVE WS-OP-REJECTED(WS-OPER-SUB) TO WS-DISPLAY-REJECTED
           MOVE WS-OP-UNAUTHORIZED(WS-OPER-SUB) TO WS-DISPLAY-UNAUTH
           MOVE SPACES TO REPORT-LINE
           STRING "  APPLIED " DELIMITED BY SIZE
               WS-DISPLAY-APPLIED DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WS-DISPLAY-REJECTED DELIMITED BY SIZE
               "  UNAUTHORIZED " DELIMITED BY SIZE
               WS-DISPLAY-UNAUTH DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       3200-WRITE-ENTRY-LINE.
           EVALUATE WS-LE-RESULT(WS-ENTRY-SUB)
               WHEN 'A'
                   MOVE "APPLIED" TO WS-RESULT-TEXT
               WHEN 'U'
                   MOVE "UNAUTHORIZED" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "REJECTED" TO WS-RESULT-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-LE-RUN-DATE(WS-ENTRY-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LE-RUN-TIME(WS-ENTRY-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LE-PROGRAM-ID(WS-ENTRY-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LE-TRAN-TYPE(WS-ENTRY-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LE-TRAN-KEY(WS-ENTRY-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LE-REASON(WS-ENTRY-SUB) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "      - " DELIMITED BY SIZE
                   WS-LE-REASON(WS-ENTRY-SUB) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TRANSACTIONS LOGGED:  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-APPLIED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "APPLIED:              " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED ON EDITS:    " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNAUTH-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "NOT AUTHORIZED:       " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPER-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATORS:            " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The day's log is cleared only once the history holds every
      *    entry read from it; otherwise it stays for tomorrow's run
      *    and is reported again.
       5000-CLEAR-SECURITY-LOG.
           CLOSE MAINT-SECURITY-LOG
           MOVE 'N' TO WS-LOG-PRESENT
           CLOSE MAINT-SECURITY-HISTORY
           MOVE 'N' TO WS-HISTORY-OPEN
           CALL "CBL_DELETE_FILE" USING "MNTLOG.DAT"
               RETURNING WS-DELETE-RC
           IF WS-DELETE-RC NOT = 0
               DISPLAY "PROG041: MNTLOG.DAT NOT CLEARED - RC "
                   WS-DELETE-RC
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE "MNTLOG.DAT NOT CLEARED - WILL BE REPORTED AGAIN"
                   TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
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
               MOVE "PROG041" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

       9000-TERMINATE.
           IF LOG-PRESENT
               CLOSE MAINT-SECURITY-LOG
           END-IF
           IF HISTORY-OPEN
               CLOSE MAINT-SECURITY-HISTORY
           END-IF
           IF REPORT-OPEN
               CLOSE SECURITY-REPORT
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE OR NOT HISTORY-VALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNAUTH-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PROG041.
