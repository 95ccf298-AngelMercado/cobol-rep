      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Morning security violation report for operator
      *          sign-on. PROG002 (batch and console) and PROG008
      *          (online) count failed sign-ons per ID on OPLOCK.DAT
      *          and lock an ID out once it fails too often inside
      *          the SGNPARM.DAT window. This step prints SECVIOL.RPT
      *          for security: every ID currently locked out (when,
      *          from where, on what failure, and how many sign-ons
      *          have been refused since) and every lockout a
      *          supervisor cleared through PROG009 on the run date;
      *          every sign-on attempted with an inactive operator's
      *          ID; and every ID not on the roster that was tried
      *          at least the SGNPARM.DAT repeat threshold of times.
      *          The attempts come from the current OPAUDIT.LOG
      *          generation plus any online attempts still waiting on
      *          ONLACT.DAT for the PROG017 merge; both are only read.
      *          A night with no sign-on activity is a quiet night.
      *          Any violation ends the step with RC 4 so it is seen
      *          on the morning's chain summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG042.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-LOCKOUT-FILE ASSIGN TO "OPLOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LO-OPERATOR-ID
               FILE STATUS IS WS-OPLOCK-STATUS.
           SELECT OPERATOR-AUDIT-LOG ASSIGN TO "OPAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ONLINE-ACTIVITY-FILE ASSIGN TO "ONLACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLACT-STATUS.
           SELECT SIGNON-PARAMETER-FILE ASSIGN TO "SGNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGNPARM-STATUS.
           SELECT VIOLATION-REPORT ASSIGN TO "SECVIOL.RPT"
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
       FD  OPERATOR-LOCKOUT-FILE.
           COPY "OPLOCK.CPY".
       FD  OPERATOR-AUDIT-LOG.
           COPY "OPAUDIT.CPY".
       FD  ONLINE-ACTIVITY-FILE.
           COPY "ONLACT.CPY".
       FD  SIGNON-PARAMETER-FILE.
           COPY "SGNPARM.CPY".
       FD  VIOLATION-REPORT.
       01  REPORT-LINE                     PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       WORKING-STORAGE SECTION.
       01  WS-OPLOCK-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-ONLACT-STATUS            PIC X(2).
       01  WS-SGNPARM-STATUS           PIC X(2).
       01  WS-REPORT-STATUS            PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-REPORT-OPEN              PIC X(1) VALUE 'N'.
           88  REPORT-OPEN                         VALUE 'Y'.
       01  WS-LOCK-EOF                 PIC X(1) VALUE 'N'.
           88  LOCK-EOF                            VALUE 'Y'.
       01  WS-AUDIT-EOF                PIC X(1) VALUE 'N'.
           88  AUDIT-EOF                           VALUE 'Y'.
       01  WS-ONLACT-EOF               PIC X(1) VALUE 'N'.
           88  ONLACT-EOF                          VALUE 'Y'.
       01  WS-BAD-ID-FOUND             PIC X(1) VALUE 'N'.
           88  BAD-ID-FOUND                        VALUE 'Y'.
       01  WS-REPEAT-THRESHOLD         PIC 9(3) VALUE 2.
      *    One sign-on attempt, from either source, in one shape.
       01  WS-ATTEMPT.
           05  WS-AT-TIMESTAMP         PIC X(26).
           05  WS-AT-OPERATOR-ID       PIC X(8).
           05  WS-AT-RESULT            PIC X(1).
           05  WS-AT-REASON            PIC X(20).
           05  WS-AT-ACTION            PIC X(3).
           05  WS-AT-ORIGIN            PIC X(1).
       01  WS-AT-UPPER-ID              PIC X(8).
       01  WS-BAD-MAX                  PIC 9(4) VALUE 200.
       01  WS-BAD-COUNT                PIC 9(4) VALUE 0.
       01  WS-BAD-SUB                  PIC 9(4) VALUE 0.
       01  WS-BAD-ID-TABLE.
           05  WS-BAD-ENTRY OCCURS 200 TIMES.
               10  WS-BD-OPERATOR-ID   PIC X(8).
               10  WS-BD-ATTEMPTS      PIC 9(5).
               10  WS-BD-BATCH         PIC 9(5).
               10  WS-BD-ONLINE        PIC 9(5).
               10  WS-BD-FIRST-STAMP   PIC X(19).
               10  WS-BD-LAST-STAMP    PIC X(19).
       01  WS-AUDIT-COUNT              PIC 9(9) VALUE 0.
       01  WS-ONLINE-COUNT             PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(9) VALUE 0.
       01  WS-LOCKED-COUNT             PIC 9(9) VALUE 0.
       01  WS-CLEARED-COUNT            PIC 9(9) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(9) VALUE 0.
       01  WS-INACTIVE-COUNT           PIC 9(9) VALUE 0.
       01  WS-REPEAT-COUNT             PIC 9(9) VALUE 0.
       01  WS-BAD-OVERFLOW             PIC 9(9) VALUE 0.
       01  WS-VIOLATION-COUNT          PIC 9(9) VALUE 0.
       01  WS-ORIGIN-TEXT              PIC X(7).
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
       01  WS-DISPLAY-SMALL            PIC ZZZZ9.
       01  WS-DISPLAY-BATCH            PIC ZZZZ9.
       01  WS-DISPLAY-ONLINE           PIC ZZZZ9.
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
           MOVE "SIGN-ON VIOLATION REPORT STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-REPORT-LOCKOUTS
               PERFORM 3000-REPORT-INACTIVE-ATTEMPTS
               PERFORM 4000-REPORT-REPEATED-BAD-IDS
               PERFORM 4500-WRITE-CONTROL-TOTALS
               PERFORM 1700-WRITE-RUN-TRAILER
           END-IF
           PERFORM 9000-TERMINATE
           COMPUTE WS-VIOLATION-COUNT = WS-LOCKED-COUNT
               + WS-INACTIVE-COUNT + WS-REPEAT-COUNT
           PERFORM 9500-SET-RETURN-CODE
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE
                   MOVE 'E' TO WS-EVENT-SEVERITY
               WHEN WS-VIOLATION-COUNT > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY
           END-EVALUATE
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "SIGN-ON VIOLATIONS - " DELIMITED BY SIZE
               WS-LOCKED-COUNT DELIMITED BY SIZE
               " LOCKED, " DELIMITED BY SIZE
               WS-INACTIVE-COUNT DELIMITED BY SIZE
               " INACTIVE" DELIMITED BY SIZE
               INTO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           DISPLAY "PROG042: SIGN-ON VIOLATION REPORT COMPLETE - "
               WS-LOCKED-COUNT " LOCKED, " WS-INACTIVE-COUNT
               " INACTIVE, " WS-REPEAT-COUNT " REPEATED BAD IDS"
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           PERFORM 1100-LOAD-SIGNON-PARMS
           OPEN OUTPUT VIOLATION-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG042: VIOLATION REPORT UNAVAILABLE - "
                   "STATUS " WS-REPORT-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "SECVIOL.RPT CANNOT BE WRITTEN" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-REPORT-OPEN
               PERFORM 1400-WRITE-REPORT-HEADER
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

       1100-LOAD-SIGNON-PARMS.
           OPEN INPUT SIGNON-PARAMETER-FILE
           IF WS-SGNPARM-STATUS = "00"
               READ SIGNON-PARAMETER-FILE
                   NOT AT END
                       IF LP-REPEAT-THRESHOLD NUMERIC
                          AND LP-REPEAT-THRESHOLD > 0
                           MOVE LP-REPEAT-THRESHOLD
                               TO WS-REPEAT-THRESHOLD
                       END-IF
               END-READ
               CLOSE SIGNON-PARAMETER-FILE
           END-IF.

       1400-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "SIGN-ON SECURITY VIOLATIONS" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG042" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG042" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           COMPUTE RC-RECORD-COUNT = WS-AUDIT-COUNT + WS-ONLINE-COUNT
           WRITE RUN-CONTROL-RECORD.

      *    No lockout file means no ID has ever been locked out; the
      *    section still prints to say so.
       2000-REPORT-LOCKOUTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOCKED-OUT OPERATOR IDS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ID       LOCKED   TIME   FROM    FAILS "
               DELIMITED BY SIZE
               "LAST FAILURE         REFUSED" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT OPERATOR-LOCKOUT-FILE
           EVALUATE TRUE
               WHEN WS-OPLOCK-STATUS = "00"
                   MOVE 'N' TO WS-LOCK-EOF
                   PERFORM UNTIL LOCK-EOF
                       READ OPERATOR-LOCKOUT-FILE
                           AT END
                               MOVE 'Y' TO WS-LOCK-EOF
                           NOT AT END
                               PERFORM 2100-REPORT-LOCK-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE OPERATOR-LOCKOUT-FILE
               WHEN WS-OPLOCK-STATUS = "35"
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG042: OPLOCK.DAT UNAVAILABLE - STATUS "
                       WS-OPLOCK-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "OPLOCK.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
           END-EVALUATE
           IF WS-LOCKED-COUNT = 0 AND WS-CLEARED-COUNT = 0
               MOVE "  NO OPERATOR IDS LOCKED OUT" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    A lockout cleared on the run date is listed with who
      *    cleared it, so the report shows the whole day's story.
       2100-REPORT-LOCK-ENTRY.
           EVALUATE TRUE
               WHEN LO-LOCKED
                   ADD 1 TO WS-LOCKED-COUNT
                   ADD LO-REFUSED-COUNT TO WS-REFUSED-COUNT
                   IF LO-LOCK-ORIGIN = 'O'
                       MOVE "ONLINE" TO WS-ORIGIN-TEXT
                   ELSE
                       MOVE "BATCH" TO WS-ORIGIN-TEXT
                   END-IF
                   MOVE LO-REFUSED-COUNT TO WS-DISPLAY-SMALL
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       LO-OPERATOR-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LO-LOCK-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LO-LOCK-TIME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ORIGIN-TEXT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LO-FAIL-COUNT DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       LO-LAST-REASON DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DISPLAY-SMALL DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN LO-CLEARED AND LO-CLEARED-DATE = WS-RUN-DATE-NUM
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       LO-OPERATOR-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LO-LOCK-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LO-LOCK-TIME DELIMITED BY SIZE
                       " CLEARED " DELIMITED BY SIZE
                       LO-CLEARED-TIME DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       LO-CLEARED-BY DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Inactive-operator attempts are listed as they are read;
      *    bad IDs are only tallied here and listed once both
      *    sources have been read.
       3000-REPORT-INACTIVE-ATTEMPTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SIGN-ON ATTEMPTS ON INACTIVE OPERATORS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  TIMESTAMP           ID       ACTION FROM"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT OPERATOR-AUDIT-LOG
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS = "00"
                   MOVE 'N' TO WS-AUDIT-EOF
                   PERFORM UNTIL AUDIT-EOF
                       READ OPERATOR-AUDIT-LOG
                           AT END
                               MOVE 'Y' TO WS-AUDIT-EOF
                           NOT AT END
                               ADD 1 TO WS-AUDIT-COUNT
                               MOVE OA-TIMESTAMP TO WS-AT-TIMESTAMP
                               MOVE OA-OPERATOR-ID TO WS-AT-OPERATOR-ID
                               MOVE OA-RESULT TO WS-AT-RESULT
                               MOVE OA-REASON TO WS-AT-REASON
                               MOVE OA-ACTION TO WS-AT-ACTION
                               MOVE OA-ORIGIN TO WS-AT-ORIGIN
                               PERFORM 3100-EXAMINE-ATTEMPT
                       END-READ
                   END-PERFORM
                   CLOSE OPERATOR-AUDIT-LOG
               WHEN WS-AUDIT-STATUS = "35"
                   DISPLAY "PROG042: NO BATCH SIGN-ON ACTIVITY LOGGED"
               WHEN OTHER
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG042: OPAUDIT.LOG UNAVAILABLE - STATUS "
                       WS-AUDIT-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "OPAUDIT.LOG NOT AVAILABLE" TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
           END-EVALUATE
           OPEN INPUT ONLINE-ACTIVITY-FILE
           IF WS-ONLACT-STATUS = "00"
               MOVE 'N' TO WS-ONLACT-EOF
               PERFORM UNTIL ONLACT-EOF
                   READ ONLINE-ACTIVITY-FILE
                       AT END
                           MOVE 'Y' TO WS-ONLACT-EOF
                       NOT AT END
                           ADD 1 TO WS-ONLINE-COUNT
                           MOVE OC-TIMESTAMP TO WS-AT-TIMESTAMP
                           MOVE OC-OPERATOR-ID TO WS-AT-OPERATOR-ID
                           MOVE OC-RESULT TO WS-AT-RESULT
                           MOVE OC-REASON TO WS-AT-REASON
                           MOVE "ON " TO WS-AT-ACTION
                           MOVE 'O' TO WS-AT-ORIGIN
                           PERFORM 3100-EXAMINE-ATTEMPT
                   END-READ
               END-PERFORM
               CLOSE ONLINE-ACTIVITY-FILE
           END-IF
           IF WS-INACTIVE-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-EXAMINE-ATTEMPT.
           IF WS-AT-RESULT NOT = 'Y'
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           IF WS-AT-ORIGIN = 'O'
               MOVE "ONLINE" TO WS-ORIGIN-TEXT
           ELSE
               MOVE "BATCH" TO WS-ORIGIN-TEXT
           END-IF
           EVALUATE WS-AT-REASON
               WHEN "OPERATOR INACTIVE"
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-AT-TIMESTAMP(1:19) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AT-OPERATOR-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AT-ACTION DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-ORIGIN-TEXT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN "NOT ON ROSTER"
                   PERFORM 3200-TALLY-BAD-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Bad IDs are tallied folded to upper case, the way the
      *    lockout counts them, so "op999" and "OP999" are one ID.
       3200-TALLY-BAD-ID.
           MOVE FUNCTION UPPER-CASE(WS-AT-OPERATOR-ID)
               TO WS-AT-UPPER-ID
           MOVE 'N' TO WS-BAD-ID-FOUND
           MOVE 0 TO WS-BAD-SUB
           PERFORM UNTIL BAD-ID-FOUND OR WS-BAD-SUB >= WS-BAD-COUNT
               ADD 1 TO WS-BAD-SUB
               IF WS-BD-OPERATOR-ID(WS-BAD-SUB) = WS-AT-UPPER-ID
                   MOVE 'Y' TO WS-BAD-ID-FOUND
               END-IF
           END-PERFORM
           IF NOT BAD-ID-FOUND
               IF WS-BAD-COUNT < WS-BAD-MAX
                   ADD 1 TO WS-BAD-COUNT
                   MOVE WS-BAD-COUNT TO WS-BAD-SUB
                   MOVE WS-AT-UPPER-ID TO WS-BD-OPERATOR-ID(WS-BAD-SUB)
                   MOVE 0 TO WS-BD-ATTEMPTS(WS-BAD-SUB)
                   MOVE 0 TO WS-BD-BATCH(WS-BAD-SUB)
                   MOVE 0 TO WS-BD-ONLINE(WS-BAD-SUB)
                   MOVE WS-AT-TIMESTAMP(1:19)
                       TO WS-BD-FIRST-STAMP(WS-BAD-SUB)
                   MOVE 'Y' TO WS-BAD-ID-FOUND
               ELSE
                   ADD 1 TO WS-BAD-OVERFLOW
               END-IF
           END-IF
           IF BAD-ID-FOUND
               ADD 1 TO WS-BD-ATTEMPTS(WS-BAD-SUB)
               IF WS-AT-ORIGIN = 'O'
                   ADD 1 TO WS-BD-ONLINE(WS-BAD-SUB)
               ELSE
                   ADD 1 TO WS-BD-BATCH(WS-BAD-SUB)
               END-IF
               MOVE WS-AT-TIMESTAMP(1:19)
                   TO WS-BD-LAST-STAMP(WS-BAD-SUB)
           END-IF.

       4000-REPORT-REPEATED-BAD-IDS.
           MOVE WS-REPEAT-THRESHOLD TO WS-DISPLAY-SMALL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "IDS NOT ON ROSTER TRIED AT LEAST" DELIMITED BY SIZE
               WS-DISPLAY-SMALL DELIMITED BY SIZE
               " TIMES" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ID       TRIES BATCH ONLINE FIRST"
               DELIMITED BY SIZE
               "               LAST" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-BAD-SUB
           PERFORM UNTIL WS-BAD-SUB >= WS-BAD-COUNT
               ADD 1 TO WS-BAD-SUB
               IF WS-BD-ATTEMPTS(WS-BAD-SUB) >= WS-REPEAT-THRESHOLD
                   PERFORM 4100-WRITE-BAD-ID-LINE
               END-IF
           END-PERFORM
           IF WS-REPEAT-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-BAD-OVERFLOW > 0
               MOVE WS-BAD-OVERFLOW TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ATTEMPTS NOT TALLIED (TABLE FULL): "
                   DELIMITED BY SIZE
                   WS-DISPLAY-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-WRITE-BAD-ID-LINE.
           ADD 1 TO WS-REPEAT-COUNT
           MOVE WS-BD-ATTEMPTS(WS-BAD-SUB) TO WS-DISPLAY-SMALL
           MOVE WS-BD-BATCH(WS-BAD-SUB) TO WS-DISPLAY-BATCH
           MOVE WS-BD-ONLINE(WS-BAD-SUB) TO WS-DISPLAY-ONLINE
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-BD-OPERATOR-ID(WS-BAD-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-SMALL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-BATCH DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DISPLAY-ONLINE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BD-FIRST-STAMP(WS-BAD-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BD-LAST-STAMP(WS-BAD-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4500-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AUDIT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "AUDIT LOG ATTEMPTS READ:  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ONLINE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "UNMERGED ONLINE ATTEMPTS: " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FAILED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FAILED ATTEMPTS:          " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOCKED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "IDS LOCKED OUT:           " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REFUSED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  REFUSED WHILE LOCKED:   " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLEARED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "LOCKOUTS CLEARED:         " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INACTIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "INACTIVE OPERATOR TRIES:  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPEAT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REPEATED BAD IDS:         " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
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
               MOVE "PROG042" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

       9000-TERMINATE.
           IF REPORT-OPEN
               CLOSE VIOLATION-REPORT
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-VIOLATION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PROG042.
