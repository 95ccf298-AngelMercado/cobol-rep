      *          given date, later runs that same date keep appending
      *          to it, and the PROG006 purge utility rolls off
      *          generations older than the retention count.
      *          Failed sign-ons are counted per ID on the indexed
      *          OPLOCK.DAT, shared with the online PROG008: the
      *          SGNPARM.DAT number of consecutive failures inside its
      *          window locks the ID out, and every later sign-on
      *          with it is refused as OPERATOR LOCKED OUT until a
      *          supervisor clears it through PROG009. A good sign-on
      *          resets the count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT OPERATOR-LOCKOUT-FILE ASSIGN TO "OPLOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-OPERATOR-ID
               FILE STATUS IS WS-OPLOCK-STATUS.
           SELECT SIGNON-PARAMETER-FILE ASSIGN TO "SGNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGNPARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-ROSTER.
           COPY "OPSLOG.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATOR-LOCKOUT-FILE.
           COPY "OPLOCK.CPY".
       FD  SIGNON-PARAMETER-FILE.
           COPY "SGNPARM.CPY".
       WORKING-STORAGE SECTION.
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-PROCESSING-DATE.
           05  WS-TS-MINUTE            PIC 9(2).
           05  FILLER                  PIC X VALUE ':'.
           05  WS-TS-SECOND            PIC 9(2).
       01  WS-OPLOCK-STATUS            PIC X(2).
       01  WS-SGNPARM-STATUS           PIC X(2).
       01  WS-LOCKOUT-AVAILABLE        PIC X(1) VALUE 'N'.
           88  LOCKOUT-AVAILABLE                   VALUE 'Y'.
       01  WS-LOCK-ENTRY-FOUND         PIC X(1) VALUE 'N'.
           88  LOCK-ENTRY-FOUND                    VALUE 'Y'.
       01  WS-MAX-FAILURES             PIC 9(3) VALUE 3.
       01  WS-WINDOW-MINUTES           PIC 9(4) VALUE 30.
       01  WS-NOW-DATE                 PIC 9(8).
       01  WS-NOW-TIME                 PIC 9(6).
       01  WS-NOW-MINUTES              PIC 9(11).
       01  WS-FIRST-MINUTES            PIC 9(11).
       01  WS-FIRST-FAIL-TIME.
           05  WS-FF-HOUR              PIC 9(2).
           05  WS-FF-MINUTE            PIC 9(2).
           05  WS-FF-SECOND            PIC 9(2).
       01  WS-LOCKOUT-COUNT            PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE WS-PD-MONTH TO WS-RDE-MONTH
           MOVE WS-PD-DAY   TO WS-RDE-DAY
           PERFORM 1050-ROLL-AUDIT-GENERATION
           PERFORM 1030-LOAD-SIGNON-PARMS
           PERFORM 1040-OPEN-LOCKOUT-FILE
           OPEN EXTEND OPERATOR-AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
               CLOSE OPERATOR-AUDIT-LOG
               CLOSE RUN-DATE-FILE
           END-IF.

       1030-LOAD-SIGNON-PARMS.
           OPEN INPUT SIGNON-PARAMETER-FILE
           IF WS-SGNPARM-STATUS = "00"
               READ SIGNON-PARAMETER-FILE
                   NOT AT END
                       IF LP-MAX-FAILURES NUMERIC
                          AND LP-MAX-FAILURES > 0
                           MOVE LP-MAX-FAILURES TO WS-MAX-FAILURES
                       END-IF
                       IF LP-WINDOW-MINUTES NUMERIC
                          AND LP-WINDOW-MINUTES > 0
                           MOVE LP-WINDOW-MINUTES TO WS-WINDOW-MINUTES
                       END-IF
               END-READ
               CLOSE SIGNON-PARAMETER-FILE
           END-IF.

      *    The lockout file is created on first use. If it cannot be
      *    opened the run goes on validating against the roster alone
      *    - a sign-on is not refused because the counter is down -
      *    and the gap is logged for operations.
       1040-OPEN-LOCKOUT-FILE.
           OPEN I-O OPERATOR-LOCKOUT-FILE
           IF WS-OPLOCK-STATUS = "35"
               OPEN OUTPUT OPERATOR-LOCKOUT-FILE
               CLOSE OPERATOR-LOCKOUT-FILE
               OPEN I-O OPERATOR-LOCKOUT-FILE
           END-IF
           IF WS-OPLOCK-STATUS = "00"
               MOVE 'Y' TO WS-LOCKOUT-AVAILABLE
           ELSE
               DISPLAY "PROG002: LOCKOUT FILE UNAVAILABLE - STATUS "
                   WS-OPLOCK-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "OPLOCK.DAT NOT AVAILABLE - NO LOCKOUT CHECK"
                   TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

       1050-ROLL-AUDIT-GENERATION.
           MOVE 0 TO GC-LAST-RUN-DATE
           MOVE 1 TO GC-CURRENT-GEN
               MOVE SPACES TO WS-MATCHED-NAME
           END-IF.

      *    Sign-ons only. A locked ID is refused whatever the roster
      *    says; otherwise a good sign-on clears the failure count and
      *    a bad one adds to it. A roster outage is not the
      *    operator's failure and is not counted.
       3200-APPLY-LOCKOUT.
           IF LOCKOUT-AVAILABLE AND WS-REASON NOT = "ROSTER UNAVAILABLE"
               MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO LO-OPERATOR-ID
               READ OPERATOR-LOCKOUT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-LOCK-ENTRY-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOCK-ENTRY-FOUND
               END-READ
               PERFORM 3210-GET-CLOCK-MINUTES
               EVALUATE TRUE
                   WHEN LOCK-ENTRY-FOUND AND LO-LOCKED
                       MOVE 'N' TO WS-RESULT-CODE
                       MOVE "OPERATOR LOCKED OUT" TO WS-REASON
                       ADD 1 TO LO-REFUSED-COUNT
                       PERFORM 3280-SAVE-LOCK-ENTRY
                   WHEN WS-RESULT-CODE = 'Y'
                       IF LOCK-ENTRY-FOUND AND LO-FAIL-COUNT > 0
                           MOVE 0 TO LO-FAIL-COUNT
                           PERFORM 3280-SAVE-LOCK-ENTRY
                       END-IF
                   WHEN OTHER
                       PERFORM 3230-COUNT-FAILURE
               END-EVALUATE
           END-IF.

       3210-GET-CLOCK-MINUTES.
           ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CDT-TIME FROM TIME
           MOVE WS-CDT-DATE TO WS-NOW-DATE
           MOVE WS-CDT-TIME(1:6) TO WS-NOW-TIME
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 1440
               + WS-CDT-HOUR * 60 + WS-CDT-MINUTE.

      *    The window runs from the first failure of the current run
      *    of failures; one that starts after the window has closed
      *    begins a new run at one.
       3230-COUNT-FAILURE.
           IF NOT LOCK-ENTRY-FOUND
               INITIALIZE OPERATOR-LOCKOUT-RECORD
               MOVE FUNCTION UPPER-CASE(WS-INPUT-ID) TO LO-OPERATOR-ID
           END-IF
           IF LO-FAIL-COUNT = 0
               MOVE WS-NOW-MINUTES TO WS-FIRST-MINUTES
           ELSE
               MOVE LO-FIRST-FAIL-TIME TO WS-FIRST-FAIL-TIME
               COMPUTE WS-FIRST-MINUTES =
                   FUNCTION INTEGER-OF-DATE(LO-FIRST-FAIL-DATE) * 1440
                   + WS-FF-HOUR * 60 + WS-FF-MINUTE
           END-IF
           IF LO-FAIL-COUNT = 0
              OR WS-NOW-MINUTES - WS-FIRST-MINUTES > WS-WINDOW-MINUTES
               MOVE 1 TO LO-FAIL-COUNT
               MOVE WS-NOW-DATE TO LO-FIRST-FAIL-DATE
               MOVE WS-NOW-TIME TO LO-FIRST-FAIL-TIME
           ELSE
               ADD 1 TO LO-FAIL-COUNT
           END-IF
           MOVE WS-NOW-DATE TO LO-LAST-FAIL-DATE
           MOVE WS-NOW-TIME TO LO-LAST-FAIL-TIME
           MOVE WS-REASON TO LO-LAST-REASON
           IF LO-FAIL-COUNT >= WS-MAX-FAILURES
               MOVE 'L' TO LO-LOCK-STATUS
               MOVE WS-NOW-DATE TO LO-LOCK-DATE
               MOVE WS-NOW-TIME TO LO-LOCK-TIME
               MOVE 'B' TO LO-LOCK-ORIGIN
               MOVE 0 TO LO-REFUSED-COUNT
               MOVE SPACES TO LO-CLEARED-BY
               MOVE 0 TO LO-CLEARED-DATE
               MOVE 0 TO LO-CLEARED-TIME
               ADD 1 TO WS-LOCKOUT-COUNT
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "OPERATOR " DELIMITED BY SIZE
                   LO-OPERATOR-ID DELIMITED BY SIZE
                   " LOCKED OUT AFTER " DELIMITED BY SIZE
                   LO-FAIL-COUNT DELIMITED BY SIZE
                   " FAILED SIGN-ONS" DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF
           PERFORM 3280-SAVE-LOCK-ENTRY.

       3280-SAVE-LOCK-ENTRY.
           IF LOCK-ENTRY-FOUND
               REWRITE OPERATOR-LOCKOUT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE OPERATOR-LOCKOUT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-OPLOCK-STATUS NOT = "00"
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "OPLOCK.DAT UPDATE FAILED FOR " DELIMITED BY SIZE
                   LO-OPERATOR-ID DELIMITED BY SIZE
                   " - STATUS " DELIMITED BY SIZE
                   WS-OPLOCK-STATUS DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

       3900-ROSTER-UNAVAILABLE.
           MOVE 'N' TO WS-RESULT-CODE
           MOVE "ROSTER UNAVAILABLE" TO WS-REASON
                   DISPLAY "Batch roster run complete - "
                       WS-TRANS-COUNT " checked, " WS-EXCEPTION-COUNT
                       " exception(s)"
                   IF WS-LOCKOUT-COUNT > 0
                       DISPLAY "Operator IDs locked out - "
                           WS-LOCKOUT-COUNT
                   END-IF
               END-IF
           END-IF.

               ELSE
                   PERFORM 3900-ROSTER-UNAVAILABLE
               END-IF
               IF ACTION-SIGN-ON
                   PERFORM 3200-APPLY-LOCKOUT
               END-IF
           END-IF
           PERFORM 4000-LOG-ATTEMPT
           IF WS-RESULT-CODE NOT = 'Y'
           ELSE
               PERFORM 3900-ROSTER-UNAVAILABLE
           END-IF
           PERFORM 3200-APPLY-LOCKOUT
           PERFORM 4000-LOG-ATTEMPT
           PERFORM 5000-DISPLAY-RESULT.

           IF ROSTER-AVAILABLE
               CLOSE OPERATOR-ROSTER
           END-IF
           IF LOCKOUT-AVAILABLE
               CLOSE OPERATOR-LOCKOUT-FILE
           END-IF
           CLOSE OPERATOR-AUDIT-LOG
           CLOSE RUN-CONTROL-FILE.

