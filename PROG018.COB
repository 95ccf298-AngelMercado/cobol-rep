      *          rewrites the calendar, and prints a proof listing of
      *          the full calendar after the run so operations can
      *          verify the holiday schedule before the driver trusts
      *          it. Each transaction carries the operator submitting
      *          it; a submitter who is missing, not on the roster,
      *          inactive, or without a PROG018 grant on MNTAUTH.DAT
      *          is rejected to SUSPENSE.DAT, each applied change is
      *          listed on the proof with who asked for it, and every
      *          transaction is logged to MNTLOG.DAT for the nightly
      *          security report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT OPERATOR-ROSTER ASSIGN TO "OPROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT MAINT-AUTH-FILE ASSIGN TO "MNTAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUTH-STATUS.
           SELECT MAINT-SECURITY-LOG ASSIGN TO "MNTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTLOG-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
       01  PROOF-LINE                      PIC X(66).
       FD  SUSPENSE-FILE.
           COPY "SUSPENSE.CPY".
       FD  OPERATOR-ROSTER.
           COPY "OPROSTER.CPY".
       FD  MAINT-AUTH-FILE.
           COPY "MNTAUTH.CPY".
       FD  MAINT-SECURITY-LOG.
           COPY "MNTLOG.CPY".
       FD  RUN-LOCK-FILE.
           COPY "RUNLOCK.CPY".
       FD  LOCK-OVERRIDE-FILE.
           05  WS-ED-YEAR              PIC 9(4).
           05  WS-ED-MONTH             PIC 9(2).
           05  WS-ED-DAY               PIC 9(2).
       01  WS-MNTAUTH-STATUS           PIC X(2).
       01  WS-MNTLOG-STATUS            PIC X(2).
       01  WS-AUTH-EOF                 PIC X(1) VALUE 'N'.
           88  AUTH-EOF                            VALUE 'Y'.
       01  WS-SUBMITTER-VALID          PIC X(1) VALUE 'Y'.
           88  SUBMITTER-VALID                     VALUE 'Y'.
       01  WS-SUBMITTER-FOUND          PIC X(1) VALUE 'N'.
           88  SUBMITTER-FOUND                     VALUE 'Y'.
       01  WS-GRANT-FOUND              PIC X(1) VALUE 'N'.
           88  GRANT-FOUND                         VALUE 'Y'.
       01  WS-SUBMIT-OPERATOR          PIC X(8).
       01  WS-SUBMIT-TYPE              PIC X(1).
       01  WS-SUBMIT-SHIFT             PIC X(1).
       01  WS-SUBMIT-ACTIVE            PIC X(1).
       01  WS-SUBMIT-SUPERVISOR        PIC X(1).
       01  WS-SUBMIT-SHIFT-ROLE        PIC X(8).
       01  WS-SUBMIT-REASON            PIC X(40).
       01  WS-SUBMIT-SUB               PIC 9(4) VALUE 0.
       01  WS-UNAUTH-COUNT             PIC 9(9) VALUE 0.
       01  WS-GRANT-MAX                PIC 9(4) VALUE 100.
       01  WS-GRANT-COUNT              PIC 9(4) VALUE 0.
       01  WS-GRANT-SUB                PIC 9(4) VALUE 0.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY OCCURS 100 TIMES.
               10  WS-GR-TRAN-TYPE     PIC X(1).
               10  WS-GR-GRANT-TYPE    PIC X(1).
               10  WS-GR-GRANTEE       PIC X(8).
       01  WS-SECURITY-KEY             PIC X(20).
       01  WS-SECURITY-RESULT          PIC X(1).
       01  WS-SECURITY-REASON          PIC X(40).
       01  WS-SECURITY-TIME            PIC 9(8).
       01  WS-ROSTER-STATUS            PIC X(2).
       01  WS-ROSTER-EOF               PIC X(1) VALUE 'N'.
           88  ROSTER-EOF                          VALUE 'Y'.
       01  WS-ROSTER-MAX               PIC 9(4) VALUE 500.
       01  WS-ROSTER-COUNT             PIC 9(4) VALUE 0.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-ENTRY OCCURS 500 TIMES.
               10  WS-RO-OPERATOR-ID   PIC X(8).
               10  WS-RO-SHIFT         PIC X(1).
               10  WS-RO-ACTIVE-FLAG   PIC X(1).
               10  WS-RO-SUPERVISOR    PIC X(1).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0800-ACQUIRE-RUN-LOCK
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           PERFORM 1100-LOAD-CALENDAR
           PERFORM 1150-LOAD-MAINT-AUTHORITY
           PERFORM 1160-LOAD-SUBMITTER-ROSTER
           OPEN INPUT CALENDAR-MAINT-TRANSACTIONS
           IF WS-TRANS-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               END-IF
           END-IF.

      *    Only this program's grants are kept. Without the table no
      *    submitter can be authorized, so the run is refused rather
      *    than sending every transaction to suspense.
       1150-LOAD-MAINT-AUTHORITY.
           MOVE 0 TO WS-GRANT-COUNT
           OPEN INPUT MAINT-AUTH-FILE
           IF WS-MNTAUTH-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG018: MNTAUTH.DAT UNAVAILABLE - STATUS "
                   WS-MNTAUTH-STATUS " - RUN REFUSED"
           ELSE
               MOVE 'N' TO WS-AUTH-EOF
               PERFORM UNTIL AUTH-EOF
                   READ MAINT-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WS-AUTH-EOF
                       NOT AT END
                           IF MA-PROGRAM-ID = "PROG018"
                               AND WS-GRANT-COUNT < WS-GRANT-MAX
                               ADD 1 TO WS-GRANT-COUNT
                               MOVE MA-TRAN-TYPE TO
                                   WS-GR-TRAN-TYPE(WS-GRANT-COUNT)
                               MOVE MA-GRANT-TYPE TO
                                   WS-GR-GRANT-TYPE(WS-GRANT-COUNT)
                               MOVE MA-GRANTEE TO
                                   WS-GR-GRANTEE(WS-GRANT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUTH-FILE
           END-IF.

      *    The roster is read only to judge who submitted each
      *    transaction; a run that cannot read it is refused.
       1160-LOAD-SUBMITTER-ROSTER.
           MOVE 0 TO WS-ROSTER-COUNT
           OPEN INPUT OPERATOR-ROSTER
           IF WS-ROSTER-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG018: OPERATOR ROSTER UNAVAILABLE - STATUS "
                   WS-ROSTER-STATUS " - RUN REFUSED"
           ELSE
               MOVE 'N' TO WS-ROSTER-EOF
               PERFORM UNTIL ROSTER-EOF
                   READ OPERATOR-ROSTER
                       AT END
                           MOVE 'Y' TO WS-ROSTER-EOF
                       NOT AT END
                           IF WS-ROSTER-COUNT < WS-ROSTER-MAX
                               ADD 1 TO WS-ROSTER-COUNT
                               MOVE OR-OPERATOR-ID TO
                                   WS-RO-OPERATOR-ID(WS-ROSTER-COUNT)
                               MOVE OR-SHIFT TO
                                   WS-RO-SHIFT(WS-ROSTER-COUNT)
                               MOVE OR-ACTIVE-FLAG TO
                                   WS-RO-ACTIVE-FLAG(WS-ROSTER-COUNT)
                               MOVE OR-SUPERVISOR-FLAG TO
                                   WS-RO-SUPERVISOR(WS-ROSTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-ROSTER
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           MOVE 'N' TO WS-TRANS-EOF
           PERFORM UNTIL TRANS-EOF
               END-READ
           END-PERFORM.

      *    Every transaction must name the operator submitting it.
      *    The submitter has to be on the roster, active, and hold a
      *    grant on MNTAUTH.DAT for the transaction type - by their
      *    own operator ID or by a role their roster entry carries.
       2010-CHECK-SUBMITTER.
           MOVE 'Y' TO WS-SUBMITTER-VALID
           MOVE SPACES TO WS-SUBMIT-REASON
           IF WS-SUBMIT-OPERATOR = SPACES
               MOVE 'N' TO WS-SUBMITTER-VALID
               MOVE "SUBMITTING OPERATOR MISSING" TO WS-SUBMIT-REASON
           ELSE
               PERFORM 2020-FIND-SUBMITTER
               EVALUATE TRUE
                   WHEN NOT SUBMITTER-FOUND
                       MOVE 'N' TO WS-SUBMITTER-VALID
                       MOVE "SUBMITTER NOT ON ROSTER"
                           TO WS-SUBMIT-REASON
                   WHEN WS-SUBMIT-ACTIVE NOT = 'Y'
                       MOVE 'N' TO WS-SUBMITTER-VALID
                       MOVE "SUBMITTER NOT ACTIVE" TO WS-SUBMIT-REASON
                   WHEN OTHER
                       PERFORM 2030-MATCH-GRANT
                       IF NOT GRANT-FOUND
                           MOVE 'N' TO WS-SUBMITTER-VALID
                           STRING "SUBMITTER NOT AUTHORIZED FOR TYPE "
                               DELIMITED BY SIZE
                               WS-SUBMIT-TYPE DELIMITED BY SIZE
                               INTO WS-SUBMIT-REASON
                       END-IF
               END-EVALUATE
           END-IF.

       2020-FIND-SUBMITTER.
           MOVE 'N' TO WS-SUBMITTER-FOUND
           MOVE SPACES TO WS-SUBMIT-SHIFT
           MOVE SPACES TO WS-SUBMIT-ACTIVE
           MOVE SPACES TO WS-SUBMIT-SUPERVISOR
           MOVE 0 TO WS-SUBMIT-SUB
           PERFORM UNTIL SUBMITTER-FOUND
               OR WS-SUBMIT-SUB >= WS-ROSTER-COUNT
               ADD 1 TO WS-SUBMIT-SUB
               IF WS-RO-OPERATOR-ID(WS-SUBMIT-SUB) = WS-SUBMIT-OPERATOR
                   MOVE 'Y' TO WS-SUBMITTER-FOUND
                   MOVE WS-RO-SHIFT(WS-SUBMIT-SUB) TO WS-SUBMIT-SHIFT
                   MOVE WS-RO-ACTIVE-FLAG(WS-SUBMIT-SUB)
                       TO WS-SUBMIT-ACTIVE
                   MOVE WS-RO-SUPERVISOR(WS-SUBMIT-SUB)
                       TO WS-SUBMIT-SUPERVISOR
               END-IF
           END-PERFORM.

       2030-MATCH-GRANT.
           MOVE 'N' TO WS-GRANT-FOUND
           MOVE SPACES TO WS-SUBMIT-SHIFT-ROLE
           STRING "SHIFT" DELIMITED BY SIZE
               WS-SUBMIT-SHIFT DELIMITED BY SIZE
               INTO WS-SUBMIT-SHIFT-ROLE
           MOVE 0 TO WS-GRANT-SUB
           PERFORM UNTIL GRANT-FOUND
               OR WS-GRANT-SUB >= WS-GRANT-COUNT
               ADD 1 TO WS-GRANT-SUB
               IF WS-GR-TRAN-TYPE(WS-GRANT-SUB) = WS-SUBMIT-TYPE
                   OR WS-GR-TRAN-TYPE(WS-GRANT-SUB) = '*'
                   EVALUATE TRUE
                       WHEN WS-GR-GRANT-TYPE(WS-GRANT-SUB) = 'O'
                           AND WS-GR-GRANTEE(WS-GRANT-SUB)
                               = WS-SUBMIT-OPERATOR
                           MOVE 'Y' TO WS-GRANT-FOUND
                       WHEN WS-GR-GRANT-TYPE(WS-GRANT-SUB) NOT = 'R'
                           CONTINUE
                       WHEN WS-GR-GRANTEE(WS-GRANT-SUB) = "OPERATOR"
                           MOVE 'Y' TO WS-GRANT-FOUND
                       WHEN WS-GR-GRANTEE(WS-GRANT-SUB) = "SUPERVSR"
                           AND WS-SUBMIT-SUPERVISOR = 'Y'
                           MOVE 'Y' TO WS-GRANT-FOUND
                       WHEN WS-GR-GRANTEE(WS-GRANT-SUB)
                           = WS-SUBMIT-SHIFT-ROLE
                           MOVE 'Y' TO WS-GRANT-FOUND
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       2100-APPLY-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE CT-SUBMIT-OPERATOR TO WS-SUBMIT-OPERATOR
           MOVE CT-ACTION TO WS-SUBMIT-TYPE
           PERFORM 2010-CHECK-SUBMITTER
           IF NOT SUBMITTER-VALID
               MOVE 'N' TO WS-TRANS-VALID
               MOVE WS-SUBMIT-REASON TO WS-REJECT-REASON
               ADD 1 TO WS-UNAUTH-COUNT
           ELSE
               PERFORM 2600-FIND-DATE
               EVALUATE TRUE
                   WHEN CT-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN CT-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN CT-DELETE
                       PERFORM 2400-APPLY-DELETE
                   WHEN OTHER
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "ACTION MUST BE A, C, OR D"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF TRANS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2700-WRITE-APPLIED
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-REJECT
           END-IF
           MOVE CT-DATE TO WS-SECURITY-KEY
           PERFORM 8300-WRITE-SECURITY-LOG.

       2200-APPLY-ADD.
           PERFORM 2500-EDIT-DATE-AND-FLAG
               END-IF
           END-PERFORM.

       2700-WRITE-APPLIED.
           MOVE SPACES TO PROOF-LINE
           STRING "APPLIED  " DELIMITED BY SIZE
               CT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-DATE DELIMITED BY SIZE
               " - SUBMITTED BY " DELIMITED BY SIZE
               CT-SUBMIT-OPERATOR DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE.

       2800-WRITE-REJECT.
           MOVE SPACES TO PROOF-LINE
           STRING "REJECTED " DELIMITED BY SIZE
                   WS-SUSPENSE-STATUS
           END-IF.

      *    Every transaction read - applied, rejected, or refused
      *    for want of authority - is logged with its submitter for
      *    the nightly PROG041 security report.
       8300-WRITE-SECURITY-LOG.
           EVALUATE TRUE
               WHEN NOT SUBMITTER-VALID
                   MOVE 'U' TO WS-SECURITY-RESULT
                   MOVE WS-SUBMIT-REASON TO WS-SECURITY-REASON
               WHEN TRANS-VALID
                   MOVE 'A' TO WS-SECURITY-RESULT
                   MOVE SPACES TO WS-SECURITY-REASON
               WHEN OTHER
                   MOVE 'R' TO WS-SECURITY-RESULT
                   MOVE WS-REJECT-REASON TO WS-SECURITY-REASON
           END-EVALUATE
           OPEN EXTEND MAINT-SECURITY-LOG
           IF WS-MNTLOG-STATUS = "35"
               CLOSE MAINT-SECURITY-LOG
               OPEN OUTPUT MAINT-SECURITY-LOG
           END-IF
           IF WS-MNTLOG-STATUS = "00"
               ACCEPT WS-SECURITY-TIME FROM TIME
               MOVE WS-RUN-DATE-NUM TO MS-RUN-DATE
               MOVE WS-SECURITY-TIME(1:6) TO MS-RUN-TIME
               MOVE "PROG018" TO MS-PROGRAM-ID
               MOVE WS-SUBMIT-OPERATOR TO MS-OPERATOR-ID
               MOVE WS-SUBMIT-TYPE TO MS-TRAN-TYPE
               MOVE WS-SECURITY-KEY TO MS-TRAN-KEY
               MOVE WS-SECURITY-RESULT TO MS-RESULT
               MOVE WS-SECURITY-REASON TO MS-REASON
               WRITE MAINT-SECURITY-RECORD
               CLOSE MAINT-SECURITY-LOG
           ELSE
               DISPLAY "PROG018: MNTLOG.DAT UNAVAILABLE - STATUS "
                   WS-MNTLOG-STATUS
           END-IF.

       3000-REWRITE-CALENDAR.
           OPEN OUTPUT BUSINESS-CALENDAR
           IF WS-CALENDAR-STATUS NOT = "00"
