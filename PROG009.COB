      *          rejected-transactions report, so HR can verify every
      *          roster change the next morning instead of someone
      *          hand-editing the file and locking a shift out with a
      *          one-column slip. Each transaction carries the
      *          operator submitting it; a submitter who is missing,
      *          not on the roster, inactive, or without a PROG009
      *          grant on MNTAUTH.DAT is rejected to SUSPENSE.DAT,
      *          the proof listing names who asked for each change,
      *          and every transaction is logged to MNTLOG.DAT for
      *          the nightly security report. An unlock ('U')
      *          transaction clears a sign-on lockout on OPLOCK.DAT
      *          (see PROG002); it must come from a roster supervisor
      *          and the ID must actually be locked, and the proof
      *          shows the lockout before and the clearance after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT MAINT-AUTH-FILE ASSIGN TO "MNTAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUTH-STATUS.
           SELECT MAINT-SECURITY-LOG ASSIGN TO "MNTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTLOG-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT OPERATOR-LOCKOUT-FILE ASSIGN TO "OPLOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LO-OPERATOR-ID
               FILE STATUS IS WS-OPLOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-ROSTER.
       01  REJECT-LINE                     PIC X(66).
       FD  SUSPENSE-FILE.
           COPY "SUSPENSE.CPY".
       FD  MAINT-AUTH-FILE.
           COPY "MNTAUTH.CPY".
       FD  MAINT-SECURITY-LOG.
           COPY "MNTLOG.CPY".
       FD  RUN-LOCK-FILE.
           COPY "RUNLOCK.CPY".
       FD  LOCK-OVERRIDE-FILE.
           COPY "LOKPARM.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATOR-LOCKOUT-FILE.
           COPY "OPLOCK.CPY".
       WORKING-STORAGE SECTION.
       01  WS-RUNLOCK-STATUS           PIC X(2).
       01  WS-LOKPARM-STATUS           PIC X(2).
           05  WS-RDE-MONTH            PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RDE-DAY              PIC 9(2).
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
       01  WS-OPLOCK-STATUS            PIC X(2).
       01  WS-LOCKOUT-OPEN             PIC X(1) VALUE 'N'.
           88  LOCKOUT-OPEN                        VALUE 'Y'.
       01  WS-UNLOCK-TIME              PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0800-ACQUIRE-RUN-LOCK
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           PERFORM 1100-LOAD-ROSTER
           PERFORM 1150-LOAD-MAINT-AUTHORITY
           PERFORM 1200-OPEN-LOCKOUT-FILE
           OPEN INPUT ROSTER-MAINT-TRANSACTIONS
           IF WS-TRANS-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               CLOSE OPERATOR-ROSTER
           END-IF.

      *    Only this program's grants are kept. Without the table no
      *    submitter can be authorized, so the run is refused rather
      *    than sending every transaction to suspense.
       1150-LOAD-MAINT-AUTHORITY.
           MOVE 0 TO WS-GRANT-COUNT
           OPEN INPUT MAINT-AUTH-FILE
           IF WS-MNTAUTH-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG009: MNTAUTH.DAT UNAVAILABLE - STATUS "
                   WS-MNTAUTH-STATUS " - RUN REFUSED"
           ELSE
               MOVE 'N' TO WS-AUTH-EOF
               PERFORM UNTIL AUTH-EOF
                   READ MAINT-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WS-AUTH-EOF
                       NOT AT END
                           IF MA-PROGRAM-ID = "PROG009"
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

      *    No lockout file simply means nobody has been locked out
      *    yet; unlock transactions are then rejected one by one and
      *    the rest of the roster maintenance goes ahead.
       1200-OPEN-LOCKOUT-FILE.
           OPEN I-O OPERATOR-LOCKOUT-FILE
           IF WS-OPLOCK-STATUS = "00"
               MOVE 'Y' TO WS-LOCKOUT-OPEN
           ELSE
               IF WS-OPLOCK-STATUS NOT = "35"
                   DISPLAY "PROG009: LOCKOUT FILE UNAVAILABLE - "
                       "STATUS " WS-OPLOCK-STATUS
               END-IF
           END-IF.

       1400-WRITE-PROOF-HEADER.
           MOVE SPACES TO PROOF-LINE
           STRING "ROSTER MAINTENANCE PROOF LISTING" DELIMITED BY SIZE
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
               IF WS-RT-OPERATOR-ID(WS-SUBMIT-SUB) = WS-SUBMIT-OPERATOR
                   MOVE 'Y' TO WS-SUBMITTER-FOUND
                   MOVE WS-RT-SHIFT(WS-SUBMIT-SUB) TO WS-SUBMIT-SHIFT
                   MOVE WS-RT-ACTIVE-FLAG(WS-SUBMIT-SUB)
                       TO WS-SUBMIT-ACTIVE
                   MOVE WS-RT-SUPERVISOR(WS-SUBMIT-SUB)
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
           MOVE RT-SUBMIT-OPERATOR TO WS-SUBMIT-OPERATOR
           MOVE RT-ACTION TO WS-SUBMIT-TYPE
           PERFORM 2010-CHECK-SUBMITTER
           IF NOT SUBMITTER-VALID
               MOVE 'N' TO WS-TRANS-VALID
               MOVE WS-SUBMIT-REASON TO WS-REJECT-REASON
               ADD 1 TO WS-UNAUTH-COUNT
           ELSE
               PERFORM 2600-FIND-OPERATOR
               EVALUATE TRUE
                   WHEN RT-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN RT-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN RT-DEACTIVATE
                       PERFORM 2400-APPLY-DEACTIVATE
                   WHEN RT-UNLOCK
                       PERFORM 2450-APPLY-UNLOCK
                   WHEN OTHER
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "ACTION MUST BE A, C, D, OR U"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF TRANS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2700-WRITE-PROOF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-REJECT
           END-IF
           MOVE RT-OPERATOR-ID TO WS-SECURITY-KEY
           PERFORM 8300-WRITE-SECURITY-LOG.

       2200-APPLY-ADD.
           IF RT-OPERATOR-ID = SPACES
               END-IF
           END-IF.

      *    Clearing a lockout is a supervisor's call even where the
      *    grant table would let an ordinary operator maintain the
      *    roster, so a non-supervisor is refused as not authorized.
      *    The ID need not be on the roster - bad IDs get locked too.
       2450-APPLY-UNLOCK.
           IF WS-SUBMIT-SUPERVISOR NOT = 'Y'
               MOVE 'N' TO WS-SUBMITTER-VALID
               MOVE "UNLOCK REQUIRES A SUPERVISOR" TO WS-SUBMIT-REASON
               MOVE 'N' TO WS-TRANS-VALID
               MOVE WS-SUBMIT-REASON TO WS-REJECT-REASON
               ADD 1 TO WS-UNAUTH-COUNT
           END-IF
           IF TRANS-VALID AND NOT LOCKOUT-OPEN
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "OPERATOR NOT LOCKED OUT" TO WS-REJECT-REASON
           END-IF
           IF TRANS-VALID
               MOVE FUNCTION UPPER-CASE(RT-OPERATOR-ID)
                   TO LO-OPERATOR-ID
               READ OPERATOR-LOCKOUT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "OPERATOR NOT LOCKED OUT"
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF TRANS-VALID AND NOT LO-LOCKED
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "OPERATOR NOT LOCKED OUT" TO WS-REJECT-REASON
           END-IF
           IF TRANS-VALID
               MOVE SPACES TO WS-BEFORE-IMAGE
               STRING "LOCKED " DELIMITED BY SIZE
                   LO-LOCK-DATE DELIMITED BY SIZE
                   " FAILS " DELIMITED BY SIZE
                   LO-FAIL-COUNT DELIMITED BY SIZE
                   INTO WS-BEFORE-IMAGE
               ACCEPT WS-UNLOCK-TIME FROM TIME
               MOVE 'C' TO LO-LOCK-STATUS
               MOVE 0 TO LO-FAIL-COUNT
               MOVE WS-SUBMIT-OPERATOR TO LO-CLEARED-BY
               MOVE WS-RUN-DATE-NUM TO LO-CLEARED-DATE
               MOVE WS-UNLOCK-TIME(1:6) TO LO-CLEARED-TIME
               REWRITE OPERATOR-LOCKOUT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-OPLOCK-STATUS NOT = "00"
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "LOCKOUT FILE REWRITE FAILED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   STRING "CLEARED " DELIMITED BY SIZE
                       WS-RUN-DATE-NUM DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       WS-SUBMIT-OPERATOR DELIMITED BY SIZE
                       INTO WS-AFTER-IMAGE
               END-IF
           END-IF.

       2500-EDIT-FIELD-VALUES.
           IF RT-SHIFT NOT = '1' AND RT-SHIFT NOT = '2'
               AND RT-SHIFT NOT = '3'
               RT-ACTION DELIMITED BY SIZE
               "  OPERATOR " DELIMITED BY SIZE
               RT-OPERATOR-ID DELIMITED BY SIZE
               "  SUBMITTED BY " DELIMITED BY SIZE
               RT-SUBMIT-OPERATOR DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
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
               MOVE "PROG009" TO MS-PROGRAM-ID
               MOVE WS-SUBMIT-OPERATOR TO MS-OPERATOR-ID
               MOVE WS-SUBMIT-TYPE TO MS-TRAN-TYPE
               MOVE WS-SECURITY-KEY TO MS-TRAN-KEY
               MOVE WS-SECURITY-RESULT TO MS-RESULT
               MOVE WS-SECURITY-REASON TO MS-REASON
               WRITE MAINT-SECURITY-RECORD
               CLOSE MAINT-SECURITY-LOG
           ELSE
               DISPLAY "PROG009: MNTLOG.DAT UNAVAILABLE - STATUS "
                   WS-MNTLOG-STATUS
           END-IF.

       3000-REWRITE-ROSTER.
           OPEN OUTPUT OPERATOR-ROSTER
           IF WS-ROSTER-STATUS NOT = "00"
           STRING "TRANSACTIONS REJECTED:" DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "  NOT AUTHORIZED:     " DELIMITED BY SIZE
               WS-UNAUTH-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE.

       9000-TERMINATE.
           END-IF
           IF REJECT-OPEN
               CLOSE ROSTER-REJECT-RPT
           END-IF
           IF LOCKOUT-OPEN
               CLOSE OPERATOR-LOCKOUT-FILE
           END-IF.

       9500-SET-RETURN-CODE.
