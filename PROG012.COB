      *          accounted for on the file instead of audit asking us
      *          to explain the gaps by hand. The sequence-number
      *          file is rewritten to a work file and swapped in, the
      *          same way PROG002 rolls its audit generations. Each
      *          void also names the operator submitting it, who must
      *          be on the roster, active, and hold a PROG012 grant on
      *          MNTAUTH.DAT; anyone else is rejected to SUSPENSE.DAT,
      *          and every void is logged to MNTLOG.DAT for the
      *          nightly security report.
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
           COPY "VOIDPARM.CPY".
       FD  SUSPENSE-FILE.
           COPY "SUSPENSE.CPY".
       FD  MAINT-AUTH-FILE.
           COPY "MNTAUTH.CPY".
       FD  MAINT-SECURITY-LOG.
           COPY "MNTLOG.CPY".
       FD  RUN-LOCK-FILE.
           COPY "RUNLOCK.CPY".
       FD  LOCK-OVERRIDE-FILE.
           05  WS-RB-TO-NUMBER         PIC 9(9).
           05  WS-RB-REASON-CODE       PIC X(3).
           05  WS-RB-AUTH-OPERATOR     PIC X(8).
           05  WS-RB-SUBMIT-OPERATOR   PIC X(8).
       01  WS-ROSTER-EOF               PIC X(1) VALUE 'N'.
           88  ROSTER-EOF                          VALUE 'Y'.
       01  WS-AUTH-VALID               PIC X(1) VALUE 'Y'.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-ENTRY OCCURS 500 TIMES.
               10  WS-RO-OPERATOR-ID   PIC X(8).
               10  WS-RO-SHIFT         PIC X(1).
               10  WS-RO-ACTIVE-FLAG   PIC X(1).
               10  WS-RO-SUPERVISOR    PIC X(1).
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
               10  WS-VE-TO-NUMBER     PIC 9(9).
               10  WS-VE-REASON-CODE   PIC X(3).
               10  WS-VE-AUTH-OPERATOR PIC X(8).
               10  WS-VE-SUBMIT-OPERATOR
                                       PIC X(8).
               10  WS-VE-VOIDED        PIC 9(9).
               10  WS-VE-ALREADY-VOID  PIC 9(9).
       01  WS-RANGE-SIZE               PIC 9(9).
       01  WS-DISPLAY-FROM             PIC Z(8)9.
       01  WS-DISPLAY-TO               PIC Z(8)9.
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
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
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0800-ACQUIRE-RUN-LOCK
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           PERFORM 1100-LOAD-ROSTER
           PERFORM 1150-LOAD-MAINT-AUTHORITY
           PERFORM 1200-READ-AUTH-THRESHOLD
           OPEN INPUT VOID-TRANSACTIONS
           IF WS-TRANS-STATUS NOT = "00"
               CLOSE RUN-DATE-FILE
           END-IF.

      *    Every void's submitter is judged against the roster, so
      *    a void run with no readable roster is refused.
       1100-LOAD-ROSTER.
           MOVE 0 TO WS-ROSTER-COUNT
           OPEN INPUT OPERATOR-ROSTER
           IF WS-ROSTER-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG012: OPERATOR ROSTER UNAVAILABLE - "
                   "STATUS " WS-ROSTER-STATUS " - RUN REFUSED"
           ELSE
               MOVE 'N' TO WS-ROSTER-EOF
               PERFORM UNTIL ROSTER-EOF
                               ADD 1 TO WS-ROSTER-COUNT
                               MOVE OR-OPERATOR-ID TO
                                   WS-RO-OPERATOR-ID(WS-ROSTER-COUNT)
                               MOVE OR-SHIFT TO
                                   WS-RO-SHIFT(WS-ROSTER-COUNT)
                               MOVE OR-ACTIVE-FLAG TO
                                   WS-RO-ACTIVE-FLAG(WS-ROSTER-COUNT)
                               MOVE OR-SUPERVISOR-FLAG TO
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
               DISPLAY "PROG012: MNTAUTH.DAT UNAVAILABLE - STATUS "
                   WS-MNTAUTH-STATUS " - RUN REFUSED"
           ELSE
               MOVE 'N' TO WS-AUTH-EOF
               PERFORM UNTIL AUTH-EOF
                   READ MAINT-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WS-AUTH-EOF
                       NOT AT END
                           IF MA-PROGRAM-ID = "PROG012"
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

       1200-READ-AUTH-THRESHOLD.
           OPEN INPUT VOID-PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
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

       2100-EDIT-VOID-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID
           MOVE VT-SUBMIT-OPERATOR TO WS-SUBMIT-OPERATOR
           MOVE 'V' TO WS-SUBMIT-TYPE
           MOVE SPACES TO WS-SECURITY-KEY
           STRING VT-SERIES-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VT-FROM-NUMBER DELIMITED BY SIZE
               INTO WS-SECURITY-KEY
           PERFORM 2010-CHECK-SUBMITTER
           IF NOT SUBMITTER-VALID
               MOVE 'N' TO WS-TRANS-VALID
               ADD 1 TO WS-UNAUTH-COUNT
               PERFORM 2190-WRITE-SUBMIT-REJECT
           ELSE
               IF VT-SERIES-CODE = SPACES
                   MOVE 'N' TO WS-TRANS-VALID
                   PERFORM 2150-WRITE-EDIT-REJECT
               ELSE
                   IF VT-FROM-NUMBER = 0
                       MOVE 'N' TO WS-TRANS-VALID
                       PERFORM 2150-WRITE-EDIT-REJECT
                   ELSE
                       IF VT-TO-NUMBER NOT = 0
                           AND VT-TO-NUMBER < VT-FROM-NUMBER
                           MOVE 'N' TO WS-TRANS-VALID
                           PERFORM 2150-WRITE-EDIT-REJECT
                       ELSE
                           IF VT-REASON-CODE = SPACES
                               MOVE 'N' TO WS-TRANS-VALID
                               PERFORM 2150-WRITE-EDIT-REJECT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE WS-AUTH-REASON TO WS-SUSPENSE-REASON
           MOVE SPACES TO WS-SUSPENSE-IMAGE
           MOVE VOID-TRANSACTION-RECORD TO WS-SUSPENSE-IMAGE
           PERFORM 8200-WRITE-SUSPENSE
           MOVE 'U' TO WS-SECURITY-RESULT
           MOVE WS-AUTH-REASON TO WS-SECURITY-REASON
           PERFORM 8300-WRITE-SECURITY-LOG.

      *    A submitter without authority is shown on the register
      *    with the reason, the same way an unauthorized range is.
       2190-WRITE-SUBMIT-REJECT.
           MOVE VT-FROM-NUMBER TO WS-DISPLAY-FROM
           MOVE VT-TO-NUMBER TO WS-DISPLAY-TO
           MOVE SPACES TO REPORT-LINE
           STRING "UNAUTHORIZED " DELIMITED BY SIZE
               VT-SERIES-CODE DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               WS-DISPLAY-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-DISPLAY-TO DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               VT-SUBMIT-OPERATOR DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  - " DELIMITED BY SIZE
               WS-SUBMIT-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUBMIT-REASON TO WS-SUSPENSE-REASON
           MOVE SPACES TO WS-SUSPENSE-IMAGE
           MOVE VOID-TRANSACTION-RECORD TO WS-SUSPENSE-IMAGE
           PERFORM 8200-WRITE-SUSPENSE
           MOVE 'U' TO WS-SECURITY-RESULT
           MOVE WS-SUBMIT-REASON TO WS-SECURITY-REASON
           PERFORM 8300-WRITE-SECURITY-LOG.

       2150-WRITE-EDIT-REJECT.
           MOVE VT-FROM-NUMBER TO WS-DISPLAY-FROM
           MOVE "TRANSACTION FAILED EDITS" TO WS-SUSPENSE-REASON
           MOVE SPACES TO WS-SUSPENSE-IMAGE
           MOVE VOID-TRANSACTION-RECORD TO WS-SUSPENSE-IMAGE
           PERFORM 8200-WRITE-SUSPENSE
           MOVE 'R' TO WS-SECURITY-RESULT
           MOVE WS-SUSPENSE-REASON TO WS-SECURITY-REASON
           PERFORM 8300-WRITE-SECURITY-LOG.

       2200-ADD-VOID-ENTRY.
           ADD 1 TO WS-VOID-COUNT
           MOVE VT-REASON-CODE TO WS-VE-REASON-CODE(WS-VOID-COUNT)
           MOVE VT-AUTH-OPERATOR TO
               WS-VE-AUTH-OPERATOR(WS-VOID-COUNT)
           MOVE VT-SUBMIT-OPERATOR TO
               WS-VE-SUBMIT-OPERATOR(WS-VOID-COUNT)
           MOVE 0 TO WS-VE-VOIDED(WS-VOID-COUNT)
           MOVE 0 TO WS-VE-ALREADY-VOID(WS-VOID-COUNT).

           MOVE 0 TO WS-VOID-SUB
           PERFORM UNTIL WS-VOID-SUB >= WS-VOID-COUNT
               ADD 1 TO WS-VOID-SUB
               MOVE WS-VE-SUBMIT-OPERATOR(WS-VOID-SUB)
                   TO WS-SUBMIT-OPERATOR
               MOVE SPACES TO WS-SECURITY-KEY
               STRING WS-VE-SERIES-CODE(WS-VOID-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VE-FROM-NUMBER(WS-VOID-SUB) DELIMITED BY SIZE
                   INTO WS-SECURITY-KEY
               IF WS-VE-VOIDED(WS-VOID-SUB) = 0
                   AND WS-VE-ALREADY-VOID(WS-VOID-SUB) = 0
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 4200-WRITE-NEVER-ISSUED
                   MOVE 'R' TO WS-SECURITY-RESULT
                   MOVE "RANGE NEVER ISSUED" TO WS-SECURITY-REASON
               ELSE
                   PERFORM 4100-WRITE-REGISTER-LINE
                   MOVE 'A' TO WS-SECURITY-RESULT
                   MOVE SPACES TO WS-SECURITY-REASON
               END-IF
               PERFORM 8300-WRITE-SECURITY-LOG
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "TOTAL NUMBERS VOIDED THIS RUN: " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNAUTH-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SUBMITTERS NOT AUTHORIZED:     " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

       4100-WRITE-REGISTER-LINE.
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  SUBMITTED BY " DELIMITED BY SIZE
               WS-VE-SUBMIT-OPERATOR(WS-VOID-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-VE-ALREADY-VOID(WS-VOID-SUB) > 0
               MOVE WS-VE-ALREADY-VOID(WS-VOID-SUB)
                   TO WS-DISPLAY-COUNT
               TO WS-RB-REASON-CODE
           MOVE WS-VE-AUTH-OPERATOR(WS-VOID-SUB)
               TO WS-RB-AUTH-OPERATOR
           MOVE WS-VE-SUBMIT-OPERATOR(WS-VOID-SUB)
               TO WS-RB-SUBMIT-OPERATOR
           MOVE "RANGE NEVER ISSUED" TO WS-SUSPENSE-REASON
           MOVE SPACES TO WS-SUSPENSE-IMAGE
           MOVE WS-REBUILT-TRAN TO WS-SUSPENSE-IMAGE
                   WS-SUSPENSE-STATUS
           END-IF.

      *    Every transaction read - applied, rejected, or refused
      *    for want of authority - is logged with its submitter for
      *    the nightly PROG041 security report.
       8300-WRITE-SECURITY-LOG.
           OPEN EXTEND MAINT-SECURITY-LOG
           IF WS-MNTLOG-STATUS = "35"
               CLOSE MAINT-SECURITY-LOG
               OPEN OUTPUT MAINT-SECURITY-LOG
           END-IF
           IF WS-MNTLOG-STATUS = "00"
               ACCEPT WS-SECURITY-TIME FROM TIME
               MOVE WS-RUN-DATE-NUM TO MS-RUN-DATE
               MOVE WS-SECURITY-TIME(1:6) TO MS-RUN-TIME
               MOVE "PROG012" TO MS-PROGRAM-ID
               MOVE WS-SUBMIT-OPERATOR TO MS-OPERATOR-ID
               MOVE WS-SUBMIT-TYPE TO MS-TRAN-TYPE
               MOVE WS-SECURITY-KEY TO MS-TRAN-KEY
               MOVE WS-SECURITY-RESULT TO MS-RESULT
               MOVE WS-SECURITY-REASON TO MS-REASON
               WRITE MAINT-SECURITY-RECORD
               CLOSE MAINT-SECURITY-LOG
           ELSE
               DISPLAY "PROG012: MNTLOG.DAT UNAVAILABLE - STATUS "
                   WS-MNTLOG-STATUS
           END-IF.

       9000-TERMINATE.
           IF NOT TOTALS-VALID AND WS-SEQNBR-STATUS = "00"
               CLOSE SEQUENCE-NUMBER-FILE
