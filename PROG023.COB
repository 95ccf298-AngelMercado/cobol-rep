      *          keyed on CM-ACCOUNT-NUMBER with field-level edits
      *          (numeric balance, status O or C, non-blank name on an
      *          add, no duplicate account numbers, no change or close
      *          against an account not on file), writes or rewrites
      *          each account in place on the indexed master by key,
      *          and prints a before/after proof listing plus a
      *          rejected-transactions report - so accounts stop being
      *          opened and closed in a text editor where one mistyped
      *          column shifts every field in the record. A keyed
      *          balance (an add with an opening balance, or a change
      *          that moves it) is appended to the ACTHIST.DAT account
      *          activity history as an adjustment, so the statements
      *          still balance from one month to the next. A change
      *          that posts a new address line clears the returned-mail
      *          flag PROG038 set, so notices resume to the corrected
      *          address. Each transaction carries the operator
      *          submitting it; a submitter who is missing, not on the
      *          roster, inactive, or without a PROG023 grant on
      *          MNTAUTH.DAT is rejected to SUSPENSE.DAT, the proof
      *          listing names who asked for each change, and every
      *          transaction is logged to MNTLOG.DAT for the nightly
      *          security report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUSTOMER-MAINT-TRANSACTIONS ASSIGN TO "CUSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CUSTOMER-REJECT-RPT ASSIGN TO "CUSTREJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT ACTIVITY-HISTORY ASSIGN TO "ACTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
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
       01  PROOF-LINE                      PIC X(80).
       FD  CUSTOMER-REJECT-RPT.
       01  REJECT-LINE                     PIC X(80).
       FD  ACTIVITY-HISTORY.
           COPY "ACTHIST.CPY".
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
       01  WS-PROOF-STATUS             PIC X(2).
       01  WS-REJECT-STATUS            PIC X(2).
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-CUSTMST-OPEN             PIC X(1) VALUE 'N'.
           88  CUSTMST-OPEN                        VALUE 'Y'.
       01  WS-REWRITE-FAILED           PIC X(1) VALUE 'N'.
           88  REWRITE-FAILED                      VALUE 'Y'.
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
           88  TRANS-EOF                           VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  PROOF-OPEN                          VALUE 'Y'.
       01  WS-REJECT-OPEN              PIC X(1) VALUE 'N'.
           88  REJECT-OPEN                         VALUE 'Y'.
       01  WS-HISTORY-OPEN             PIC X(1) VALUE 'N'.
           88  HISTORY-OPEN                        VALUE 'Y'.
       01  WS-TRANS-VALID              PIC X(1) VALUE 'Y'.
           88  TRANS-VALID                         VALUE 'Y'.
       01  WS-ACCOUNT-FOUND            PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-FLAG-CLEARED             PIC X(1) VALUE 'N'.
           88  FLAG-CLEARED                        VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-TRANS-COUNT              PIC 9(9) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE 0.
       01  WS-FLAG-CLEARED-COUNT       PIC 9(9) VALUE 0.
       01  WS-OLD-BALANCE              PIC 9(7)V99.
       01  WS-PRIOR-DUE-DATE           PIC 9(8).
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  WS-ED-MONTH             PIC 9(2).
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
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-PROCESS-TRANSACTIONS
               PERFORM 4000-WRITE-CONTROL-TOTALS
               DISPLAY "PROG023: CUSTOMER MAINTENANCE COMPLETE - "
                   WS-APPLIED-COUNT " APPLIED, " WS-REJECT-COUNT
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           PERFORM 1100-OPEN-MASTER
           PERFORM 1150-LOAD-MAINT-AUTHORITY
           PERFORM 1160-LOAD-SUBMITTER-ROSTER
           OPEN INPUT CUSTOMER-MAINT-TRANSACTIONS
           IF WS-TRANS-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
           ELSE
               MOVE 'Y' TO WS-REJECT-OPEN
           END-IF
           OPEN EXTEND ACTIVITY-HISTORY
           IF WS-HISTORY-STATUS = "35"
               CLOSE ACTIVITY-HISTORY
               OPEN OUTPUT ACTIVITY-HISTORY
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG023: ACTIVITY HISTORY UNAVAILABLE - "
                   "STATUS " WS-HISTORY-STATUS
           ELSE
               MOVE 'Y' TO WS-HISTORY-OPEN
           END-IF
           IF FILES-AVAILABLE
               PERFORM 1400-WRITE-PROOF-HEADER
               PERFORM 1500-WRITE-REJECT-HEADER
               CLOSE RUN-DATE-FILE
           END-IF.

       1100-OPEN-MASTER.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG023: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
           ELSE
               MOVE 'Y' TO WS-CUSTMST-OPEN
           END-IF.

      *    Only this program's grants are kept. Without the table no
      *    submitter can be authorized, so the run is refused rather
      *    than sending every transaction to suspense.
       1150-LOAD-MAINT-AUTHORITY.
           MOVE 0 TO WS-GRANT-COUNT
           OPEN INPUT MAINT-AUTH-FILE
           IF WS-MNTAUTH-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG023: MNTAUTH.DAT UNAVAILABLE - STATUS "
                   WS-MNTAUTH-STATUS " - RUN REFUSED"
           ELSE
               MOVE 'N' TO WS-AUTH-EOF
               PERFORM UNTIL AUTH-EOF
                   READ MAINT-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WS-AUTH-EOF
                       NOT AT END
                           IF MA-PROGRAM-ID = "PROG023"
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
               DISPLAY "PROG023: OPERATOR ROSTER UNAVAILABLE - STATUS "
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

       1400-WRITE-PROOF-HEADER.

       2000-PROCESS-TRANSACTIONS.
           MOVE 'N' TO WS-TRANS-EOF
           PERFORM UNTIL TRANS-EOF OR REWRITE-FAILED
               READ CUSTOMER-MAINT-TRANSACTIONS
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
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
           MOVE 'N' TO WS-FLAG-CLEARED
           MOVE SPACES TO WS-REJECT-REASON
           MOVE CU-SUBMIT-OPERATOR TO WS-SUBMIT-OPERATOR
           MOVE CU-ACTION TO WS-SUBMIT-TYPE
           PERFORM 2010-CHECK-SUBMITTER
           IF NOT SUBMITTER-VALID
               MOVE 'N' TO WS-TRANS-VALID
               MOVE WS-SUBMIT-REASON TO WS-REJECT-REASON
               ADD 1 TO WS-UNAUTH-COUNT
           ELSE
               PERFORM 2600-FIND-ACCOUNT
               EVALUATE TRUE
                   WHEN CU-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN CU-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN CU-CLOSE
                       PERFORM 2400-APPLY-CLOSE
                   WHEN OTHER
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "ACTION MUST BE A, C, OR X"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN REWRITE-FAILED
                   CONTINUE
               WHEN TRANS-VALID
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 2700-WRITE-PROOF
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2800-WRITE-REJECT
           END-EVALUATE
           MOVE CU-ACCOUNT-NUMBER TO WS-SECURITY-KEY
           PERFORM 8300-WRITE-SECURITY-LOG.

       2200-APPLY-ADD.
           IF CU-ACCOUNT-NUMBER = SPACES
           IF TRANS-VALID
               PERFORM 2550-EDIT-DUE-DATE
           END-IF
           IF TRANS-VALID
               MOVE "(NOT ON MASTER)" TO WS-BEFORE-IMAGE
               MOVE CU-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER
               MOVE CU-NAME TO CM-NAME
               MOVE CU-ADDRESS-1 TO CM-ADDRESS-1
               MOVE CU-ADDRESS-2 TO CM-ADDRESS-2
               MOVE CU-ADDRESS-3 TO CM-ADDRESS-3
               MOVE CU-BALANCE-NUM TO CM-BALANCE
               MOVE CU-STATUS TO CM-STATUS
               MOVE SPACE TO CM-ADDRESS-FLAG
               IF CU-DUE-DATE = SPACES
                   MOVE 0 TO CM-DUE-DATE
               ELSE
                   MOVE CU-DUE-DATE-NUM TO CM-DUE-DATE
               END-IF
               PERFORM 2650-ADD-TO-MASTER
           END-IF
           IF TRANS-VALID AND NOT REWRITE-FAILED
               PERFORM 2900-FORMAT-ENTRY-IMAGE
               MOVE WS-IMAGE-AREA TO WS-AFTER-IMAGE
               IF CM-BALANCE > 0
                   MOVE 0 TO WS-OLD-BALANCE
                   MOVE 0 TO WS-PRIOR-DUE-DATE
                   PERFORM 2950-WRITE-HISTORY
               END-IF
           END-IF.

       2300-APPLY-CHANGE.
           IF TRANS-VALID
               PERFORM 2900-FORMAT-ENTRY-IMAGE
               MOVE WS-IMAGE-AREA TO WS-BEFORE-IMAGE
               MOVE CM-BALANCE TO WS-OLD-BALANCE
               MOVE CM-DUE-DATE TO WS-PRIOR-DUE-DATE
               PERFORM 2350-CHECK-ADDRESS-CHANGE
               IF CU-NAME NOT = SPACES
                   MOVE CU-NAME TO CM-NAME
               END-IF
               IF CU-ADDRESS-1 NOT = SPACES
                   MOVE CU-ADDRESS-1 TO CM-ADDRESS-1
               END-IF
               IF CU-ADDRESS-2 NOT = SPACES
                   MOVE CU-ADDRESS-2 TO CM-ADDRESS-2
               END-IF
               IF CU-ADDRESS-3 NOT = SPACES
                   MOVE CU-ADDRESS-3 TO CM-ADDRESS-3
               END-IF
               IF CU-BALANCE NOT = SPACES
                   MOVE CU-BALANCE-NUM TO CM-BALANCE
               END-IF
               IF CU-STATUS NOT = SPACE
                   MOVE CU-STATUS TO CM-STATUS
               END-IF
               IF CU-DUE-DATE NOT = SPACES
                   MOVE CU-DUE-DATE-NUM TO CM-DUE-DATE
               END-IF
               PERFORM 2660-REWRITE-ACCOUNT
           END-IF
           IF TRANS-VALID AND NOT REWRITE-FAILED
               PERFORM 2900-FORMAT-ENTRY-IMAGE
               MOVE WS-IMAGE-AREA TO WS-AFTER-IMAGE
               IF CM-BALANCE NOT = WS-OLD-BALANCE
                   PERFORM 2950-WRITE-HISTORY
               END-IF
           END-IF.

      *    A new address line on a flagged account is the correction
      *    the returned-mail flag was waiting for; re-keying the same
      *    address does not clear it.
       2350-CHECK-ADDRESS-CHANGE.
           IF CM-ADDRESS-FLAG = 'B'
               IF (CU-ADDRESS-1 NOT = SPACES
                   AND CU-ADDRESS-1 NOT =
                       CM-ADDRESS-1)
                   OR (CU-ADDRESS-2 NOT = SPACES
                   AND CU-ADDRESS-2 NOT =
                       CM-ADDRESS-2)
                   OR (CU-ADDRESS-3 NOT = SPACES
                   AND CU-ADDRESS-3 NOT =
                       CM-ADDRESS-3)
                   MOVE SPACE TO CM-ADDRESS-FLAG
                   MOVE 'Y' TO WS-FLAG-CLEARED
                   ADD 1 TO WS-FLAG-CLEARED-COUNT
               END-IF
           END-IF.

       2550-EDIT-DUE-DATE.
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               IF CM-STATUS = 'C'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2900-FORMAT-ENTRY-IMAGE
                   MOVE WS-IMAGE-AREA TO WS-BEFORE-IMAGE
                   MOVE 'C' TO CM-STATUS
                   PERFORM 2660-REWRITE-ACCOUNT
                   PERFORM 2900-FORMAT-ENTRY-IMAGE
                   MOVE WS-IMAGE-AREA TO WS-AFTER-IMAGE
               END-IF

       2600-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE CU-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.

      *    The account was not found by key a moment ago, so a write
      *    that still fails is an I/O failure, not a duplicate - the
      *    run stops there rather than carry on around the hole.
       2650-ADD-TO-MASTER.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REWRITE-FAILED
           END-WRITE
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'Y' TO WS-REWRITE-FAILED
               DISPLAY "PROG023: UNABLE TO ADD ACCOUNT "
                   CM-ACCOUNT-NUMBER " - STATUS " WS-CUSTMST-STATUS
           END-IF.

       2660-REWRITE-ACCOUNT.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REWRITE-FAILED
           END-REWRITE
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'Y' TO WS-REWRITE-FAILED
               DISPLAY "PROG023: UNABLE TO REWRITE ACCOUNT "
                   CM-ACCOUNT-NUMBER " - STATUS " WS-CUSTMST-STATUS
           END-IF.

       2700-WRITE-PROOF.
           MOVE SPACES TO PROOF-LINE
               CU-ACTION DELIMITED BY SIZE
               "  ACCOUNT " DELIMITED BY SIZE
               CU-ACCOUNT-NUMBER DELIMITED BY SIZE
               "  SUBMITTED BY " DELIMITED BY SIZE
               CU-SUBMIT-OPERATOR DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "  AFTER : " DELIMITED BY SIZE
               WS-AFTER-IMAGE DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           IF FLAG-CLEARED
               MOVE "  RETURNED-MAIL FLAG CLEARED - NEW ADDRESS POSTED"
                   TO PROOF-LINE
               WRITE PROOF-LINE
           END-IF.

       2800-WRITE-REJECT.
           MOVE SPACES TO REJECT-LINE
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
               WHEN REWRITE-FAILED
                   MOVE 'R' TO WS-SECURITY-RESULT
                   MOVE "CUSTMST.DAT REWRITE FAILED"
                       TO WS-SECURITY-REASON
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
               MOVE "PROG023" TO MS-PROGRAM-ID
               MOVE WS-SUBMIT-OPERATOR TO MS-OPERATOR-ID
               MOVE WS-SUBMIT-TYPE TO MS-TRAN-TYPE
               MOVE WS-SECURITY-KEY TO MS-TRAN-KEY
               MOVE WS-SECURITY-RESULT TO MS-RESULT
               MOVE WS-SECURITY-REASON TO MS-REASON
               WRITE MAINT-SECURITY-RECORD
               CLOSE MAINT-SECURITY-LOG
           ELSE
               DISPLAY "PROG023: MNTLOG.DAT UNAVAILABLE - STATUS "
                   WS-MNTLOG-STATUS
           END-IF.

       2900-FORMAT-ENTRY-IMAGE.
           MOVE CM-ACCOUNT-NUMBER
               TO WS-IM-ACCOUNT-NUMBER
           MOVE CM-NAME TO WS-IM-NAME
           MOVE CM-BALANCE TO WS-IM-BALANCE
           MOVE CM-STATUS TO WS-IM-STATUS
           MOVE CM-DUE-DATE TO WS-IM-DUE-DATE.

      *    A keyed balance is recorded as the difference it made,
      *    so the history still adds up to the balance on file.
       2950-WRITE-HISTORY.
           MOVE CM-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE-NUM TO AH-ACTIVITY-DATE
           MOVE "ADJ" TO AH-ACTIVITY-TYPE
           IF CM-BALANCE > WS-OLD-BALANCE
               COMPUTE AH-AMOUNT =
                   CM-BALANCE - WS-OLD-BALANCE
               MOVE 'D' TO AH-DEBIT-CREDIT
           ELSE
               COMPUTE AH-AMOUNT =
                   WS-OLD-BALANCE - CM-BALANCE
               MOVE 'C' TO AH-DEBIT-CREDIT
           END-IF
           MOVE SPACES TO AH-DOCUMENT-NUMBER
           MOVE CM-BALANCE TO AH-BALANCE-AFTER
           MOVE WS-PRIOR-DUE-DATE TO AH-PRIOR-DUE-DATE
           MOVE "PROG023" TO AH-PROGRAM-ID
           MOVE 0 TO AH-REVERSED-DATE
           WRITE ACTIVITY-HISTORY-RECORD.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO PROOF-LINE
           STRING "TRANSACTIONS REJECTED:" DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "MAIL FLAGS CLEARED:   " DELIMITED BY SIZE
               WS-FLAG-CLEARED-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "NOT AUTHORIZED:       " DELIMITED BY SIZE
               WS-UNAUTH-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE.

       9000-TERMINATE.
           END-IF
           IF REJECT-OPEN
               CLOSE CUSTOMER-REJECT-RPT
           END-IF
           IF HISTORY-OPEN
               CLOSE ACTIVITY-HISTORY
           END-IF
           IF CUSTMST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE OR REWRITE-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
