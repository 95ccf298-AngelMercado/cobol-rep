      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Promise-to-pay arrangement maintenance for
      *          ARRANGE.DAT, the same transaction-driven pattern the
      *          customer master (PROG023) gets. The credit desk agrees
      *          payment plans by phone; until now nothing recorded
      *          them, so PROG013 kept escalating to OVRDU2 and OVRDU3
      *          on customers paying exactly what was agreed. Applies
      *          add/change/cancel transactions keyed on the account
      *          number with field-level edits (account read by key
      *          from the indexed customer master, open, and carrying
      *          a balance; agreeing operator active
      *          on OPROSTER.DAT; one to six instalments with valid
      *          ascending dates no earlier than the agreement and
      *          numeric non-zero amounts; no second active plan for
      *          one account), rewrites the arrangements file, and
      *          prints a proof listing of each plan as agreed (with
      *          the plan total against the balance owed) plus a
      *          rejected-transactions report. Rejects also go to the
      *          shared SUSPENSE.DAT for repair and PROG031 recycling.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG035.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT OPERATOR-ROSTER ASSIGN TO "OPROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT ARRANGEMENT-FILE ASSIGN TO "ARRANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.
           SELECT ARRANGEMENT-TRANSACTIONS ASSIGN TO "ARRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ARRANGEMENT-PROOF-RPT ASSIGN TO "ARRPRF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.
           SELECT ARRANGEMENT-REJECT-RPT ASSIGN TO "ARRREJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
           SELECT LOCK-OVERRIDE-FILE ASSIGN TO "LOKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOKPARM-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMST.CPY".
       FD  OPERATOR-ROSTER.
           COPY "OPROSTER.CPY".
       FD  ARRANGEMENT-FILE.
           COPY "ARRANGE.CPY".
       FD  ARRANGEMENT-TRANSACTIONS.
           COPY "ARRTRAN.CPY".
       FD  ARRANGEMENT-PROOF-RPT.
       01  PROOF-LINE                      PIC X(80).
       FD  ARRANGEMENT-REJECT-RPT.
       01  REJECT-LINE                     PIC X(80).
       FD  SUSPENSE-FILE.
           COPY "SUSPENSE.CPY".
       FD  RUN-LOCK-FILE.
           COPY "RUNLOCK.CPY".
       FD  LOCK-OVERRIDE-FILE.
           COPY "LOKPARM.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
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
       01  WS-ROSTER-STATUS            PIC X(2).
       01  WS-ARRANGE-STATUS           PIC X(2).
       01  WS-TRANS-STATUS             PIC X(2).
       01  WS-PROOF-STATUS             PIC X(2).
       01  WS-REJECT-STATUS            PIC X(2).
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-CUSTMST-OPEN             PIC X(1) VALUE 'N'.
           88  CUSTMST-OPEN                        VALUE 'Y'.
       01  WS-ROSTER-EOF               PIC X(1) VALUE 'N'.
           88  ROSTER-EOF                          VALUE 'Y'.
       01  WS-ARRANGE-EOF              PIC X(1) VALUE 'N'.
           88  ARRANGE-EOF                         VALUE 'Y'.
       01  WS-TRANS-EOF                PIC X(1) VALUE 'N'.
           88  TRANS-EOF                           VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-TRANS-OPEN               PIC X(1) VALUE 'N'.
           88  TRANS-OPEN                          VALUE 'Y'.
       01  WS-PROOF-OPEN               PIC X(1) VALUE 'N'.
           88  PROOF-OPEN                          VALUE 'Y'.
       01  WS-REJECT-OPEN              PIC X(1) VALUE 'N'.
           88  REJECT-OPEN                         VALUE 'Y'.
       01  WS-TRANS-VALID              PIC X(1) VALUE 'Y'.
           88  TRANS-VALID                         VALUE 'Y'.
       01  WS-ACCOUNT-FOUND            PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-OPERATOR-FOUND           PIC X(1) VALUE 'N'.
           88  OPERATOR-FOUND                      VALUE 'Y'.
       01  WS-ARRANGEMENT-FOUND        PIC X(1) VALUE 'N'.
           88  ARRANGEMENT-FOUND                   VALUE 'Y'.
       01  WS-SCHEDULE-ENDED           PIC X(1) VALUE 'N'.
           88  SCHEDULE-ENDED                      VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-TRANS-COUNT              PIC 9(9) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE 0.
       01  WS-ACTIVE-COUNT             PIC 9(9) VALUE 0.
       01  WS-AGREED-BY                PIC X(8).
       01  WS-FLOOR-DATE               PIC 9(8).
       01  WS-LAST-INST-DATE           PIC 9(8).
       01  WS-NEW-INST-COUNT           PIC 9(2) VALUE 0.
       01  WS-PLAN-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-INST-SUB                 PIC 9(2) VALUE 0.
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  WS-ED-MONTH             PIC 9(2).
           05  WS-ED-DAY               PIC 9(2).
       01  WS-DATE-EDIT.
           05  WS-DE-YEAR              PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-DE-MONTH             PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-DE-DAY               PIC 9(2).
       01  WS-OPR-MAX                  PIC 9(4) VALUE 200.
       01  WS-OPR-COUNT                PIC 9(4) VALUE 0.
       01  WS-OPR-SUB                  PIC 9(4) VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 200 TIMES.
               10  WS-OP-OPERATOR-ID   PIC X(8).
               10  WS-OP-ACTIVE-FLAG   PIC X(1).
       01  WS-ARR-MAX                  PIC 9(4) VALUE 1000.
       01  WS-ARR-COUNT                PIC 9(4) VALUE 0.
       01  WS-ARR-SUB                  PIC 9(4) VALUE 0.
       01  WS-ARR-FOUND-SUB            PIC 9(4) VALUE 0.
       01  WS-ARR-TABLE.
           05  WS-ARR-ENTRY OCCURS 1000 TIMES.
               10  WS-AE-ACCOUNT       PIC X(10).
               10  WS-AE-STATUS        PIC X(1).
               10  WS-AE-AGREED-DATE   PIC 9(8).
               10  WS-AE-AGREED-BY     PIC X(8).
               10  WS-AE-STATUS-DATE   PIC 9(8).
               10  WS-AE-INST-COUNT    PIC 9(2).
               10  WS-AE-INSTALMENT OCCURS 6 TIMES.
                   15  WS-AE-INST-DATE PIC 9(8).
                   15  WS-AE-INST-AMOUNT
                                       PIC 9(7)V99.
       01  WS-IMAGE-AREA.
           05  WS-IM-STATUS            PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-IM-AGREED-BY         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-IM-INST-COUNT        PIC 9(1).
           05  FILLER                  PIC X(7) VALUE " INST  ".
           05  WS-IM-PLAN-TOTAL        PIC Z(8)9.99.
       01  WS-BEFORE-IMAGE             PIC X(40).
       01  WS-AFTER-IMAGE              PIC X(40).
       01  WS-DISPLAY-AMOUNT           PIC Z(6)9.99.
       01  WS-DISPLAY-TOTAL            PIC Z(8)9.99.
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
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
           PERFORM 0800-ACQUIRE-RUN-LOCK
           IF LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-PROCESS-TRANSACTIONS
               PERFORM 3000-REWRITE-ARRANGEMENTS
               PERFORM 4000-WRITE-CONTROL-TOTALS
               DISPLAY "PROG035: ARRANGEMENT MAINTENANCE COMPLETE - "
                   WS-APPLIED-COUNT " APPLIED, " WS-REJECT-COUNT
                   " REJECTED"
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
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
                   DISPLAY "PROG035: STALE RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " CLEARED BY OPERATOR "
                       "OVERRIDE"
                   CALL "CBL_DELETE_FILE" USING "RUNLOCK.DAT"
                       RETURNING WS-DELETE-RC
               ELSE
                   MOVE 'Y' TO WS-LOCK-REFUSED
                   DISPLAY "PROG035: RUN REFUSED - RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " SINCE " RL-TIMESTAMP
               END-IF
           END-IF
           IF NOT LOCK-REFUSED
               OPEN OUTPUT RUN-LOCK-FILE
               IF WS-RUNLOCK-STATUS = "00"
                   MOVE "PROG035" TO RL-HOLDER-PROGRAM
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
                   DISPLAY "PROG035: UNABLE TO TAKE RUN LOCK - "
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
           PERFORM 1100-OPEN-MASTER
           PERFORM 1200-LOAD-ROSTER
           PERFORM 1300-LOAD-ARRANGEMENTS
           OPEN INPUT ARRANGEMENT-TRANSACTIONS
           IF WS-TRANS-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG035: ARRANGEMENT TRANSACTION FILE "
                   "UNAVAILABLE - STATUS " WS-TRANS-STATUS
           ELSE
               MOVE 'Y' TO WS-TRANS-OPEN
           END-IF
           OPEN OUTPUT ARRANGEMENT-PROOF-RPT
           IF WS-PROOF-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG035: PROOF REPORT FILE UNAVAILABLE - "
                   "STATUS " WS-PROOF-STATUS
           ELSE
               MOVE 'Y' TO WS-PROOF-OPEN
           END-IF
           OPEN OUTPUT ARRANGEMENT-REJECT-RPT
           IF WS-REJECT-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG035: REJECT REPORT FILE UNAVAILABLE - "
                   "STATUS " WS-REJECT-STATUS
           ELSE
               MOVE 'Y' TO WS-REJECT-OPEN
           END-IF
           IF FILES-AVAILABLE
               PERFORM 1400-WRITE-PROOF-HEADER
               PERFORM 1500-WRITE-REJECT-HEADER
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

       1100-OPEN-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG035: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
           ELSE
               MOVE 'Y' TO WS-CUSTMST-OPEN
           END-IF.

       1200-LOAD-ROSTER.
           MOVE 0 TO WS-OPR-COUNT
           OPEN INPUT OPERATOR-ROSTER
           IF WS-ROSTER-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG035: OPERATOR ROSTER UNAVAILABLE - "
                   "STATUS " WS-ROSTER-STATUS
           ELSE
               MOVE 'N' TO WS-ROSTER-EOF
               PERFORM UNTIL ROSTER-EOF
                   READ OPERATOR-ROSTER
                       AT END
                           MOVE 'Y' TO WS-ROSTER-EOF
                       NOT AT END
                           IF WS-OPR-COUNT < WS-OPR-MAX
                               ADD 1 TO WS-OPR-COUNT
                               MOVE OR-OPERATOR-ID TO
                                   WS-OP-OPERATOR-ID(WS-OPR-COUNT)
                               MOVE OR-ACTIVE-FLAG TO
                                   WS-OP-ACTIVE-FLAG(WS-OPR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-ROSTER
           END-IF.

      *    No arrangements file yet is an empty book of plans; the
      *    rewrite at the end creates it.
       1300-LOAD-ARRANGEMENTS.
           MOVE 0 TO WS-ARR-COUNT
           OPEN INPUT ARRANGEMENT-FILE
           IF WS-ARRANGE-STATUS = "35"
               DISPLAY "PROG035: NO ARRANGEMENTS ON FILE - "
                   "STARTING A NEW FILE"
           ELSE
               IF WS-ARRANGE-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG035: ARRANGEMENTS FILE UNAVAILABLE - "
                       "STATUS " WS-ARRANGE-STATUS
               ELSE
                   MOVE 'N' TO WS-ARRANGE-EOF
                   PERFORM UNTIL ARRANGE-EOF
                       READ ARRANGEMENT-FILE
                           AT END
                               MOVE 'Y' TO WS-ARRANGE-EOF
                           NOT AT END
                               PERFORM 1350-TABLE-ONE-ARRANGEMENT
                       END-READ
                   END-PERFORM
                   CLOSE ARRANGEMENT-FILE
               END-IF
           END-IF.

       1350-TABLE-ONE-ARRANGEMENT.
           IF WS-ARR-COUNT < WS-ARR-MAX
               ADD 1 TO WS-ARR-COUNT
               MOVE AR-ACCOUNT-NUMBER TO WS-AE-ACCOUNT(WS-ARR-COUNT)
               MOVE AR-STATUS TO WS-AE-STATUS(WS-ARR-COUNT)
               MOVE AR-AGREED-DATE TO WS-AE-AGREED-DATE(WS-ARR-COUNT)
               MOVE AR-AGREED-BY TO WS-AE-AGREED-BY(WS-ARR-COUNT)
               MOVE AR-STATUS-DATE TO WS-AE-STATUS-DATE(WS-ARR-COUNT)
               MOVE AR-INSTALMENT-COUNT TO
                   WS-AE-INST-COUNT(WS-ARR-COUNT)
               MOVE 0 TO WS-INST-SUB
               PERFORM UNTIL WS-INST-SUB >= 6
                   ADD 1 TO WS-INST-SUB
                   MOVE AR-INST-DATE(WS-INST-SUB) TO
                       WS-AE-INST-DATE(WS-ARR-COUNT, WS-INST-SUB)
                   MOVE AR-INST-AMOUNT(WS-INST-SUB) TO
                       WS-AE-INST-AMOUNT(WS-ARR-COUNT, WS-INST-SUB)
               END-PERFORM
           ELSE
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG035: ARRANGEMENT TABLE FULL - RUN REFUSED"
               MOVE 'Y' TO WS-ARRANGE-EOF
           END-IF.

       1400-WRITE-PROOF-HEADER.
           MOVE SPACES TO PROOF-LINE
           STRING "ARRANGEMENT MAINTENANCE PROOF LISTING"
               DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE.

       1500-WRITE-REJECT-HEADER.
           MOVE SPACES TO REJECT-LINE
           STRING "ARRANGEMENT REJECTED TRANSACTIONS"
               DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO REJECT-LINE
           WRITE REJECT-LINE
           MOVE SPACES TO REJECT-LINE
           WRITE REJECT-LINE.

       2000-PROCESS-TRANSACTIONS.
           MOVE 'N' TO WS-TRANS-EOF
           PERFORM UNTIL TRANS-EOF
               READ ARRANGEMENT-TRANSACTIONS
                   AT END
                       MOVE 'Y' TO WS-TRANS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       PERFORM 2100-APPLY-TRANSACTION
               END-READ
           END-PERFORM.

       2100-APPLY-TRANSACTION.
           MOVE 'Y' TO WS-TRANS-VALID
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2600-FIND-ACCOUNT
           PERFORM 2650-FIND-ARRANGEMENT
           EVALUATE TRUE
               WHEN AT-ADD
                   PERFORM 2200-APPLY-ADD
               WHEN AT-CHANGE
                   PERFORM 2300-APPLY-CHANGE
               WHEN AT-CANCEL
                   PERFORM 2400-APPLY-CANCEL
               WHEN OTHER
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "ACTION MUST BE A, C, OR X"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF TRANS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2700-WRITE-PROOF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2800-WRITE-REJECT
           END-IF.

      *    An account whose last plan was broken, kept, or cancelled
      *    may be given a new one; the new plan takes over that
      *    account's record.
       2200-APPLY-ADD.
           IF NOT ACCOUNT-FOUND
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
           END-IF
           IF TRANS-VALID AND CM-STATUS NOT = 'O'
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "ACCOUNT IS NOT OPEN" TO WS-REJECT-REASON
           END-IF
           IF TRANS-VALID AND CM-BALANCE = 0
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "NO BALANCE TO ARRANGE" TO WS-REJECT-REASON
           END-IF
           IF TRANS-VALID AND ARRANGEMENT-FOUND
               IF WS-AE-STATUS(WS-ARR-FOUND-SUB) = 'A'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "ARRANGEMENT ALREADY ACTIVE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRANS-VALID
               MOVE AT-AGREED-BY TO WS-AGREED-BY
               PERFORM 2450-CHECK-OPERATOR
           END-IF
           IF TRANS-VALID
               MOVE WS-RUN-DATE-NUM TO WS-FLOOR-DATE
               PERFORM 2500-EDIT-SCHEDULE
           END-IF
           IF TRANS-VALID AND NOT ARRANGEMENT-FOUND
               AND WS-ARR-COUNT >= WS-ARR-MAX
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "ARRANGEMENT TABLE FULL" TO WS-REJECT-REASON
           END-IF
           IF TRANS-VALID
               IF ARRANGEMENT-FOUND
                   PERFORM 2900-FORMAT-ENTRY-IMAGE
                   MOVE WS-IMAGE-AREA TO WS-BEFORE-IMAGE
               ELSE
                   MOVE "(NO ARRANGEMENT ON FILE)" TO WS-BEFORE-IMAGE
                   ADD 1 TO WS-ARR-COUNT
                   MOVE WS-ARR-COUNT TO WS-ARR-FOUND-SUB
               END-IF
               MOVE AT-ACCOUNT-NUMBER TO
                   WS-AE-ACCOUNT(WS-ARR-FOUND-SUB)
               MOVE 'A' TO WS-AE-STATUS(WS-ARR-FOUND-SUB)
               MOVE WS-RUN-DATE-NUM TO
                   WS-AE-AGREED-DATE(WS-ARR-FOUND-SUB)
               MOVE WS-RUN-DATE-NUM TO
                   WS-AE-STATUS-DATE(WS-ARR-FOUND-SUB)
               MOVE WS-AGREED-BY TO WS-AE-AGREED-BY(WS-ARR-FOUND-SUB)
               PERFORM 2550-STORE-SCHEDULE
               PERFORM 2900-FORMAT-ENTRY-IMAGE
               MOVE WS-IMAGE-AREA TO WS-AFTER-IMAGE
           END-IF.

      *    A change renegotiates an active plan: the schedule is
      *    replaced whole, and may keep instalments already past as
      *    long as none predates the original agreement. A blank
      *    operator keeps the one who agreed the plan.
       2300-APPLY-CHANGE.
           IF NOT ARRANGEMENT-FOUND
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "NO ACTIVE ARRANGEMENT" TO WS-REJECT-REASON
           ELSE
               IF WS-AE-STATUS(WS-ARR-FOUND-SUB) NOT = 'A'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "NO ACTIVE ARRANGEMENT" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF TRANS-VALID
               IF AT-AGREED-BY = SPACES
                   MOVE WS-AE-AGREED-BY(WS-ARR-FOUND-SUB)
                       TO WS-AGREED-BY
               ELSE
                   MOVE AT-AGREED-BY TO WS-AGREED-BY
                   PERFORM 2450-CHECK-OPERATOR
               END-IF
           END-IF
           IF TRANS-VALID
               MOVE WS-AE-AGREED-DATE(WS-ARR-FOUND-SUB)
                   TO WS-FLOOR-DATE
               PERFORM 2500-EDIT-SCHEDULE
           END-IF
           IF TRANS-VALID
               PERFORM 2900-FORMAT-ENTRY-IMAGE
               MOVE WS-IMAGE-AREA TO WS-BEFORE-IMAGE
               MOVE WS-AGREED-BY TO WS-AE-AGREED-BY(WS-ARR-FOUND-SUB)
               PERFORM 2550-STORE-SCHEDULE
               PERFORM 2900-FORMAT-ENTRY-IMAGE
               MOVE WS-IMAGE-AREA TO WS-AFTER-IMAGE
           END-IF.

       2400-APPLY-CANCEL.
           IF NOT ARRANGEMENT-FOUND
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "NO ACTIVE ARRANGEMENT" TO WS-REJECT-REASON
           ELSE
               IF WS-AE-STATUS(WS-ARR-FOUND-SUB) NOT = 'A'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "NO ACTIVE ARRANGEMENT" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2900-FORMAT-ENTRY-IMAGE
                   MOVE WS-IMAGE-AREA TO WS-BEFORE-IMAGE
                   MOVE 'X' TO WS-AE-STATUS(WS-ARR-FOUND-SUB)
                   MOVE WS-RUN-DATE-NUM TO
                       WS-AE-STATUS-DATE(WS-ARR-FOUND-SUB)
                   PERFORM 2900-FORMAT-ENTRY-IMAGE
                   MOVE WS-IMAGE-AREA TO WS-AFTER-IMAGE
               END-IF
           END-IF.

       2450-CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-FOUND
           MOVE 0 TO WS-OPR-SUB
           PERFORM UNTIL OPERATOR-FOUND
               OR WS-OPR-SUB >= WS-OPR-COUNT
               ADD 1 TO WS-OPR-SUB
               IF WS-OP-OPERATOR-ID(WS-OPR-SUB) = WS-AGREED-BY
                   MOVE 'Y' TO WS-OPERATOR-FOUND
               END-IF
           END-PERFORM
           IF NOT OPERATOR-FOUND
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "AGREED-BY OPERATOR NOT ON ROSTER"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-OP-ACTIVE-FLAG(WS-OPR-SUB) NOT = 'Y'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "AGREED-BY OPERATOR NOT ACTIVE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    Instalments fill from the first slot; the first blank date
      *    ends the schedule, and anything keyed after it is a gap.
       2500-EDIT-SCHEDULE.
           MOVE 0 TO WS-NEW-INST-COUNT
           MOVE 0 TO WS-PLAN-TOTAL
           MOVE WS-FLOOR-DATE TO WS-LAST-INST-DATE
           MOVE 'N' TO WS-SCHEDULE-ENDED
           MOVE 0 TO WS-INST-SUB
           PERFORM UNTIL WS-INST-SUB >= 6 OR NOT TRANS-VALID
               ADD 1 TO WS-INST-SUB
               PERFORM 2520-EDIT-ONE-INSTALMENT
           END-PERFORM
           IF TRANS-VALID AND WS-NEW-INST-COUNT = 0
               MOVE 'N' TO WS-TRANS-VALID
               MOVE "NO INSTALMENTS GIVEN" TO WS-REJECT-REASON
           END-IF.

       2520-EDIT-ONE-INSTALMENT.
           EVALUATE TRUE
               WHEN AT-INST-DATE(WS-INST-SUB) = SPACES
                   MOVE 'Y' TO WS-SCHEDULE-ENDED
                   IF AT-INST-AMOUNT(WS-INST-SUB) NOT = SPACES
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "INSTALMENT AMOUNT WITHOUT A DATE"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN SCHEDULE-ENDED
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "GAP IN INSTALMENT SCHEDULE"
                       TO WS-REJECT-REASON
               WHEN AT-INST-DATE(WS-INST-SUB) NOT NUMERIC
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "INSTALMENT DATE IS NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN AT-INST-AMOUNT(WS-INST-SUB) NOT NUMERIC
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "INSTALMENT AMOUNT IS NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN AT-INST-AMOUNT-NUM(WS-INST-SUB) = 0
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE "INSTALMENT AMOUNT IS ZERO"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE AT-INST-DATE-NUM(WS-INST-SUB) TO WS-EDIT-DATE
                   IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
                       OR WS-ED-DAY < 1 OR WS-ED-DAY > 31
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE "INVALID INSTALMENT DATE"
                           TO WS-REJECT-REASON
                   ELSE
                       IF AT-INST-DATE-NUM(WS-INST-SUB) <
                           WS-LAST-INST-DATE
                           OR (WS-NEW-INST-COUNT > 0
                           AND AT-INST-DATE-NUM(WS-INST-SUB) =
                               WS-LAST-INST-DATE)
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE "INSTALMENT DATES OUT OF ORDER"
                               TO WS-REJECT-REASON
                       ELSE
                           ADD 1 TO WS-NEW-INST-COUNT
                           ADD AT-INST-AMOUNT-NUM(WS-INST-SUB)
                               TO WS-PLAN-TOTAL
                           MOVE AT-INST-DATE-NUM(WS-INST-SUB)
                               TO WS-LAST-INST-DATE
                       END-IF
                   END-IF
           END-EVALUATE.

       2550-STORE-SCHEDULE.
           MOVE WS-NEW-INST-COUNT TO WS-AE-INST-COUNT(WS-ARR-FOUND-SUB)
           MOVE 0 TO WS-INST-SUB
           PERFORM UNTIL WS-INST-SUB >= 6
               ADD 1 TO WS-INST-SUB
               IF WS-INST-SUB > WS-NEW-INST-COUNT
                   MOVE 0 TO
                       WS-AE-INST-DATE(WS-ARR-FOUND-SUB, WS-INST-SUB)
                   MOVE 0 TO
                       WS-AE-INST-AMOUNT(WS-ARR-FOUND-SUB, WS-INST-SUB)
               ELSE
                   MOVE AT-INST-DATE-NUM(WS-INST-SUB) TO
                       WS-AE-INST-DATE(WS-ARR-FOUND-SUB, WS-INST-SUB)
                   MOVE AT-INST-AMOUNT-NUM(WS-INST-SUB) TO
                       WS-AE-INST-AMOUNT(WS-ARR-FOUND-SUB, WS-INST-SUB)
               END-IF
           END-PERFORM.

      *    A missing account leaves a zero balance in the record
      *    area so the proof of a change to an orphaned plan still
      *    prints a clean line.
       2600-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE AT-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 0 TO CM-BALANCE
                   MOVE SPACE TO CM-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.

       2650-FIND-ARRANGEMENT.
           MOVE 'N' TO WS-ARRANGEMENT-FOUND
           MOVE 0 TO WS-ARR-FOUND-SUB
           MOVE 0 TO WS-ARR-SUB
           PERFORM UNTIL ARRANGEMENT-FOUND
               OR WS-ARR-SUB >= WS-ARR-COUNT
               ADD 1 TO WS-ARR-SUB
               IF WS-AE-ACCOUNT(WS-ARR-SUB) = AT-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ARRANGEMENT-FOUND
                   MOVE WS-ARR-SUB TO WS-ARR-FOUND-SUB
               END-IF
           END-PERFORM.

      *    The proof shows the plan as it now stands, one line per
      *    instalment, with the plan total set against the balance
      *    owed so the desk can see a plan that leaves a remainder.
       2700-WRITE-PROOF.
           MOVE SPACES TO PROOF-LINE
           STRING "ACTION " DELIMITED BY SIZE
               AT-ACTION DELIMITED BY SIZE
               "  ACCOUNT " DELIMITED BY SIZE
               AT-ACCOUNT-NUMBER DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "  BEFORE: " DELIMITED BY SIZE
               WS-BEFORE-IMAGE DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "  AFTER : " DELIMITED BY SIZE
               WS-AFTER-IMAGE DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           IF NOT AT-CANCEL
               MOVE 0 TO WS-INST-SUB
               PERFORM UNTIL WS-INST-SUB >=
                   WS-AE-INST-COUNT(WS-ARR-FOUND-SUB)
                   ADD 1 TO WS-INST-SUB
                   PERFORM 2750-WRITE-INSTALMENT-LINE
               END-PERFORM
               MOVE CM-BALANCE TO WS-DISPLAY-TOTAL
               MOVE SPACES TO PROOF-LINE
               STRING "    BALANCE OWED     " DELIMITED BY SIZE
                   WS-DISPLAY-TOTAL DELIMITED BY SIZE
                   INTO PROOF-LINE
               WRITE PROOF-LINE
           END-IF.

       2750-WRITE-INSTALMENT-LINE.
           MOVE WS-AE-INST-DATE(WS-ARR-FOUND-SUB, WS-INST-SUB)
               TO WS-EDIT-DATE
           MOVE WS-ED-YEAR  TO WS-DE-YEAR
           MOVE WS-ED-MONTH TO WS-DE-MONTH
           MOVE WS-ED-DAY   TO WS-DE-DAY
           MOVE WS-AE-INST-AMOUNT(WS-ARR-FOUND-SUB, WS-INST-SUB)
               TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO PROOF-LINE
           STRING "    INSTALMENT " DELIMITED BY SIZE
               WS-INST-SUB DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DATE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE.

       2800-WRITE-REJECT.
           MOVE SPACES TO REJECT-LINE
           STRING "ACTION " DELIMITED BY SIZE
               AT-ACTION DELIMITED BY SIZE
               "  ACCOUNT " DELIMITED BY SIZE
               AT-ACCOUNT-NUMBER DELIMITED BY SIZE
               "  - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO REJECT-LINE
           WRITE REJECT-LINE
           PERFORM 8200-WRITE-SUSPENSE.

      *    The rejected transaction also lands on the shared
      *    suspense file so the office repairs the record image in
      *    place and PROG031 recycles it, instead of retyping it
      *    from the reject listing.
       8200-WRITE-SUSPENSE.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS = "00"
               MOVE "PROG035" TO SU-PROGRAM-ID
               MOVE WS-RUN-DATE-NUM TO SU-RUN-DATE
               MOVE 'O' TO SU-STATUS
               MOVE WS-REJECT-REASON TO SU-REJECT-REASON
               MOVE SPACES TO SU-RECORD-IMAGE
               MOVE ARRANGEMENT-MAINT-RECORD TO SU-RECORD-IMAGE
               WRITE SUSPENSE-RECORD
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "PROG035: SUSPENSE FILE UNAVAILABLE - STATUS "
                   WS-SUSPENSE-STATUS
           END-IF.

       2900-FORMAT-ENTRY-IMAGE.
           EVALUATE WS-AE-STATUS(WS-ARR-FOUND-SUB)
               WHEN 'A'
                   MOVE "ACTIVE" TO WS-IM-STATUS
               WHEN 'B'
                   MOVE "BROKEN" TO WS-IM-STATUS
               WHEN 'K'
                   MOVE "KEPT" TO WS-IM-STATUS
               WHEN 'X'
                   MOVE "CANCELLED" TO WS-IM-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-IM-STATUS
           END-EVALUATE
           MOVE WS-AE-AGREED-BY(WS-ARR-FOUND-SUB) TO WS-IM-AGREED-BY
           MOVE WS-AE-INST-COUNT(WS-ARR-FOUND-SUB) TO WS-IM-INST-COUNT
           MOVE 0 TO WS-PLAN-TOTAL
           MOVE 0 TO WS-INST-SUB
           PERFORM UNTIL WS-INST-SUB >=
               WS-AE-INST-COUNT(WS-ARR-FOUND-SUB)
               ADD 1 TO WS-INST-SUB
               ADD WS-AE-INST-AMOUNT(WS-ARR-FOUND-SUB, WS-INST-SUB)
                   TO WS-PLAN-TOTAL
           END-PERFORM
           MOVE WS-PLAN-TOTAL TO WS-IM-PLAN-TOTAL.

       3000-REWRITE-ARRANGEMENTS.
           OPEN OUTPUT ARRANGEMENT-FILE
           IF WS-ARRANGE-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG035: UNABLE TO REWRITE ARRANGEMENTS - "
                   "STATUS " WS-ARRANGE-STATUS
           ELSE
               MOVE 0 TO WS-ARR-SUB
               PERFORM UNTIL WS-ARR-SUB >= WS-ARR-COUNT
                   ADD 1 TO WS-ARR-SUB
                   PERFORM 3100-WRITE-ONE-ARRANGEMENT
               END-PERFORM
               CLOSE ARRANGEMENT-FILE
           END-IF.

       3100-WRITE-ONE-ARRANGEMENT.
           MOVE WS-AE-ACCOUNT(WS-ARR-SUB) TO AR-ACCOUNT-NUMBER
           MOVE WS-AE-STATUS(WS-ARR-SUB) TO AR-STATUS
           MOVE WS-AE-AGREED-DATE(WS-ARR-SUB) TO AR-AGREED-DATE
           MOVE WS-AE-AGREED-BY(WS-ARR-SUB) TO AR-AGREED-BY
           MOVE WS-AE-STATUS-DATE(WS-ARR-SUB) TO AR-STATUS-DATE
           MOVE WS-AE-INST-COUNT(WS-ARR-SUB) TO AR-INSTALMENT-COUNT
           MOVE 0 TO WS-INST-SUB
           PERFORM UNTIL WS-INST-SUB >= 6
               ADD 1 TO WS-INST-SUB
               MOVE WS-AE-INST-DATE(WS-ARR-SUB, WS-INST-SUB)
                   TO AR-INST-DATE(WS-INST-SUB)
               MOVE WS-AE-INST-AMOUNT(WS-ARR-SUB, WS-INST-SUB)
                   TO AR-INST-AMOUNT(WS-INST-SUB)
           END-PERFORM
           IF AR-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           WRITE ARRANGEMENT-RECORD.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "TRANSACTIONS READ:    " DELIMITED BY SIZE
               WS-TRANS-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "TRANSACTIONS APPLIED: " DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "TRANSACTIONS REJECTED:" DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "ACTIVE ARRANGEMENTS:  " DELIMITED BY SIZE
               WS-ACTIVE-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           WRITE PROOF-LINE.

       9000-TERMINATE.
           IF TRANS-OPEN
               CLOSE ARRANGEMENT-TRANSACTIONS
           END-IF
           IF PROOF-OPEN
               CLOSE ARRANGEMENT-PROOF-RPT
           END-IF
           IF REJECT-OPEN
               CLOSE ARRANGEMENT-REJECT-RPT
           END-IF
           IF CUSTMST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PROG035.
