      *          a machine-readable extract record (account, name,
      *          address, notice code, document number, balance, run
      *          date) goes to NTCEXTR.DAT for the mail house with a
      *          trailer that balances to the spool's control totals
      *          (both come out in customer-master order; the PROG048
      *          presort step puts them into ZIP order afterwards),
      *          and a control-totals page closes the spool so the
      *          print room can balance the run. The run checkpoints
      *          its progress (sequence-number statuses rewritten,
      *          last account processed, counters, and spool line
      *          count on NTCCHKP.DAT) every few notices, so a rerun
      *          after an abend trims the spool back to the last
      *          checkpoint and resumes where it stopped (a keyed
      *          START on the indexed customer master, just past the
      *          last account checkpointed) instead of
      *          re-noticing accounts or handing a number out twice -
      *          the protection PROG003 already had. A notice another
      *          run has queued for an account on NTCQUE.DAT (PMTRTN
      *          from the PROG034 returned-payment run) goes out ahead
      *          of the run's own selection, every notice queued for
      *          the account going out, and once the run completes
      *          the queue is rewritten without the notices it sent -
      *          one withheld from a bad address, queued for an
      *          account not on the master, or beyond the queue table
      *          waits for a later run. An account with an active
      *          promise-to-pay arrangement on ARRANGE.DAT (agreed
      *          through PROG035, policed nightly by PROG036) is held
      *          at the first reminder: no OVRDU2 or OVRDU3 goes out
      *          while the plan stands, and the held accounts are
      *          counted on the control-totals page. An account the
      *          PROG037 run has written off or placed with the
      *          collection agency (status 'W') gets no notice, and
      *          neither does an account the PROG038 returned-mail run
      *          has flagged as undeliverable - no spool notice, no
      *          NTCEXTR.DAT record - until PROG023 posts a new
      *          address; the withheld accounts are counted on the
      *          control-totals page and listed on PROG038's
      *          address-correction report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT PAYMENTS-FEED ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT NOTICE-QUEUE-FILE ASSIGN TO "NTCQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCQUE-STATUS.
           SELECT NOTICE-QUEUE-WORK ASSIGN TO "NTCQUE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEWK-STATUS.
           SELECT ARRANGEMENT-FILE ASSIGN TO "ARRANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.
           SELECT MESSAGE-FILE ASSIGN TO "MSGTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGFILE-STATUS.
           COPY "CUSTMST.CPY".
       FD  PAYMENTS-FEED.
           COPY "PAYMENT.CPY".
       FD  NOTICE-QUEUE-FILE.
           COPY "NTCQUE.CPY".
       FD  NOTICE-QUEUE-WORK.
       01  WORK-QUEUE-RECORD               PIC X(32).
       FD  ARRANGEMENT-FILE.
           COPY "ARRANGE.CPY".
       FD  MESSAGE-FILE.
           COPY "MSGTBL.CPY".
       FD  SEQUENCE-NUMBER-FILE.
       FD  NOTICE-EXTRACT-FILE.
           COPY "NTCEXTR.CPY".
       FD  NOTICE-EXTRACT-WORK.
       01  EXTRACT-WORK-RECORD             PIC X(216).
       FD  DOCUMENT-LEDGER.
           COPY "DOCLEDG.CPY".
       FD  DOCUMENT-LEDGER-WORK.
           05  WS-ET-SECOND            PIC 9(2).
       01  WS-CUSTMST-STATUS           PIC X(2).
       01  WS-PAYMENT-STATUS           PIC X(2).
       01  WS-NTCQUE-STATUS            PIC X(2).
       01  WS-QUEWK-STATUS             PIC X(2).
       01  WS-ARRANGE-STATUS           PIC X(2).
       01  WS-MSGFILE-STATUS           PIC X(2).
       01  WS-SEQNBR-STATUS            PIC X(2).
       01  WS-WORK-STATUS              PIC X(2).
           88  CUSTMST-EOF                         VALUE 'Y'.
       01  WS-PAYMENT-EOF              PIC X(1) VALUE 'N'.
           88  PAYMENT-EOF                         VALUE 'Y'.
       01  WS-NTCQUE-EOF               PIC X(1) VALUE 'N'.
           88  NTCQUE-EOF                          VALUE 'Y'.
       01  WS-ARRANGE-EOF              PIC X(1) VALUE 'N'.
           88  ARRANGE-EOF                         VALUE 'Y'.
       01  WS-MSGFILE-EOF              PIC X(1) VALUE 'N'.
           88  MSGFILE-EOF                         VALUE 'Y'.
       01  WS-SEQNBR-EOF               PIC X(1) VALUE 'N'.
           88  NUMBER-FOUND                        VALUE 'Y'.
       01  WS-PAYMENT-FOUND            PIC X(1) VALUE 'N'.
           88  PAYMENT-FOUND                       VALUE 'Y'.
       01  WS-QUEUE-FOUND              PIC X(1) VALUE 'N'.
           88  QUEUE-FOUND                         VALUE 'Y'.
       01  WS-ARRANGEMENT-FOUND        PIC X(1) VALUE 'N'.
           88  ARRANGEMENT-FOUND                   VALUE 'Y'.
       01  WS-MSG-FOUND                PIC X(1) VALUE 'N'.
           88  MSG-FOUND                           VALUE 'Y'.
       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-OVRDU3-COUNT             PIC 9(9) VALUE 0.
       01  WS-ACCTCL-COUNT             PIC 9(9) VALUE 0.
       01  WS-PMTRCV-COUNT             PIC 9(9) VALUE 0.
       01  WS-QUEUED-COUNT             PIC 9(9) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(9) VALUE 0.
       01  WS-BADADDR-COUNT            PIC 9(9) VALUE 0.
       01  WS-DAYS-PAST-DUE            PIC S9(9) VALUE 0.
       01  WS-RUN-DATE-INT             PIC S9(9) VALUE 0.
       01  WS-DUE-DATE-INT             PIC S9(9) VALUE 0.
       01  WS-PAY-TABLE.
           05  WS-PAY-ACCOUNT OCCURS 500 TIMES
                                       PIC X(10).
      *    WS-QU-SENT is 'Y' once the queued notice has gone out,
      *    tonight or before a restart; only those come off the queue.
       01  WS-QUE-MAX                  PIC 9(4) VALUE 500.
       01  WS-QUE-COUNT                PIC 9(4) VALUE 0.
       01  WS-QUE-SUB                  PIC 9(4) VALUE 0.
       01  WS-QUE-READ                 PIC 9(9) VALUE 0.
       01  WS-QUE-OVERFLOW             PIC 9(9) VALUE 0.
       01  WS-QUE-KEPT                 PIC 9(9) VALUE 0.
       01  WS-QUE-TABLE.
           05  WS-QUE-ENTRY OCCURS 500 TIMES.
               10  WS-QU-ACCOUNT       PIC X(10).
               10  WS-QU-NOTICE-CODE   PIC X(6).
               10  WS-QU-SENT          PIC X(1).
       01  WS-ARR-MAX                  PIC 9(4) VALUE 1000.
       01  WS-ARR-COUNT                PIC 9(4) VALUE 0.
       01  WS-ARR-SUB                  PIC 9(4) VALUE 0.
       01  WS-ARR-TABLE.
           05  WS-ARR-ACCOUNT OCCURS 1000 TIMES
                                       PIC X(10).
       01  WS-DISPLAY-BALANCE          PIC Z(6)9.99.
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
       01  WS-RUN-DATE.
                   PERFORM 6500-WRITE-EXTRACT-TRAILER
                   PERFORM 1700-WRITE-RUN-TRAILER
                   PERFORM 5300-DELETE-CHECKPOINT
                   PERFORM 5400-REWRITE-NOTICE-QUEUE
                   DISPLAY "PROG013: NOTICE RUN COMPLETE - "
                       WS-NOTICE-COUNT " NOTICE(S) FROM "
                       WS-ACCOUNT-COUNT " ACCOUNT(S)"
           END-IF
           PERFORM 1100-LOAD-MESSAGE-TABLE
           PERFORM 1200-LOAD-PAYMENTS
           PERFORM 1250-LOAD-NOTICE-QUEUE
           PERFORM 1270-LOAD-ARRANGEMENTS
           PERFORM 1300-LOAD-NUMBER-TABLE
           PERFORM 1320-READ-CHECKPOINT
           PERFORM 1350-OPEN-DOCUMENT-LEDGER
               CLOSE PAYMENTS-FEED
           END-IF.

      *    No queue on file is the usual case - nothing was queued
      *    since the last completed notice run.
       1250-LOAD-NOTICE-QUEUE.
           MOVE 0 TO WS-QUE-COUNT
           OPEN INPUT NOTICE-QUEUE-FILE
           IF WS-NTCQUE-STATUS = "00"
               MOVE 'N' TO WS-NTCQUE-EOF
               PERFORM UNTIL NTCQUE-EOF
                   READ NOTICE-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WS-NTCQUE-EOF
                       NOT AT END
                           IF WS-QUE-COUNT < WS-QUE-MAX
                               ADD 1 TO WS-QUE-COUNT
                               MOVE NQ-ACCOUNT-NUMBER TO
                                   WS-QU-ACCOUNT(WS-QUE-COUNT)
                               MOVE NQ-NOTICE-CODE TO
                                   WS-QU-NOTICE-CODE(WS-QUE-COUNT)
                               MOVE 'N' TO WS-QU-SENT(WS-QUE-COUNT)
                           ELSE
                               ADD 1 TO WS-QUE-OVERFLOW
                               DISPLAY "PROG013: NOTICE QUEUE FULL"
                                   " - " NQ-ACCOUNT-NUMBER " "
                                   NQ-NOTICE-CODE " HELD ON QUEUE"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-QUEUE-FILE
           END-IF.

      *    Only the accounts with an active arrangement are held; no
      *    arrangements file means the credit desk has agreed none.
       1270-LOAD-ARRANGEMENTS.
           MOVE 0 TO WS-ARR-COUNT
           OPEN INPUT ARRANGEMENT-FILE
           IF WS-ARRANGE-STATUS = "00"
               MOVE 'N' TO WS-ARRANGE-EOF
               PERFORM UNTIL ARRANGE-EOF
                   READ ARRANGEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-ARRANGE-EOF
                       NOT AT END
                           IF AR-ACTIVE
                               IF WS-ARR-COUNT < WS-ARR-MAX
                                   ADD 1 TO WS-ARR-COUNT
                                   MOVE AR-ACCOUNT-NUMBER TO
                                       WS-ARR-ACCOUNT(WS-ARR-COUNT)
                               ELSE
                                   DISPLAY "PROG013: ARRANGEMENT "
                                       "TABLE FULL - "
                                       AR-ACCOUNT-NUMBER " NOT HELD"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRANGEMENT-FILE
           END-IF.

      *    The whole number file is held in a table so a checkpoint
      *    can rewrite it mid-run; PROG027 archival keeps the active
      *    file down to open inventory, so an overflow means archival
                   MOVE NC-OVRDU3-COUNT TO WS-OVRDU3-COUNT
                   MOVE NC-ACCTCL-COUNT TO WS-ACCTCL-COUNT
                   MOVE NC-PMTRCV-COUNT TO WS-PMTRCV-COUNT
                   MOVE NC-QUEUED-COUNT TO WS-QUEUED-COUNT
                   MOVE NC-HELD-COUNT TO WS-HELD-COUNT
                   MOVE NC-BADADDR-COUNT TO WS-BADADDR-COUNT
                   MOVE NC-UNNUMBERED-COUNT TO WS-UNNUMBERED-COUNT
                   MOVE NC-LEDGER-COUNT TO WS-LEDGER-COUNT
                   MOVE NC-LEDGER-COUNT TO WS-CHKP-LEDGER-RECS
                               MOVE NOTICE-EXTRACT-RECORD
                                   TO EXTRACT-WORK-RECORD
                               WRITE EXTRACT-WORK-RECORD
                               IF NX-IS-DETAIL
                                   PERFORM 1397-MARK-QUEUE-SENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTICE-EXTRACT-WORK
               END-IF
           END-IF.

      *    A queued notice the prior run already produced is on the
      *    extract kept up to the checkpoint; it is marked sent so the
      *    rerun neither repeats it nor leaves it on the queue.
       1397-MARK-QUEUE-SENT.
           MOVE 'N' TO WS-QUEUE-FOUND
           MOVE 0 TO WS-QUE-SUB
           PERFORM UNTIL QUEUE-FOUND
               OR WS-QUE-SUB >= WS-QUE-COUNT
               ADD 1 TO WS-QUE-SUB
               IF WS-QU-ACCOUNT(WS-QUE-SUB) = NX-ACCOUNT-NUMBER
                   AND WS-QU-NOTICE-CODE(WS-QUE-SUB) = NX-NOTICE-CODE
                   AND WS-QU-SENT(WS-QUE-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-QUEUE-FOUND
                   MOVE 'Y' TO WS-QU-SENT(WS-QUE-SUB)
               END-IF
           END-PERFORM.

       1390-TRIM-SPOOL-TO-CHECKPOINT.
           MOVE 0 TO WS-TRIM-COUNT
           OPEN INPUT NOTICE-SPOOL-FILE
      *    can no longer be persisted would outrun the checkpoint.
       2000-PROCESS-ACCOUNTS.
           MOVE 'N' TO WS-CUSTMST-EOF
           IF RESTART-MODE AND SKIPPING-TO-RESTART
               PERFORM 2050-POSITION-AFTER-RESTART
           END-IF
           PERFORM UNTIL CUSTMST-EOF OR NOT FILES-AVAILABLE
               READ CUSTOMER-MASTER
                   AT END
                       MOVE 'Y' TO WS-CUSTMST-EOF
                   NOT AT END
                       PERFORM 2080-PROCESS-ONE-ACCOUNT
               END-READ
           END-PERFORM.

      *    Accounts through the checkpointed one were already spooled
      *    by the prior run; the master is positioned by key just past
      *    it so nobody is noticed twice.
       2050-POSITION-AFTER-RESTART.
           MOVE WS-RESTART-ACCOUNT TO CM-ACCOUNT-NUMBER
           START CUSTOMER-MASTER
               KEY IS GREATER THAN CM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CUSTMST-EOF
                   DISPLAY "PROG013: NO ACCOUNTS AFTER RESTART "
                       "ACCOUNT " WS-RESTART-ACCOUNT
                       " - NOTHING RESUMED"
           END-START
           MOVE 'N' TO WS-SKIPPING.

      *    Once the first queued notice has gone out in place of the
      *    run's own selection, any further notice queued for the
      *    account follows it as a notice of its own.
       2080-PROCESS-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM 2100-SELECT-NOTICE-CODE
           IF WS-NOTICE-CODE NOT = SPACES
               PERFORM 2090-PRODUCE-NOTICE
           END-IF
           IF QUEUE-FOUND
               IF WS-QU-SENT(WS-QUE-SUB) = 'Y'
                   PERFORM 2250-CHECK-NOTICE-QUEUE
                   PERFORM UNTIL NOT QUEUE-FOUND
                       MOVE WS-QU-NOTICE-CODE(WS-QUE-SUB)
                           TO WS-NOTICE-CODE
                       MOVE 'Y' TO WS-QU-SENT(WS-QUE-SUB)
                       ADD 1 TO WS-QUEUED-COUNT
                       PERFORM 2090-PRODUCE-NOTICE
                       PERFORM 2250-CHECK-NOTICE-QUEUE
                   END-PERFORM
               END-IF
           END-IF
           MOVE CM-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               PERFORM 5100-TAKE-CHECKPOINT
           END-IF.

       2090-PRODUCE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM 2300-LOOKUP-MESSAGE
           PERFORM 3000-PULL-DOCUMENT-NUMBER
           IF NUMBER-FOUND
               PERFORM 3500-WRITE-LEDGER-RECORD
           END-IF
           PERFORM 4000-PRINT-NOTICE
           PERFORM 4500-WRITE-EXTRACT-RECORD
           ADD 1 TO WS-SINCE-CHECKPOINT.

       2100-SELECT-NOTICE-CODE.
           MOVE SPACES TO WS-NOTICE-CODE
           PERFORM 2200-CHECK-PAYMENTS-FEED
           PERFORM 2250-CHECK-NOTICE-QUEUE
           EVALUATE TRUE
               WHEN CM-WRITTEN-OFF
                   CONTINUE
               WHEN CM-ADDRESS-BAD
                   ADD 1 TO WS-BADADDR-COUNT
               WHEN QUEUE-FOUND
                   MOVE WS-QU-NOTICE-CODE(WS-QUE-SUB)
                       TO WS-NOTICE-CODE
                   MOVE 'Y' TO WS-QU-SENT(WS-QUE-SUB)
                   ADD 1 TO WS-QUEUED-COUNT
               WHEN CM-CLOSED
                   MOVE "ACCTCL" TO WS-NOTICE-CODE
                   ADD 1 TO WS-ACCTCL-COUNT
      *    reminder through 30 days, second notice through 60, final
      *    demand past 60. No due date on file falls back to the flat
      *    OVRDUE notice; a balance not yet past its due date gets no
      *    notice at all. An account keeping to an active arrangement
      *    still gets the first reminder but is held there - PROG036
      *    ends a broken plan, and aging resumes the next run.
       2150-SELECT-AGED-LEVEL.
           PERFORM 2170-COMPUTE-DAYS-PAST-DUE
           PERFORM 2270-CHECK-ARRANGEMENT
           EVALUATE TRUE
               WHEN NOT DUE-DATE-VALID
                   MOVE "OVRDUE" TO WS-NOTICE-CODE
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE "OVRDU1" TO WS-NOTICE-CODE
                   ADD 1 TO WS-OVRDU1-COUNT
               WHEN ARRANGEMENT-FOUND
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE "OVRDU2" TO WS-NOTICE-CODE
                   ADD 1 TO WS-OVRDU2-COUNT
               END-IF
           END-PERFORM.

      *    A queued notice (a returned payment, say) is news the
      *    customer must get even on a closed or past-due account,
      *    so it takes the place of the run's own selection. Only a
      *    notice not yet sent is found, so each call finds the next
      *    one queued for the account. One withheld from a written-
      *    off or bad-address account stays unsent on the queue.
       2250-CHECK-NOTICE-QUEUE.
           MOVE 'N' TO WS-QUEUE-FOUND
           MOVE 0 TO WS-QUE-SUB
           PERFORM UNTIL QUEUE-FOUND
               OR WS-QUE-SUB >= WS-QUE-COUNT
               ADD 1 TO WS-QUE-SUB
               IF WS-QU-ACCOUNT(WS-QUE-SUB) = CM-ACCOUNT-NUMBER
                   AND WS-QU-SENT(WS-QUE-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-QUEUE-FOUND
               END-IF
           END-PERFORM.

       2270-CHECK-ARRANGEMENT.
           MOVE 'N' TO WS-ARRANGEMENT-FOUND
           MOVE 0 TO WS-ARR-SUB
           PERFORM UNTIL ARRANGEMENT-FOUND
               OR WS-ARR-SUB >= WS-ARR-COUNT
               ADD 1 TO WS-ARR-SUB
               IF WS-ARR-ACCOUNT(WS-ARR-SUB) = CM-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-ARRANGEMENT-FOUND
               END-IF
           END-PERFORM.

      *    A message is every MSGTBL.DAT line carried under the code,
      *    collected in file order, so the full multi-line body copy
      *    prints on the notice.
      *    SEQNBRS.DAT at the next checkpoint. Entries already
      *    assigned or voided (including flips restored from a prior
      *    checkpoint on a restart) are passed over, so a number is
      *    never handed out twice. The invoice and statement series
      *    belong to the PROG032 billing and PROG033 statement runs
      *    and are passed over too, so notices cannot use them up.
       3000-PULL-DOCUMENT-NUMBER.
           MOVE SPACES TO WS-DOCUMENT-NUMBER
           MOVE 'N' TO WS-NUMBER-FOUND
                   OR WS-SEQ-CURSOR >= WS-SEQ-COUNT
                   ADD 1 TO WS-SEQ-CURSOR
                   IF WS-SQ-STATUS(WS-SEQ-CURSOR) = 'I'
                       AND WS-SQ-SERIES-CODE(WS-SEQ-CURSOR) NOT = "INV"
                       AND WS-SQ-SERIES-CODE(WS-SEQ-CURSOR) NOT = "STM"
                       MOVE 'Y' TO WS-NUMBER-FOUND
                       MOVE 'A' TO WS-SQ-STATUS(WS-SEQ-CURSOR)
                       MOVE WS-RUN-DATE-NUM TO
           MOVE WS-DOCUMENT-NUMBER TO NX-DOCUMENT-NUMBER
           MOVE CM-BALANCE TO NX-BALANCE
           MOVE WS-RUN-DATE-NUM TO NX-RUN-DATE
           MOVE SPACES TO NX-CITY
           MOVE SPACES TO NX-STATE
           MOVE SPACES TO NX-ZIP-CODE
           MOVE SPACES TO NX-PRESORT-STATUS
           MOVE 0 TO NX-TRAY-NUMBER
           MOVE 0 TO NX-BUNDLE-NUMBER
           WRITE NOTICE-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

               MOVE WS-OVRDU3-COUNT TO NC-OVRDU3-COUNT
               MOVE WS-ACCTCL-COUNT TO NC-ACCTCL-COUNT
               MOVE WS-PMTRCV-COUNT TO NC-PMTRCV-COUNT
               MOVE WS-QUEUED-COUNT TO NC-QUEUED-COUNT
               MOVE WS-HELD-COUNT TO NC-HELD-COUNT
               MOVE WS-BADADDR-COUNT TO NC-BADADDR-COUNT
               MOVE WS-UNNUMBERED-COUNT TO NC-UNNUMBERED-COUNT
               MOVE WS-LEDGER-COUNT TO NC-LEDGER-COUNT
               MOVE WS-SPOOL-LINE-COUNT TO NC-SPOOL-LINE-COUNT
           CALL "CBL_DELETE_FILE" USING "NTCCHKP.DAT"
               RETURNING WS-DELETE-RC.

      *    The queue is only rewritten on a completed run, so a
      *    restart still sees it. It is copied through NTCQUE.NEW in
      *    file order, dropping the notices sent and keeping every
      *    other record - including those read past the table - and
      *    the work file is swapped in; an emptied queue is deleted.
       5400-REWRITE-NOTICE-QUEUE.
           MOVE 0 TO WS-QUE-KEPT
           IF WS-QUE-COUNT > 0
               OPEN INPUT NOTICE-QUEUE-FILE
               IF WS-NTCQUE-STATUS = "00"
                   OPEN OUTPUT NOTICE-QUEUE-WORK
                   IF WS-QUEWK-STATUS NOT = "00"
                       CLOSE NOTICE-QUEUE-FILE
                       MOVE 1 TO WS-RENAME-RC
                   ELSE
                       MOVE 0 TO WS-QUE-READ
                       MOVE 'N' TO WS-NTCQUE-EOF
                       PERFORM UNTIL NTCQUE-EOF
                           READ NOTICE-QUEUE-FILE
                               AT END
                                   MOVE 'Y' TO WS-NTCQUE-EOF
                               NOT AT END
                                   ADD 1 TO WS-QUE-READ
                                   PERFORM 5450-COPY-QUEUE-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE NOTICE-QUEUE-WORK
                       CLOSE NOTICE-QUEUE-FILE
                       IF WS-QUE-KEPT > 0
                           CALL "CBL_RENAME_FILE" USING "NTCQUE.NEW"
                               "NTCQUE.DAT" RETURNING WS-RENAME-RC
                       ELSE
                           CALL "CBL_DELETE_FILE" USING "NTCQUE.DAT"
                               RETURNING WS-RENAME-RC
                           CALL "CBL_DELETE_FILE" USING "NTCQUE.NEW"
                               RETURNING WS-DELETE-RC
                       END-IF
                   END-IF
               ELSE
                   MOVE 1 TO WS-RENAME-RC
               END-IF
               IF WS-RENAME-RC NOT = 0
                   DISPLAY "PROG013: NOTICE QUEUE NOT REWRITTEN - "
                       "SENT NOTICES STILL QUEUED - REMOVE BY HAND"
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   MOVE "NTCQUE.DAT NOT REWRITTEN - SENT NOTICES QUEUED"
                       TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               ELSE
                   IF WS-QUE-KEPT > 0
                       DISPLAY "PROG013: " WS-QUE-KEPT
                           " QUEUED NOTICE(S) HELD FOR A LATER RUN"
                       MOVE 'W' TO WS-EVENT-SEVERITY
                       MOVE SPACES TO WS-EVENT-TEXT
                       STRING "QUEUED NOTICES HELD ON NTCQUE.DAT - "
                           DELIMITED BY SIZE
                           WS-QUE-KEPT DELIMITED BY SIZE
                           INTO WS-EVENT-TEXT
                       PERFORM 8100-LOG-EVENT
                   END-IF
               END-IF
           END-IF.

       5450-COPY-QUEUE-RECORD.
           EVALUATE TRUE
               WHEN WS-QUE-READ > WS-QUE-COUNT
                   MOVE NOTICE-QUEUE-RECORD TO WORK-QUEUE-RECORD
                   WRITE WORK-QUEUE-RECORD
                   ADD 1 TO WS-QUE-KEPT
               WHEN WS-QU-SENT(WS-QUE-READ) = 'Y'
                   CONTINUE
               WHEN OTHER
                   MOVE NOTICE-QUEUE-RECORD TO WORK-QUEUE-RECORD
                   WRITE WORK-QUEUE-RECORD
                   ADD 1 TO WS-QUE-KEPT
           END-EVALUATE.

       6000-WRITE-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO SPOOL-LINE
           PERFORM 4100-WRITE-SPOOL-LINE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SPOOL-LINE
           PERFORM 4100-WRITE-SPOOL-LINE
           MOVE WS-QUEUED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SPOOL-LINE
           STRING "  QUEUED   (NTCQUE): " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SPOOL-LINE
           PERFORM 4100-WRITE-SPOOL-LINE
           MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SPOOL-LINE
           STRING "  HELD     (ARRNGT): " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SPOOL-LINE
           PERFORM 4100-WRITE-SPOOL-LINE
           MOVE WS-BADADDR-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SPOOL-LINE
           STRING "  WITHHELD (BADADR): " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SPOOL-LINE
           PERFORM 4100-WRITE-SPOOL-LINE
           MOVE WS-UNNUMBERED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SPOOL-LINE
           STRING "NOTICES UNNUMBERED:  " DELIMITED BY SIZE
