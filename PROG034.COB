      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Returned-payment (NSF) reversal run for the nightly
      *          chain, run after the PROG022 payment posting. When
      *          the bank sent back a check PROG022 had already
      *          posted, the money was put back by hand-editing
      *          CUSTMST.DAT and the old CM-DUE-DATE - which PROG022
      *          clears when a payment pays the balance off - was
      *          guessed at. This run reads the returned-payment
      *          transactions (account, amount, date posted, bank
      *          reason, fee flag) and finds each one's original
      *          PROG022 posting on the ACTHIST.DAT activity history;
      *          a return with no matching payment, or whose payment
      *          has already been reversed, is rejected to the shared
      *          SUSPENSE.DAT rather than guessed at. A matched return
      *          adds the amount back to the balance and puts back the
      *          due date the payment replaced (unless the account
      *          already carries an earlier one), adds the returned-
      *          item fee from NSFPARM.DAT when the transaction asks
      *          for it, appends RTN and FEE records to the activity
      *          history, and queues the PMTRTN "payment returned"
      *          notice on NTCQUE.DAT for the PROG013 notice run.
      *          Prints a reversal register with control totals. The
      *          account is read by key and rewritten in place the
      *          moment its reversal is priced, before the history
      *          records are written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG034.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT RETURNED-PAYMENTS ASSIGN TO "RTNPMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT NSF-PARAMETER-FILE ASSIGN TO "NSFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACTIVITY-HISTORY ASSIGN TO "ACTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT NOTICE-QUEUE-FILE ASSIGN TO "NTCQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCQUE-STATUS.
           SELECT REVERSAL-REGISTER-RPT ASSIGN TO "NSFREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
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
       FD  RETURNED-PAYMENTS.
           COPY "RTNPMT.CPY".
       FD  NSF-PARAMETER-FILE.
           COPY "NSFPARM.CPY".
       FD  ACTIVITY-HISTORY.
           COPY "ACTHIST.CPY".
       FD  NOTICE-QUEUE-FILE.
           COPY "NTCQUE.CPY".
       FD  REVERSAL-REGISTER-RPT.
       01  REGISTER-LINE                   PIC X(80).
       FD  SUSPENSE-FILE.
           COPY "SUSPENSE.CPY".
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       WORKING-STORAGE SECTION.
       01  WS-CUSTMST-STATUS           PIC X(2).
       01  WS-RETURN-STATUS            PIC X(2).
       01  WS-PARM-STATUS              PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-NTCQUE-STATUS            PIC X(2).
       01  WS-REGISTER-STATUS          PIC X(2).
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-CUSTMST-OPEN             PIC X(1) VALUE 'N'.
           88  CUSTMST-OPEN                        VALUE 'Y'.
       01  WS-REWRITE-FAILED           PIC X(1) VALUE 'N'.
           88  REWRITE-FAILED                      VALUE 'Y'.
       01  WS-RETURN-EOF               PIC X(1) VALUE 'N'.
           88  RETURN-EOF                          VALUE 'Y'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-HISTORY-OPEN             PIC X(1) VALUE 'N'.
           88  HISTORY-OPEN                        VALUE 'Y'.
       01  WS-NTCQUE-OPEN              PIC X(1) VALUE 'N'.
           88  NTCQUE-OPEN                         VALUE 'Y'.
       01  WS-ACCOUNT-FOUND            PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-DUE-RESTORED             PIC X(1) VALUE 'N'.
           88  DUE-RESTORED                        VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-SUSPENSE-IMAGE           PIC X(160).
       01  WS-FEE-AMOUNT               PIC 9(5)V99 VALUE 25.00.
       01  WS-FEE-CHARGED              PIC 9(5)V99 VALUE 0.
       01  WS-RETURN-COUNT             PIC 9(9) VALUE 0.
       01  WS-REVERSED-COUNT           PIC 9(9) VALUE 0.
       01  WS-FEE-COUNT                PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE 0.
       01  WS-QUEUED-COUNT             PIC 9(9) VALUE 0.
       01  WS-DUE-RESTORED-COUNT       PIC 9(9) VALUE 0.
       01  WS-REVERSED-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-FEE-TOTAL                PIC 9(9)V99 VALUE 0.
       01  WS-REJECTED-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-OLD-BALANCE              PIC 9(7)V99.
       01  WS-NEW-BALANCE              PIC 9(7)V99.
       01  WS-PRIOR-DUE-DATE           PIC 9(8).
       01  WS-RESTORED-DUE-DATE        PIC 9(8).
       01  WS-RESTORED-DUE-PARTS REDEFINES WS-RESTORED-DUE-DATE.
           05  WS-RS-YEAR              PIC 9(4).
           05  WS-RS-MONTH             PIC 9(2).
           05  WS-RS-DAY               PIC 9(2).
       01  WS-RESTORED-DUE-EDIT.
           05  WS-RSE-YEAR             PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RSE-MONTH            PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RSE-DAY              PIC 9(2).
      *    Tonight's returns are held in a table so one pass of the
      *    activity history can count, for every return, the PROG022
      *    payments it could be reversing and the reversals already
      *    made against them.
       01  WS-RTN-MAX                  PIC 9(4) VALUE 500.
       01  WS-RTN-COUNT                PIC 9(4) VALUE 0.
       01  WS-RTN-SUB                  PIC 9(4) VALUE 0.
       01  WS-RTN-LATER                PIC 9(4) VALUE 0.
       01  WS-RTN-TABLE.
           05  WS-RTN-ENTRY OCCURS 500 TIMES.
               10  WS-RT-IMAGE         PIC X(31).
               10  WS-RT-VALID         PIC X(1).
               10  WS-RT-ACCOUNT       PIC X(10).
               10  WS-RT-AMOUNT        PIC 9(7)V99.
               10  WS-RT-POSTED-DATE   PIC 9(8).
               10  WS-RT-REASON        PIC X(3).
               10  WS-RT-FEE-FLAG      PIC X(1).
               10  WS-RT-PAY-MATCHES   PIC 9(4).
               10  WS-RT-REVERSALS     PIC 9(4).
               10  WS-RT-PRIOR-DUE     PIC 9(8).
       01  WS-DISPLAY-RETURN           PIC Z(6)9.99.
       01  WS-DISPLAY-FEE              PIC Z(4)9.99.
       01  WS-DISPLAY-NEW              PIC Z(6)9.99.
       01  WS-DISPLAY-AMOUNT           PIC Z(8)9.99.
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
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
           MOVE "RETURNED PAYMENT RUN STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-PROCESS-RETURNS
               PERFORM 4000-WRITE-CONTROL-TOTALS
               PERFORM 1700-WRITE-RUN-TRAILER
               DISPLAY "PROG034: RETURNED PAYMENT RUN COMPLETE - "
                   WS-REVERSED-COUNT " REVERSED, " WS-REJECT-COUNT
                   " REJECTED"
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE
                   MOVE 'E' TO WS-EVENT-SEVERITY
               WHEN WS-REJECT-COUNT > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY
           END-EVALUATE
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "RETURNED PAYMENTS - " DELIMITED BY SIZE
               WS-REVERSED-COUNT DELIMITED BY SIZE
               " REVERSED, " DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               " REJECTED" DELIMITED BY SIZE
               INTO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           PERFORM 1060-READ-NSF-PARAMETERS
           PERFORM 1100-OPEN-CUSTOMER-MASTER
           PERFORM 1200-LOAD-RETURNS
           IF FILES-AVAILABLE
               PERFORM 1300-SCAN-ACTIVITY-HISTORY
           END-IF
           OPEN OUTPUT REVERSAL-REGISTER-RPT
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG034: REVERSAL REGISTER UNAVAILABLE - "
                   "STATUS " WS-REGISTER-STATUS
           ELSE
               PERFORM 1400-WRITE-REGISTER-HEADER
           END-IF
           OPEN EXTEND ACTIVITY-HISTORY
           IF WS-HISTORY-STATUS = "35"
               CLOSE ACTIVITY-HISTORY
               OPEN OUTPUT ACTIVITY-HISTORY
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG034: ACTIVITY HISTORY UNAVAILABLE - "
                   "STATUS " WS-HISTORY-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "ACTHIST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-HISTORY-OPEN
           END-IF
           OPEN EXTEND NOTICE-QUEUE-FILE
           IF WS-NTCQUE-STATUS = "35"
               CLOSE NOTICE-QUEUE-FILE
               OPEN OUTPUT NOTICE-QUEUE-FILE
           END-IF
           IF WS-NTCQUE-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG034: NOTICE QUEUE UNAVAILABLE - "
                   "STATUS " WS-NTCQUE-STATUS
           ELSE
               MOVE 'Y' TO WS-NTCQUE-OPEN
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

      *    No parameter file leaves the standard returned-item fee in
      *    force; a zero fee on file means no fee is ever charged.
       1060-READ-NSF-PARAMETERS.
           OPEN INPUT NSF-PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
               READ NSF-PARAMETER-FILE
                   NOT AT END
                       IF NP-FEE-AMOUNT NUMERIC
                           MOVE NP-FEE-AMOUNT TO WS-FEE-AMOUNT
                       END-IF
               END-READ
               CLOSE NSF-PARAMETER-FILE
           ELSE
               DISPLAY "PROG034: NO NSF PARAMETER FILE - STANDARD "
                   "RETURNED-ITEM FEE USED"
           END-IF.

       1100-OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG034: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "CUSTMST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-CUSTMST-OPEN
           END-IF.

       1200-LOAD-RETURNS.
           MOVE 0 TO WS-RTN-COUNT
           OPEN INPUT RETURNED-PAYMENTS
           IF WS-RETURN-STATUS = "35"
               DISPLAY "PROG034: NO RETURNED PAYMENTS TONIGHT"
           ELSE
               IF WS-RETURN-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG034: RETURNED PAYMENT FILE "
                       "UNAVAILABLE - STATUS " WS-RETURN-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "RTNPMT.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               ELSE
                   MOVE 'N' TO WS-RETURN-EOF
                   PERFORM UNTIL RETURN-EOF
                       READ RETURNED-PAYMENTS
                           AT END
                               MOVE 'Y' TO WS-RETURN-EOF
                           NOT AT END
                               PERFORM 1250-TABLE-ONE-RETURN
                       END-READ
                   END-PERFORM
                   CLOSE RETURNED-PAYMENTS
               END-IF
           END-IF.

       1250-TABLE-ONE-RETURN.
           IF WS-RTN-COUNT < WS-RTN-MAX
               ADD 1 TO WS-RTN-COUNT
               MOVE RETURNED-PAYMENT-RECORD TO
                   WS-RT-IMAGE(WS-RTN-COUNT)
               MOVE RP-ACCOUNT-NUMBER TO WS-RT-ACCOUNT(WS-RTN-COUNT)
               MOVE RP-RETURN-REASON TO WS-RT-REASON(WS-RTN-COUNT)
               MOVE RP-FEE-FLAG TO WS-RT-FEE-FLAG(WS-RTN-COUNT)
               MOVE 0 TO WS-RT-PAY-MATCHES(WS-RTN-COUNT)
               MOVE 0 TO WS-RT-REVERSALS(WS-RTN-COUNT)
               MOVE 0 TO WS-RT-PRIOR-DUE(WS-RTN-COUNT)
               IF RP-AMOUNT NUMERIC AND RP-POSTED-DATE NUMERIC
                   MOVE 'Y' TO WS-RT-VALID(WS-RTN-COUNT)
                   MOVE RP-AMOUNT TO WS-RT-AMOUNT(WS-RTN-COUNT)
                   MOVE RP-POSTED-DATE TO
                       WS-RT-POSTED-DATE(WS-RTN-COUNT)
               ELSE
                   MOVE 'N' TO WS-RT-VALID(WS-RTN-COUNT)
                   MOVE 0 TO WS-RT-AMOUNT(WS-RTN-COUNT)
                   MOVE 0 TO WS-RT-POSTED-DATE(WS-RTN-COUNT)
               END-IF
           ELSE
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG034: RETURNED PAYMENT TABLE FULL - "
                   "RUN REFUSED"
               MOVE 'Y' TO WS-RETURN-EOF
           END-IF.

      *    One pass of the history: a PROG022 payment with the same
      *    account, amount, and posting date is a candidate original
      *    (the latest one's prior due date is kept for the restore),
      *    and an RTN record carrying that posting date in
      *    AH-REVERSED-DATE is a reversal already made against one.
      *    No history on file at all simply leaves every return
      *    unmatched.
       1300-SCAN-ACTIVITY-HISTORY.
           OPEN INPUT ACTIVITY-HISTORY
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "PROG034: NO ACTIVITY HISTORY ON FILE - "
                   "NO PAYMENT CAN BE MATCHED"
           ELSE
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG034: ACTIVITY HISTORY UNAVAILABLE - "
                       "STATUS " WS-HISTORY-STATUS
               ELSE
                   MOVE 'N' TO WS-HISTORY-EOF
                   PERFORM UNTIL HISTORY-EOF
                       READ ACTIVITY-HISTORY
                           AT END
                               MOVE 'Y' TO WS-HISTORY-EOF
                           NOT AT END
                               PERFORM 1350-MATCH-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ACTIVITY-HISTORY
               END-IF
           END-IF.

       1350-MATCH-HISTORY-RECORD.
           MOVE 0 TO WS-RTN-SUB
           PERFORM UNTIL WS-RTN-SUB >= WS-RTN-COUNT
               ADD 1 TO WS-RTN-SUB
               IF WS-RT-VALID(WS-RTN-SUB) = 'Y'
                   AND AH-ACCOUNT-NUMBER = WS-RT-ACCOUNT(WS-RTN-SUB)
                   AND AH-AMOUNT = WS-RT-AMOUNT(WS-RTN-SUB)
                   EVALUATE TRUE
                       WHEN AH-PAYMENT
                           AND AH-PROGRAM-ID = "PROG022"
                           AND AH-ACTIVITY-DATE =
                               WS-RT-POSTED-DATE(WS-RTN-SUB)
                           ADD 1 TO WS-RT-PAY-MATCHES(WS-RTN-SUB)
                           MOVE AH-PRIOR-DUE-DATE TO
                               WS-RT-PRIOR-DUE(WS-RTN-SUB)
                       WHEN AH-RETURNED-PAYMENT
                           AND AH-REVERSED-DATE =
                               WS-RT-POSTED-DATE(WS-RTN-SUB)
                           ADD 1 TO WS-RT-REVERSALS(WS-RTN-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       1400-WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-LINE
           STRING "RETURNED PAYMENT REVERSAL REGISTER"
               DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG034" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG034" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE WS-REVERSED-COUNT TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       2000-PROCESS-RETURNS.
           IF WS-RTN-COUNT = 0
               MOVE "NO RETURNED PAYMENTS TONIGHT" TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE 0 TO WS-RTN-SUB
           PERFORM UNTIL WS-RTN-SUB >= WS-RTN-COUNT
               OR REWRITE-FAILED
               ADD 1 TO WS-RTN-SUB
               ADD 1 TO WS-RETURN-COUNT
               PERFORM 2100-REVERSE-ONE-PAYMENT
           END-PERFORM.

      *    A return is only reversed against a payment PROG022 really
      *    posted; with as many reversals on file as matching
      *    payments, the payment has already come back once and a
      *    second reversal would charge the customer twice.
       2100-REVERSE-ONE-PAYMENT.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2200-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN WS-RT-VALID(WS-RTN-SUB) NOT = 'Y'
                   MOVE "AMOUNT OR POSTING DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN NOT ACCOUNT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               WHEN WS-RT-PAY-MATCHES(WS-RTN-SUB) = 0
                   MOVE "NO MATCHING PAYMENT POSTED"
                       TO WS-REJECT-REASON
               WHEN WS-RT-REVERSALS(WS-RTN-SUB) >=
                   WS-RT-PAY-MATCHES(WS-RTN-SUB)
                   MOVE "PAYMENT ALREADY REVERSED" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2250-PRICE-REVERSAL
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-APPLY-REVERSAL
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               ADD WS-RT-AMOUNT(WS-RTN-SUB) TO WS-REJECTED-AMOUNT
               PERFORM 2400-WRITE-REJECT
           END-IF.

       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE WS-RT-ACCOUNT(WS-RTN-SUB) TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.

      *    The returned amount and any fee are added up before
      *    anything is touched, so a balance the master cannot hold
      *    rejects the whole reversal instead of half-applying it.
       2250-PRICE-REVERSAL.
           MOVE 0 TO WS-FEE-CHARGED
           IF WS-RT-FEE-FLAG(WS-RTN-SUB) = 'Y'
               MOVE WS-FEE-AMOUNT TO WS-FEE-CHARGED
           END-IF
           COMPUTE WS-NEW-BALANCE = CM-BALANCE
               + WS-RT-AMOUNT(WS-RTN-SUB) + WS-FEE-CHARGED
               ON SIZE ERROR
                   MOVE "REVERSAL WOULD OVERFLOW BALANCE"
                       TO WS-REJECT-REASON
           END-COMPUTE.

      *    PROG022 clears the due date when a payment pays the
      *    balance off; the reversal puts back the due date that
      *    payment replaced, unless the account has since picked up
      *    an earlier one - the restored debt ages from the older of
      *    the two. The amount and the fee go onto the account in one
      *    rewrite; nothing is counted or written to the history until
      *    that rewrite has landed.
       2300-APPLY-REVERSAL.
           MOVE CM-BALANCE TO WS-OLD-BALANCE
           MOVE CM-DUE-DATE TO WS-PRIOR-DUE-DATE
           MOVE 'N' TO WS-DUE-RESTORED
           MOVE WS-RT-PRIOR-DUE(WS-RTN-SUB) TO WS-RESTORED-DUE-DATE
           IF WS-RESTORED-DUE-DATE NOT = 0
               IF WS-PRIOR-DUE-DATE = 0
                   OR WS-RESTORED-DUE-DATE < WS-PRIOR-DUE-DATE
                   MOVE WS-RESTORED-DUE-DATE TO CM-DUE-DATE
                   MOVE 'Y' TO WS-DUE-RESTORED
               END-IF
           END-IF
           ADD WS-RT-AMOUNT(WS-RTN-SUB) WS-FEE-CHARGED TO CM-BALANCE
           PERFORM 2350-REWRITE-ACCOUNT
           IF NOT REWRITE-FAILED
               IF DUE-RESTORED
                   ADD 1 TO WS-DUE-RESTORED-COUNT
               END-IF
               COMPUTE WS-NEW-BALANCE =
                   WS-OLD-BALANCE + WS-RT-AMOUNT(WS-RTN-SUB)
               ADD 1 TO WS-REVERSED-COUNT
               ADD WS-RT-AMOUNT(WS-RTN-SUB) TO WS-REVERSED-AMOUNT
               PERFORM 2600-WRITE-REVERSAL-HISTORY
               IF WS-FEE-CHARGED > 0
                   MOVE CM-DUE-DATE TO WS-PRIOR-DUE-DATE
                   MOVE CM-BALANCE TO WS-NEW-BALANCE
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-FEE-CHARGED TO WS-FEE-TOTAL
                   PERFORM 2650-WRITE-FEE-HISTORY
               END-IF
               PERFORM 2500-WRITE-REGISTER-LINE
               PERFORM 2700-QUEUE-RETURN-NOTICE
               PERFORM 2800-COUNT-LATER-DUPLICATES
           END-IF.

       2350-REWRITE-ACCOUNT.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REWRITE-FAILED
           END-REWRITE
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'Y' TO WS-REWRITE-FAILED
           END-IF
           IF REWRITE-FAILED
               DISPLAY "PROG034: UNABLE TO REWRITE ACCOUNT "
                   CM-ACCOUNT-NUMBER " - STATUS " WS-CUSTMST-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "CUSTMST.DAT REWRITE FAILED - ACCOUNT "
                   DELIMITED BY SIZE
                   CM-ACCOUNT-NUMBER DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

       2400-WRITE-REJECT.
           MOVE SPACES TO REGISTER-LINE
           IF WS-RT-VALID(WS-RTN-SUB) = 'Y'
               MOVE WS-RT-AMOUNT(WS-RTN-SUB) TO WS-DISPLAY-RETURN
               STRING "REJECTED " DELIMITED BY SIZE
                   WS-RT-ACCOUNT(WS-RTN-SUB) DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-DISPLAY-RETURN DELIMITED BY SIZE
                   "  - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REGISTER-LINE
           ELSE
               STRING "REJECTED " DELIMITED BY SIZE
                   WS-RT-ACCOUNT(WS-RTN-SUB) DELIMITED BY SIZE
                   "  - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE
           MOVE SPACES TO WS-SUSPENSE-IMAGE
           MOVE WS-RT-IMAGE(WS-RTN-SUB) TO WS-SUSPENSE-IMAGE
           PERFORM 8200-WRITE-SUSPENSE.

       2500-WRITE-REGISTER-LINE.
           MOVE WS-RT-AMOUNT(WS-RTN-SUB) TO WS-DISPLAY-RETURN
           MOVE WS-FEE-CHARGED TO WS-DISPLAY-FEE
           MOVE WS-NEW-BALANCE TO WS-DISPLAY-NEW
           MOVE SPACES TO REGISTER-LINE
           STRING "REVERSED " DELIMITED BY SIZE
               WS-RT-ACCOUNT(WS-RTN-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RT-REASON(WS-RTN-SUB) DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-DISPLAY-RETURN DELIMITED BY SIZE
               "  FEE " DELIMITED BY SIZE
               WS-DISPLAY-FEE DELIMITED BY SIZE
               "  NEW " DELIMITED BY SIZE
               WS-DISPLAY-NEW DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF DUE-RESTORED
               MOVE WS-RS-YEAR  TO WS-RSE-YEAR
               MOVE WS-RS-MONTH TO WS-RSE-MONTH
               MOVE WS-RS-DAY   TO WS-RSE-DAY
               MOVE SPACES TO REGISTER-LINE
               STRING "         DUE DATE RESTORED TO "
                   DELIMITED BY SIZE
                   WS-RESTORED-DUE-EDIT DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

       2600-WRITE-REVERSAL-HISTORY.
           MOVE WS-RT-ACCOUNT(WS-RTN-SUB) TO AH-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE-NUM TO AH-ACTIVITY-DATE
           MOVE "RTN" TO AH-ACTIVITY-TYPE
           MOVE WS-RT-AMOUNT(WS-RTN-SUB) TO AH-AMOUNT
           MOVE 'D' TO AH-DEBIT-CREDIT
           MOVE SPACES TO AH-DOCUMENT-NUMBER
           MOVE WS-NEW-BALANCE TO AH-BALANCE-AFTER
           MOVE WS-PRIOR-DUE-DATE TO AH-PRIOR-DUE-DATE
           MOVE "PROG034" TO AH-PROGRAM-ID
           MOVE WS-RT-POSTED-DATE(WS-RTN-SUB) TO AH-REVERSED-DATE
           WRITE ACTIVITY-HISTORY-RECORD.

       2650-WRITE-FEE-HISTORY.
           MOVE WS-RT-ACCOUNT(WS-RTN-SUB) TO AH-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE-NUM TO AH-ACTIVITY-DATE
           MOVE "FEE" TO AH-ACTIVITY-TYPE
           MOVE WS-FEE-CHARGED TO AH-AMOUNT
           MOVE 'D' TO AH-DEBIT-CREDIT
           MOVE SPACES TO AH-DOCUMENT-NUMBER
           MOVE WS-NEW-BALANCE TO AH-BALANCE-AFTER
           MOVE WS-PRIOR-DUE-DATE TO AH-PRIOR-DUE-DATE
           MOVE "PROG034" TO AH-PROGRAM-ID
           MOVE 0 TO AH-REVERSED-DATE
           WRITE ACTIVITY-HISTORY-RECORD.

       2700-QUEUE-RETURN-NOTICE.
           MOVE WS-RT-ACCOUNT(WS-RTN-SUB) TO NQ-ACCOUNT-NUMBER
           MOVE "PMTRTN" TO NQ-NOTICE-CODE
           MOVE WS-RUN-DATE-NUM TO NQ-QUEUED-DATE
           MOVE "PROG034" TO NQ-PROGRAM-ID
           WRITE NOTICE-QUEUE-RECORD
           ADD 1 TO WS-QUEUED-COUNT.

      *    The same payment returned twice in one night's file: the
      *    reversal just made counts against every later return for
      *    the same account, amount, and posting date, so only as
      *    many go through as there were payments.
       2800-COUNT-LATER-DUPLICATES.
           MOVE WS-RTN-SUB TO WS-RTN-LATER
           PERFORM UNTIL WS-RTN-LATER >= WS-RTN-COUNT
               ADD 1 TO WS-RTN-LATER
               IF WS-RT-ACCOUNT(WS-RTN-LATER) =
                   WS-RT-ACCOUNT(WS-RTN-SUB)
                   AND WS-RT-AMOUNT(WS-RTN-LATER) =
                       WS-RT-AMOUNT(WS-RTN-SUB)
                   AND WS-RT-POSTED-DATE(WS-RTN-LATER) =
                       WS-RT-POSTED-DATE(WS-RTN-SUB)
                   ADD 1 TO WS-RT-REVERSALS(WS-RTN-LATER)
               END-IF
           END-PERFORM.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "CONTROL TOTALS" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-RETURN-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "RETURNS READ:       " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-REVERSED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-REVERSED-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "PAYMENTS REVERSED:  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-FEE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-FEE-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "FEES CHARGED:       " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-REJECTED-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "RETURNS REJECTED:   " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-DUE-RESTORED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "DUE DATES RESTORED: " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-QUEUED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "NOTICES QUEUED:     " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE.

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
               MOVE "PROG034" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

      *    The rejected return lands on the shared suspense file so
      *    the office corrects the account, amount, or posting date
      *    in place and PROG031 recycles it into the next night's
      *    returned-payment file.
       8200-WRITE-SUSPENSE.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS = "00"
               MOVE "PROG034" TO SU-PROGRAM-ID
               MOVE WS-RUN-DATE-NUM TO SU-RUN-DATE
               MOVE 'O' TO SU-STATUS
               MOVE WS-REJECT-REASON TO SU-REJECT-REASON
               MOVE WS-SUSPENSE-IMAGE TO SU-RECORD-IMAGE
               WRITE SUSPENSE-RECORD
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "PROG034: SUSPENSE FILE UNAVAILABLE - STATUS "
                   WS-SUSPENSE-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-REGISTER-STATUS = "00"
               CLOSE REVERSAL-REGISTER-RPT
           END-IF
           IF HISTORY-OPEN
               CLOSE ACTIVITY-HISTORY
           END-IF
           IF NTCQUE-OPEN
               CLOSE NOTICE-QUEUE-FILE
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               CLOSE RUN-CONTROL-FILE
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
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PROG034.
