      *          office to work the next morning. A payment that
      *          clears the balance also clears the account's due
      *          date, so the delinquency aging starts fresh on the
      *          next charge. Every posted payment is also appended to
      *          the ACTHIST.DAT account activity history (amount,
      *          balance after, and the due date it replaced) for the
      *          PROG033 statements. Each payment's account is read by
      *          key from the indexed customer master and rewritten in
      *          place as the payment posts; a failed rewrite stops the
      *          run with RC 8 so the night can be recovered from the
      *          PROG039 backup.
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
           SELECT PAYMENTS-FEED ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PAYMENT-REJECT-FILE ASSIGN TO "PAYREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT ACTIVITY-HISTORY ASSIGN TO "ACTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       01  REGISTER-LINE                   PIC X(80).
       FD  PAYMENT-REJECT-FILE.
           COPY "PAYREJ.CPY".
       FD  ACTIVITY-HISTORY.
           COPY "ACTHIST.CPY".
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".
       FD  RUN-DATE-FILE.
       01  WS-PAYMENT-STATUS           PIC X(2).
       01  WS-REGISTER-STATUS          PIC X(2).
       01  WS-REJECT-STATUS            PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-CUSTMST-OPEN             PIC X(1) VALUE 'N'.
           88  CUSTMST-OPEN                        VALUE 'Y'.
       01  WS-REWRITE-FAILED           PIC X(1) VALUE 'N'.
           88  REWRITE-FAILED                      VALUE 'Y'.
       01  WS-PAYMENT-EOF              PIC X(1) VALUE 'N'.
           88  PAYMENT-EOF                         VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-HISTORY-OPEN             PIC X(1) VALUE 'N'.
           88  HISTORY-OPEN                        VALUE 'Y'.
       01  WS-ACCOUNT-FOUND            PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-REJECTED-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-OLD-BALANCE              PIC 9(7)V99.
       01  WS-NEW-BALANCE              PIC 9(7)V99.
       01  WS-PRIOR-DUE-DATE           PIC 9(8).
       01  WS-DISPLAY-OLD              PIC Z(6)9.99.
       01  WS-DISPLAY-PAY              PIC Z(6)9.99.
       01  WS-DISPLAY-NEW              PIC Z(6)9.99.
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-PROCESS-PAYMENTS
               PERFORM 4000-WRITE-CONTROL-TOTALS
               PERFORM 1700-WRITE-RUN-TRAILER
               DISPLAY "PROG022: PAYMENT POSTING COMPLETE - "
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           PERFORM 1100-OPEN-CUSTOMER-MASTER
           OPEN INPUT PAYMENTS-FEED
           IF WS-PAYMENT-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG022: PAYMENT REJECT FILE UNAVAILABLE - "
                   "STATUS " WS-REJECT-STATUS
           END-IF
           OPEN EXTEND ACTIVITY-HISTORY
           IF WS-HISTORY-STATUS = "35"
               CLOSE ACTIVITY-HISTORY
               OPEN OUTPUT ACTIVITY-HISTORY
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG022: ACTIVITY HISTORY UNAVAILABLE - "
                   "STATUS " WS-HISTORY-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "ACTHIST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-HISTORY-OPEN
           END-IF
           IF FILES-AVAILABLE
               OPEN EXTEND RUN-CONTROL-FILE
               IF WS-RUNCTL-STATUS = "35"
               CLOSE RUN-DATE-FILE
           END-IF.

       1100-OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG022: CUSTOMER MASTER UNAVAILABLE - "
               MOVE "CUSTMST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-CUSTMST-OPEN
           END-IF.

       1400-WRITE-REGISTER-HEADER.

       2000-PROCESS-PAYMENTS.
           MOVE 'N' TO WS-PAYMENT-EOF
           PERFORM UNTIL PAYMENT-EOF OR REWRITE-FAILED
               READ PAYMENTS-FEED
                   AT END
                       MOVE 'Y' TO WS-PAYMENT-EOF
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               WHEN CM-STATUS = 'C'
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               WHEN PY-AMOUNT > CM-BALANCE
                   MOVE "PAYMENT EXCEEDS BALANCE" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE

       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE PY-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.

       2300-APPLY-PAYMENT.
           MOVE CM-BALANCE TO WS-OLD-BALANCE
           MOVE CM-DUE-DATE TO WS-PRIOR-DUE-DATE
           SUBTRACT PY-AMOUNT FROM CM-BALANCE
           MOVE CM-BALANCE TO WS-NEW-BALANCE
           IF WS-NEW-BALANCE = 0
               MOVE 0 TO CM-DUE-DATE
           END-IF
           PERFORM 2350-REWRITE-ACCOUNT
           IF NOT REWRITE-FAILED
               ADD 1 TO WS-POSTED-COUNT
               ADD PY-AMOUNT TO WS-POSTED-AMOUNT
               PERFORM 2500-WRITE-REGISTER-LINE
               PERFORM 2600-WRITE-HISTORY
           END-IF.

      *    The posted account goes back to the master in place. A
      *    rewrite that fails leaves the master part-posted, so the
      *    run stops there rather than post around the hole.
       2350-REWRITE-ACCOUNT.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REWRITE-FAILED
           END-REWRITE
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'Y' TO WS-REWRITE-FAILED
           END-IF
           IF REWRITE-FAILED
               DISPLAY "PROG022: UNABLE TO REWRITE ACCOUNT "
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
           MOVE PY-ACCOUNT-NUMBER TO PR-ACCOUNT-NUMBER
               INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       2600-WRITE-HISTORY.
           MOVE PY-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE TO AH-ACTIVITY-DATE
           MOVE "PAY" TO AH-ACTIVITY-TYPE
           MOVE PY-AMOUNT TO AH-AMOUNT
           MOVE 'C' TO AH-DEBIT-CREDIT
           MOVE SPACES TO AH-DOCUMENT-NUMBER
           MOVE WS-NEW-BALANCE TO AH-BALANCE-AFTER
           MOVE WS-PRIOR-DUE-DATE TO AH-PRIOR-DUE-DATE
           MOVE "PROG022" TO AH-PROGRAM-ID
           MOVE 0 TO AH-REVERSED-DATE
           WRITE ACTIVITY-HISTORY-RECORD.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           IF WS-REJECT-STATUS = "00"
               CLOSE PAYMENT-REJECT-FILE
           END-IF
           IF HISTORY-OPEN
               CLOSE ACTIVITY-HISTORY
           END-IF
           IF FILES-AVAILABLE
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
