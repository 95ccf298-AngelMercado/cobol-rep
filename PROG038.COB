      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Returned-mail run for the nightly chain. The mail
      *          house sends back a file of the notices the post
      *          office could not deliver, keyed on the document
      *          number PROG013 gave it on NTCEXTR.DAT; those returns
      *          were thrown away and PROG013 went on mailing the same
      *          dead address every night. This run reads the returns
      *          (RTNMAIL.DAT), finds each document number on the
      *          DOCLEDG.DAT issuance ledger, and sets the bad-address
      *          flag on that account's customer master record, so
      *          PROG013 withholds its notices and leaves it off the
      *          mail-house extract. A return whose number is not on
      *          the ledger, or whose account is no longer on the
      *          master, is rejected to the shared SUSPENSE.DAT. Prints
      *          a returned-mail register with control totals, and an
      *          address-correction report listing every account still
      *          flagged (with any queued notice that will be withheld
      *          tonight) for the office to trace and correct through
      *          PROG023 - posting the new address clears the flag.
      *          The flag is set by a keyed read and an in-place
      *          rewrite; the correction report browses the indexed
      *          master from the first key.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG038.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "RTNMAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNMAIL-STATUS.
           SELECT DOCUMENT-LEDGER ASSIGN TO "DOCLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT NOTICE-QUEUE-FILE ASSIGN TO "NTCQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCQUE-STATUS.
           SELECT RETURNED-MAIL-REGISTER ASSIGN TO "RTNMAIL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT ADDRESS-CORRECTION-RPT ASSIGN TO "ADDRCOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECT-STATUS.
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
       FD  RETURNED-MAIL-FILE.
           COPY "RTNMAIL.CPY".
       FD  DOCUMENT-LEDGER.
           COPY "DOCLEDG.CPY".
       FD  NOTICE-QUEUE-FILE.
           COPY "NTCQUE.CPY".
       FD  RETURNED-MAIL-REGISTER.
       01  REGISTER-LINE                   PIC X(80).
       FD  ADDRESS-CORRECTION-RPT.
       01  CORRECTION-LINE                 PIC X(80).
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
       01  WS-RTNMAIL-STATUS           PIC X(2).
       01  WS-LEDGER-STATUS            PIC X(2).
       01  WS-NTCQUE-STATUS            PIC X(2).
       01  WS-REGISTER-STATUS          PIC X(2).
       01  WS-CORRECT-STATUS           PIC X(2).
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-CUSTMST-EOF              PIC X(1) VALUE 'N'.
           88  CUSTMST-EOF                         VALUE 'Y'.
       01  WS-CUSTMST-OPEN             PIC X(1) VALUE 'N'.
           88  CUSTMST-OPEN                        VALUE 'Y'.
       01  WS-REWRITE-FAILED           PIC X(1) VALUE 'N'.
           88  REWRITE-FAILED                      VALUE 'Y'.
       01  WS-FLAGGED-TONIGHT          PIC X(1) VALUE 'N'.
           88  FLAGGED-TONIGHT                     VALUE 'Y'.
       01  WS-RTNMAIL-EOF              PIC X(1) VALUE 'N'.
           88  RTNMAIL-EOF                         VALUE 'Y'.
       01  WS-LEDGER-EOF               PIC X(1) VALUE 'N'.
           88  LEDGER-EOF                          VALUE 'Y'.
       01  WS-NTCQUE-EOF               PIC X(1) VALUE 'N'.
           88  NTCQUE-EOF                          VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-CORRECT-OPEN             PIC X(1) VALUE 'N'.
           88  CORRECT-OPEN                        VALUE 'Y'.
       01  WS-ACCOUNT-FOUND            PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-SUSPENSE-IMAGE           PIC X(160).
       01  WS-REGISTER-ACTION          PIC X(9).
       01  WS-LOOKUP-ACCOUNT           PIC X(10).
       01  WS-RETURN-COUNT             PIC 9(9) VALUE 0.
       01  WS-FLAGGED-COUNT            PIC 9(9) VALUE 0.
       01  WS-ALREADY-COUNT            PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE 0.
       01  WS-CORRECTION-COUNT         PIC 9(9) VALUE 0.
       01  WS-WITHHELD-COUNT           PIC 9(9) VALUE 0.
      *    Tonight's returns are held in a table so one pass of the
      *    issuance ledger can find the account each document number
      *    went to.
       01  WS-RTN-MAX                  PIC 9(4) VALUE 500.
       01  WS-RTN-COUNT                PIC 9(4) VALUE 0.
       01  WS-RTN-SUB                  PIC 9(4) VALUE 0.
       01  WS-RTN-TABLE.
           05  WS-RTN-ENTRY OCCURS 500 TIMES.
               10  WS-RT-IMAGE         PIC X(23).
               10  WS-RT-VALID         PIC X(1).
               10  WS-RT-DOCUMENT      PIC X(12).
               10  WS-RT-SERIES        PIC X(3).
               10  WS-RT-NUMBER        PIC 9(9).
               10  WS-RT-REASON        PIC X(3).
               10  WS-RT-LEDGER-FOUND  PIC X(1).
               10  WS-RT-ACCOUNT       PIC X(10).
               10  WS-RT-NOTICE-CODE   PIC X(6).
      *    No more accounts can be flagged in a night than there
      *    are returns on the file, so this is sized to match.
       01  WS-FLAG-COUNT               PIC 9(4) VALUE 0.
       01  WS-FLAG-SUB                 PIC 9(4) VALUE 0.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY OCCURS 500 TIMES.
               10  WS-FL-ACCOUNT       PIC X(10).
       01  WS-QUE-MAX                  PIC 9(4) VALUE 500.
       01  WS-QUE-COUNT                PIC 9(4) VALUE 0.
       01  WS-QUE-SUB                  PIC 9(4) VALUE 0.
       01  WS-QUE-TABLE.
           05  WS-QUE-ENTRY OCCURS 500 TIMES.
               10  WS-QU-ACCOUNT       PIC X(10).
               10  WS-QU-NOTICE-CODE   PIC X(6).
       01  WS-DISPLAY-BALANCE          PIC Z(6)9.99.
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
           MOVE "RETURNED MAIL RUN STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-PROCESS-RETURNS
               PERFORM 4000-WRITE-CONTROL-TOTALS
               PERFORM 5000-WRITE-CORRECTION-REPORT
               PERFORM 1700-WRITE-RUN-TRAILER
               DISPLAY "PROG038: RETURNED MAIL RUN COMPLETE - "
                   WS-FLAGGED-COUNT " FLAGGED, " WS-REJECT-COUNT
                   " REJECTED"
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE OR REWRITE-FAILED
                   MOVE 'E' TO WS-EVENT-SEVERITY
               WHEN WS-REJECT-COUNT > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY
           END-EVALUATE
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "RETURNED MAIL - " DELIMITED BY SIZE
               WS-FLAGGED-COUNT DELIMITED BY SIZE
               " FLAGGED, " DELIMITED BY SIZE
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
           PERFORM 1100-OPEN-CUSTOMER-MASTER
           PERFORM 1200-LOAD-RETURNS
           PERFORM 1250-LOAD-NOTICE-QUEUE
           IF FILES-AVAILABLE AND WS-RTN-COUNT > 0
               PERFORM 1300-SCAN-DOCUMENT-LEDGER
           END-IF
           OPEN OUTPUT RETURNED-MAIL-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG038: RETURNED MAIL REGISTER UNAVAILABLE - "
                   "STATUS " WS-REGISTER-STATUS
           ELSE
               PERFORM 1400-WRITE-REGISTER-HEADER
           END-IF
           OPEN OUTPUT ADDRESS-CORRECTION-RPT
           IF WS-CORRECT-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG038: ADDRESS CORRECTION REPORT "
                   "UNAVAILABLE - STATUS " WS-CORRECT-STATUS
           ELSE
               MOVE 'Y' TO WS-CORRECT-OPEN
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

       1100-OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG038: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "CUSTMST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-CUSTMST-OPEN
           END-IF.

      *    Most nights nothing comes back, so a missing returned-mail
      *    file is a quiet night - the address-correction report is
      *    still printed from the flags already on the master.
       1200-LOAD-RETURNS.
           MOVE 0 TO WS-RTN-COUNT
           OPEN INPUT RETURNED-MAIL-FILE
           IF WS-RTNMAIL-STATUS = "35"
               DISPLAY "PROG038: NO RETURNED MAIL TONIGHT"
           ELSE
               IF WS-RTNMAIL-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG038: RETURNED MAIL FILE "
                       "UNAVAILABLE - STATUS " WS-RTNMAIL-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "RTNMAIL.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               ELSE
                   MOVE 'N' TO WS-RTNMAIL-EOF
                   PERFORM UNTIL RTNMAIL-EOF
                       READ RETURNED-MAIL-FILE
                           AT END
                               MOVE 'Y' TO WS-RTNMAIL-EOF
                           NOT AT END
                               PERFORM 1210-TABLE-ONE-RETURN
                       END-READ
                   END-PERFORM
                   CLOSE RETURNED-MAIL-FILE
               END-IF
           END-IF.

       1210-TABLE-ONE-RETURN.
           IF WS-RTN-COUNT < WS-RTN-MAX
               ADD 1 TO WS-RTN-COUNT
               MOVE RETURNED-MAIL-RECORD TO WS-RT-IMAGE(WS-RTN-COUNT)
               MOVE RM-DOCUMENT-NUMBER TO WS-RT-DOCUMENT(WS-RTN-COUNT)
               MOVE RM-SERIES-CODE TO WS-RT-SERIES(WS-RTN-COUNT)
               MOVE RM-RETURN-REASON TO WS-RT-REASON(WS-RTN-COUNT)
               MOVE 'N' TO WS-RT-LEDGER-FOUND(WS-RTN-COUNT)
               MOVE SPACES TO WS-RT-ACCOUNT(WS-RTN-COUNT)
               MOVE SPACES TO WS-RT-NOTICE-CODE(WS-RTN-COUNT)
               IF RM-SERIES-CODE NOT = SPACES
                   AND RM-SEQUENCE-NUMBER NUMERIC
                   MOVE 'Y' TO WS-RT-VALID(WS-RTN-COUNT)
                   MOVE RM-SEQUENCE-NUM TO WS-RT-NUMBER(WS-RTN-COUNT)
               ELSE
                   MOVE 'N' TO WS-RT-VALID(WS-RTN-COUNT)
                   MOVE 0 TO WS-RT-NUMBER(WS-RTN-COUNT)
               END-IF
           ELSE
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG038: RETURNED MAIL TABLE FULL - "
                   "RUN REFUSED"
               MOVE 'Y' TO WS-RTNMAIL-EOF
           END-IF.

      *    The notice queue is read only to show, on the correction
      *    report, which queued notices PROG013 will withhold from a
      *    flagged account tonight.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-QUEUE-FILE
           END-IF.

      *    One pass of the ledger: the entry whose series and number
      *    match a return names the account the notice went to. No
      *    ledger on file leaves every return unmatched.
       1300-SCAN-DOCUMENT-LEDGER.
           OPEN INPUT DOCUMENT-LEDGER
           IF WS-LEDGER-STATUS = "35"
               DISPLAY "PROG038: NO DOCUMENT LEDGER ON FILE - "
                   "NO RETURN CAN BE MATCHED"
           ELSE
               IF WS-LEDGER-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG038: DOCUMENT LEDGER UNAVAILABLE - "
                       "STATUS " WS-LEDGER-STATUS
               ELSE
                   MOVE 'N' TO WS-LEDGER-EOF
                   PERFORM UNTIL LEDGER-EOF
                       READ DOCUMENT-LEDGER
                           AT END
                               MOVE 'Y' TO WS-LEDGER-EOF
                           NOT AT END
                               PERFORM 1350-MATCH-LEDGER-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DOCUMENT-LEDGER
               END-IF
           END-IF.

       1350-MATCH-LEDGER-RECORD.
           MOVE 0 TO WS-RTN-SUB
           PERFORM UNTIL WS-RTN-SUB >= WS-RTN-COUNT
               ADD 1 TO WS-RTN-SUB
               IF WS-RT-VALID(WS-RTN-SUB) = 'Y'
                   AND DL-SERIES-CODE = WS-RT-SERIES(WS-RTN-SUB)
                   AND DL-DOCUMENT-NUMBER = WS-RT-NUMBER(WS-RTN-SUB)
                   MOVE 'Y' TO WS-RT-LEDGER-FOUND(WS-RTN-SUB)
                   MOVE DL-ACCOUNT-NUMBER TO WS-RT-ACCOUNT(WS-RTN-SUB)
                   MOVE DL-NOTICE-CODE TO
                       WS-RT-NOTICE-CODE(WS-RTN-SUB)
               END-IF
           END-PERFORM.

       1400-WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-LINE
           STRING "RETURNED MAIL REGISTER" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG038" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG038" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE WS-FLAGGED-COUNT TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       2000-PROCESS-RETURNS.
           IF WS-RTN-COUNT = 0
               MOVE "NO RETURNED MAIL TONIGHT" TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE 0 TO WS-RTN-SUB
           PERFORM UNTIL WS-RTN-SUB >= WS-RTN-COUNT
               OR REWRITE-FAILED
               ADD 1 TO WS-RTN-SUB
               ADD 1 TO WS-RETURN-COUNT
               PERFORM 2100-FLAG-ONE-RETURN
           END-PERFORM.

      *    Several notices to the same dead address can come back on
      *    one night's file (or over several nights); the first sets
      *    the flag and the rest are counted as already flagged.
       2100-FLAG-ONE-RETURN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-RT-ACCOUNT(WS-RTN-SUB) TO WS-LOOKUP-ACCOUNT
           PERFORM 2200-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN WS-RT-VALID(WS-RTN-SUB) NOT = 'Y'
                   MOVE "DOCUMENT NUMBER NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN WS-RT-LEDGER-FOUND(WS-RTN-SUB) NOT = 'Y'
                   MOVE "DOCUMENT NOT ON ISSUANCE LEDGER"
                       TO WS-REJECT-REASON
               WHEN NOT ACCOUNT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               WHEN CM-ADDRESS-FLAG = 'B'
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE "ALREADY " TO WS-REGISTER-ACTION
                   PERFORM 2500-WRITE-REGISTER-LINE
               WHEN OTHER
                   MOVE 'B' TO CM-ADDRESS-FLAG
                   PERFORM 2300-REWRITE-ACCOUNT
                   IF NOT REWRITE-FAILED
                       ADD 1 TO WS-FLAG-COUNT
                       MOVE CM-ACCOUNT-NUMBER
                           TO WS-FL-ACCOUNT(WS-FLAG-COUNT)
                       ADD 1 TO WS-FLAGGED-COUNT
                       MOVE "FLAGGED " TO WS-REGISTER-ACTION
                       PERFORM 2500-WRITE-REGISTER-LINE
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2400-WRITE-REJECT
           END-IF.

       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE WS-LOOKUP-ACCOUNT TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.

       2300-REWRITE-ACCOUNT.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REWRITE-FAILED
           END-REWRITE
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'Y' TO WS-REWRITE-FAILED
           END-IF
           IF REWRITE-FAILED
               DISPLAY "PROG038: UNABLE TO REWRITE ACCOUNT "
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
           STRING "REJECTED " DELIMITED BY SIZE
               WS-RT-DOCUMENT(WS-RTN-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RT-REASON(WS-RTN-SUB) DELIMITED BY SIZE
               "  - " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO WS-SUSPENSE-IMAGE
           MOVE WS-RT-IMAGE(WS-RTN-SUB) TO WS-SUSPENSE-IMAGE
           PERFORM 8200-WRITE-SUSPENSE.

       2500-WRITE-REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING WS-REGISTER-ACTION DELIMITED BY SIZE
               WS-RT-DOCUMENT(WS-RTN-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RT-REASON(WS-RTN-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RT-NOTICE-CODE(WS-RTN-SUB) DELIMITED BY SIZE
               "  ACCOUNT " DELIMITED BY SIZE
               WS-RT-ACCOUNT(WS-RTN-SUB) DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE.

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
           MOVE WS-FLAGGED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "ACCOUNTS FLAGGED:   " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-ALREADY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "ALREADY FLAGGED:    " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "RETURNS REJECTED:   " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *    Every account still carrying the flag is listed each night
      *    until PROG023 posts the corrected address; a written-off
      *    account is left off, since nothing more is mailed to it.
       5000-WRITE-CORRECTION-REPORT.
           MOVE SPACES TO CORRECTION-LINE
           STRING "ADDRESS CORRECTION REPORT" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO CORRECTION-LINE
           WRITE CORRECTION-LINE
           MOVE SPACES TO CORRECTION-LINE
           STRING "ACCOUNTS WITH UNDELIVERABLE ADDRESSES - " DELIMITED
               BY SIZE
               "NOTICES WITHHELD" DELIMITED BY SIZE
               INTO CORRECTION-LINE
           WRITE CORRECTION-LINE
           MOVE SPACES TO CORRECTION-LINE
           WRITE CORRECTION-LINE
           MOVE 'N' TO WS-CUSTMST-EOF
           MOVE LOW-VALUES TO CM-ACCOUNT-NUMBER
           START CUSTOMER-MASTER
               KEY IS NOT LESS THAN CM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CUSTMST-EOF
           END-START
           PERFORM UNTIL CUSTMST-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUSTMST-EOF
                   NOT AT END
                       IF CM-ADDRESS-FLAG = 'B'
                           AND CM-STATUS NOT = 'W'
                           PERFORM 5100-LIST-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CORRECTION-COUNT = 0
               MOVE "NO ACCOUNTS FLAGGED" TO CORRECTION-LINE
               WRITE CORRECTION-LINE
           END-IF
           MOVE SPACES TO CORRECTION-LINE
           WRITE CORRECTION-LINE
           MOVE WS-CORRECTION-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CORRECTION-LINE
           STRING "ACCOUNTS TO CORRECT:  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO CORRECTION-LINE
           WRITE CORRECTION-LINE
           MOVE WS-WITHHELD-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CORRECTION-LINE
           STRING "QUEUED NOTICES HELD:  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO CORRECTION-LINE
           WRITE CORRECTION-LINE.

       5100-LIST-ONE-ACCOUNT.
           ADD 1 TO WS-CORRECTION-COUNT
           MOVE CM-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO CORRECTION-LINE
           STRING CM-ACCOUNT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-NAME DELIMITED BY SIZE
               " BAL " DELIMITED BY SIZE
               WS-DISPLAY-BALANCE DELIMITED BY SIZE
               INTO CORRECTION-LINE
           MOVE 'N' TO WS-FLAGGED-TONIGHT
           MOVE 0 TO WS-FLAG-SUB
           PERFORM UNTIL FLAGGED-TONIGHT
               OR WS-FLAG-SUB >= WS-FLAG-COUNT
               ADD 1 TO WS-FLAG-SUB
               IF WS-FL-ACCOUNT(WS-FLAG-SUB) = CM-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-FLAGGED-TONIGHT
               END-IF
           END-PERFORM
           IF FLAGGED-TONIGHT
               MOVE "NEW" TO CORRECTION-LINE(74:3)
           END-IF
           WRITE CORRECTION-LINE
           MOVE SPACES TO CORRECTION-LINE
           STRING "           " DELIMITED BY SIZE
               CM-ADDRESS-1 DELIMITED BY SIZE
               INTO CORRECTION-LINE
           WRITE CORRECTION-LINE
           IF CM-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO CORRECTION-LINE
               STRING "           " DELIMITED BY SIZE
                   CM-ADDRESS-2 DELIMITED BY SIZE
                   INTO CORRECTION-LINE
               WRITE CORRECTION-LINE
           END-IF
           MOVE SPACES TO CORRECTION-LINE
           STRING "           " DELIMITED BY SIZE
               CM-ADDRESS-3 DELIMITED BY SIZE
               INTO CORRECTION-LINE
           WRITE CORRECTION-LINE
           MOVE 0 TO WS-QUE-SUB
           PERFORM UNTIL WS-QUE-SUB >= WS-QUE-COUNT
               ADD 1 TO WS-QUE-SUB
               IF WS-QU-ACCOUNT(WS-QUE-SUB) = CM-ACCOUNT-NUMBER
                   ADD 1 TO WS-WITHHELD-COUNT
                   MOVE SPACES TO CORRECTION-LINE
                   STRING "           QUEUED NOTICE WITHHELD: "
                       DELIMITED BY SIZE
                       WS-QU-NOTICE-CODE(WS-QUE-SUB)
                       DELIMITED BY SIZE
                       INTO CORRECTION-LINE
                   WRITE CORRECTION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO CORRECTION-LINE
           WRITE CORRECTION-LINE.

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
               MOVE "PROG038" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

      *    The rejected return lands on the shared suspense file so
      *    the office corrects the document number in place and
      *    PROG031 recycles it into the next night's returned-mail
      *    file.
       8200-WRITE-SUSPENSE.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS = "00"
               MOVE "PROG038" TO SU-PROGRAM-ID
               MOVE WS-RUN-DATE-NUM TO SU-RUN-DATE
               MOVE 'O' TO SU-STATUS
               MOVE WS-REJECT-REASON TO SU-REJECT-REASON
               MOVE WS-SUSPENSE-IMAGE TO SU-RECORD-IMAGE
               WRITE SUSPENSE-RECORD
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "PROG038: SUSPENSE FILE UNAVAILABLE - STATUS "
                   WS-SUSPENSE-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-REGISTER-STATUS = "00"
               CLOSE RETURNED-MAIL-REGISTER
           END-IF
           IF CORRECT-OPEN
               CLOSE ADDRESS-CORRECTION-RPT
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
       END PROGRAM PROG038.
