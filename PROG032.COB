      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Charge/invoice billing run for the nightly chain.
      *          Nothing in the suite ever added money to the customer
      *          master - PROG022 subtracts payments, but new charges
      *          only reached CM-BALANCE through a PROG023 change that
      *          overwrote the whole balance, and the due date was
      *          typed by hand. This run reads the charges feed
      *          (account, amount, charge type, description), adds
      *          each charge to the account's balance, and bills the
      *          consecutive charges for one account together on one
      *          invoice whose number is pulled from the PROG003 INV
      *          series (the number's status flips to assigned, the
      *          same way PROG013 numbers its notices, and the invoice
      *          goes on the DOCLEDG.DAT issuance ledger). An account
      *          with no due date on file gets one from the payment
      *          terms on BILPARM.DAT, rolled forward past non-business
      *          days on the BIZCAL.DAT calendar; an account already
      *          carrying an unpaid due date keeps it, so a new bill
      *          does not reset the aging of the older debt. Prints a
      *          billing register with control totals; charges against
      *          closed or unknown accounts go to the shared
      *          SUSPENSE.DAT like every other reject. Each billed
      *          charge is appended to the ACTHIST.DAT account
      *          activity history under its invoice number. A charge
      *          against an account PROG037 has written off or placed
      *          with the agency is rejected rather than reopening the
      *          debt behind the collector's back. The master is
      *          read by key; the raised balances are held against
      *          the night's invoices and rewritten in place, account
      *          by account, only after the numbers are swapped in;
      *          the history images are held the same way and go on
      *          ACTHIST.DAT only once every balance is rewritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG032.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CHARGES-FEED ASSIGN TO "CHARGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.
           SELECT BILLING-PARAMETER-FILE ASSIGN TO "BILPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BIZCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT SEQUENCE-NUMBER-FILE ASSIGN TO "SEQNBRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQNBR-STATUS.
           SELECT SEQUENCE-NUMBER-WORK ASSIGN TO "SEQNBRS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT DOCUMENT-LEDGER ASSIGN TO "DOCLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT ACTIVITY-HISTORY ASSIGN TO "ACTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BILLING-REGISTER-RPT ASSIGN TO "BILLREG.RPT"
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
       FD  CHARGES-FEED.
           COPY "CHARGE.CPY".
       FD  BILLING-PARAMETER-FILE.
           COPY "BILPARM.CPY".
       FD  BUSINESS-CALENDAR.
           COPY "CALENDAR.CPY".
       FD  SEQUENCE-NUMBER-FILE.
           COPY "SEQNBR.CPY".
       FD  SEQUENCE-NUMBER-WORK.
       01  WORK-NUMBER-RECORD              PIC X(24).
       FD  DOCUMENT-LEDGER.
           COPY "DOCLEDG.CPY".
       FD  ACTIVITY-HISTORY.
           COPY "ACTHIST.CPY".
       FD  BILLING-REGISTER-RPT.
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
       01  WS-CHARGE-STATUS            PIC X(2).
       01  WS-PARM-STATUS              PIC X(2).
       01  WS-CALENDAR-STATUS          PIC X(2).
       01  WS-SEQNBR-STATUS            PIC X(2).
       01  WS-WORK-STATUS              PIC X(2).
       01  WS-LEDGER-STATUS            PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-REGISTER-STATUS          PIC X(2).
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-CUSTMST-OPEN             PIC X(1) VALUE 'N'.
           88  CUSTMST-OPEN                        VALUE 'Y'.
       01  WS-CHARGE-EOF               PIC X(1) VALUE 'N'.
           88  CHARGE-EOF                          VALUE 'Y'.
       01  WS-CALENDAR-EOF             PIC X(1) VALUE 'N'.
           88  CALENDAR-EOF                        VALUE 'Y'.
       01  WS-SEQNBR-EOF               PIC X(1) VALUE 'N'.
           88  SEQNBR-EOF                          VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-SEQNBR-AVAILABLE         PIC X(1) VALUE 'Y'.
           88  SEQNBR-AVAILABLE                    VALUE 'Y'.
       01  WS-HISTORY-OPEN             PIC X(1) VALUE 'N'.
           88  HISTORY-OPEN                        VALUE 'Y'.
       01  WS-ACCOUNT-FOUND            PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-NUMBER-FOUND             PIC X(1) VALUE 'N'.
           88  NUMBER-FOUND                        VALUE 'Y'.
       01  WS-BILL-OPEN                PIC X(1) VALUE 'N'.
           88  BILL-OPEN                           VALUE 'Y'.
       01  WS-DATE-SETTLED             PIC X(1) VALUE 'N'.
           88  DATE-SETTLED                        VALUE 'Y'.
       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-SUSPENSE-IMAGE           PIC X(160).
       01  WS-TERMS-DAYS               PIC 9(3) VALUE 30.
       01  WS-INVOICE-SERIES           PIC X(3) VALUE "INV".
       01  WS-BILL-ACCOUNT             PIC X(10) VALUE SPACES.
       01  WS-BILL-AMOUNT              PIC 9(9)V99 VALUE 0.
       01  WS-BILL-CHARGES             PIC 9(4) VALUE 0.
       01  WS-DOCUMENT-NUMBER          PIC X(12).
       01  WS-CHARGE-COUNT             PIC 9(9) VALUE 0.
       01  WS-BILLED-COUNT             PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE 0.
       01  WS-INVOICE-COUNT            PIC 9(9) VALUE 0.
       01  WS-LEDGER-COUNT             PIC 9(9) VALUE 0.
       01  WS-DUE-SET-COUNT            PIC 9(9) VALUE 0.
       01  WS-BILLED-AMOUNT            PIC 9(9)V99 VALUE 0.
       01  WS-REJECTED-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-OLD-BALANCE              PIC 9(7)V99.
       01  WS-NEW-BALANCE              PIC 9(7)V99.
       01  WS-PRIOR-DUE-DATE           PIC 9(8).
       01  WS-ROLL-COUNT               PIC 9(2) VALUE 0.
       01  WS-DUE-DATE-INT             PIC S9(9) VALUE 0.
       01  WS-DUE-DATE                 PIC 9(8) VALUE 0.
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DD-YEAR              PIC 9(4).
           05  WS-DD-MONTH             PIC 9(2).
           05  WS-DD-DAY               PIC 9(2).
       01  WS-DUE-DATE-EDIT.
           05  WS-DDE-YEAR             PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-DDE-MONTH            PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-DDE-DAY              PIC 9(2).
       01  WS-CAL-MAX                  PIC 9(4) VALUE 1000.
       01  WS-CAL-COUNT                PIC 9(4) VALUE 0.
       01  WS-CAL-SUB                  PIC 9(4) VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES.
               10  WS-CA-DATE          PIC 9(8).
               10  WS-CA-BUSINESS-FLAG PIC X(1).
       01  WS-SEQ-MAX                  PIC 9(4) VALUE 2000.
       01  WS-SEQ-COUNT                PIC 9(4) VALUE 0.
       01  WS-SEQ-SUB                  PIC 9(4) VALUE 0.
       01  WS-SEQ-CURSOR               PIC 9(4) VALUE 0.
       01  WS-SEQ-TABLE.
           05  WS-SEQ-ENTRY OCCURS 2000 TIMES.
               10  WS-SQ-SERIES-CODE   PIC X(3).
               10  WS-SQ-NUMBER        PIC 9(9).
               10  WS-SQ-STATUS        PIC X(1).
               10  WS-SQ-REASON-CODE   PIC X(3).
               10  WS-SQ-STATUS-DATE   PIC 9(8).
       01  WS-INV-MAX                  PIC 9(4) VALUE 1000.
       01  WS-INV-COUNT                PIC 9(4) VALUE 0.
       01  WS-INV-SUB                  PIC 9(4) VALUE 0.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 1000 TIMES.
               10  WS-IV-SERIES-CODE   PIC X(3).
               10  WS-IV-NUMBER        PIC 9(9).
               10  WS-IV-ACCOUNT       PIC X(10).
      *    Every account billed tonight opened at least one invoice,
      *    so the pending table can never outgrow the invoice table.
       01  WS-PEND-MAX                 PIC 9(4) VALUE 1000.
       01  WS-PEND-COUNT               PIC 9(4) VALUE 0.
       01  WS-PEND-SUB                 PIC 9(4) VALUE 0.
       01  WS-FOUND-SUB                PIC 9(4) VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 1000 TIMES.
               10  WS-PD-ACCOUNT-NUMBER PIC X(10).
               10  WS-PD-BALANCE       PIC 9(7)V99.
               10  WS-PD-DUE-DATE      PIC 9(8).
      *    One history image per billed charge, held until the
      *    numbers and the master are both rewritten.
       01  WS-HIST-MAX                 PIC 9(4) VALUE 5000.
       01  WS-HIST-COUNT               PIC 9(4) VALUE 0.
       01  WS-HIST-SUB                 PIC 9(4) VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 5000 TIMES.
               10  WS-HI-ACCOUNT-NUMBER PIC X(10).
               10  WS-HI-AMOUNT        PIC 9(7)V99.
               10  WS-HI-DOCUMENT-NUMBER PIC X(12).
               10  WS-HI-BALANCE-AFTER PIC 9(7)V99.
               10  WS-HI-PRIOR-DUE-DATE PIC 9(8).
       01  WS-TRIAL-BALANCE            PIC 9(7)V99.
       01  WS-HISTORY-COUNT            PIC 9(9) VALUE 0.
       01  WS-DISPLAY-CHARGE           PIC Z(6)9.99.
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
           MOVE "BILLING RUN STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-PROCESS-CHARGES
               PERFORM 3000-REWRITE-NUMBER-FILE
      *        The master is only rewritten once the invoice numbers
      *        are safely flipped on disk - a balance raised against an
      *        invoice whose number still shows as issued would let
      *        the next run bill the same number to someone else.
               IF FILES-AVAILABLE
                   PERFORM 3500-REWRITE-CUSTOMER-MASTER
               END-IF
               IF FILES-AVAILABLE
                   PERFORM 3800-WRITE-LEDGER-RECORDS
                   PERFORM 3900-WRITE-HISTORY-RECORDS
                   PERFORM 4000-WRITE-CONTROL-TOTALS
                   PERFORM 1700-WRITE-RUN-TRAILER
                   DISPLAY "PROG032: BILLING RUN COMPLETE - "
                       WS-BILLED-COUNT " CHARGE(S) ON "
                       WS-INVOICE-COUNT " INVOICE(S), "
                       WS-REJECT-COUNT " REJECTED"
               END-IF
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
           STRING "BILLING RUN COMPLETE - " DELIMITED BY SIZE
               WS-INVOICE-COUNT DELIMITED BY SIZE
               " INVOICES, " DELIMITED BY SIZE
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
           PERFORM 1060-READ-BILLING-PARAMETERS
           PERFORM 1070-LOAD-CALENDAR
           PERFORM 1080-RESOLVE-DUE-DATE
           PERFORM 1100-OPEN-CUSTOMER-MASTER
           PERFORM 1200-LOAD-NUMBER-TABLE
           OPEN INPUT CHARGES-FEED
           IF WS-CHARGE-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG032: CHARGES FEED UNAVAILABLE - STATUS "
                   WS-CHARGE-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "CHARGES.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF
           OPEN OUTPUT BILLING-REGISTER-RPT
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG032: BILLING REGISTER UNAVAILABLE - "
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
               DISPLAY "PROG032: ACTIVITY HISTORY UNAVAILABLE - "
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

       1060-READ-BILLING-PARAMETERS.
           OPEN INPUT BILLING-PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
               READ BILLING-PARAMETER-FILE
                   NOT AT END
                       IF BP-TERMS-DAYS NUMERIC
                           AND BP-TERMS-DAYS NOT = 0
                           MOVE BP-TERMS-DAYS TO WS-TERMS-DAYS
                       END-IF
                       IF BP-SERIES-CODE NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(BP-SERIES-CODE)
                               TO WS-INVOICE-SERIES
                       END-IF
               END-READ
               CLOSE BILLING-PARAMETER-FILE
           ELSE
               DISPLAY "PROG032: BILPARM.DAT NOT PRESENT - DEFAULT "
                   "TERMS " WS-TERMS-DAYS " DAYS, SERIES "
                   WS-INVOICE-SERIES
           END-IF.

      *    Only the business flag matters here; a date the calendar
      *    does not carry is treated as a business day, the same
      *    assumption the PROG001 driver makes for the run date.
       1070-LOAD-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT BUSINESS-CALENDAR
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "PROG032: BIZCAL.DAT NOT AVAILABLE - DUE DATES "
                   "NOT ROLLED PAST NON-BUSINESS DAYS"
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE "BIZCAL.DAT NOT AVAILABLE - DUE DATES NOT ROLLED"
                   TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'N' TO WS-CALENDAR-EOF
               PERFORM UNTIL CALENDAR-EOF
                   READ BUSINESS-CALENDAR
                       AT END
                           MOVE 'Y' TO WS-CALENDAR-EOF
                       NOT AT END
                           IF WS-CAL-COUNT < WS-CAL-MAX
                               ADD 1 TO WS-CAL-COUNT
                               MOVE BD-DATE TO
                                   WS-CA-DATE(WS-CAL-COUNT)
                               MOVE BD-BUSINESS-FLAG TO
                                   WS-CA-BUSINESS-FLAG(WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUSINESS-CALENDAR
           END-IF.

      *    Every bill in one run carries the same due date: the run
      *    date plus the terms, moved forward a day at a time while
      *    the calendar marks the date non-business (a long holiday
      *    weekend is the most it ever moves; the count is only a
      *    guard against a calendar keyed all-N by mistake).
       1080-RESOLVE-DUE-DATE.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               + WS-TERMS-DAYS
           MOVE 'N' TO WS-DATE-SETTLED
           MOVE 0 TO WS-ROLL-COUNT
           PERFORM UNTIL DATE-SETTLED
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
               MOVE 'Y' TO WS-DATE-SETTLED
               MOVE 0 TO WS-CAL-SUB
               PERFORM UNTIL WS-CAL-SUB >= WS-CAL-COUNT
                   ADD 1 TO WS-CAL-SUB
                   IF WS-CA-DATE(WS-CAL-SUB) = WS-DUE-DATE
                       AND WS-CA-BUSINESS-FLAG(WS-CAL-SUB) = 'N'
                       MOVE 'N' TO WS-DATE-SETTLED
                   END-IF
               END-PERFORM
               IF NOT DATE-SETTLED
                   ADD 1 TO WS-ROLL-COUNT
                   ADD 1 TO WS-DUE-DATE-INT
                   IF WS-ROLL-COUNT >= 31
                       MOVE 'Y' TO WS-DATE-SETTLED
                       COMPUTE WS-DUE-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DD-YEAR  TO WS-DDE-YEAR
           MOVE WS-DD-MONTH TO WS-DDE-MONTH
           MOVE WS-DD-DAY   TO WS-DDE-DAY.

       1100-OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG032: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "CUSTMST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-CUSTMST-OPEN
           END-IF.

      *    The number file is held in a table the same way PROG013
      *    holds it, so the assigned statuses go back through one
      *    SEQNBRS.NEW swap at the end of the run.
       1200-LOAD-NUMBER-TABLE.
           MOVE 0 TO WS-SEQ-COUNT
           OPEN INPUT SEQUENCE-NUMBER-FILE
           IF WS-SEQNBR-STATUS NOT = "00"
               MOVE 'N' TO WS-SEQNBR-AVAILABLE
               DISPLAY "PROG032: SEQUENCE NUMBER FILE UNAVAILABLE - "
                   "STATUS " WS-SEQNBR-STATUS
                   " - CHARGES WILL REJECT UNBILLED"
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE "SEQNBRS.DAT NOT AVAILABLE - NO INVOICE NUMBERS"
                   TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'N' TO WS-SEQNBR-EOF
               PERFORM UNTIL SEQNBR-EOF
                   READ SEQUENCE-NUMBER-FILE
                       AT END
                           MOVE 'Y' TO WS-SEQNBR-EOF
                       NOT AT END
                           IF WS-SEQ-COUNT < WS-SEQ-MAX
                               ADD 1 TO WS-SEQ-COUNT
                               MOVE SN-SERIES-CODE TO
                                   WS-SQ-SERIES-CODE(WS-SEQ-COUNT)
                               MOVE SN-DOCUMENT-NUMBER TO
                                   WS-SQ-NUMBER(WS-SEQ-COUNT)
                               MOVE SN-STATUS TO
                                   WS-SQ-STATUS(WS-SEQ-COUNT)
                               MOVE SN-REASON-CODE TO
                                   WS-SQ-REASON-CODE(WS-SEQ-COUNT)
                               MOVE SN-STATUS-DATE TO
                                   WS-SQ-STATUS-DATE(WS-SEQ-COUNT)
                           ELSE
                               MOVE 'N' TO WS-FILES-AVAILABLE
                               DISPLAY "PROG032: NUMBER TABLE FULL - "
                                   "RUN PROG027 ARCHIVAL FIRST - "
                                   "RUN REFUSED"
                               MOVE 'Y' TO WS-SEQNBR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQUENCE-NUMBER-FILE
           END-IF.

       1400-WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-LINE
           STRING "BILLING REGISTER" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               "   NEW DUE DATE: " DELIMITED BY SIZE
               WS-DUE-DATE-EDIT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG032" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG032" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE WS-BILLED-COUNT TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       2000-PROCESS-CHARGES.
           MOVE 'N' TO WS-CHARGE-EOF
           PERFORM UNTIL CHARGE-EOF
               READ CHARGES-FEED
                   AT END
                       MOVE 'Y' TO WS-CHARGE-EOF
                   NOT AT END
                       ADD 1 TO WS-CHARGE-COUNT
                       PERFORM 2100-BILL-ONE-CHARGE
               END-READ
           END-PERFORM
           PERFORM 2600-CLOSE-BILL.

      *    A change of account closes the bill in progress; the first
      *    good charge for the next account opens a new bill and
      *    pulls its invoice number.
       2100-BILL-ONE-CHARGE.
           MOVE SPACES TO WS-REJECT-REASON
           IF CG-ACCOUNT-NUMBER NOT = WS-BILL-ACCOUNT
               PERFORM 2600-CLOSE-BILL
           END-IF
           PERFORM 2200-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN NOT ACCOUNT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               WHEN CM-STATUS = 'C'
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               WHEN CM-STATUS = 'W'
                   MOVE "ACCOUNT WRITTEN OFF" TO WS-REJECT-REASON
               WHEN CG-AMOUNT NOT NUMERIC
                   MOVE "CHARGE AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               WHEN CG-AMOUNT = 0
                   MOVE "CHARGE AMOUNT IS ZERO" TO WS-REJECT-REASON
               WHEN CG-CHARGE-TYPE = SPACES
                   MOVE "CHARGE TYPE MISSING" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM 2250-CHECK-CHARGE-ROOM
           END-IF
           IF WS-REJECT-REASON = SPACES AND NOT BILL-OPEN
               PERFORM 2300-OPEN-BILL
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2400-APPLY-CHARGE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               IF CG-AMOUNT NUMERIC
                   ADD CG-AMOUNT TO WS-REJECTED-AMOUNT
               END-IF
               PERFORM 2500-WRITE-REJECT
           END-IF.

      *    A second charge for an account already billed tonight
      *    builds on the balance held for it, not the one on disk.
       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE CG-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ
           MOVE 0 TO WS-FOUND-SUB
           IF ACCOUNT-FOUND
               MOVE 0 TO WS-PEND-SUB
               PERFORM UNTIL WS-FOUND-SUB > 0
                   OR WS-PEND-SUB >= WS-PEND-COUNT
                   ADD 1 TO WS-PEND-SUB
                   IF WS-PD-ACCOUNT-NUMBER(WS-PEND-SUB) =
                       CG-ACCOUNT-NUMBER
                       MOVE WS-PEND-SUB TO WS-FOUND-SUB
                       MOVE WS-PD-BALANCE(WS-PEND-SUB) TO CM-BALANCE
                       MOVE WS-PD-DUE-DATE(WS-PEND-SUB) TO CM-DUE-DATE
                   END-IF
               END-PERFORM
           END-IF.

      *    Everything that can still turn a good charge away is
      *    tested before 2300 draws an invoice number, so no invoice
      *    is ever numbered and ledgered with no charge on it. A
      *    charge that would push the balance past the master's
      *    PIC 9(7)V99 is rejected instead of being truncated.
       2250-CHECK-CHARGE-ROOM.
           ADD CM-BALANCE CG-AMOUNT GIVING WS-TRIAL-BALANCE
               ON SIZE ERROR
                   MOVE "BALANCE WOULD OVERFLOW" TO WS-REJECT-REASON
           END-ADD
           IF WS-REJECT-REASON = SPACES
               AND WS-HIST-COUNT >= WS-HIST-MAX
               MOVE "HISTORY TABLE FULL" TO WS-REJECT-REASON
           END-IF.

      *    Invoice numbers come only from the configured series; the
      *    cursor moves forward past anything already assigned or
      *    voided, so a number is never billed twice. With no number
      *    left the charge is rejected rather than billed unnumbered
      *    - an invoice without a number cannot be traced by audit.
       2300-OPEN-BILL.
           MOVE SPACES TO WS-DOCUMENT-NUMBER
           MOVE 'N' TO WS-NUMBER-FOUND
           IF SEQNBR-AVAILABLE AND WS-INV-COUNT < WS-INV-MAX
               PERFORM UNTIL NUMBER-FOUND
                   OR WS-SEQ-CURSOR >= WS-SEQ-COUNT
                   ADD 1 TO WS-SEQ-CURSOR
                   IF WS-SQ-STATUS(WS-SEQ-CURSOR) = 'I'
                       AND WS-SQ-SERIES-CODE(WS-SEQ-CURSOR) =
                           WS-INVOICE-SERIES
                       MOVE 'Y' TO WS-NUMBER-FOUND
                       MOVE 'A' TO WS-SQ-STATUS(WS-SEQ-CURSOR)
                       MOVE WS-RUN-DATE-NUM TO
                           WS-SQ-STATUS-DATE(WS-SEQ-CURSOR)
                       ADD 1 TO WS-INV-COUNT
                       MOVE WS-SQ-SERIES-CODE(WS-SEQ-CURSOR)
                           TO WS-IV-SERIES-CODE(WS-INV-COUNT)
                       MOVE WS-SQ-NUMBER(WS-SEQ-CURSOR)
                           TO WS-IV-NUMBER(WS-INV-COUNT)
                       MOVE CG-ACCOUNT-NUMBER
                           TO WS-IV-ACCOUNT(WS-INV-COUNT)
                       STRING WS-SQ-SERIES-CODE(WS-SEQ-CURSOR)
                           DELIMITED BY SIZE
                           WS-SQ-NUMBER(WS-SEQ-CURSOR)
                           DELIMITED BY SIZE
                           INTO WS-DOCUMENT-NUMBER
                   END-IF
               END-PERFORM
           END-IF
           IF NUMBER-FOUND
               MOVE 'Y' TO WS-BILL-OPEN
               MOVE CG-ACCOUNT-NUMBER TO WS-BILL-ACCOUNT
               MOVE 0 TO WS-BILL-AMOUNT
               MOVE 0 TO WS-BILL-CHARGES
               ADD 1 TO WS-INVOICE-COUNT
               PERFORM 2350-WRITE-INVOICE-HEADING
           ELSE
               MOVE "NO INVOICE NUMBER AVAILABLE" TO WS-REJECT-REASON
           END-IF.

       2350-WRITE-INVOICE-HEADING.
           MOVE SPACES TO REGISTER-LINE
           STRING "INVOICE " DELIMITED BY SIZE
               WS-DOCUMENT-NUMBER DELIMITED BY SIZE
               "  ACCOUNT " DELIMITED BY SIZE
               CG-ACCOUNT-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CM-NAME DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       2400-APPLY-CHARGE.
           MOVE CM-BALANCE TO WS-OLD-BALANCE
           MOVE CM-DUE-DATE TO WS-PRIOR-DUE-DATE
           MOVE WS-TRIAL-BALANCE TO CM-BALANCE
           MOVE CM-BALANCE TO WS-NEW-BALANCE
           IF CM-DUE-DATE = 0
               MOVE WS-DUE-DATE TO CM-DUE-DATE
               ADD 1 TO WS-DUE-SET-COUNT
           END-IF
           IF WS-FOUND-SUB = 0
               ADD 1 TO WS-PEND-COUNT
               MOVE WS-PEND-COUNT TO WS-FOUND-SUB
               MOVE CG-ACCOUNT-NUMBER
                   TO WS-PD-ACCOUNT-NUMBER(WS-FOUND-SUB)
           END-IF
           MOVE CM-BALANCE TO WS-PD-BALANCE(WS-FOUND-SUB)
           MOVE CM-DUE-DATE TO WS-PD-DUE-DATE(WS-FOUND-SUB)
           ADD 1 TO WS-BILLED-COUNT
           ADD CG-AMOUNT TO WS-BILLED-AMOUNT
           ADD CG-AMOUNT TO WS-BILL-AMOUNT
           ADD 1 TO WS-BILL-CHARGES
           PERFORM 2450-WRITE-CHARGE-LINE
           PERFORM 2480-HOLD-HISTORY.

       2450-WRITE-CHARGE-LINE.
           MOVE CG-AMOUNT TO WS-DISPLAY-CHARGE
           MOVE WS-NEW-BALANCE TO WS-DISPLAY-NEW
           MOVE SPACES TO REGISTER-LINE
           STRING "   " DELIMITED BY SIZE
               CG-CHARGE-TYPE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CG-DESCRIPTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-CHARGE DELIMITED BY SIZE
               "  BAL " DELIMITED BY SIZE
               WS-DISPLAY-NEW DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       2480-HOLD-HISTORY.
           ADD 1 TO WS-HIST-COUNT
           MOVE CG-ACCOUNT-NUMBER
               TO WS-HI-ACCOUNT-NUMBER(WS-HIST-COUNT)
           MOVE CG-AMOUNT TO WS-HI-AMOUNT(WS-HIST-COUNT)
           MOVE WS-DOCUMENT-NUMBER
               TO WS-HI-DOCUMENT-NUMBER(WS-HIST-COUNT)
           MOVE WS-NEW-BALANCE TO WS-HI-BALANCE-AFTER(WS-HIST-COUNT)
           MOVE WS-PRIOR-DUE-DATE
               TO WS-HI-PRIOR-DUE-DATE(WS-HIST-COUNT).

       2500-WRITE-REJECT.
           MOVE SPACES TO REGISTER-LINE
           IF CG-AMOUNT NUMERIC
               MOVE CG-AMOUNT TO WS-DISPLAY-CHARGE
               STRING "REJECTED " DELIMITED BY SIZE
                   CG-ACCOUNT-NUMBER DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-DISPLAY-CHARGE DELIMITED BY SIZE
                   "  - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REGISTER-LINE
           ELSE
               STRING "REJECTED " DELIMITED BY SIZE
                   CG-ACCOUNT-NUMBER DELIMITED BY SIZE
                   "  - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE
           MOVE SPACES TO WS-SUSPENSE-IMAGE
           MOVE CHARGE-RECORD TO WS-SUSPENSE-IMAGE
           PERFORM 8200-WRITE-SUSPENSE.

       2600-CLOSE-BILL.
           IF BILL-OPEN
               MOVE WS-BILL-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO REGISTER-LINE
               STRING "   INVOICE TOTAL " DELIMITED BY SIZE
                   WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                   "  DUE " DELIMITED BY SIZE
                   WS-DUE-DATE-EDIT DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE 'N' TO WS-BILL-OPEN
           MOVE SPACES TO WS-BILL-ACCOUNT.

       3000-REWRITE-NUMBER-FILE.
           IF SEQNBR-AVAILABLE AND WS-INV-COUNT > 0
               OPEN OUTPUT SEQUENCE-NUMBER-WORK
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "PROG032: NUMBER WORK FILE UNAVAILABLE - "
                       "STATUS " WS-WORK-STATUS
                   MOVE 'N' TO WS-FILES-AVAILABLE
               ELSE
                   MOVE 0 TO WS-SEQ-SUB
                   PERFORM UNTIL WS-SEQ-SUB >= WS-SEQ-COUNT
                       ADD 1 TO WS-SEQ-SUB
                       MOVE WS-SQ-SERIES-CODE(WS-SEQ-SUB)
                           TO SN-SERIES-CODE
                       MOVE WS-SQ-NUMBER(WS-SEQ-SUB)
                           TO SN-DOCUMENT-NUMBER
                       MOVE WS-SQ-STATUS(WS-SEQ-SUB) TO SN-STATUS
                       MOVE WS-SQ-REASON-CODE(WS-SEQ-SUB)
                           TO SN-REASON-CODE
                       MOVE WS-SQ-STATUS-DATE(WS-SEQ-SUB)
                           TO SN-STATUS-DATE
                       MOVE SEQUENCE-NUMBER-RECORD
                           TO WORK-NUMBER-RECORD
                       WRITE WORK-NUMBER-RECORD
                   END-PERFORM
                   CLOSE SEQUENCE-NUMBER-WORK
                   CALL "CBL_RENAME_FILE" USING "SEQNBRS.NEW"
                       "SEQNBRS.DAT" RETURNING WS-RENAME-RC
                   IF WS-RENAME-RC NOT = 0
                       DISPLAY "PROG032: UNABLE TO SWAP IN REWRITTEN "
                           "SEQUENCE NUMBER FILE - RC " WS-RENAME-RC
                       MOVE 'N' TO WS-FILES-AVAILABLE
                       MOVE 'E' TO WS-EVENT-SEVERITY
                       MOVE "NUMBERS NOT SWAPPED - MASTER NOT BILLED"
                           TO WS-EVENT-TEXT
                       PERFORM 8100-LOG-EVENT
                   END-IF
               END-IF
           END-IF.

      *    Only the billed accounts are touched; each is read back by
      *    key and takes the balance and due date held for it.
       3500-REWRITE-CUSTOMER-MASTER.
           MOVE 0 TO WS-PEND-SUB
           PERFORM UNTIL WS-PEND-SUB >= WS-PEND-COUNT
               OR NOT FILES-AVAILABLE
               ADD 1 TO WS-PEND-SUB
               MOVE WS-PD-ACCOUNT-NUMBER(WS-PEND-SUB)
                   TO CM-ACCOUNT-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-FILES-AVAILABLE
               END-READ
               IF FILES-AVAILABLE
                   MOVE WS-PD-BALANCE(WS-PEND-SUB) TO CM-BALANCE
                   MOVE WS-PD-DUE-DATE(WS-PEND-SUB) TO CM-DUE-DATE
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-FILES-AVAILABLE
                   END-REWRITE
               END-IF
               IF WS-CUSTMST-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
               END-IF
               IF NOT FILES-AVAILABLE
                   DISPLAY "PROG032: UNABLE TO REWRITE ACCOUNT "
                       CM-ACCOUNT-NUMBER " - STATUS "
                       WS-CUSTMST-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "CUSTMST.DAT REWRITE FAILED - ACCOUNT "
                       DELIMITED BY SIZE
                       CM-ACCOUNT-NUMBER DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               END-IF
           END-PERFORM.

      *    Each invoice goes on the issuance ledger under the INVOIC
      *    code, so the PROG025 inquiry answers "who got invoice
      *    INV000001234" the same way it answers it for notices.
       3800-WRITE-LEDGER-RECORDS.
           IF WS-INV-COUNT > 0
               OPEN EXTEND DOCUMENT-LEDGER
               IF WS-LEDGER-STATUS = "35"
                   CLOSE DOCUMENT-LEDGER
                   OPEN OUTPUT DOCUMENT-LEDGER
               END-IF
               IF WS-LEDGER-STATUS = "00"
                   MOVE 0 TO WS-INV-SUB
                   PERFORM UNTIL WS-INV-SUB >= WS-INV-COUNT
                       ADD 1 TO WS-INV-SUB
                       MOVE WS-IV-SERIES-CODE(WS-INV-SUB)
                           TO DL-SERIES-CODE
                       MOVE WS-IV-NUMBER(WS-INV-SUB)
                           TO DL-DOCUMENT-NUMBER
                       MOVE WS-IV-ACCOUNT(WS-INV-SUB)
                           TO DL-ACCOUNT-NUMBER
                       MOVE "INVOIC" TO DL-NOTICE-CODE
                       MOVE WS-RUN-DATE-NUM TO DL-RUN-DATE
                       WRITE DOCUMENT-LEDGER-RECORD
                       ADD 1 TO WS-LEDGER-COUNT
                   END-PERFORM
                   CLOSE DOCUMENT-LEDGER
               ELSE
                   DISPLAY "PROG032: DOCUMENT LEDGER UNAVAILABLE - "
                       "STATUS " WS-LEDGER-STATUS
                       " - ISSUANCE NOT RECORDED"
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   MOVE "DOCLEDG.DAT UNAVAILABLE - NOT LEDGERED"
                       TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               END-IF
           END-IF.

      *    The charges go on the history only now, with the numbers
      *    and every balance safely rewritten - the same order PROG022
      *    keeps, so the history never shows a charge the master does
      *    not carry.
       3900-WRITE-HISTORY-RECORDS.
           MOVE 0 TO WS-HIST-SUB
           PERFORM UNTIL WS-HIST-SUB >= WS-HIST-COUNT
               ADD 1 TO WS-HIST-SUB
               MOVE WS-HI-ACCOUNT-NUMBER(WS-HIST-SUB)
                   TO AH-ACCOUNT-NUMBER
               MOVE WS-RUN-DATE-NUM TO AH-ACTIVITY-DATE
               MOVE "CHG" TO AH-ACTIVITY-TYPE
               MOVE WS-HI-AMOUNT(WS-HIST-SUB) TO AH-AMOUNT
               MOVE 'D' TO AH-DEBIT-CREDIT
               MOVE WS-HI-DOCUMENT-NUMBER(WS-HIST-SUB)
                   TO AH-DOCUMENT-NUMBER
               MOVE WS-HI-BALANCE-AFTER(WS-HIST-SUB)
                   TO AH-BALANCE-AFTER
               MOVE WS-HI-PRIOR-DUE-DATE(WS-HIST-SUB)
                   TO AH-PRIOR-DUE-DATE
               MOVE "PROG032" TO AH-PROGRAM-ID
               MOVE 0 TO AH-REVERSED-DATE
               WRITE ACTIVITY-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-COUNT
           END-PERFORM.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "CONTROL TOTALS" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-CHARGE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "CHARGES READ:      " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-BILLED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-BILLED-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "CHARGES BILLED:    " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-REJECTED-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "CHARGES REJECTED:  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-INVOICE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "INVOICES ISSUED:   " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-LEDGER-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "INVOICES LEDGERED: " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-DUE-SET-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "DUE DATES SET:     " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-HISTORY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "HISTORY RECORDS:   " DELIMITED BY SIZE
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
               MOVE "PROG032" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

      *    The rejected charge lands on the shared suspense file so
      *    the office repairs the record image in place and PROG031
      *    recycles it into the next night's charges feed.
       8200-WRITE-SUSPENSE.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS = "00"
               MOVE "PROG032" TO SU-PROGRAM-ID
               MOVE WS-RUN-DATE-NUM TO SU-RUN-DATE
               MOVE 'O' TO SU-STATUS
               MOVE WS-REJECT-REASON TO SU-REJECT-REASON
               MOVE WS-SUSPENSE-IMAGE TO SU-RECORD-IMAGE
               WRITE SUSPENSE-RECORD
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "PROG032: SUSPENSE FILE UNAVAILABLE - STATUS "
                   WS-SUSPENSE-STATUS
           END-IF.

       9000-TERMINATE.
           IF WS-CHARGE-STATUS = "00" OR WS-CHARGE-STATUS = "10"
               CLOSE CHARGES-FEED
           END-IF
           IF WS-REGISTER-STATUS = "00"
               CLOSE BILLING-REGISTER-RPT
           END-IF
           IF HISTORY-OPEN
               CLOSE ACTIVITY-HISTORY
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               CLOSE RUN-CONTROL-FILE
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
       END PROGRAM PROG032.
