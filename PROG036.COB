      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Nightly promise-to-pay check for the batch chain, run
      *          after the PROG022 payment posting and the PROG034
      *          returned-payment run so it sees the night's money as
      *          it finally stands. For every active arrangement on
      *          ARRANGE.DAT it totals what the account has actually
      *          paid since the plan was agreed - the PROG022 payments
      *          on the ACTHIST.DAT activity history less any of them
      *          PROG034 has since reversed - and sets that against
      *          the instalments that have fallen due, allowing the
      *          grace days from ARRPARM.DAT for a payment in the mail.
      *          A plan that has fallen behind is ended as broken, so
      *          the next PROG013 notice run resumes normal OVRDU2/
      *          OVRDU3 aging, and is listed on the broken-arrangements
      *          report for the credit desk; a plan paid out in full
      *          (or whose balance has otherwise been cleared) is ended
      *          as kept. The changed statuses are written to
      *          ARRANGE.NEW and only renamed over ARRANGE.DAT once
      *          every record is out, so a failed rewrite leaves the
      *          arrangements as they were. Prints control totals for
      *          the check. Each plan's account is read by key from
      *          the indexed customer master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG036.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT ARRANGEMENT-FILE ASSIGN TO "ARRANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.
           SELECT ARRANGEMENT-WORK ASSIGN TO "ARRANGE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRWK-STATUS.
           SELECT ARRANGEMENT-PARAMETER-FILE ASSIGN TO "ARRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACTIVITY-HISTORY ASSIGN TO "ACTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BROKEN-ARRANGEMENT-RPT ASSIGN TO "ARRBRK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  ARRANGEMENT-FILE.
           COPY "ARRANGE.CPY".
       FD  ARRANGEMENT-WORK.
       01  WORK-ARRANGEMENT-RECORD         PIC X(139).
       FD  ARRANGEMENT-PARAMETER-FILE.
           COPY "ARRPARM.CPY".
       FD  ACTIVITY-HISTORY.
           COPY "ACTHIST.CPY".
       FD  BROKEN-ARRANGEMENT-RPT.
       01  REPORT-LINE                     PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       WORKING-STORAGE SECTION.
       01  WS-CUSTMST-STATUS           PIC X(2).
       01  WS-ARRANGE-STATUS           PIC X(2).
       01  WS-ARRWK-STATUS             PIC X(2).
       01  WS-ARRWK-FAILED             PIC X(1) VALUE 'N'.
           88  ARRWK-FAILED                        VALUE 'Y'.
       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-DELETE-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-PARM-STATUS              PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-REPORT-STATUS            PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-CUSTMST-OPEN             PIC X(1) VALUE 'N'.
           88  CUSTMST-OPEN                        VALUE 'Y'.
       01  WS-ARRANGE-EOF              PIC X(1) VALUE 'N'.
           88  ARRANGE-EOF                         VALUE 'Y'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-ACCOUNT-FOUND            PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-GRACE-DAYS               PIC 9(3) VALUE 3.
       01  WS-RUN-DAY-NUMBER           PIC 9(8).
       01  WS-INST-DAY-NUMBER          PIC 9(8).
       01  WS-PLAN-TOTAL               PIC 9(9)V99.
       01  WS-CUMULATIVE               PIC 9(9)V99.
       01  WS-DUE-TO-DATE              PIC 9(9)V99.
       01  WS-SHORTFALL                PIC 9(9)V99.
       01  WS-MISSED-DATE              PIC 9(8).
       01  WS-INST-SUB                 PIC 9(2) VALUE 0.
       01  WS-CHECKED-COUNT            PIC 9(9) VALUE 0.
       01  WS-ON-TRACK-COUNT           PIC 9(9) VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(9) VALUE 0.
       01  WS-BROKEN-COUNT             PIC 9(9) VALUE 0.
       01  WS-SHORTFALL-TOTAL          PIC 9(9)V99 VALUE 0.
      *    The whole arrangements file is held so the changed statuses
      *    can be written back; WS-AE-PAID accumulates the money paid
      *    against each plan during the one pass of the history.
       01  WS-ARR-MAX                  PIC 9(4) VALUE 1000.
       01  WS-ARR-COUNT                PIC 9(4) VALUE 0.
       01  WS-ARR-SUB                  PIC 9(4) VALUE 0.
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
               10  WS-AE-PAID          PIC S9(9)V99.
       01  WS-CUSTOMER-NAME            PIC X(30).
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
       01  WS-AGREED-DATE-EDIT         PIC X(10).
       01  WS-MISSED-DATE-EDIT         PIC X(10).
       01  WS-DISPLAY-DUE              PIC Z(6)9.99.
       01  WS-DISPLAY-PAID             PIC Z(6)9.99-.
       01  WS-DISPLAY-SHORT            PIC Z(6)9.99.
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
           MOVE "ARRANGEMENT CHECK STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-CHECK-ARRANGEMENTS
               IF WS-BROKEN-COUNT > 0 OR WS-KEPT-COUNT > 0
                   PERFORM 3000-REWRITE-ARRANGEMENTS
               END-IF
               PERFORM 4000-WRITE-CONTROL-TOTALS
               PERFORM 1700-WRITE-RUN-TRAILER
               DISPLAY "PROG036: ARRANGEMENT CHECK COMPLETE - "
                   WS-CHECKED-COUNT " CHECKED, " WS-BROKEN-COUNT
                   " BROKEN"
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE
                   MOVE 'E' TO WS-EVENT-SEVERITY
               WHEN WS-BROKEN-COUNT > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY
           END-EVALUATE
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "ARRANGEMENTS - " DELIMITED BY SIZE
               WS-CHECKED-COUNT DELIMITED BY SIZE
               " CHECKED, " DELIMITED BY SIZE
               WS-BROKEN-COUNT DELIMITED BY SIZE
               " BROKEN" DELIMITED BY SIZE
               INTO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 1060-READ-ARRANGEMENT-PARAMETERS
           PERFORM 1100-OPEN-CUSTOMER-MASTER
           PERFORM 1200-LOAD-ARRANGEMENTS
           IF FILES-AVAILABLE AND WS-ARR-COUNT > 0
               PERFORM 1300-SCAN-ACTIVITY-HISTORY
           END-IF
           OPEN OUTPUT BROKEN-ARRANGEMENT-RPT
           IF WS-REPORT-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG036: BROKEN ARRANGEMENT REPORT "
                   "UNAVAILABLE - STATUS " WS-REPORT-STATUS
           ELSE
               PERFORM 1400-WRITE-REPORT-HEADER
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

      *    No parameter file leaves the standard grace period in
      *    force; zero grace days on file means an instalment is
      *    missed the day after it falls due.
       1060-READ-ARRANGEMENT-PARAMETERS.
           OPEN INPUT ARRANGEMENT-PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
               READ ARRANGEMENT-PARAMETER-FILE
                   NOT AT END
                       IF AP-GRACE-DAYS NUMERIC
                           MOVE AP-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE ARRANGEMENT-PARAMETER-FILE
           ELSE
               DISPLAY "PROG036: NO ARRANGEMENT PARAMETER FILE - "
                   "STANDARD GRACE PERIOD USED"
           END-IF.

       1100-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG036: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "CUSTMST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-CUSTMST-OPEN
           END-IF.

      *    No arrangements file means the credit desk has never
      *    agreed a plan - a quiet night, not a failure.
       1200-LOAD-ARRANGEMENTS.
           MOVE 0 TO WS-ARR-COUNT
           OPEN INPUT ARRANGEMENT-FILE
           IF WS-ARRANGE-STATUS = "35"
               DISPLAY "PROG036: NO ARRANGEMENTS ON FILE"
           ELSE
               IF WS-ARRANGE-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG036: ARRANGEMENTS FILE UNAVAILABLE - "
                       "STATUS " WS-ARRANGE-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "ARRANGE.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               ELSE
                   MOVE 'N' TO WS-ARRANGE-EOF
                   PERFORM UNTIL ARRANGE-EOF
                       READ ARRANGEMENT-FILE
                           AT END
                               MOVE 'Y' TO WS-ARRANGE-EOF
                           NOT AT END
                               PERFORM 1250-TABLE-ONE-ARRANGEMENT
                       END-READ
                   END-PERFORM
                   CLOSE ARRANGEMENT-FILE
               END-IF
           END-IF.

       1250-TABLE-ONE-ARRANGEMENT.
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
               MOVE 0 TO WS-AE-PAID(WS-ARR-COUNT)
           ELSE
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG036: ARRANGEMENT TABLE FULL - RUN REFUSED"
               MOVE 'Y' TO WS-ARRANGE-EOF
           END-IF.

      *    One pass of the history credits each active plan with the
      *    PROG022 payments posted on or after its agreement date and
      *    debits it with the PROG034 reversals of any of them.
       1300-SCAN-ACTIVITY-HISTORY.
           OPEN INPUT ACTIVITY-HISTORY
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "PROG036: NO ACTIVITY HISTORY ON FILE - "
                   "NO PAYMENTS TO CREDIT"
           ELSE
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG036: ACTIVITY HISTORY UNAVAILABLE - "
                       "STATUS " WS-HISTORY-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "ACTHIST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               ELSE
                   MOVE 'N' TO WS-HISTORY-EOF
                   PERFORM UNTIL HISTORY-EOF
                       READ ACTIVITY-HISTORY
                           AT END
                               MOVE 'Y' TO WS-HISTORY-EOF
                           NOT AT END
                               PERFORM 1350-CREDIT-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ACTIVITY-HISTORY
               END-IF
           END-IF.

       1350-CREDIT-HISTORY-RECORD.
           MOVE 0 TO WS-ARR-SUB
           PERFORM UNTIL WS-ARR-SUB >= WS-ARR-COUNT
               ADD 1 TO WS-ARR-SUB
               IF WS-AE-ACCOUNT(WS-ARR-SUB) = AH-ACCOUNT-NUMBER
                   AND WS-AE-STATUS(WS-ARR-SUB) = 'A'
                   AND AH-ACTIVITY-DATE >=
                       WS-AE-AGREED-DATE(WS-ARR-SUB)
                   EVALUATE TRUE
                       WHEN AH-PAYMENT
                           AND AH-PROGRAM-ID = "PROG022"
                           ADD AH-AMOUNT TO WS-AE-PAID(WS-ARR-SUB)
                       WHEN AH-RETURNED-PAYMENT
                           AND AH-REVERSED-DATE >=
                               WS-AE-AGREED-DATE(WS-ARR-SUB)
                           SUBTRACT AH-AMOUNT FROM
                               WS-AE-PAID(WS-ARR-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       1400-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "BROKEN PAYMENT ARRANGEMENTS" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG036" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG036" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE WS-CHECKED-COUNT TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       2000-CHECK-ARRANGEMENTS.
           MOVE 0 TO WS-ARR-SUB
           PERFORM UNTIL WS-ARR-SUB >= WS-ARR-COUNT
               ADD 1 TO WS-ARR-SUB
               IF WS-AE-STATUS(WS-ARR-SUB) = 'A'
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM 2100-CHECK-ONE-ARRANGEMENT
               END-IF
           END-PERFORM.

      *    An instalment has fallen due once its date plus the grace
      *    days is behind the run date; what has fallen due is the
      *    running total of the plan up to the last such instalment.
      *    The missed instalment reported is the first one the money
      *    paid does not reach.
       2100-CHECK-ONE-ARRANGEMENT.
           MOVE 0 TO WS-PLAN-TOTAL
           MOVE 0 TO WS-CUMULATIVE
           MOVE 0 TO WS-DUE-TO-DATE
           MOVE 0 TO WS-MISSED-DATE
           MOVE 0 TO WS-INST-SUB
           PERFORM UNTIL WS-INST-SUB >= WS-AE-INST-COUNT(WS-ARR-SUB)
               ADD 1 TO WS-INST-SUB
               ADD WS-AE-INST-AMOUNT(WS-ARR-SUB, WS-INST-SUB)
                   TO WS-CUMULATIVE
               COMPUTE WS-INST-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(
                       WS-AE-INST-DATE(WS-ARR-SUB, WS-INST-SUB))
                   + WS-GRACE-DAYS
               IF WS-INST-DAY-NUMBER < WS-RUN-DAY-NUMBER
                   MOVE WS-CUMULATIVE TO WS-DUE-TO-DATE
                   IF WS-AE-PAID(WS-ARR-SUB) < WS-CUMULATIVE
                       AND WS-MISSED-DATE = 0
                       MOVE WS-AE-INST-DATE(WS-ARR-SUB, WS-INST-SUB)
                           TO WS-MISSED-DATE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CUMULATIVE TO WS-PLAN-TOTAL
           PERFORM 2200-FIND-ACCOUNT
           EVALUATE TRUE
               WHEN WS-AE-PAID(WS-ARR-SUB) < WS-DUE-TO-DATE
                   MOVE 'B' TO WS-AE-STATUS(WS-ARR-SUB)
                   MOVE WS-RUN-DATE-NUM TO
                       WS-AE-STATUS-DATE(WS-ARR-SUB)
                   ADD 1 TO WS-BROKEN-COUNT
                   COMPUTE WS-SHORTFALL =
                       WS-DUE-TO-DATE - WS-AE-PAID(WS-ARR-SUB)
                   ADD WS-SHORTFALL TO WS-SHORTFALL-TOTAL
                   PERFORM 2500-WRITE-BROKEN-LINE
               WHEN WS-AE-PAID(WS-ARR-SUB) >= WS-PLAN-TOTAL
                   MOVE 'K' TO WS-AE-STATUS(WS-ARR-SUB)
                   MOVE WS-RUN-DATE-NUM TO
                       WS-AE-STATUS-DATE(WS-ARR-SUB)
                   ADD 1 TO WS-KEPT-COUNT
               WHEN ACCOUNT-FOUND
                   AND CM-BALANCE = 0
                   MOVE 'K' TO WS-AE-STATUS(WS-ARR-SUB)
                   MOVE WS-RUN-DATE-NUM TO
                       WS-AE-STATUS-DATE(WS-ARR-SUB)
                   ADD 1 TO WS-KEPT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ON-TRACK-COUNT
           END-EVALUATE.

       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE WS-AE-ACCOUNT(WS-ARR-SUB) TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.

       2500-WRITE-BROKEN-LINE.
           IF ACCOUNT-FOUND
               MOVE CM-NAME TO WS-CUSTOMER-NAME
           ELSE
               MOVE "*** NOT ON CUSTOMER MASTER ***"
                   TO WS-CUSTOMER-NAME
           END-IF
           MOVE WS-AE-AGREED-DATE(WS-ARR-SUB) TO WS-EDIT-DATE
           MOVE WS-ED-YEAR  TO WS-DE-YEAR
           MOVE WS-ED-MONTH TO WS-DE-MONTH
           MOVE WS-ED-DAY   TO WS-DE-DAY
           MOVE WS-DATE-EDIT TO WS-AGREED-DATE-EDIT
           MOVE WS-MISSED-DATE TO WS-EDIT-DATE
           MOVE WS-ED-YEAR  TO WS-DE-YEAR
           MOVE WS-ED-MONTH TO WS-DE-MONTH
           MOVE WS-ED-DAY   TO WS-DE-DAY
           MOVE WS-DATE-EDIT TO WS-MISSED-DATE-EDIT
           MOVE WS-DUE-TO-DATE TO WS-DISPLAY-DUE
           MOVE WS-AE-PAID(WS-ARR-SUB) TO WS-DISPLAY-PAID
           MOVE WS-SHORTFALL TO WS-DISPLAY-SHORT
           MOVE SPACES TO REPORT-LINE
           STRING WS-AE-ACCOUNT(WS-ARR-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CUSTOMER-NAME DELIMITED BY SIZE
               "  AGREED " DELIMITED BY SIZE
               WS-AGREED-DATE-EDIT DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-AE-AGREED-BY(WS-ARR-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    MISSED " DELIMITED BY SIZE
               WS-MISSED-DATE-EDIT DELIMITED BY SIZE
               "  DUE " DELIMITED BY SIZE
               WS-DISPLAY-DUE DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               WS-DISPLAY-PAID DELIMITED BY SIZE
               " SHORT " DELIMITED BY SIZE
               WS-DISPLAY-SHORT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The table goes to ARRANGE.NEW first; ARRANGE.DAT is only
      *    replaced once the whole file is written, so a failure part
      *    way through leaves last night's arrangements intact.
       3000-REWRITE-ARRANGEMENTS.
           MOVE 'N' TO WS-ARRWK-FAILED
           OPEN OUTPUT ARRANGEMENT-WORK
           IF WS-ARRWK-STATUS NOT = "00"
               MOVE 'Y' TO WS-ARRWK-FAILED
           ELSE
               MOVE 0 TO WS-ARR-SUB
               PERFORM UNTIL WS-ARR-SUB >= WS-ARR-COUNT
                   OR ARRWK-FAILED
                   ADD 1 TO WS-ARR-SUB
                   PERFORM 3100-WRITE-ONE-ARRANGEMENT
               END-PERFORM
               CLOSE ARRANGEMENT-WORK
               IF ARRWK-FAILED
                   CALL "CBL_DELETE_FILE" USING "ARRANGE.NEW"
                       RETURNING WS-DELETE-RC
               ELSE
                   CALL "CBL_RENAME_FILE" USING "ARRANGE.NEW"
                       "ARRANGE.DAT" RETURNING WS-RENAME-RC
                   IF WS-RENAME-RC NOT = 0
                       MOVE 'Y' TO WS-ARRWK-FAILED
                       DISPLAY "PROG036: UNABLE TO SWAP IN REWRITTEN "
                           "ARRANGEMENTS FILE - RC " WS-RENAME-RC
                   END-IF
               END-IF
           END-IF
           IF ARRWK-FAILED
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG036: UNABLE TO REWRITE ARRANGEMENTS - "
                   "STATUS " WS-ARRWK-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "ARRANGE.DAT NOT REWRITTEN" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
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
           MOVE ARRANGEMENT-RECORD TO WORK-ARRANGEMENT-RECORD
           WRITE WORK-ARRANGEMENT-RECORD
           IF WS-ARRWK-STATUS NOT = "00"
               MOVE 'Y' TO WS-ARRWK-FAILED
           END-IF.

       4000-WRITE-CONTROL-TOTALS.
           IF WS-BROKEN-COUNT = 0
               MOVE "NO ARRANGEMENTS BROKEN" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHECKED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ARRANGEMENTS CHECKED: " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ON-TRACK-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ON TRACK:             " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-KEPT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "KEPT (PAID OUT):      " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BROKEN-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-SHORTFALL-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "BROKEN:               " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  SHORT " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRACE-DAYS TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "GRACE DAYS ALLOWED:   " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

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
               MOVE "PROG036" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

       9000-TERMINATE.
           IF WS-REPORT-STATUS = "00"
               CLOSE BROKEN-ARRANGEMENT-RPT
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF CUSTMST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.

       9500-SET-RETURN-CODE.
           IF FILES-AVAILABLE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM PROG036.
