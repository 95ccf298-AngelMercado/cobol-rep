      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Month-end customer statement run. Until now a
      *          customer could only be told what they owed today -
      *          the notices carry the current balance and nothing
      *          else - and a disputed balance meant hunting through
      *          old billing and posting registers. This run reads
      *          the ACTHIST.DAT account activity history written by
      *          the billing (PROG032), payment posting (PROG022), and
      *          customer maintenance (PROG023) runs and prints one
      *          statement per open account on the customer master:
      *          the opening balance for the period, each charge and
      *          payment posted in the period with the running
      *          balance, the closing balance, and an aging line in
      *          the same buckets the PROG024 aged trial balance uses.
      *          The period defaults to the first of the processing
      *          month through the processing date (STMPARM.DAT can
      *          name another). Opening and closing balances are
      *          worked back from the balance on file, so an account
      *          with no history simply shows no activity. Each
      *          statement is numbered from its own PROG003 series
      *          (STM), the number flips to assigned the way PROG013
      *          numbers its notices, and the statement goes on the
      *          DOCLEDG.DAT issuance ledger under the STMENT code. A
      *          control-totals page closes the STATEMT.RPT spool and
      *          proves opening plus charges less payments to the
      *          closing balance for the run, and the spool is routed
      *          by the PROG019 distribution run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG033.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT ACTIVITY-HISTORY ASSIGN TO "ACTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STATEMENT-PARAMETER-FILE ASSIGN TO "STMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SEQUENCE-NUMBER-FILE ASSIGN TO "SEQNBRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQNBR-STATUS.
           SELECT SEQUENCE-NUMBER-WORK ASSIGN TO "SEQNBRS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT DOCUMENT-LEDGER ASSIGN TO "DOCLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT STATEMENT-SPOOL-FILE ASSIGN TO "STATEMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT OPERATIONS-EVENT-LOG ASSIGN TO "OPSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
           SELECT LOCK-OVERRIDE-FILE ASSIGN TO "LOKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOKPARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMST.CPY".
       FD  ACTIVITY-HISTORY.
           COPY "ACTHIST.CPY".
       FD  STATEMENT-PARAMETER-FILE.
           COPY "STMPARM.CPY".
       FD  SEQUENCE-NUMBER-FILE.
           COPY "SEQNBR.CPY".
       FD  SEQUENCE-NUMBER-WORK.
       01  WORK-NUMBER-RECORD              PIC X(24).
       FD  DOCUMENT-LEDGER.
           COPY "DOCLEDG.CPY".
       FD  STATEMENT-SPOOL-FILE.
       01  SPOOL-LINE                      PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       FD  RUN-LOCK-FILE.
           COPY "RUNLOCK.CPY".
       FD  LOCK-OVERRIDE-FILE.
           COPY "LOKPARM.CPY".
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
       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-CUSTMST-STATUS           PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-PARM-STATUS              PIC X(2).
       01  WS-SEQNBR-STATUS            PIC X(2).
       01  WS-WORK-STATUS              PIC X(2).
       01  WS-LEDGER-STATUS            PIC X(2).
       01  WS-SPOOL-STATUS             PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-CUSTMST-EOF              PIC X(1) VALUE 'N'.
           88  CUSTMST-EOF                         VALUE 'Y'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       01  WS-SEQNBR-EOF               PIC X(1) VALUE 'N'.
           88  SEQNBR-EOF                          VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-CUSTMST-OPEN             PIC X(1) VALUE 'N'.
           88  CUSTMST-OPEN                        VALUE 'Y'.
       01  WS-SEQNBR-AVAILABLE         PIC X(1) VALUE 'Y'.
           88  SEQNBR-AVAILABLE                    VALUE 'Y'.
       01  WS-NUMBER-FOUND             PIC X(1) VALUE 'N'.
           88  NUMBER-FOUND                        VALUE 'Y'.
       01  WS-DUE-DATE-VALID           PIC X(1) VALUE 'N'.
           88  DUE-DATE-VALID                      VALUE 'Y'.
       01  WS-STATEMENT-SERIES         PIC X(3) VALUE "STM".
       01  WS-DOCUMENT-NUMBER          PIC X(12).
       01  WS-ACCOUNT-COUNT            PIC 9(9) VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(9) VALUE 0.
       01  WS-STATEMENT-COUNT          PIC 9(9) VALUE 0.
       01  WS-UNNUMBERED-COUNT         PIC 9(9) VALUE 0.
       01  WS-LEDGER-COUNT             PIC 9(9) VALUE 0.
       01  WS-HISTORY-READ             PIC 9(9) VALUE 0.
       01  WS-ACTIVITY-COUNT           PIC 9(9) VALUE 0.
      *    Balances are worked back from the balance on file, so they
      *    are signed: a history that does not agree with the master
      *    shows up as a negative opening balance, not a wrong one.
       01  WS-OPENING-BALANCE          PIC S9(9)V99 VALUE 0.
       01  WS-CLOSING-BALANCE          PIC S9(9)V99 VALUE 0.
       01  WS-RUNNING-BALANCE          PIC S9(9)V99 VALUE 0.
       01  WS-PERIOD-NET               PIC S9(9)V99 VALUE 0.
       01  WS-LATER-NET                PIC S9(9)V99 VALUE 0.
       01  WS-PERIOD-CHARGES           PIC 9(9)V99 VALUE 0.
       01  WS-PERIOD-CREDITS           PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-OPENING            PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CLOSING            PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CHARGES            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS            PIC 9(11)V99 VALUE 0.
       01  WS-PROOF-BALANCE            PIC S9(11)V99 VALUE 0.
       01  WS-AGE-CURRENT              PIC 9(9)V99 VALUE 0.
       01  WS-AGE-30                   PIC 9(9)V99 VALUE 0.
       01  WS-AGE-60                   PIC 9(9)V99 VALUE 0.
       01  WS-AGE-90                   PIC 9(9)V99 VALUE 0.
       01  WS-AGE-OVER-90              PIC 9(9)V99 VALUE 0.
       01  WS-DAYS-PAST-DUE            PIC S9(9) VALUE 0.
       01  WS-DUE-DATE-INT             PIC S9(9) VALUE 0.
       01  WS-PERIOD-END-INT           PIC S9(9) VALUE 0.
       01  WS-HIST-MAX                 PIC 9(5) VALUE 5000.
       01  WS-HIST-COUNT               PIC 9(5) VALUE 0.
       01  WS-HIST-SUB                 PIC 9(5) VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 5000 TIMES.
               10  WS-HT-ACCOUNT       PIC X(10).
               10  WS-HT-DATE          PIC 9(8).
               10  WS-HT-TYPE          PIC X(3).
               10  WS-HT-AMOUNT        PIC 9(7)V99.
               10  WS-HT-DEBIT-CREDIT  PIC X(1).
               10  WS-HT-DOCUMENT      PIC X(12).
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
       01  WS-STM-MAX                  PIC 9(4) VALUE 1000.
       01  WS-STM-COUNT                PIC 9(4) VALUE 0.
       01  WS-STM-SUB                  PIC 9(4) VALUE 0.
       01  WS-STM-TABLE.
           05  WS-STM-ENTRY OCCURS 1000 TIMES.
               10  WS-SM-SERIES-CODE   PIC X(3).
               10  WS-SM-NUMBER        PIC 9(9).
               10  WS-SM-ACCOUNT       PIC X(10).
       01  WS-DISPLAY-CHARGE           PIC Z(7)9.99.
       01  WS-DISPLAY-CREDIT           PIC Z(7)9.99.
       01  WS-DISPLAY-BALANCE          PIC -(8)9.99.
       01  WS-DISPLAY-AGE-1            PIC Z(7)9.99.
       01  WS-DISPLAY-AGE-2            PIC Z(7)9.99.
       01  WS-DISPLAY-AGE-3            PIC Z(7)9.99.
       01  WS-DISPLAY-AGE-4            PIC Z(7)9.99.
       01  WS-DISPLAY-AGE-5            PIC Z(7)9.99.
       01  WS-DISPLAY-TOTAL            PIC -(10)9.99.
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  WS-ED-MONTH             PIC 9(2).
           05  WS-ED-DAY               PIC 9(2).
       01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE
                                       PIC 9(8).
       01  WS-DATE-EDIT.
           05  WS-DE-YEAR              PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-DE-MONTH             PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-DE-DAY               PIC 9(2).
       01  WS-PERIOD-START             PIC 9(8) VALUE 0.
       01  WS-PERIOD-END               PIC 9(8) VALUE 0.
       01  WS-PERIOD-START-EDIT        PIC X(10).
       01  WS-PERIOD-END-EDIT          PIC X(10).
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
           PERFORM 0800-ACQUIRE-RUN-LOCK
           IF LOCK-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE "STATEMENT RUN STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-PRODUCE-STATEMENTS
               PERFORM 3000-REWRITE-NUMBER-FILE
               IF FILES-AVAILABLE
                   PERFORM 3800-WRITE-LEDGER-RECORDS
                   PERFORM 4000-WRITE-CONTROL-TOTALS
                   PERFORM 1700-WRITE-RUN-TRAILER
                   DISPLAY "PROG033: STATEMENT RUN COMPLETE - "
                       WS-STATEMENT-COUNT " STATEMENT(S), "
                       WS-UNNUMBERED-COUNT " UNNUMBERED"
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE
                   MOVE 'E' TO WS-EVENT-SEVERITY
               WHEN WS-UNNUMBERED-COUNT > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY
           END-EVALUATE
           MOVE SPACES TO WS-EVENT-TEXT
           STRING "STATEMENT RUN COMPLETE - " DELIMITED BY SIZE
               WS-STATEMENT-COUNT DELIMITED BY SIZE
               " STATEMENTS" DELIMITED BY SIZE
               INTO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
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
                   DISPLAY "PROG033: STALE RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " CLEARED BY OPERATOR "
                       "OVERRIDE"
                   CALL "CBL_DELETE_FILE" USING "RUNLOCK.DAT"
                       RETURNING WS-DELETE-RC
               ELSE
                   MOVE 'Y' TO WS-LOCK-REFUSED
                   DISPLAY "PROG033: RUN REFUSED - RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " SINCE " RL-TIMESTAMP
               END-IF
           END-IF
           IF NOT LOCK-REFUSED
               OPEN OUTPUT RUN-LOCK-FILE
               IF WS-RUNLOCK-STATUS = "00"
                   MOVE "PROG033" TO RL-HOLDER-PROGRAM
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
                   DISPLAY "PROG033: UNABLE TO TAKE RUN LOCK - "
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
           PERFORM 1060-READ-STATEMENT-PARAMETERS
           IF FILES-AVAILABLE
               PERFORM 1100-LOAD-HISTORY
           END-IF
           IF FILES-AVAILABLE
               PERFORM 1200-LOAD-NUMBER-TABLE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG033: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "CUSTMST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-CUSTMST-OPEN
           END-IF
           OPEN OUTPUT STATEMENT-SPOOL-FILE
           IF WS-SPOOL-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG033: STATEMENT SPOOL UNAVAILABLE - "
                   "STATUS " WS-SPOOL-STATUS
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

      *    With no parameter record (or zero dates on it) the period
      *    is the processing month to date - the run is scheduled on
      *    the last business day of the month.
       1060-READ-STATEMENT-PARAMETERS.
           MOVE WS-RUN-DATE-NUM TO WS-PERIOD-END
           MOVE WS-RUN-DATE-NUM TO WS-EDIT-DATE-NUM
           MOVE 1 TO WS-ED-DAY
           MOVE WS-EDIT-DATE-NUM TO WS-PERIOD-START
           OPEN INPUT STATEMENT-PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
               READ STATEMENT-PARAMETER-FILE
                   NOT AT END
                       IF ST-PERIOD-START NUMERIC
                           AND ST-PERIOD-START NOT = 0
                           MOVE ST-PERIOD-START TO WS-PERIOD-START
                       END-IF
                       IF ST-PERIOD-END NUMERIC
                           AND ST-PERIOD-END NOT = 0
                           MOVE ST-PERIOD-END TO WS-PERIOD-END
                       END-IF
                       IF ST-SERIES-CODE NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(ST-SERIES-CODE)
                               TO WS-STATEMENT-SERIES
                       END-IF
               END-READ
               CLOSE STATEMENT-PARAMETER-FILE
           ELSE
               DISPLAY "PROG033: STMPARM.DAT NOT PRESENT - DEFAULT "
                   "PERIOD, SERIES " WS-STATEMENT-SERIES
           END-IF
           MOVE WS-PERIOD-START TO WS-EDIT-DATE-NUM
           PERFORM 1065-CHECK-PERIOD-DATE
           MOVE WS-DATE-EDIT TO WS-PERIOD-START-EDIT
           MOVE WS-PERIOD-END TO WS-EDIT-DATE-NUM
           PERFORM 1065-CHECK-PERIOD-DATE
           MOVE WS-DATE-EDIT TO WS-PERIOD-END-EDIT
           IF FILES-AVAILABLE AND WS-PERIOD-START > WS-PERIOD-END
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG033: STATEMENT PERIOD STARTS AFTER IT "
                   "ENDS - RUN REFUSED"
           END-IF
           IF FILES-AVAILABLE
               COMPUTE WS-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
           ELSE
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "STATEMENT PERIOD INVALID - RUN REFUSED"
                   TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

       1065-CHECK-PERIOD-DATE.
           IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
               OR WS-ED-DAY < 1 OR WS-ED-DAY > 31
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG033: INVALID STATEMENT PERIOD DATE "
                   WS-EDIT-DATE-NUM " - RUN REFUSED"
           END-IF
           MOVE WS-ED-YEAR  TO WS-DE-YEAR
           MOVE WS-ED-MONTH TO WS-DE-MONTH
           MOVE WS-ED-DAY   TO WS-DE-DAY.

      *    Only activity from the start of the period onward is held;
      *    anything earlier is already inside the opening balance.
      *    No history file at all is not an error - every account
      *    then shows its balance on file with no activity.
       1100-LOAD-HISTORY.
           MOVE 0 TO WS-HIST-COUNT
           OPEN INPUT ACTIVITY-HISTORY
           EVALUATE TRUE
               WHEN WS-HISTORY-STATUS = "35"
                   DISPLAY "PROG033: NO ACTIVITY HISTORY ON FILE - "
                       "STATEMENTS SHOW BALANCES ONLY"
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   MOVE "ACTHIST.DAT NOT PRESENT - NO ACTIVITY SHOWN"
                       TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               WHEN WS-HISTORY-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG033: ACTIVITY HISTORY UNAVAILABLE - "
                       "STATUS " WS-HISTORY-STATUS
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "ACTHIST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               WHEN OTHER
                   MOVE 'N' TO WS-HISTORY-EOF
                   PERFORM UNTIL HISTORY-EOF
                       READ ACTIVITY-HISTORY
                           AT END
                               MOVE 'Y' TO WS-HISTORY-EOF
                           NOT AT END
                               ADD 1 TO WS-HISTORY-READ
                               IF AH-ACTIVITY-DATE >= WS-PERIOD-START
                                   PERFORM 1150-HOLD-HISTORY-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACTIVITY-HISTORY
           END-EVALUATE.

       1150-HOLD-HISTORY-RECORD.
           IF WS-HIST-COUNT < WS-HIST-MAX
               ADD 1 TO WS-HIST-COUNT
               MOVE AH-ACCOUNT-NUMBER TO WS-HT-ACCOUNT(WS-HIST-COUNT)
               MOVE AH-ACTIVITY-DATE TO WS-HT-DATE(WS-HIST-COUNT)
               MOVE AH-ACTIVITY-TYPE TO WS-HT-TYPE(WS-HIST-COUNT)
               MOVE AH-AMOUNT TO WS-HT-AMOUNT(WS-HIST-COUNT)
               MOVE AH-DEBIT-CREDIT
                   TO WS-HT-DEBIT-CREDIT(WS-HIST-COUNT)
               MOVE AH-DOCUMENT-NUMBER
                   TO WS-HT-DOCUMENT(WS-HIST-COUNT)
           ELSE
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG033: HISTORY TABLE FULL - RUN REFUSED"
               MOVE 'Y' TO WS-HISTORY-EOF
           END-IF.

      *    The number file is held in a table the same way PROG013
      *    holds it, so the assigned statuses go back through one
      *    SEQNBRS.NEW swap at the end of the run.
       1200-LOAD-NUMBER-TABLE.
           MOVE 0 TO WS-SEQ-COUNT
           OPEN INPUT SEQUENCE-NUMBER-FILE
           IF WS-SEQNBR-STATUS NOT = "00"
               MOVE 'N' TO WS-SEQNBR-AVAILABLE
               DISPLAY "PROG033: SEQUENCE NUMBER FILE UNAVAILABLE - "
                   "STATUS " WS-SEQNBR-STATUS
                   " - STATEMENTS WILL PRINT UNNUMBERED"
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE "SEQNBRS.DAT NOT AVAILABLE - STATEMENTS UNNUMBERED"
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
                               DISPLAY "PROG033: NUMBER TABLE FULL - "
                                   "RUN PROG027 ARCHIVAL FIRST - "
                                   "RUN REFUSED"
                               MOVE 'Y' TO WS-SEQNBR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQUENCE-NUMBER-FILE
           END-IF.

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG033" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG033" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE WS-STATEMENT-COUNT TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       2000-PRODUCE-STATEMENTS.
           MOVE 'N' TO WS-CUSTMST-EOF
           PERFORM UNTIL CUSTMST-EOF
               READ CUSTOMER-MASTER
                   AT END
                       MOVE 'Y' TO WS-CUSTMST-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       IF CM-OPEN
                           PERFORM 2100-PRODUCE-ONE-STATEMENT
                       ELSE
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       2100-PRODUCE-ONE-STATEMENT.
           PERFORM 2200-PULL-STATEMENT-NUMBER
           PERFORM 2300-COMPUTE-BALANCES
           PERFORM 2400-AGE-CLOSING-BALANCE
           PERFORM 2500-PRINT-STATEMENT
           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-OPENING-BALANCE TO WS-TOTAL-OPENING
           ADD WS-CLOSING-BALANCE TO WS-TOTAL-CLOSING
           ADD WS-PERIOD-CHARGES TO WS-TOTAL-CHARGES
           ADD WS-PERIOD-CREDITS TO WS-TOTAL-CREDITS.

      *    Statement numbers come only from the statement series; the
      *    cursor moves forward past anything already assigned or
      *    voided. With the series exhausted the statement still
      *    prints, marked UNNUMBERED, the way PROG013 handles a
      *    notice it cannot number.
       2200-PULL-STATEMENT-NUMBER.
           MOVE SPACES TO WS-DOCUMENT-NUMBER
           MOVE 'N' TO WS-NUMBER-FOUND
           IF SEQNBR-AVAILABLE AND WS-STM-COUNT < WS-STM-MAX
               PERFORM UNTIL NUMBER-FOUND
                   OR WS-SEQ-CURSOR >= WS-SEQ-COUNT
                   ADD 1 TO WS-SEQ-CURSOR
                   IF WS-SQ-STATUS(WS-SEQ-CURSOR) = 'I'
                       AND WS-SQ-SERIES-CODE(WS-SEQ-CURSOR) =
                           WS-STATEMENT-SERIES
                       MOVE 'Y' TO WS-NUMBER-FOUND
                       MOVE 'A' TO WS-SQ-STATUS(WS-SEQ-CURSOR)
                       MOVE WS-RUN-DATE-NUM TO
                           WS-SQ-STATUS-DATE(WS-SEQ-CURSOR)
                       ADD 1 TO WS-STM-COUNT
                       MOVE WS-SQ-SERIES-CODE(WS-SEQ-CURSOR)
                           TO WS-SM-SERIES-CODE(WS-STM-COUNT)
                       MOVE WS-SQ-NUMBER(WS-SEQ-CURSOR)
                           TO WS-SM-NUMBER(WS-STM-COUNT)
                       MOVE CM-ACCOUNT-NUMBER
                           TO WS-SM-ACCOUNT(WS-STM-COUNT)
                       STRING WS-SQ-SERIES-CODE(WS-SEQ-CURSOR)
                           DELIMITED BY SIZE
                           WS-SQ-NUMBER(WS-SEQ-CURSOR)
                           DELIMITED BY SIZE
                           INTO WS-DOCUMENT-NUMBER
                   END-IF
               END-PERFORM
           END-IF
           IF NOT NUMBER-FOUND
               ADD 1 TO WS-UNNUMBERED-COUNT
               MOVE "UNNUMBERED" TO WS-DOCUMENT-NUMBER
           END-IF.

      *    The closing balance is the balance on file less anything
      *    posted after the period ended; the opening balance is the
      *    closing balance less the period's own activity.
       2300-COMPUTE-BALANCES.
           MOVE 0 TO WS-PERIOD-NET
           MOVE 0 TO WS-LATER-NET
           MOVE 0 TO WS-PERIOD-CHARGES
           MOVE 0 TO WS-PERIOD-CREDITS
           MOVE 0 TO WS-HIST-SUB
           PERFORM UNTIL WS-HIST-SUB >= WS-HIST-COUNT
               ADD 1 TO WS-HIST-SUB
               IF WS-HT-ACCOUNT(WS-HIST-SUB) = CM-ACCOUNT-NUMBER
                   IF WS-HT-DATE(WS-HIST-SUB) > WS-PERIOD-END
                       IF WS-HT-DEBIT-CREDIT(WS-HIST-SUB) = 'D'
                           ADD WS-HT-AMOUNT(WS-HIST-SUB)
                               TO WS-LATER-NET
                       ELSE
                           SUBTRACT WS-HT-AMOUNT(WS-HIST-SUB)
                               FROM WS-LATER-NET
                       END-IF
                   ELSE
                       IF WS-HT-DEBIT-CREDIT(WS-HIST-SUB) = 'D'
                           ADD WS-HT-AMOUNT(WS-HIST-SUB)
                               TO WS-PERIOD-NET
                           ADD WS-HT-AMOUNT(WS-HIST-SUB)
                               TO WS-PERIOD-CHARGES
                       ELSE
                           SUBTRACT WS-HT-AMOUNT(WS-HIST-SUB)
                               FROM WS-PERIOD-NET
                           ADD WS-HT-AMOUNT(WS-HIST-SUB)
                               TO WS-PERIOD-CREDITS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-CLOSING-BALANCE = CM-BALANCE - WS-LATER-NET
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-PERIOD-NET.

      *    The closing balance is aged against the due date on file
      *    as of the period end, in the PROG024 buckets. A balance
      *    with no due date on file is not yet past due and shows as
      *    current.
       2400-AGE-CLOSING-BALANCE.
           MOVE 0 TO WS-AGE-CURRENT
           MOVE 0 TO WS-AGE-30
           MOVE 0 TO WS-AGE-60
           MOVE 0 TO WS-AGE-90
           MOVE 0 TO WS-AGE-OVER-90
           MOVE 'N' TO WS-DUE-DATE-VALID
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF CM-DUE-DATE NOT = 0
               MOVE CM-DUE-DATE TO WS-EDIT-DATE-NUM
               IF WS-ED-MONTH >= 1 AND WS-ED-MONTH <= 12
                   AND WS-ED-DAY >= 1 AND WS-ED-DAY <= 31
                   MOVE 'Y' TO WS-DUE-DATE-VALID
                   COMPUTE WS-DUE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(CM-DUE-DATE)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-PERIOD-END-INT - WS-DUE-DATE-INT
               END-IF
           END-IF
           IF WS-CLOSING-BALANCE > 0
               EVALUATE TRUE
                   WHEN NOT DUE-DATE-VALID
                       MOVE WS-CLOSING-BALANCE TO WS-AGE-CURRENT
                   WHEN WS-DAYS-PAST-DUE <= 0
                       MOVE WS-CLOSING-BALANCE TO WS-AGE-CURRENT
                   WHEN WS-DAYS-PAST-DUE <= 30
                       MOVE WS-CLOSING-BALANCE TO WS-AGE-30
                   WHEN WS-DAYS-PAST-DUE <= 60
                       MOVE WS-CLOSING-BALANCE TO WS-AGE-60
                   WHEN WS-DAYS-PAST-DUE <= 90
                       MOVE WS-CLOSING-BALANCE TO WS-AGE-90
                   WHEN OTHER
                       MOVE WS-CLOSING-BALANCE TO WS-AGE-OVER-90
               END-EVALUATE
           END-IF.

       2500-PRINT-STATEMENT.
           MOVE ALL "=" TO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           STRING "ACCOUNT STATEMENT" DELIMITED BY SIZE
               "                          STATEMENT: "
               DELIMITED BY SIZE
               WS-DOCUMENT-NUMBER DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           STRING "STATEMENT PERIOD: " DELIMITED BY SIZE
               WS-PERIOD-START-EDIT DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               WS-PERIOD-END-EDIT DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           STRING "ACCOUNT: " DELIMITED BY SIZE
               CM-ACCOUNT-NUMBER DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE CM-NAME TO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE CM-ADDRESS-1 TO SPOOL-LINE
           WRITE SPOOL-LINE
           IF CM-ADDRESS-2 NOT = SPACES
               MOVE CM-ADDRESS-2 TO SPOOL-LINE
               WRITE SPOOL-LINE
           END-IF
           MOVE CM-ADDRESS-3 TO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           STRING "DATE        TYPE  DOCUMENT" DELIMITED BY SIZE
               "         CHARGES     PAYMENTS" DELIMITED BY SIZE
               "     BALANCE" DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-OPENING-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO SPOOL-LINE
           STRING "            OPENING BALANCE" DELIMITED BY SIZE
               "                            " DELIMITED BY SIZE
               WS-DISPLAY-BALANCE DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           MOVE 0 TO WS-HIST-SUB
           PERFORM UNTIL WS-HIST-SUB >= WS-HIST-COUNT
               ADD 1 TO WS-HIST-SUB
               IF WS-HT-ACCOUNT(WS-HIST-SUB) = CM-ACCOUNT-NUMBER
                   AND WS-HT-DATE(WS-HIST-SUB) <= WS-PERIOD-END
                   PERFORM 2550-PRINT-ACTIVITY-LINE
               END-IF
           END-PERFORM
           MOVE WS-CLOSING-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO SPOOL-LINE
           STRING "            CLOSING BALANCE" DELIMITED BY SIZE
               "                            " DELIMITED BY SIZE
               WS-DISPLAY-BALANCE DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-PERIOD-CHARGES TO WS-DISPLAY-CHARGE
           MOVE WS-PERIOD-CREDITS TO WS-DISPLAY-CREDIT
           MOVE SPACES TO SPOOL-LINE
           STRING "            PERIOD TOTALS  " DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-DISPLAY-CHARGE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DISPLAY-CREDIT DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           WRITE SPOOL-LINE
           PERFORM 2600-PRINT-AGING-LINE.

       2550-PRINT-ACTIVITY-LINE.
           MOVE WS-HT-DATE(WS-HIST-SUB) TO WS-EDIT-DATE-NUM
           MOVE WS-ED-YEAR  TO WS-DE-YEAR
           MOVE WS-ED-MONTH TO WS-DE-MONTH
           MOVE WS-ED-DAY   TO WS-DE-DAY
           MOVE SPACES TO SPOOL-LINE
           IF WS-HT-DEBIT-CREDIT(WS-HIST-SUB) = 'D'
               ADD WS-HT-AMOUNT(WS-HIST-SUB) TO WS-RUNNING-BALANCE
               MOVE WS-HT-AMOUNT(WS-HIST-SUB) TO WS-DISPLAY-CHARGE
               MOVE WS-RUNNING-BALANCE TO WS-DISPLAY-BALANCE
               STRING WS-DATE-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-HT-TYPE(WS-HIST-SUB) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-HT-DOCUMENT(WS-HIST-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DISPLAY-CHARGE DELIMITED BY SIZE
                   "             " DELIMITED BY SIZE
                   WS-DISPLAY-BALANCE DELIMITED BY SIZE
                   INTO SPOOL-LINE
           ELSE
               SUBTRACT WS-HT-AMOUNT(WS-HIST-SUB)
                   FROM WS-RUNNING-BALANCE
               MOVE WS-HT-AMOUNT(WS-HIST-SUB) TO WS-DISPLAY-CREDIT
               MOVE WS-RUNNING-BALANCE TO WS-DISPLAY-BALANCE
               STRING WS-DATE-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-HT-TYPE(WS-HIST-SUB) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-HT-DOCUMENT(WS-HIST-SUB) DELIMITED BY SIZE
                   "              " DELIMITED BY SIZE
                   WS-DISPLAY-CREDIT DELIMITED BY SIZE
                   WS-DISPLAY-BALANCE DELIMITED BY SIZE
                   INTO SPOOL-LINE
           END-IF
           WRITE SPOOL-LINE
           ADD 1 TO WS-ACTIVITY-COUNT.

       2600-PRINT-AGING-LINE.
           MOVE SPACES TO SPOOL-LINE
           STRING "AGING:       CURRENT   1-30 DAYS" DELIMITED BY SIZE
               "  31-60 DAYS  61-90 DAYS     OVER 90"
               DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-AGE-CURRENT TO WS-DISPLAY-AGE-1
           MOVE WS-AGE-30 TO WS-DISPLAY-AGE-2
           MOVE WS-AGE-60 TO WS-DISPLAY-AGE-3
           MOVE WS-AGE-90 TO WS-DISPLAY-AGE-4
           MOVE WS-AGE-OVER-90 TO WS-DISPLAY-AGE-5
           MOVE SPACES TO SPOOL-LINE
           STRING "        " DELIMITED BY SIZE
               WS-DISPLAY-AGE-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-AGE-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-AGE-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-AGE-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-AGE-5 DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           IF DUE-DATE-VALID
               MOVE CM-DUE-DATE TO WS-EDIT-DATE-NUM
               MOVE WS-ED-YEAR  TO WS-DE-YEAR
               MOVE WS-ED-MONTH TO WS-DE-MONTH
               MOVE WS-ED-DAY   TO WS-DE-DAY
               STRING "PAYMENT DUE DATE: " DELIMITED BY SIZE
                   WS-DATE-EDIT DELIMITED BY SIZE
                   INTO SPOOL-LINE
           ELSE
               MOVE "PAYMENT DUE DATE: NONE ON FILE" TO SPOOL-LINE
           END-IF
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           WRITE SPOOL-LINE.

       3000-REWRITE-NUMBER-FILE.
           IF SEQNBR-AVAILABLE AND WS-STM-COUNT > 0
               OPEN OUTPUT SEQUENCE-NUMBER-WORK
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "PROG033: NUMBER WORK FILE UNAVAILABLE - "
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
                       DISPLAY "PROG033: UNABLE TO SWAP IN REWRITTEN "
                           "SEQUENCE NUMBER FILE - RC " WS-RENAME-RC
                       MOVE 'N' TO WS-FILES-AVAILABLE
                       MOVE 'E' TO WS-EVENT-SEVERITY
                       MOVE "NUMBERS NOT SWAPPED - STATEMENTS VOID"
                           TO WS-EVENT-TEXT
                       PERFORM 8100-LOG-EVENT
                   END-IF
               END-IF
           END-IF.

      *    Each numbered statement goes on the issuance ledger under
      *    the STMENT code, so PROG025 can say which statement went
      *    to which account.
       3800-WRITE-LEDGER-RECORDS.
           IF WS-STM-COUNT > 0
               OPEN EXTEND DOCUMENT-LEDGER
               IF WS-LEDGER-STATUS = "35"
                   CLOSE DOCUMENT-LEDGER
                   OPEN OUTPUT DOCUMENT-LEDGER
               END-IF
               IF WS-LEDGER-STATUS = "00"
                   MOVE 0 TO WS-STM-SUB
                   PERFORM UNTIL WS-STM-SUB >= WS-STM-COUNT
                       ADD 1 TO WS-STM-SUB
                       MOVE WS-SM-SERIES-CODE(WS-STM-SUB)
                           TO DL-SERIES-CODE
                       MOVE WS-SM-NUMBER(WS-STM-SUB)
                           TO DL-DOCUMENT-NUMBER
                       MOVE WS-SM-ACCOUNT(WS-STM-SUB)
                           TO DL-ACCOUNT-NUMBER
                       MOVE "STMENT" TO DL-NOTICE-CODE
                       MOVE WS-RUN-DATE-NUM TO DL-RUN-DATE
                       WRITE DOCUMENT-LEDGER-RECORD
                       ADD 1 TO WS-LEDGER-COUNT
                   END-PERFORM
                   CLOSE DOCUMENT-LEDGER
               ELSE
                   DISPLAY "PROG033: DOCUMENT LEDGER UNAVAILABLE - "
                       "STATUS " WS-LEDGER-STATUS
                       " - ISSUANCE NOT RECORDED"
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   MOVE "DOCLEDG.DAT UNAVAILABLE - NOT LEDGERED"
                       TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               END-IF
           END-IF.

      *    The control-totals page closes the spool; the run proves
      *    itself when the opening balances plus the charges less
      *    the payments come back to the closing balances.
       4000-WRITE-CONTROL-TOTALS.
           MOVE ALL "=" TO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           STRING "STATEMENT RUN CONTROL TOTALS" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SPOOL-LINE
           STRING "ACCOUNTS READ:         " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-CLOSED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SPOOL-LINE
           STRING "CLOSED - NO STATEMENT: " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-STATEMENT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SPOOL-LINE
           STRING "STATEMENTS PRINTED:    " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-UNNUMBERED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SPOOL-LINE
           STRING "UNNUMBERED STATEMENTS: " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-LEDGER-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SPOOL-LINE
           STRING "STATEMENTS LEDGERED:   " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-ACTIVITY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SPOOL-LINE
           STRING "ACTIVITY LINES:        " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-TOTAL-OPENING TO WS-DISPLAY-TOTAL
           MOVE SPACES TO SPOOL-LINE
           STRING "TOTAL OPENING BALANCES:" DELIMITED BY SIZE
               WS-DISPLAY-TOTAL DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-TOTAL-CHARGES TO WS-DISPLAY-TOTAL
           MOVE SPACES TO SPOOL-LINE
           STRING "TOTAL CHARGES:         " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-TOTAL-CREDITS TO WS-DISPLAY-TOTAL
           MOVE SPACES TO SPOOL-LINE
           STRING "TOTAL PAYMENTS:        " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE WS-TOTAL-CLOSING TO WS-DISPLAY-TOTAL
           MOVE SPACES TO SPOOL-LINE
           STRING "TOTAL CLOSING BALANCES:" DELIMITED BY SIZE
               WS-DISPLAY-TOTAL DELIMITED BY SIZE
               INTO SPOOL-LINE
           WRITE SPOOL-LINE
           COMPUTE WS-PROOF-BALANCE = WS-TOTAL-OPENING
               + WS-TOTAL-CHARGES - WS-TOTAL-CREDITS
               - WS-TOTAL-CLOSING
           IF WS-PROOF-BALANCE = 0
               MOVE "PROOF: OPENING + CHARGES - PAYMENTS = CLOSING"
                   TO SPOOL-LINE
           ELSE
               MOVE "PROOF: *** OUT OF BALANCE ***" TO SPOOL-LINE
           END-IF
           WRITE SPOOL-LINE.

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
               MOVE "PROG033" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

       9000-TERMINATE.
           IF CUSTMST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-SPOOL-STATUS = "00"
               CLOSE STATEMENT-SPOOL-FILE
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNNUMBERED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PROG033.
