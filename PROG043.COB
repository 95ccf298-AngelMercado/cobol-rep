      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Pay-period payroll interface run. PROG010 prints the
      *          time on shift, but payroll has been re-keying those
      *          hours from the paper report. This run walks every
      *          OPAUDIT generation still on disk plus the current
      *          OPAUDIT.LOG (the PROG016 walk), pairs each operator's
      *          successful sign-ons with the next sign-off the same
      *          way PROG010 does, and credits every pair whose
      *          sign-on falls in the pay period to that operator.
      *          PAYPARM.DAT gives the period end and length, the
      *          overtime threshold in hours per period, and whether
      *          shift 2 and shift 3 time earns a differential. Each
      *          operator's hours are split into regular and overtime
      *          hours, plus the differential hours for time signed on
      *          under shift 2 or 3, and written to the fixed-format
      *          PAYINTF.DAT interface file with a control-total
      *          trailer. A summary report with control totals and a
      *          payroll sign-off block goes to payroll. An operator
      *          with a sign-on that has no sign-off, a second sign-on
      *          without a sign-off, or a sign-off without a sign-on
      *          in the period is held off the interface file and
      *          listed on an exceptions page instead, so an unpaired
      *          sign-on never reaches payroll as zero hours.
      *          The interface file is only written when the audit
      *          trail on disk covers the whole period: a GDGCTL.DAT
      *          retention too short for the period length refuses
      *          the run at start-up, and an oldest record later than
      *          the period start or a generation missing from the
      *          walk refuses it with RC 8 before PAYINTF.DAT is
      *          opened, so payroll never gets short hours.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG043.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUDIT-LOG ASSIGN USING WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GDG-CONTROL-FILE ASSIGN TO "GDGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDGCTL-STATUS.
           SELECT PAY-PARAMETER-FILE ASSIGN TO "PAYPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPERATOR-ROSTER ASSIGN TO "OPROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT PAYROLL-INTERFACE-FILE ASSIGN TO "PAYINTF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT PAYROLL-SUMMARY-RPT ASSIGN TO "PAYSUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  OPERATOR-AUDIT-LOG.
           COPY "OPAUDIT.CPY".
       FD  GDG-CONTROL-FILE.
           COPY "GDGCTL.CPY".
       FD  PAY-PARAMETER-FILE.
           COPY "PAYPARM.CPY".
       FD  OPERATOR-ROSTER.
           COPY "OPROSTER.CPY".
       FD  PAYROLL-INTERFACE-FILE.
           COPY "PAYINTF.CPY".
       FD  PAYROLL-SUMMARY-RPT.
       01  REPORT-LINE                     PIC X(80).
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
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-GDGCTL-STATUS            PIC X(2).
       01  WS-PARM-STATUS              PIC X(2).
       01  WS-ROSTER-STATUS            PIC X(2).
       01  WS-INTERFACE-STATUS         PIC X(2).
       01  WS-REPORT-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-AUDIT-FILENAME           PIC X(20) VALUE SPACES.
       01  WS-AUDIT-EOF                PIC X(1) VALUE 'N'.
           88  AUDIT-EOF                           VALUE 'Y'.
       01  WS-ROSTER-EOF               PIC X(1) VALUE 'N'.
           88  ROSTER-EOF                          VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-INTERFACE-OPEN           PIC X(1) VALUE 'N'.
           88  INTERFACE-OPEN                      VALUE 'Y'.
       01  WS-REPORT-OPEN              PIC X(1) VALUE 'N'.
           88  REPORT-OPEN                         VALUE 'Y'.
       01  WS-OPERATOR-FOUND           PIC X(1) VALUE 'N'.
           88  OPERATOR-FOUND                      VALUE 'Y'.
       01  WS-SHORT-HISTORY            PIC X(1) VALUE 'N'.
           88  SHORT-HISTORY                       VALUE 'Y'.
       01  WS-GENS-GAP                 PIC 9(4) VALUE 0.
      *    Pay rules - PAYPARM.DAT overrides these defaults.
       01  WS-PERIOD-DAYS              PIC 9(3) VALUE 14.
       01  WS-OT-THRESHOLD             PIC 9(3)V99 VALUE 80.00.
       01  WS-SHIFT2-DIFF-FLAG         PIC X(1) VALUE 'Y'.
       01  WS-SHIFT3-DIFF-FLAG         PIC X(1) VALUE 'Y'.
       01  WS-PARM-END-DATE            PIC 9(8) VALUE 0.
       01  WS-PERIOD-START             PIC 9(8) VALUE 0.
       01  WS-PERIOD-END               PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-INT           PIC S9(9) VALUE 0.
       01  WS-EARLIEST-DATE            PIC 9(8) VALUE 99999999.
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  WS-ED-MONTH             PIC 9(2).
           05  WS-ED-DAY               PIC 9(2).
       01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE
                                       PIC 9(8).
       01  WS-AUDIT-OPERATOR           PIC X(8).
       01  WS-RECORD-DATE              PIC 9(8).
       01  WS-GEN-EDIT                 PIC 9(4).
       01  WS-GEN-SUB                  PIC 9(4).
       01  WS-FIRST-GEN                PIC 9(4).
       01  WS-FILE-RECORD-COUNT        PIC 9(9).
       01  WS-GENS-SEARCHED            PIC 9(4) VALUE 0.
       01  WS-GENS-MISSING             PIC 9(4) VALUE 0.
       01  WS-AUDIT-RECORD-COUNT       PIC 9(9) VALUE 0.
       01  WS-PAIRED-COUNT             PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(9) VALUE 0.
       01  WS-SENT-COUNT               PIC 9(9) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(9) VALUE 0.
       01  WS-SENT-SHIFTS              PIC 9(9) VALUE 0.
       01  WS-SENT-REGULAR             PIC 9(7)V99 VALUE 0.
       01  WS-SENT-OVERTIME            PIC 9(7)V99 VALUE 0.
       01  WS-SENT-SHIFT2              PIC 9(7)V99 VALUE 0.
       01  WS-SENT-SHIFT3              PIC 9(7)V99 VALUE 0.
       01  WS-SENT-DIFF                PIC 9(7)V99 VALUE 0.
      *    Working figures for one operator's split.
       01  WS-THRESHOLD-MINUTES        PIC 9(7)V99 VALUE 0.
       01  WS-REGULAR-MINUTES          PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-HOURS              PIC 9(5)V99 VALUE 0.
       01  WS-REGULAR-HOURS            PIC 9(5)V99 VALUE 0.
       01  WS-OVERTIME-HOURS           PIC 9(5)V99 VALUE 0.
       01  WS-SHIFT2-HOURS             PIC 9(5)V99 VALUE 0.
       01  WS-SHIFT3-HOURS             PIC 9(5)V99 VALUE 0.
      *    One entry per operator seen in the audit trail. The open
      *    sign-on is carried until its sign-off arrives; only pairs
      *    whose sign-on falls in the period are credited.
       01  WS-OPER-MAX                 PIC 9(4) VALUE 500.
       01  WS-OPER-COUNT               PIC 9(4) VALUE 0.
       01  WS-OPER-SUB                 PIC 9(4) VALUE 0.
       01  WS-FOUND-SUB                PIC 9(4) VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 500 TIMES.
               10  WS-OE-OPERATOR-ID   PIC X(8).
               10  WS-OE-OPEN-FLAG     PIC X(1).
               10  WS-OE-ON-IN-PERIOD  PIC X(1).
               10  WS-OE-ON-SHIFT      PIC X(1).
               10  WS-OE-ON-TIMESTAMP  PIC X(26).
               10  WS-OE-SHIFTS        PIC 9(3).
               10  WS-OE-MINUTES       PIC 9(7).
               10  WS-OE-SHIFT2-MINUTES
                                       PIC 9(7).
               10  WS-OE-SHIFT3-MINUTES
                                       PIC 9(7).
               10  WS-OE-EXCEPTIONS    PIC 9(3).
       01  WS-EXC-MAX                  PIC 9(4) VALUE 500.
       01  WS-EXC-COUNT                PIC 9(4) VALUE 0.
       01  WS-EXC-SUB                  PIC 9(4) VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 500 TIMES.
               10  WS-EX-OPERATOR-ID   PIC X(8).
               10  WS-EX-TIMESTAMP     PIC X(19).
               10  WS-EX-SHIFT         PIC X(1).
               10  WS-EX-TEXT          PIC X(34).
       01  WS-EXCEPTION-TEXT           PIC X(34).
       01  WS-EXCEPTION-TIMESTAMP      PIC X(26).
       01  WS-EXCEPTION-SHIFT          PIC X(1).
       01  WS-ROSTER-MAX               PIC 9(4) VALUE 500.
       01  WS-ROSTER-COUNT             PIC 9(4) VALUE 0.
       01  WS-ROSTER-SUB               PIC 9(4) VALUE 0.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-ENTRY OCCURS 500 TIMES.
               10  WS-RO-OPERATOR-ID   PIC X(8).
               10  WS-RO-OPERATOR-NAME PIC X(20).
       01  WS-OPERATOR-NAME            PIC X(20).
       01  WS-PARSE-TIMESTAMP.
           05  WS-PT-YEAR              PIC 9(4).
           05  FILLER                  PIC X(1).
           05  WS-PT-MONTH             PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-PT-DAY               PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-PT-HOUR              PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-PT-MINUTE            PIC 9(2).
           05  FILLER                  PIC X(7).
       01  WS-PARSE-DATE.
           05  WS-PD-YEAR              PIC 9(4).
           05  WS-PD-MONTH             PIC 9(2).
           05  WS-PD-DAY               PIC 9(2).
       01  WS-PARSE-DATE-NUM REDEFINES WS-PARSE-DATE
                                       PIC 9(8).
       01  WS-ON-MINUTES               PIC S9(9) VALUE 0.
       01  WS-OFF-MINUTES              PIC S9(9) VALUE 0.
       01  WS-ELAPSED-MINUTES          PIC S9(9) VALUE 0.
       01  WS-DISPLAY-SHIFTS           PIC Z(5)9.
       01  WS-DISPLAY-REGULAR          PIC Z(4)9.99.
       01  WS-DISPLAY-OVERTIME         PIC Z(4)9.99.
       01  WS-DISPLAY-SHIFT2           PIC Z(4)9.99.
       01  WS-DISPLAY-SHIFT3           PIC Z(4)9.99.
       01  WS-DISPLAY-THRESHOLD        PIC ZZ9.99.
       01  WS-DISPLAY-HOURS            PIC Z(6)9.99.
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
               PERFORM 2000-WALK-GENERATIONS
               PERFORM 2050-READ-CURRENT-LOG
               PERFORM 2900-CHECK-HISTORY-COVERAGE
               PERFORM 3000-FLAG-OPEN-SIGN-ONS
               IF NOT SHORT-HISTORY
                   PERFORM 3400-OPEN-INTERFACE-FILE
               END-IF
               IF INTERFACE-OPEN
                   PERFORM 3500-SEND-OPERATORS
                   PERFORM 3800-WRITE-INTERFACE-TRAILER
               END-IF
               PERFORM 4000-WRITE-CONTROL-TOTALS
               PERFORM 5000-WRITE-EXCEPTIONS-PAGE
               IF INTERFACE-OPEN
                   DISPLAY "PROG043: PAYROLL INTERFACE COMPLETE - "
                       WS-SENT-COUNT " SENT, " WS-HELD-COUNT
                       " HELD"
               END-IF
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
                   DISPLAY "PROG043: STALE RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " CLEARED BY OPERATOR "
                       "OVERRIDE"
                   CALL "CBL_DELETE_FILE" USING "RUNLOCK.DAT"
                       RETURNING WS-DELETE-RC
               ELSE
                   MOVE 'Y' TO WS-LOCK-REFUSED
                   DISPLAY "PROG043: RUN REFUSED - RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " SINCE " RL-TIMESTAMP
               END-IF
           END-IF
           IF NOT LOCK-REFUSED
               OPEN OUTPUT RUN-LOCK-FILE
               IF WS-RUNLOCK-STATUS = "00"
                   MOVE "PROG043" TO RL-HOLDER-PROGRAM
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
                   DISPLAY "PROG043: UNABLE TO TAKE RUN LOCK - "
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
           PERFORM 1060-READ-PAY-PARAMETERS
           PERFORM 1080-SET-PAY-PERIOD
           PERFORM 1150-LOAD-ROSTER
           PERFORM 1200-READ-GDG-CONTROL
           IF FILES-AVAILABLE
               OPEN OUTPUT PAYROLL-SUMMARY-RPT
               IF WS-REPORT-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG043: SUMMARY REPORT UNAVAILABLE - "
                       "STATUS " WS-REPORT-STATUS
               ELSE
                   MOVE 'Y' TO WS-REPORT-OPEN
                   PERFORM 1400-WRITE-REPORT-HEADER
               END-IF
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

       1060-READ-PAY-PARAMETERS.
           OPEN INPUT PAY-PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
               READ PAY-PARAMETER-FILE
                   NOT AT END
                       IF PP-PERIOD-END-DATE NUMERIC
                           MOVE PP-PERIOD-END-DATE
                               TO WS-PARM-END-DATE
                       END-IF
                       IF PP-PERIOD-DAYS NUMERIC
                           AND PP-PERIOD-DAYS > 0
                           MOVE PP-PERIOD-DAYS TO WS-PERIOD-DAYS
                       END-IF
                       IF PP-OT-THRESHOLD NUMERIC
                           AND PP-OT-THRESHOLD > 0
                           MOVE PP-OT-THRESHOLD TO WS-OT-THRESHOLD
                       END-IF
                       IF PP-SHIFT2-DIFF-FLAG = 'Y'
                           OR PP-SHIFT2-DIFF-FLAG = 'N'
                           MOVE PP-SHIFT2-DIFF-FLAG
                               TO WS-SHIFT2-DIFF-FLAG
                       END-IF
                       IF PP-SHIFT3-DIFF-FLAG = 'Y'
                           OR PP-SHIFT3-DIFF-FLAG = 'N'
                           MOVE PP-SHIFT3-DIFF-FLAG
                               TO WS-SHIFT3-DIFF-FLAG
                       END-IF
               END-READ
               CLOSE PAY-PARAMETER-FILE
           ELSE
               MOVE WS-OT-THRESHOLD TO WS-DISPLAY-THRESHOLD
               DISPLAY "PROG043: PAYPARM.DAT NOT PRESENT - DEFAULT "
                   WS-PERIOD-DAYS " DAY PERIOD, OVERTIME AFTER "
                   WS-DISPLAY-THRESHOLD " HOURS"
           END-IF.

      *    The period ends on the PAYPARM.DAT date, or on the
      *    processing date when none is given. A period end that is
      *    not a real date refuses the run rather than paying the
      *    wrong days.
       1080-SET-PAY-PERIOD.
           IF WS-PARM-END-DATE = 0
               MOVE WS-RUN-DATE-NUM TO WS-PERIOD-END
           ELSE
               MOVE WS-PARM-END-DATE TO WS-PERIOD-END
           END-IF
           MOVE WS-PERIOD-END TO WS-EDIT-DATE
           IF WS-ED-YEAR < 1601
               OR WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
               OR WS-ED-DAY < 1 OR WS-ED-DAY > 31
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG043: PAY PERIOD END DATE " WS-PERIOD-END
                   " IS NOT A VALID DATE - RUN REFUSED"
           ELSE
               COMPUTE WS-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
                   - WS-PERIOD-DAYS + 1
               COMPUTE WS-PERIOD-START =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT)
           END-IF.

      *    The roster supplies the name payroll sees beside each ID;
      *    an operator no longer on the roster is still paid for the
      *    time the audit trail shows.
       1150-LOAD-ROSTER.
           MOVE 0 TO WS-ROSTER-COUNT
           OPEN INPUT OPERATOR-ROSTER
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "PROG043: OPERATOR ROSTER UNAVAILABLE - "
                   "STATUS " WS-ROSTER-STATUS
                   " - NAMES SENT AS SPACES"
           ELSE
               MOVE 'N' TO WS-ROSTER-EOF
               PERFORM UNTIL ROSTER-EOF
                   READ OPERATOR-ROSTER
                       AT END
                           MOVE 'Y' TO WS-ROSTER-EOF
                       NOT AT END
                           IF WS-ROSTER-COUNT < WS-ROSTER-MAX
                               ADD 1 TO WS-ROSTER-COUNT
                               MOVE FUNCTION UPPER-CASE(OR-OPERATOR-ID)
                                   TO WS-RO-OPERATOR-ID(WS-ROSTER-COUNT)
                               MOVE OR-OPERATOR-NAME TO
                                   WS-RO-OPERATOR-NAME(WS-ROSTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-ROSTER
           END-IF.

      *    Each generation holds one processing date, so the kept
      *    generations plus the current log reach back retention + 1
      *    dates. A retention shorter than that cannot hold a whole
      *    period and the run is refused before anything is read.
       1200-READ-GDG-CONTROL.
           MOVE 1 TO GC-CURRENT-GEN
           MOVE 5 TO GC-RETENTION
           OPEN INPUT GDG-CONTROL-FILE
           IF WS-GDGCTL-STATUS = "00"
               READ GDG-CONTROL-FILE
               CLOSE GDG-CONTROL-FILE
           END-IF
           IF GC-RETENTION + 1 < WS-PERIOD-DAYS
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG043: GDG RETENTION OF " GC-RETENTION
                   " GENERATIONS CANNOT HOLD A " WS-PERIOD-DAYS
                   " DAY PAY PERIOD - RUN REFUSED"
           END-IF.

       1400-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "PAYROLL INTERFACE SUMMARY" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OT-THRESHOLD TO WS-DISPLAY-THRESHOLD
           MOVE SPACES TO REPORT-LINE
           STRING "PAY PERIOD: " DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               "   OVERTIME AFTER " DELIMITED BY SIZE
               WS-DISPLAY-THRESHOLD DELIMITED BY SIZE
               " HOURS" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SHIFT DIFFERENTIAL:  SHIFT 2 " DELIMITED BY SIZE
               WS-SHIFT2-DIFF-FLAG DELIMITED BY SIZE
               "   SHIFT 3 " DELIMITED BY SIZE
               WS-SHIFT3-DIFF-FLAG DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *    The current generation is still OPAUDIT.LOG until PROG002
      *    rolls it, so only the generations before it are walked;
      *    any of those not on disk is a gap in the trail.
       2000-WALK-GENERATIONS.
           IF GC-CURRENT-GEN > GC-RETENTION
               COMPUTE WS-FIRST-GEN = GC-CURRENT-GEN - GC-RETENTION
           ELSE
               MOVE 1 TO WS-FIRST-GEN
           END-IF
           MOVE WS-FIRST-GEN TO WS-GEN-SUB
           PERFORM UNTIL WS-GEN-SUB >= GC-CURRENT-GEN
               MOVE WS-GEN-SUB TO WS-GEN-EDIT
               MOVE SPACES TO WS-AUDIT-FILENAME
               STRING "OPAUDIT.G" DELIMITED BY SIZE
                   WS-GEN-EDIT DELIMITED BY SIZE
                   "V00" DELIMITED BY SIZE
                   INTO WS-AUDIT-FILENAME
               PERFORM 2100-READ-ONE-FILE
               ADD 1 TO WS-GEN-SUB
           END-PERFORM
           MOVE WS-GENS-MISSING TO WS-GENS-GAP.

       2050-READ-CURRENT-LOG.
           MOVE "OPAUDIT.LOG" TO WS-AUDIT-FILENAME
           PERFORM 2100-READ-ONE-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       2100-READ-ONE-FILE.
           MOVE 0 TO WS-FILE-RECORD-COUNT
           OPEN INPUT OPERATOR-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
               ADD 1 TO WS-GENS-MISSING
               MOVE SPACES TO REPORT-LINE
               STRING WS-AUDIT-FILENAME DELIMITED BY SPACE
                   " - NOT ON DISK (PURGED OR NEVER WRITTEN)"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-GENS-SEARCHED
               MOVE 'N' TO WS-AUDIT-EOF
               PERFORM UNTIL AUDIT-EOF
                   READ OPERATOR-AUDIT-LOG
                       AT END
                           MOVE 'Y' TO WS-AUDIT-EOF
                       NOT AT END
                           ADD 1 TO WS-FILE-RECORD-COUNT
                           PERFORM 2150-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUDIT-LOG
               ADD WS-FILE-RECORD-COUNT TO WS-AUDIT-RECORD-COUNT
               MOVE WS-FILE-RECORD-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-AUDIT-FILENAME DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   WS-DISPLAY-COUNT DELIMITED BY SIZE
                   " AUDIT RECORD(S) READ" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Only successful attempts are time on shift; the operator ID
      *    is folded to upper case so a case-insensitive operator's
      *    sign-on and sign-off pair up.
       2150-CHECK-RECORD.
           MOVE OA-TIMESTAMP TO WS-PARSE-TIMESTAMP
           MOVE WS-PT-YEAR  TO WS-PD-YEAR
           MOVE WS-PT-MONTH TO WS-PD-MONTH
           MOVE WS-PT-DAY   TO WS-PD-DAY
           MOVE WS-PARSE-DATE-NUM TO WS-RECORD-DATE
           IF WS-RECORD-DATE < WS-EARLIEST-DATE
               MOVE WS-RECORD-DATE TO WS-EARLIEST-DATE
           END-IF
           IF OA-RESULT = 'Y'
               MOVE FUNCTION UPPER-CASE(OA-OPERATOR-ID)
                   TO WS-AUDIT-OPERATOR
               PERFORM 2500-FIND-OPERATOR
               IF OPERATOR-FOUND
                   EVALUATE TRUE
                       WHEN OA-SIGN-OFF
                           PERFORM 2300-PROCESS-SIGN-OFF
                       WHEN OTHER
                           PERFORM 2200-PROCESS-SIGN-ON
                   END-EVALUATE
               END-IF
           END-IF.

      *    A second sign-on while one is still open leaves the first
      *    shift with no end time - an exception when that first
      *    sign-on is in the period.
       2200-PROCESS-SIGN-ON.
           IF WS-OE-OPEN-FLAG(WS-FOUND-SUB) = 'Y'
               AND WS-OE-ON-IN-PERIOD(WS-FOUND-SUB) = 'Y'
               MOVE "SIGNED ON AGAIN WITHOUT SIGN-OFF"
                   TO WS-EXCEPTION-TEXT
               MOVE WS-OE-ON-TIMESTAMP(WS-FOUND-SUB)
                   TO WS-EXCEPTION-TIMESTAMP
               MOVE WS-OE-ON-SHIFT(WS-FOUND-SUB)
                   TO WS-EXCEPTION-SHIFT
               PERFORM 2700-NOTE-EXCEPTION
           END-IF
           MOVE 'Y' TO WS-OE-OPEN-FLAG(WS-FOUND-SUB)
           MOVE OA-SHIFT TO WS-OE-ON-SHIFT(WS-FOUND-SUB)
           MOVE OA-TIMESTAMP TO WS-OE-ON-TIMESTAMP(WS-FOUND-SUB)
           IF WS-RECORD-DATE >= WS-PERIOD-START
               AND WS-RECORD-DATE <= WS-PERIOD-END
               MOVE 'Y' TO WS-OE-ON-IN-PERIOD(WS-FOUND-SUB)
           ELSE
               MOVE 'N' TO WS-OE-ON-IN-PERIOD(WS-FOUND-SUB)
           END-IF.

      *    A shift that starts in the period is paid in full even when
      *    it runs past midnight on the last day; one that started
      *    before the period was paid last period.
       2300-PROCESS-SIGN-OFF.
           IF WS-OE-OPEN-FLAG(WS-FOUND-SUB) = 'Y'
               IF WS-OE-ON-IN-PERIOD(WS-FOUND-SUB) = 'Y'
                   PERFORM 2350-CREDIT-PAIRED-TIME
               END-IF
               MOVE 'N' TO WS-OE-OPEN-FLAG(WS-FOUND-SUB)
           ELSE
               IF WS-RECORD-DATE >= WS-PERIOD-START
                   AND WS-RECORD-DATE <= WS-PERIOD-END
                   MOVE "SIGN-OFF WITHOUT MATCHING SIGN-ON"
                       TO WS-EXCEPTION-TEXT
                   MOVE OA-TIMESTAMP TO WS-EXCEPTION-TIMESTAMP
                   MOVE OA-SHIFT TO WS-EXCEPTION-SHIFT
                   PERFORM 2700-NOTE-EXCEPTION
               END-IF
           END-IF.

       2350-CREDIT-PAIRED-TIME.
           MOVE WS-OE-ON-TIMESTAMP(WS-FOUND-SUB) TO WS-PARSE-TIMESTAMP
           PERFORM 2400-TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES TO WS-ON-MINUTES
           MOVE OA-TIMESTAMP TO WS-PARSE-TIMESTAMP
           PERFORM 2400-TIMESTAMP-TO-MINUTES
           MOVE WS-ELAPSED-MINUTES TO WS-OFF-MINUTES
           COMPUTE WS-ELAPSED-MINUTES =
               WS-OFF-MINUTES - WS-ON-MINUTES
           IF WS-ELAPSED-MINUTES < 0
               MOVE 0 TO WS-ELAPSED-MINUTES
           END-IF
           ADD 1 TO WS-PAIRED-COUNT
           ADD 1 TO WS-OE-SHIFTS(WS-FOUND-SUB)
           ADD WS-ELAPSED-MINUTES TO WS-OE-MINUTES(WS-FOUND-SUB)
           EVALUATE WS-OE-ON-SHIFT(WS-FOUND-SUB)
               WHEN '2'
                   ADD WS-ELAPSED-MINUTES
                       TO WS-OE-SHIFT2-MINUTES(WS-FOUND-SUB)
               WHEN '3'
                   ADD WS-ELAPSED-MINUTES
                       TO WS-OE-SHIFT3-MINUTES(WS-FOUND-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2400-TIMESTAMP-TO-MINUTES.
           MOVE WS-PT-YEAR  TO WS-PD-YEAR
           MOVE WS-PT-MONTH TO WS-PD-MONTH
           MOVE WS-PT-DAY   TO WS-PD-DAY
           COMPUTE WS-ELAPSED-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-PARSE-DATE-NUM) * 1440
               + WS-PT-HOUR * 60 + WS-PT-MINUTE.

      *    An operator not yet seen gets a new entry, so a sign-off
      *    with no sign-on still has somewhere to carry its exception.
       2500-FIND-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-FOUND
           MOVE 0 TO WS-FOUND-SUB
           MOVE 0 TO WS-OPER-SUB
           PERFORM UNTIL OPERATOR-FOUND
               OR WS-OPER-SUB >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-SUB
               IF WS-OE-OPERATOR-ID(WS-OPER-SUB) = WS-AUDIT-OPERATOR
                   MOVE 'Y' TO WS-OPERATOR-FOUND
                   MOVE WS-OPER-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF NOT OPERATOR-FOUND
               IF WS-OPER-COUNT < WS-OPER-MAX
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-OPER-COUNT TO WS-FOUND-SUB
                   INITIALIZE WS-OPER-ENTRY(WS-FOUND-SUB)
                   MOVE WS-AUDIT-OPERATOR TO
                       WS-OE-OPERATOR-ID(WS-FOUND-SUB)
                   MOVE 'N' TO WS-OE-OPEN-FLAG(WS-FOUND-SUB)
                   MOVE 'N' TO WS-OE-ON-IN-PERIOD(WS-FOUND-SUB)
                   MOVE 'Y' TO WS-OPERATOR-FOUND
               ELSE
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG043: OPERATOR TABLE FULL - "
                       WS-AUDIT-OPERATOR " NOT TRACKED - RUN FAILED"
               END-IF
           END-IF.

       2700-NOTE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-OE-EXCEPTIONS(WS-FOUND-SUB)
           IF WS-EXC-COUNT < WS-EXC-MAX
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-OE-OPERATOR-ID(WS-FOUND-SUB)
                   TO WS-EX-OPERATOR-ID(WS-EXC-COUNT)
               MOVE WS-EXCEPTION-TIMESTAMP(1:19)
                   TO WS-EX-TIMESTAMP(WS-EXC-COUNT)
               MOVE WS-EXCEPTION-SHIFT TO WS-EX-SHIFT(WS-EXC-COUNT)
               MOVE WS-EXCEPTION-TEXT TO WS-EX-TEXT(WS-EXC-COUNT)
           END-IF.

      *    When the oldest audit record still on disk is later than
      *    the period start, or a generation in the walk is gone, the
      *    purge has taken part of the period and the hours would be
      *    short - PAYINTF.DAT is not opened and the run ends RC 8.
       2900-CHECK-HISTORY-COVERAGE.
           IF WS-EARLIEST-DATE > WS-PERIOD-START
               OR WS-GENS-GAP > 0
               MOVE 'Y' TO WS-SHORT-HISTORY
               DISPLAY "PROG043: AUDIT TRAIL DOES NOT COVER PAY PERIOD "
                   WS-PERIOD-START " - " WS-PERIOD-END
                   " - INTERFACE NOT WRITTEN"
           END-IF.

       3000-FLAG-OPEN-SIGN-ONS.
           MOVE 0 TO WS-OPER-SUB
           PERFORM UNTIL WS-OPER-SUB >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-SUB
               IF WS-OE-OPEN-FLAG(WS-OPER-SUB) = 'Y'
                   AND WS-OE-ON-IN-PERIOD(WS-OPER-SUB) = 'Y'
                   MOVE WS-OPER-SUB TO WS-FOUND-SUB
                   MOVE "NO SIGN-OFF RECORDED" TO WS-EXCEPTION-TEXT
                   MOVE WS-OE-ON-TIMESTAMP(WS-OPER-SUB)
                       TO WS-EXCEPTION-TIMESTAMP
                   MOVE WS-OE-ON-SHIFT(WS-OPER-SUB)
                       TO WS-EXCEPTION-SHIFT
                   PERFORM 2700-NOTE-EXCEPTION
               END-IF
           END-PERFORM.

       3400-OPEN-INTERFACE-FILE.
           OPEN OUTPUT PAYROLL-INTERFACE-FILE
           IF WS-INTERFACE-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG043: PAYROLL INTERFACE FILE "
                   "UNAVAILABLE - STATUS " WS-INTERFACE-STATUS
           ELSE
               MOVE 'Y' TO WS-INTERFACE-OPEN
           END-IF.

      *    Only an operator with paired time and no exception goes to
      *    payroll; an operator with any exception is held whole, so
      *    payroll never gets a partial or zero-hour record for them.
       3500-SEND-OPERATORS.
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR NAME                 SHIFTS  REGULAR"
               DELIMITED BY SIZE
               " OVERTIME  SHIFT 2  SHIFT 3" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-OPER-SUB
           PERFORM UNTIL WS-OPER-SUB >= WS-OPER-COUNT
               ADD 1 TO WS-OPER-SUB
               MOVE WS-OPER-SUB TO WS-FOUND-SUB
               EVALUATE TRUE
                   WHEN WS-OE-EXCEPTIONS(WS-FOUND-SUB) > 0
                       ADD 1 TO WS-HELD-COUNT
                   WHEN WS-OE-SHIFTS(WS-FOUND-SUB) = 0
                       CONTINUE
                   WHEN OTHER
                       PERFORM 3550-SPLIT-HOURS
                       PERFORM 3600-WRITE-INTERFACE-RECORD
                       PERFORM 3650-WRITE-SUMMARY-LINE
               END-EVALUATE
           END-PERFORM
           MOVE WS-SENT-SHIFTS TO WS-DISPLAY-SHIFTS
           MOVE WS-SENT-REGULAR TO WS-DISPLAY-REGULAR
           MOVE WS-SENT-OVERTIME TO WS-DISPLAY-OVERTIME
           MOVE WS-SENT-SHIFT2 TO WS-DISPLAY-SHIFT2
           MOVE WS-SENT-SHIFT3 TO WS-DISPLAY-SHIFT3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTALS SENT TO PAYROLL        " DELIMITED BY SIZE
               WS-DISPLAY-SHIFTS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-REGULAR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-OVERTIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-SHIFT2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-SHIFT3 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Hours are rounded once on the operator's total; overtime is
      *    the total less the regular hours, so the two always add
      *    back to the hours worked.
       3550-SPLIT-HOURS.
           COMPUTE WS-THRESHOLD-MINUTES = WS-OT-THRESHOLD * 60
           IF WS-OE-MINUTES(WS-FOUND-SUB) > WS-THRESHOLD-MINUTES
               MOVE WS-THRESHOLD-MINUTES TO WS-REGULAR-MINUTES
           ELSE
               MOVE WS-OE-MINUTES(WS-FOUND-SUB) TO WS-REGULAR-MINUTES
           END-IF
           COMPUTE WS-TOTAL-HOURS ROUNDED =
               WS-OE-MINUTES(WS-FOUND-SUB) / 60
           COMPUTE WS-REGULAR-HOURS ROUNDED =
               WS-REGULAR-MINUTES / 60
           COMPUTE WS-OVERTIME-HOURS =
               WS-TOTAL-HOURS - WS-REGULAR-HOURS
           MOVE 0 TO WS-SHIFT2-HOURS
           MOVE 0 TO WS-SHIFT3-HOURS
           IF WS-SHIFT2-DIFF-FLAG = 'Y'
               COMPUTE WS-SHIFT2-HOURS ROUNDED =
                   WS-OE-SHIFT2-MINUTES(WS-FOUND-SUB) / 60
           END-IF
           IF WS-SHIFT3-DIFF-FLAG = 'Y'
               COMPUTE WS-SHIFT3-HOURS ROUNDED =
                   WS-OE-SHIFT3-MINUTES(WS-FOUND-SUB) / 60
           END-IF
           MOVE SPACES TO WS-OPERATOR-NAME
           MOVE 0 TO WS-ROSTER-SUB
           PERFORM UNTIL WS-ROSTER-SUB >= WS-ROSTER-COUNT
               ADD 1 TO WS-ROSTER-SUB
               IF WS-RO-OPERATOR-ID(WS-ROSTER-SUB) =
                   WS-OE-OPERATOR-ID(WS-FOUND-SUB)
                   MOVE WS-RO-OPERATOR-NAME(WS-ROSTER-SUB)
                       TO WS-OPERATOR-NAME
               END-IF
           END-PERFORM.

       3600-WRITE-INTERFACE-RECORD.
           MOVE SPACES TO PAYROLL-INTERFACE-RECORD
           MOVE 'D' TO PI-RECORD-TYPE
           MOVE WS-OE-OPERATOR-ID(WS-FOUND-SUB) TO PI-OPERATOR-ID
           MOVE WS-OPERATOR-NAME TO PI-OPERATOR-NAME
           MOVE WS-PERIOD-START TO PI-PERIOD-START
           MOVE WS-PERIOD-END TO PI-PERIOD-END
           MOVE WS-OE-SHIFTS(WS-FOUND-SUB) TO PI-SHIFTS-WORKED
           MOVE WS-REGULAR-HOURS TO PI-REGULAR-HOURS
           MOVE WS-OVERTIME-HOURS TO PI-OVERTIME-HOURS
           MOVE WS-SHIFT2-HOURS TO PI-SHIFT2-DIFF-HOURS
           MOVE WS-SHIFT3-HOURS TO PI-SHIFT3-DIFF-HOURS
           WRITE PAYROLL-INTERFACE-RECORD
           ADD 1 TO WS-SENT-COUNT
           ADD WS-OE-SHIFTS(WS-FOUND-SUB) TO WS-SENT-SHIFTS
           ADD WS-REGULAR-HOURS TO WS-SENT-REGULAR
           ADD WS-OVERTIME-HOURS TO WS-SENT-OVERTIME
           ADD WS-SHIFT2-HOURS TO WS-SENT-SHIFT2
           ADD WS-SHIFT3-HOURS TO WS-SENT-SHIFT3
           ADD WS-SHIFT2-HOURS TO WS-SENT-DIFF
           ADD WS-SHIFT3-HOURS TO WS-SENT-DIFF.

       3650-WRITE-SUMMARY-LINE.
           MOVE WS-OE-SHIFTS(WS-FOUND-SUB) TO WS-DISPLAY-SHIFTS
           MOVE WS-REGULAR-HOURS TO WS-DISPLAY-REGULAR
           MOVE WS-OVERTIME-HOURS TO WS-DISPLAY-OVERTIME
           MOVE WS-SHIFT2-HOURS TO WS-DISPLAY-SHIFT2
           MOVE WS-SHIFT3-HOURS TO WS-DISPLAY-SHIFT3
           MOVE SPACES TO REPORT-LINE
           STRING WS-OE-OPERATOR-ID(WS-FOUND-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPERATOR-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-SHIFTS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-REGULAR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-OVERTIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-SHIFT2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-SHIFT3 DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The trailer goes out even when nobody is sent, so payroll
      *    can tell an empty period from a lost file.
       3800-WRITE-INTERFACE-TRAILER.
           MOVE SPACES TO PAYROLL-INTERFACE-TRAILER
           MOVE 'T' TO PI-TRAILER-TYPE
           MOVE WS-SENT-COUNT TO PI-TRAILER-COUNT
           MOVE WS-SENT-REGULAR TO PI-TRAILER-REGULAR
           MOVE WS-SENT-OVERTIME TO PI-TRAILER-OVERTIME
           MOVE WS-SENT-DIFF TO PI-TRAILER-DIFF
           MOVE WS-PERIOD-END TO PI-TRAILER-PERIOD-END
           WRITE PAYROLL-INTERFACE-TRAILER.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AUDIT FILES READ:        " DELIMITED BY SIZE
               WS-GENS-SEARCHED DELIMITED BY SIZE
               "  NOT ON DISK: " DELIMITED BY SIZE
               WS-GENS-MISSING DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AUDIT-RECORD-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "AUDIT RECORDS READ:      " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF SHORT-HISTORY
               MOVE SPACES TO REPORT-LINE
               STRING "** AUDIT TRAIL ON DISK DOES NOT COVER THE "
                   DELIMITED BY SIZE
                   "WHOLE PAY PERIOD **" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "** PAYROLL INTERFACE NOT WRITTEN - "
                   DELIMITED BY SIZE
                   "RUN REFUSED **" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-PAIRED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PAIRED SHIFTS IN PERIOD: " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SENT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATORS SENT:          " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATORS HELD:          " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  (SEE EXCEPTIONS PAGE)" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "EXCEPTIONS:              " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SENT-REGULAR TO WS-DISPLAY-HOURS
           MOVE SPACES TO REPORT-LINE
           STRING "REGULAR HOURS SENT:      " DELIMITED BY SIZE
               WS-DISPLAY-HOURS DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SENT-OVERTIME TO WS-DISPLAY-HOURS
           MOVE SPACES TO REPORT-LINE
           STRING "OVERTIME HOURS SENT:     " DELIMITED BY SIZE
               WS-DISPLAY-HOURS DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SENT-DIFF TO WS-DISPLAY-HOURS
           MOVE SPACES TO REPORT-LINE
           STRING "DIFFERENTIAL HOURS SENT: " DELIMITED BY SIZE
               WS-DISPLAY-HOURS DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PREPARED BY (OPERATIONS): " DELIMITED BY SIZE
               "____________________  DATE: __________"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED BY (PAYROLL):    " DELIMITED BY SIZE
               "____________________  DATE: __________"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The exceptions page stands on its own after the sign-off
      *    block: each unpaired record behind a hold, then the paired
      *    time each held operator would otherwise have been sent.
       5000-WRITE-EXCEPTIONS-PAGE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PAYROLL INTERFACE EXCEPTIONS - HELD FROM PAYROLL"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PAY PERIOD: " DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "NO EXCEPTIONS THIS PERIOD" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "OPERATOR TIMESTAMP            SHIFT  EXCEPTION"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO WS-EXC-SUB
               PERFORM UNTIL WS-EXC-SUB >= WS-EXC-COUNT
                   ADD 1 TO WS-EXC-SUB
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-EX-OPERATOR-ID(WS-EXC-SUB)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-EX-TIMESTAMP(WS-EXC-SUB) DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-EX-SHIFT(WS-EXC-SUB) DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-EX-TEXT(WS-EXC-SUB) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
               IF WS-EXCEPTION-COUNT > WS-EXC-COUNT
                   MOVE "** FURTHER EXCEPTIONS NOT LISTED **"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "PAIRED TIME HELD BACK:" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO WS-OPER-SUB
               PERFORM UNTIL WS-OPER-SUB >= WS-OPER-COUNT
                   ADD 1 TO WS-OPER-SUB
                   IF WS-OE-EXCEPTIONS(WS-OPER-SUB) > 0
                       MOVE WS-OPER-SUB TO WS-FOUND-SUB
                       PERFORM 3550-SPLIT-HOURS
                       PERFORM 3650-WRITE-SUMMARY-LINE
                   END-IF
               END-PERFORM
           END-IF.

       9000-TERMINATE.
           IF REPORT-OPEN
               CLOSE PAYROLL-SUMMARY-RPT
           END-IF
           IF INTERFACE-OPEN
               CLOSE PAYROLL-INTERFACE-FILE
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE OR SHORT-HISTORY
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0 OR WS-GENS-MISSING > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PROG043.
