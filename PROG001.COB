      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Nightly batch driver. Runs the night as a job
      *          network read from JOBNET.DAT: one record per step
      *          giving the program to CALL, the steps it depends on,
      *          the RETURN-CODE at which it counts as failed, and
      *          whether it runs nightly, on the last business day of
      *          the month only, or only when JOBPARM.DAT requests it.
      *          The network is proved before anything runs (every
      *          step named once, every dependency a step on the
      *          network, no dependency loop) and put into dependency
      *          order, file order breaking ties, and the resolved run
      *          plan - every step, what it waits on, and whether it
      *          runs tonight, is skipped by the restart, or is not
      *          due - is printed on JOBPLAN.RPT and the console
      *          before the first step starts. A network that does not
      *          prove runs nothing and ends RC 8. Steps share the
      *          COBOL RETURN-CODE special register, so a step that
      *          fails holds back every later step that needs it,
      *          while steps that only run after it carry on - the
      *          PROG045 pre-chain snapshot holds the whole posting
      *          chain, but the PROG041/PROG042 security reports run
      *          whatever became of the night. Adding a step is adding
      *          a record. Each step's final RETURN-CODE is recorded
      *          on a job-status file
      *          as it completes; when the driver starts and finds
      *          step statuses still on disk it knows the prior night
      *          was incomplete, skips the steps that already ended
      *          below their failure code, and resumes at the failed
      *          step - so a
      *          2 A.M. PROG003 failure no longer means PROG002
      *          re-validating the whole shift and appending a
      *          duplicate set of audit records. JOBPARM.DAT can
      *          on the console shows exactly which steps were
      *          skipped. The driver takes the suite-wide RUNLOCK.DAT
      *          run lock for the night so a standalone run cannot
      *          interleave with the chain on the shared files; a
      *          step that takes the run lock itself is handed the
      *          lock for its call, and if the driver cannot take it
      *          back nothing further is started. An on-request
      *          step named on JOBPARM.DAT is taken off the parameter
      *          file once it has ended below its failure code, so a
      *          request runs one night and is not repeated; a
      *          request that failed or was held stands for the
      *          restart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT JOB-PARAMETER-FILE ASSIGN TO "JOBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBPARM-STATUS.
           SELECT JOB-PARAMETER-WORK ASSIGN TO "JOBPARM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBPARM-WORK-STATUS.
           SELECT JOB-NETWORK-FILE ASSIGN TO "JOBNET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBNET-STATUS.
           SELECT RUN-PLAN-RPT ASSIGN TO "JOBPLAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT OPERATIONS-EVENT-LOG ASSIGN TO "OPSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.
           COPY "JOBSTAT.CPY".
       FD  JOB-PARAMETER-FILE.
           COPY "JOBPARM.CPY".
       FD  JOB-PARAMETER-WORK.
       01  WORK-PARAMETER-RECORD           PIC X(82).
       FD  JOB-NETWORK-FILE.
           COPY "JOBNET.CPY".
       FD  RUN-PLAN-RPT.
       01  PLAN-LINE                       PIC X(80).
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       FD  BUSINESS-CALENDAR.
           88  LOCK-REFUSED                        VALUE 'Y'.
       01  WS-CLEAR-STALE              PIC X(1) VALUE 'N'.
           88  CLEAR-STALE-SET                     VALUE 'Y'.
       01  WS-LOCK-LOST                PIC X(1) VALUE 'N'.
           88  LOCK-LOST                           VALUE 'Y'.
       01  WS-LOCK-STAMP-DATE          PIC 9(8).
       01  WS-LOCK-STAMP-TIME          PIC 9(8).
       01  WS-CALENDAR-STATUS          PIC X(2).
       01  WS-DATE-FOUND               PIC X(1) VALUE 'N'.
           88  DATE-FOUND                          VALUE 'Y'.
       01  WS-HOLIDAY-NAME             PIC X(20) VALUE SPACES.
       01  WS-MONTH-END                PIC X(1) VALUE 'N'.
           88  MONTH-END-NIGHT                     VALUE 'Y'.
       01  WS-MONTH-END-SOURCE         PIC X(20) VALUE SPACES.
       01  WS-NEXT-MONTH-DATE.
           05  WS-NM-YEAR              PIC 9(4).
           05  WS-NM-MONTH             PIC 9(2).
           05  WS-NM-DAY               PIC 9(2).
       01  WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH-DATE
                                       PIC 9(8).
       01  WS-MONTH-LAST-DATE          PIC 9(8) VALUE 0.
       01  WS-DAYS-LEFT                PIC 9(4) VALUE 0.
       01  WS-CLOSED-DAYS-LEFT         PIC 9(4) VALUE 0.
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-EVENT-SEVERITY           PIC X(1).
       01  WS-EVENT-TEXT               PIC X(60).
       01  WS-EVENT-RC                 PIC 9(4).
       01  WS-JOBSTAT-STATUS           PIC X(2).
       01  WS-JOBPARM-STATUS           PIC X(2).
       01  WS-JOBPARM-WORK-STATUS      PIC X(2).
       01  WS-JOBPARM-READ             PIC X(1) VALUE 'N'.
           88  JOBPARM-READ                        VALUE 'Y'.
       01  WS-JOBPARM-IMAGE            PIC X(82) VALUE SPACES.
       01  WS-REQUEST-CLEARED          PIC 9(4) VALUE 0.
       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-JOBSTAT-EOF              PIC X(1) VALUE 'N'.
           88  JOBSTAT-EOF                         VALUE 'Y'.
       01  WS-FORCE-FULL               PIC X(1) VALUE 'N'.
           88  FORCE-FULL-RUN                      VALUE 'Y'.
       01  WS-FORCE-MONTH-END          PIC X(1) VALUE 'N'.
           88  FORCE-MONTH-END                     VALUE 'Y'.
       01  WS-RESTART-PENDING          PIC X(1) VALUE 'N'.
           88  RESTART-PENDING                     VALUE 'Y'.
       01  WS-STEP-FOUND               PIC X(1) VALUE 'N'.
           88  STEP-FOUND                          VALUE 'Y'.
      *    On-request steps asked for on JOBPARM.DAT.
       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-STEP         PIC X(8) OCCURS 10 TIMES.
       01  WS-REQUEST-SUB              PIC 9(4) VALUE 0.
       01  WS-JOBNET-STATUS            PIC X(2).
       01  WS-JOBNET-EOF               PIC X(1) VALUE 'N'.
           88  JOBNET-EOF                          VALUE 'Y'.
       01  WS-PLAN-STATUS              PIC X(2).
       01  WS-NETWORK-VALID            PIC X(1) VALUE 'Y'.
           88  NETWORK-VALID                       VALUE 'Y'.
       01  WS-NETWORK-ERROR            PIC X(60) VALUE SPACES.
       01  WS-NIGHT-INCOMPLETE         PIC X(1) VALUE 'N'.
           88  NIGHT-INCOMPLETE                    VALUE 'Y'.
       01  WS-STEP-PLACED              PIC X(1) VALUE 'N'.
           88  STEP-PLACED                         VALUE 'Y'.
       01  WS-DEPS-PLACED              PIC X(1) VALUE 'N'.
           88  DEPS-PLACED                         VALUE 'Y'.
       01  WS-HOLDING-STEP             PIC X(8) VALUE SPACES.
      *    The job network as read from JOBNET.DAT, in file order.
      *    Outcome: P pending, R ran, S skipped by the restart,
      *    H held back by a step it needs, X not due tonight.
       01  WS-NETWORK-MAX              PIC 9(4) VALUE 60.
       01  WS-NETWORK-COUNT            PIC 9(4) VALUE 0.
       01  WS-NETWORK-TABLE.
           05  WS-NETWORK-ENTRY OCCURS 60 TIMES.
               10  WS-NT-STEP-NAME     PIC X(8).
               10  WS-NT-PROGRAM-NAME  PIC X(8).
               10  WS-NT-FAIL-RC       PIC 9(2).
               10  WS-NT-FREQUENCY     PIC X(1).
               10  WS-NT-RUN-LOCK      PIC X(1).
               10  WS-NT-DEPENDENCY OCCURS 6 TIMES.
                   15  WS-NT-DEP-NAME  PIC X(8).
                   15  WS-NT-DEP-TYPE  PIC X(1).
                   15  WS-NT-DEP-SUB   PIC 9(4).
               10  WS-NT-DESCRIPTION   PIC X(30).
               10  WS-NT-SCHEDULED     PIC X(1).
               10  WS-NT-PLACED        PIC X(1).
               10  WS-NT-OUTCOME       PIC X(1).
               10  WS-NT-RC            PIC S9(4).
       01  WS-NET-SUB                  PIC 9(4) VALUE 0.
       01  WS-CHECK-SUB                PIC 9(4) VALUE 0.
       01  WS-DEP-SUB                  PIC 9(4) VALUE 0.
       01  WS-DEP-MAX                  PIC 9(4) VALUE 6.
      *    Run order: subscripts into the network table.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY           PIC 9(4) OCCURS 60 TIMES.
       01  WS-PLAN-COUNT               PIC 9(4) VALUE 0.
       01  WS-PLAN-SUB                 PIC 9(4) VALUE 0.
       01  WS-TO-RUN-COUNT             PIC 9(4) VALUE 0.
       01  WS-RESTART-SKIP-COUNT       PIC 9(4) VALUE 0.
       01  WS-NOT-DUE-COUNT            PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(4) VALUE 0.
       01  WS-CALL-PROGRAM             PIC X(8).
       01  WS-PLAN-FREQUENCY           PIC X(10).
       01  WS-PLAN-TONIGHT             PIC X(20).
       01  WS-DEP-TEXT                 PIC X(106).
       01  WS-DEP-TEXT-PARTS REDEFINES WS-DEP-TEXT.
           05  WS-DEP-TEXT-1           PIC X(53).
           05  WS-DEP-TEXT-2           PIC X(53).
       01  WS-DEP-POINTER              PIC 9(4) VALUE 1.
       01  WS-NEEDS-SHOWN              PIC X(1) VALUE 'N'.
           88  NEEDS-SHOWN                         VALUE 'Y'.
       01  WS-AFTER-SHOWN              PIC X(1) VALUE 'N'.
           88  AFTER-SHOWN                         VALUE 'Y'.
       01  WS-PLAN-SEQ                 PIC 9(3).
       01  WS-DISPLAY-RC               PIC 9(4).
       01  WS-DISPLAY-FAIL-RC          PIC 9(2).
       01  WS-RUN-DATE-EDIT.
           05  WS-RDE-YEAR             PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RDE-MONTH            PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RDE-DAY              PIC 9(2).
       01  WS-OVERALL-RC               PIC S9(4) VALUE 0.
       01  WS-STEP-NAME                PIC X(8).
       01  WS-STEP-FAIL-RC             PIC 9(2) VALUE 8.
       01  WS-STEP-RC                  PIC S9(4) VALUE 0.
       01  WS-SKIP-STEP                PIC X(1) VALUE 'N'.
           88  SKIP-STEP                           VALUE 'Y'.
       01  WS-SKIPPED-COUNT            PIC 9(4) VALUE 0.
       01  WS-RAN-COUNT                PIC 9(4) VALUE 0.
       01  WS-DELETE-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-PRIOR-MAX                PIC 9(4) VALUE 60.
       01  WS-PRIOR-COUNT              PIC 9(4) VALUE 0.
       01  WS-PRIOR-SUB                PIC 9(4) VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 60 TIMES.
               10  WS-PR-STEP-NAME     PIC X(8).
               10  WS-PR-RETURN-CODE   PIC 9(4).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RD-YEAR              PIC 9(4).
           05  WS-RD-MONTH             PIC 9(2).
           05  WS-RD-DAY               PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           DISPLAY "PROG001: NIGHTLY BATCH DRIVER STARTING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-LOAD-JOB-NETWORK
           IF NETWORK-VALID
               PERFORM 1200-VALIDATE-NETWORK
           END-IF
           IF NETWORK-VALID
               PERFORM 1300-RESOLVE-RUN-ORDER
           END-IF
           IF NETWORK-VALID
               PERFORM 1400-SCHEDULE-STEPS
           END-IF
           PERFORM 1600-PRINT-RUN-PLAN
           IF NETWORK-VALID
               PERFORM 2000-RUN-NETWORK
           ELSE
               DISPLAY "PROG001: JOB NETWORK REJECTED - "
                   WS-NETWORK-ERROR
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "JOB NETWORK REJECTED - NO STEP RUN"
                   TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF
           PERFORM 9000-SET-OVERALL-RETURN-CODE
           PERFORM 8000-CLOSE-OUT-NIGHT
           IF NETWORK-VALID
               PERFORM 8200-CLEAR-REQUESTS
           END-IF
           DISPLAY "PROG001: RESTART SUMMARY - " WS-SKIPPED-COUNT
               " STEP(S) SKIPPED, " WS-RAN-COUNT " STEP(S) RAN, "
               WS-HELD-COUNT " HELD"
           DISPLAY "PROG001: NIGHTLY BATCH DRIVER COMPLETE - RC="
               WS-OVERALL-RC
           IF WS-OVERALL-RC >= 8
           MOVE WS-OVERALL-RC TO RETURN-CODE
           STOP RUN.

      *    The suite-wide run lock: a lock already on disk means
      *    another run is mid-flight against the shared files, and
      *    this run is refused with RC 8 - unless the operator has
               END-IF
           END-IF
           IF NOT LOCK-REFUSED
               PERFORM 0840-WRITE-RUN-LOCK
               IF NOT LOCK-HELD
                   MOVE 'Y' TO WS-LOCK-REFUSED
               END-IF
           END-IF.

               CLOSE LOCK-OVERRIDE-FILE
           END-IF.

       0840-WRITE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           IF WS-RUNLOCK-STATUS = "00"
               MOVE "PROG001" TO RL-HOLDER-PROGRAM
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
               DISPLAY "PROG001: UNABLE TO TAKE RUN LOCK - "
                   "STATUS " WS-RUNLOCK-STATUS
           END-IF.

      *    Taking the lock back after a step that ran under its own
      *    lock. If another run has slipped in and taken it, the
      *    driver starts nothing further tonight; the stale-lock
      *    override does not apply here.
       0850-RETAKE-RUN-LOCK.
           OPEN INPUT RUN-LOCK-FILE
           IF WS-RUNLOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE RUN-LOCK-FILE
               MOVE 'Y' TO WS-LOCK-LOST
           ELSE
               PERFORM 0840-WRITE-RUN-LOCK
               IF NOT LOCK-HELD
                   MOVE 'Y' TO WS-LOCK-LOST
               END-IF
           END-IF
           IF LOCK-LOST
               DISPLAY "PROG001: RUN LOCK NOT RECOVERED AFTER "
                   WS-STEP-NAME " - NO FURTHER STEP STARTED"
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "RUN LOCK LOST AFTER STEP " DELIMITED BY SIZE
                   WS-STEP-NAME DELIMITED BY SPACE
                   INTO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

       0900-RELEASE-RUN-LOCK.
           IF LOCK-HELD
               CALL "CBL_DELETE_FILE" USING "RUNLOCK.DAT"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0150-RESOLVE-PROCESSING-DATE
           PERFORM 0200-READ-FORCE-PARAMETER
           PERFORM 0170-CHECK-MONTH-END
           PERFORM 0300-LOAD-PRIOR-STATUSES
           IF RESTART-PENDING
               IF FORCE-FULL-RUN
           IF WS-JOBPARM-STATUS = "00"
               READ JOB-PARAMETER-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-JOBPARM-READ
                       MOVE JOB-PARAMETER-RECORD TO WS-JOBPARM-IMAGE
                       IF JP-FORCE-FULL-RUN
                           MOVE 'Y' TO WS-FORCE-FULL
                       END-IF
                       IF JP-FORCE-MONTH-END
                           MOVE 'Y' TO WS-FORCE-MONTH-END
                       END-IF
                       MOVE 0 TO WS-REQUEST-SUB
                       PERFORM UNTIL WS-REQUEST-SUB >= 10
                           ADD 1 TO WS-REQUEST-SUB
                           MOVE JP-REQUEST-STEP(WS-REQUEST-SUB)
                               TO WS-REQUEST-STEP(WS-REQUEST-SUB)
                       END-PERFORM
               END-READ
               CLOSE JOB-PARAMETER-FILE
           END-IF.
                   OR WS-PRIOR-SUB >= WS-PRIOR-COUNT
                   ADD 1 TO WS-PRIOR-SUB
                   IF WS-PR-STEP-NAME(WS-PRIOR-SUB) = WS-STEP-NAME
                       AND WS-PR-RETURN-CODE(WS-PRIOR-SUB)
                           < WS-STEP-FAIL-RC
                       MOVE 'Y' TO WS-SKIP-STEP
                       MOVE WS-PR-RETURN-CODE(WS-PRIOR-SUB)
                           TO WS-STEP-RC
           END-IF.

       0700-LOG-STEP-RESULT.
           IF WS-STEP-RC >= WS-STEP-FAIL-RC
               MOVE 'E' TO WS-EVENT-SEVERITY
           ELSE
               IF WS-STEP-RC > 0
           WRITE JOB-STATUS-RECORD
           CLOSE JOB-STATUS-FILE.

      *    Month-end is the last business day of the month: every
      *    day left in the month after the processing date is marked
      *    closed on the calendar (a date not on the calendar is a
      *    business day, the same rule the processing date follows).
      *    JOBPARM.DAT can force it, for a month-end night finished
      *    on the next day's restart.
       0170-CHECK-MONTH-END.
           MOVE 'N' TO WS-MONTH-END
           IF FORCE-MONTH-END
               MOVE 'Y' TO WS-MONTH-END
               MOVE "FORCED BY JOBPARM" TO WS-MONTH-END-SOURCE
           ELSE
               MOVE WS-RD-YEAR TO WS-NM-YEAR
               MOVE WS-RD-MONTH TO WS-NM-MONTH
               MOVE 1 TO WS-NM-DAY
               IF WS-NM-MONTH = 12
                   ADD 1 TO WS-NM-YEAR
                   MOVE 1 TO WS-NM-MONTH
               ELSE
                   ADD 1 TO WS-NM-MONTH
               END-IF
               COMPUTE WS-MONTH-LAST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1)
               COMPUTE WS-DAYS-LEFT = WS-MONTH-LAST-DATE - WS-RUN-DATE
               MOVE 0 TO WS-CLOSED-DAYS-LEFT
               OPEN INPUT BUSINESS-CALENDAR
               IF WS-CALENDAR-STATUS = "00"
                   MOVE 'N' TO WS-CALENDAR-EOF
                   PERFORM UNTIL CALENDAR-EOF
                       READ BUSINESS-CALENDAR
                           AT END
                               MOVE 'Y' TO WS-CALENDAR-EOF
                           NOT AT END
                               IF BD-DATE > WS-RUN-DATE
                                   AND BD-DATE NOT > WS-MONTH-LAST-DATE
                                   AND BD-NON-BUSINESS-DAY
                                   ADD 1 TO WS-CLOSED-DAYS-LEFT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUSINESS-CALENDAR
               END-IF
               IF WS-CLOSED-DAYS-LEFT >= WS-DAYS-LEFT
                   MOVE 'Y' TO WS-MONTH-END
                   MOVE "BY THE CALENDAR" TO WS-MONTH-END-SOURCE
               END-IF
           END-IF.

      *    The network is tabled in file order; JOBNET.DAT missing,
      *    empty or too big for the table refuses the whole night.
       1000-LOAD-JOB-NETWORK.
           MOVE 0 TO WS-NETWORK-COUNT
           OPEN INPUT JOB-NETWORK-FILE
           IF WS-JOBNET-STATUS NOT = "00"
               MOVE 'N' TO WS-NETWORK-VALID
               STRING "JOBNET.DAT NOT AVAILABLE - STATUS "
                   DELIMITED BY SIZE
                   WS-JOBNET-STATUS DELIMITED BY SIZE
                   INTO WS-NETWORK-ERROR
           ELSE
               MOVE 'N' TO WS-JOBNET-EOF
               PERFORM UNTIL JOBNET-EOF OR NOT NETWORK-VALID
                   READ JOB-NETWORK-FILE
                       AT END
                           MOVE 'Y' TO WS-JOBNET-EOF
                       NOT AT END
                           PERFORM 1100-TABLE-NETWORK-STEP
                   END-READ
               END-PERFORM
               CLOSE JOB-NETWORK-FILE
               IF NETWORK-VALID AND WS-NETWORK-COUNT = 0
                   MOVE 'N' TO WS-NETWORK-VALID
                   MOVE "JOBNET.DAT HOLDS NO STEPS" TO WS-NETWORK-ERROR
               END-IF
           END-IF.

       1100-TABLE-NETWORK-STEP.
           IF WS-NETWORK-COUNT >= WS-NETWORK-MAX
               MOVE 'N' TO WS-NETWORK-VALID
               STRING "MORE STEPS ON JOBNET.DAT THAN THE DRIVER "
                   DELIMITED BY SIZE
                   "HOLDS" DELIMITED BY SIZE
                   INTO WS-NETWORK-ERROR
           ELSE
               ADD 1 TO WS-NETWORK-COUNT
               MOVE WS-NETWORK-COUNT TO WS-NET-SUB
               MOVE JN-STEP-NAME TO WS-NT-STEP-NAME(WS-NET-SUB)
               MOVE JN-PROGRAM-NAME TO WS-NT-PROGRAM-NAME(WS-NET-SUB)
               IF JN-FAIL-RC NUMERIC
                   MOVE JN-FAIL-RC TO WS-NT-FAIL-RC(WS-NET-SUB)
               ELSE
                   MOVE 0 TO WS-NT-FAIL-RC(WS-NET-SUB)
               END-IF
               MOVE JN-FREQUENCY TO WS-NT-FREQUENCY(WS-NET-SUB)
               MOVE JN-RUN-LOCK TO WS-NT-RUN-LOCK(WS-NET-SUB)
               MOVE 0 TO WS-DEP-SUB
               PERFORM UNTIL WS-DEP-SUB >= WS-DEP-MAX
                   ADD 1 TO WS-DEP-SUB
                   MOVE JN-DEP-STEP-NAME(WS-DEP-SUB)
                       TO WS-NT-DEP-NAME(WS-NET-SUB, WS-DEP-SUB)
                   MOVE JN-DEP-TYPE(WS-DEP-SUB)
                       TO WS-NT-DEP-TYPE(WS-NET-SUB, WS-DEP-SUB)
                   MOVE 0 TO WS-NT-DEP-SUB(WS-NET-SUB, WS-DEP-SUB)
               END-PERFORM
               MOVE JN-DESCRIPTION TO WS-NT-DESCRIPTION(WS-NET-SUB)
               MOVE 'N' TO WS-NT-SCHEDULED(WS-NET-SUB)
               MOVE 'N' TO WS-NT-PLACED(WS-NET-SUB)
               MOVE 'P' TO WS-NT-OUTCOME(WS-NET-SUB)
               MOVE 0 TO WS-NT-RC(WS-NET-SUB)
           END-IF.

      *    Every step must be named once, call a program, carry a
      *    failure code and a known frequency, and depend only on
      *    other steps on the network; the first fault found
      *    refuses the night.
       1200-VALIDATE-NETWORK.
           MOVE 0 TO WS-NET-SUB
           PERFORM UNTIL WS-NET-SUB >= WS-NETWORK-COUNT
               OR NOT NETWORK-VALID
               ADD 1 TO WS-NET-SUB
               PERFORM 1250-VALIDATE-ONE-STEP
           END-PERFORM.

       1250-VALIDATE-ONE-STEP.
           EVALUATE TRUE
               WHEN WS-NT-STEP-NAME(WS-NET-SUB) = SPACES
                   MOVE 'N' TO WS-NETWORK-VALID
                   MOVE "A JOBNET.DAT RECORD HAS NO STEP NAME"
                       TO WS-NETWORK-ERROR
               WHEN WS-NT-PROGRAM-NAME(WS-NET-SUB) = SPACES
                   MOVE 'N' TO WS-NETWORK-VALID
                   STRING "STEP " DELIMITED BY SIZE
                       WS-NT-STEP-NAME(WS-NET-SUB) DELIMITED BY SPACE
                       " NAMES NO PROGRAM" DELIMITED BY SIZE
                       INTO WS-NETWORK-ERROR
               WHEN WS-NT-FAIL-RC(WS-NET-SUB) = 0
                   MOVE 'N' TO WS-NETWORK-VALID
                   STRING "STEP " DELIMITED BY SIZE
                       WS-NT-STEP-NAME(WS-NET-SUB) DELIMITED BY SPACE
                       " HAS NO VALID FAILURE RC" DELIMITED BY SIZE
                       INTO WS-NETWORK-ERROR
               WHEN WS-NT-FREQUENCY(WS-NET-SUB) NOT = 'N'
                   AND WS-NT-FREQUENCY(WS-NET-SUB) NOT = 'M'
                   AND WS-NT-FREQUENCY(WS-NET-SUB) NOT = 'R'
                   MOVE 'N' TO WS-NETWORK-VALID
                   STRING "STEP " DELIMITED BY SIZE
                       WS-NT-STEP-NAME(WS-NET-SUB) DELIMITED BY SPACE
                       " HAS AN UNKNOWN FREQUENCY" DELIMITED BY SIZE
                       INTO WS-NETWORK-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NETWORK-VALID
               MOVE 0 TO WS-CHECK-SUB
               PERFORM UNTIL WS-CHECK-SUB >= WS-NET-SUB - 1
                   OR NOT NETWORK-VALID
                   ADD 1 TO WS-CHECK-SUB
                   IF WS-NT-STEP-NAME(WS-CHECK-SUB)
                       = WS-NT-STEP-NAME(WS-NET-SUB)
                       MOVE 'N' TO WS-NETWORK-VALID
                       STRING "STEP " DELIMITED BY SIZE
                           WS-NT-STEP-NAME(WS-NET-SUB)
                               DELIMITED BY SPACE
                           " IS ON JOBNET.DAT TWICE" DELIMITED BY SIZE
                           INTO WS-NETWORK-ERROR
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-DEP-SUB
           PERFORM UNTIL WS-DEP-SUB >= WS-DEP-MAX
               OR NOT NETWORK-VALID
               ADD 1 TO WS-DEP-SUB
               IF WS-NT-DEP-NAME(WS-NET-SUB, WS-DEP-SUB) NOT = SPACES
                   PERFORM 1270-RESOLVE-DEPENDENCY
               END-IF
           END-PERFORM.

       1270-RESOLVE-DEPENDENCY.
           IF WS-NT-DEP-TYPE(WS-NET-SUB, WS-DEP-SUB) NOT = SPACE
               AND WS-NT-DEP-TYPE(WS-NET-SUB, WS-DEP-SUB) NOT = 'A'
               MOVE 'N' TO WS-NETWORK-VALID
               STRING "STEP " DELIMITED BY SIZE
                   WS-NT-STEP-NAME(WS-NET-SUB) DELIMITED BY SPACE
                   " HAS AN UNKNOWN DEPENDENCY TYPE" DELIMITED BY SIZE
                   INTO WS-NETWORK-ERROR
           ELSE
               MOVE 0 TO WS-CHECK-SUB
               PERFORM UNTIL WS-CHECK-SUB >= WS-NETWORK-COUNT
                   OR WS-NT-DEP-SUB(WS-NET-SUB, WS-DEP-SUB) > 0
                   ADD 1 TO WS-CHECK-SUB
                   IF WS-NT-STEP-NAME(WS-CHECK-SUB)
                       = WS-NT-DEP-NAME(WS-NET-SUB, WS-DEP-SUB)
                       AND WS-CHECK-SUB NOT = WS-NET-SUB
                       MOVE WS-CHECK-SUB
                           TO WS-NT-DEP-SUB(WS-NET-SUB, WS-DEP-SUB)
                   END-IF
               END-PERFORM
               IF WS-NT-DEP-SUB(WS-NET-SUB, WS-DEP-SUB) = 0
                   MOVE 'N' TO WS-NETWORK-VALID
                   STRING "STEP " DELIMITED BY SIZE
                       WS-NT-STEP-NAME(WS-NET-SUB) DELIMITED BY SPACE
                       " DEPENDS ON " DELIMITED BY SIZE
                       WS-NT-DEP-NAME(WS-NET-SUB, WS-DEP-SUB)
                           DELIMITED BY SPACE
                       " - NOT A STEP ON THE NETWORK" DELIMITED BY SIZE
                       INTO WS-NETWORK-ERROR
               END-IF
           END-IF.

      *    Dependency order: each pass places the first step in file
      *    order whose dependencies are all placed. A pass that
      *    places nothing while steps remain means a loop.
       1300-RESOLVE-RUN-ORDER.
           MOVE 0 TO WS-PLAN-COUNT
           PERFORM UNTIL WS-PLAN-COUNT >= WS-NETWORK-COUNT
               OR NOT NETWORK-VALID
               MOVE 'N' TO WS-STEP-PLACED
               MOVE 0 TO WS-NET-SUB
               PERFORM UNTIL STEP-PLACED
                   OR WS-NET-SUB >= WS-NETWORK-COUNT
                   ADD 1 TO WS-NET-SUB
                   IF WS-NT-PLACED(WS-NET-SUB) = 'N'
                       PERFORM 1350-CHECK-DEPS-PLACED
                       IF DEPS-PLACED
                           MOVE 'Y' TO WS-STEP-PLACED
                           MOVE 'Y' TO WS-NT-PLACED(WS-NET-SUB)
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE WS-NET-SUB
                               TO WS-PLAN-ENTRY(WS-PLAN-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT STEP-PLACED
                   PERFORM 1380-REPORT-LOOP
               END-IF
           END-PERFORM.

       1350-CHECK-DEPS-PLACED.
           MOVE 'Y' TO WS-DEPS-PLACED
           MOVE 0 TO WS-DEP-SUB
           PERFORM UNTIL WS-DEP-SUB >= WS-DEP-MAX OR NOT DEPS-PLACED
               ADD 1 TO WS-DEP-SUB
               IF WS-NT-DEP-SUB(WS-NET-SUB, WS-DEP-SUB) > 0
                   MOVE WS-NT-DEP-SUB(WS-NET-SUB, WS-DEP-SUB)
                       TO WS-CHECK-SUB
                   IF WS-NT-PLACED(WS-CHECK-SUB) = 'N'
                       MOVE 'N' TO WS-DEPS-PLACED
                   END-IF
               END-IF
           END-PERFORM.

       1380-REPORT-LOOP.
           MOVE 'N' TO WS-NETWORK-VALID
           MOVE 0 TO WS-NET-SUB
           PERFORM UNTIL WS-NET-SUB >= WS-NETWORK-COUNT
               OR WS-NETWORK-ERROR NOT = SPACES
               ADD 1 TO WS-NET-SUB
               IF WS-NT-PLACED(WS-NET-SUB) = 'N'
                   STRING "DEPENDENCY LOOP THROUGH STEP "
                       DELIMITED BY SIZE
                       WS-NT-STEP-NAME(WS-NET-SUB) DELIMITED BY SPACE
                       INTO WS-NETWORK-ERROR
               END-IF
           END-PERFORM.

      *    Nightly steps are always due; month-end steps on the last
      *    business day of the month; on-request steps when
      *    JOBPARM.DAT names them. A due step already finished on
      *    the incomplete prior night is shown as a restart skip.
       1400-SCHEDULE-STEPS.
           MOVE 0 TO WS-NET-SUB
           PERFORM UNTIL WS-NET-SUB >= WS-NETWORK-COUNT
               ADD 1 TO WS-NET-SUB
               EVALUATE WS-NT-FREQUENCY(WS-NET-SUB)
                   WHEN 'N'
                       MOVE 'Y' TO WS-NT-SCHEDULED(WS-NET-SUB)
                   WHEN 'M'
                       IF MONTH-END-NIGHT
                           MOVE 'Y' TO WS-NT-SCHEDULED(WS-NET-SUB)
                       END-IF
                   WHEN 'R'
                       MOVE 0 TO WS-REQUEST-SUB
                       PERFORM UNTIL WS-REQUEST-SUB >= 10
                           ADD 1 TO WS-REQUEST-SUB
                           IF WS-REQUEST-STEP(WS-REQUEST-SUB)
                               = WS-NT-STEP-NAME(WS-NET-SUB)
                               MOVE 'Y' TO WS-NT-SCHEDULED(WS-NET-SUB)
                           END-IF
                       END-PERFORM
               END-EVALUATE
               IF WS-NT-SCHEDULED(WS-NET-SUB) = 'Y'
                   MOVE WS-NT-STEP-NAME(WS-NET-SUB) TO WS-STEP-NAME
                   MOVE WS-NT-FAIL-RC(WS-NET-SUB) TO WS-STEP-FAIL-RC
                   PERFORM 0500-CHECK-STEP-RESTART
                   IF SKIP-STEP
                       ADD 1 TO WS-RESTART-SKIP-COUNT
                   ELSE
                       ADD 1 TO WS-TO-RUN-COUNT
                   END-IF
               ELSE
                   MOVE 'X' TO WS-NT-OUTCOME(WS-NET-SUB)
                   ADD 1 TO WS-NOT-DUE-COUNT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-REQUEST-SUB
           PERFORM UNTIL WS-REQUEST-SUB >= 10
               ADD 1 TO WS-REQUEST-SUB
               IF WS-REQUEST-STEP(WS-REQUEST-SUB) NOT = SPACES
                   PERFORM 1450-CHECK-REQUESTED-STEP
               END-IF
           END-PERFORM.

      *    A request for a step that is not on the network, or is
      *    not an on-request step, is reported and otherwise ignored.
       1450-CHECK-REQUESTED-STEP.
           MOVE 'N' TO WS-STEP-FOUND
           MOVE 0 TO WS-CHECK-SUB
           PERFORM UNTIL STEP-FOUND OR WS-CHECK-SUB >= WS-NETWORK-COUNT
               ADD 1 TO WS-CHECK-SUB
               IF WS-NT-STEP-NAME(WS-CHECK-SUB)
                   = WS-REQUEST-STEP(WS-REQUEST-SUB)
                   AND WS-NT-FREQUENCY(WS-CHECK-SUB) = 'R'
                   MOVE 'Y' TO WS-STEP-FOUND
               END-IF
           END-PERFORM
           IF NOT STEP-FOUND
               DISPLAY "PROG001: REQUESTED STEP "
                   WS-REQUEST-STEP(WS-REQUEST-SUB)
                   " IS NOT AN ON-REQUEST STEP - IGNORED"
               MOVE 'W' TO WS-EVENT-SEVERITY
               MOVE SPACES TO WS-EVENT-TEXT
               STRING "REQUESTED STEP " DELIMITED BY SIZE
                   WS-REQUEST-STEP(WS-REQUEST-SUB) DELIMITED BY SPACE
                   " NOT ON THE NETWORK AS ON REQUEST"
                   DELIMITED BY SIZE
                   INTO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

      *    The resolved plan goes to JOBPLAN.RPT and the console
      *    before the first step starts; a rejected network is
      *    printed with the reason and no plan.
       1600-PRINT-RUN-PLAN.
           OPEN OUTPUT RUN-PLAN-RPT
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "PROG001: JOBPLAN.RPT UNAVAILABLE - STATUS "
                   WS-PLAN-STATUS " - PLAN ON CONSOLE ONLY"
           END-IF
           MOVE WS-RD-YEAR TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY TO WS-RDE-DAY
           MOVE SPACES TO PLAN-LINE
           STRING "NIGHTLY JOB NETWORK RUN PLAN" DELIMITED BY SIZE
               "        PROCESSING DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO PLAN-LINE
           PERFORM 1690-PUT-PLAN-LINE
           MOVE SPACES TO PLAN-LINE
           IF MONTH-END-NIGHT
               STRING "MONTH-END NIGHT: YES (" DELIMITED BY SIZE
                   WS-MONTH-END-SOURCE DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO PLAN-LINE
           ELSE
               MOVE "MONTH-END NIGHT: NO" TO PLAN-LINE
           END-IF
           PERFORM 1690-PUT-PLAN-LINE
           MOVE SPACES TO PLAN-LINE
           EVALUATE TRUE
               WHEN RESTART-PENDING AND FORCE-FULL-RUN
                   STRING "RESTART: INCOMPLETE PRIOR NIGHT - "
                       DELIMITED BY SIZE
                       "FULL RUN FORCED" DELIMITED BY SIZE
                       INTO PLAN-LINE
               WHEN RESTART-PENDING
                   MOVE "RESTART: RESUMING THE INCOMPLETE PRIOR NIGHT"
                       TO PLAN-LINE
               WHEN OTHER
                   MOVE "RESTART: NONE - FULL NIGHT" TO PLAN-LINE
           END-EVALUATE
           PERFORM 1690-PUT-PLAN-LINE
           MOVE SPACES TO PLAN-LINE
           PERFORM 1690-PUT-PLAN-LINE
           IF NOT NETWORK-VALID
               MOVE SPACES TO PLAN-LINE
               STRING "** JOB NETWORK REJECTED - " DELIMITED BY SIZE
                   WS-NETWORK-ERROR DELIMITED BY SIZE
                   INTO PLAN-LINE
               PERFORM 1690-PUT-PLAN-LINE
               MOVE "** NO STEP HAS BEEN RUN" TO PLAN-LINE
               PERFORM 1690-PUT-PLAN-LINE
           ELSE
               MOVE SPACES TO PLAN-LINE
               STRING "SEQ  STEP     PROGRAM   RUNS        FAILS AT  "
                   DELIMITED BY SIZE
                   "DESCRIPTION" DELIMITED BY SIZE
                   INTO PLAN-LINE
               PERFORM 1690-PUT-PLAN-LINE
               MOVE 0 TO WS-PLAN-SUB
               PERFORM UNTIL WS-PLAN-SUB >= WS-PLAN-COUNT
                   ADD 1 TO WS-PLAN-SUB
                   MOVE WS-PLAN-ENTRY(WS-PLAN-SUB) TO WS-NET-SUB
                   PERFORM 1650-PRINT-PLAN-STEP
               END-PERFORM
               MOVE SPACES TO PLAN-LINE
               PERFORM 1690-PUT-PLAN-LINE
               MOVE SPACES TO PLAN-LINE
               STRING "STEPS ON NETWORK: " DELIMITED BY SIZE
                   WS-NETWORK-COUNT DELIMITED BY SIZE
                   "   TO RUN: " DELIMITED BY SIZE
                   WS-TO-RUN-COUNT DELIMITED BY SIZE
                   "   RESTART SKIPS: " DELIMITED BY SIZE
                   WS-RESTART-SKIP-COUNT DELIMITED BY SIZE
                   "   NOT DUE: " DELIMITED BY SIZE
                   WS-NOT-DUE-COUNT DELIMITED BY SIZE
                   INTO PLAN-LINE
               PERFORM 1690-PUT-PLAN-LINE
           END-IF
           IF WS-PLAN-STATUS = "00"
               CLOSE RUN-PLAN-RPT
           END-IF.

       1650-PRINT-PLAN-STEP.
           EVALUATE WS-NT-FREQUENCY(WS-NET-SUB)
               WHEN 'N'
                   MOVE "NIGHTLY" TO WS-PLAN-FREQUENCY
               WHEN 'M'
                   MOVE "MONTH-END" TO WS-PLAN-FREQUENCY
               WHEN OTHER
                   MOVE "ON REQUEST" TO WS-PLAN-FREQUENCY
           END-EVALUATE
           MOVE SPACES TO WS-PLAN-TONIGHT
           IF WS-NT-SCHEDULED(WS-NET-SUB) = 'N'
               IF WS-NT-FREQUENCY(WS-NET-SUB) = 'M'
                   MOVE "NOT DUE - MONTH-END" TO WS-PLAN-TONIGHT
               ELSE
                   MOVE "NOT DUE - NO REQUEST" TO WS-PLAN-TONIGHT
               END-IF
           ELSE
               MOVE WS-NT-STEP-NAME(WS-NET-SUB) TO WS-STEP-NAME
               MOVE WS-NT-FAIL-RC(WS-NET-SUB) TO WS-STEP-FAIL-RC
               PERFORM 0500-CHECK-STEP-RESTART
               IF SKIP-STEP
                   MOVE WS-STEP-RC TO WS-DISPLAY-RC
                   STRING "SKIP - DONE RC " DELIMITED BY SIZE
                       WS-DISPLAY-RC DELIMITED BY SIZE
                       INTO WS-PLAN-TONIGHT
               ELSE
                   MOVE "RUN" TO WS-PLAN-TONIGHT
               END-IF
           END-IF
           MOVE WS-PLAN-SUB TO WS-PLAN-SEQ
           MOVE WS-NT-FAIL-RC(WS-NET-SUB) TO WS-DISPLAY-FAIL-RC
           MOVE SPACES TO PLAN-LINE
           STRING WS-PLAN-SEQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NT-STEP-NAME(WS-NET-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NT-PROGRAM-NAME(WS-NET-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PLAN-FREQUENCY DELIMITED BY SIZE
               "  RC " DELIMITED BY SIZE
               WS-DISPLAY-FAIL-RC DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-NT-DESCRIPTION(WS-NET-SUB) DELIMITED BY SIZE
               INTO PLAN-LINE
           PERFORM 1690-PUT-PLAN-LINE
           PERFORM 1660-BUILD-DEPENDENCY-TEXT
           MOVE SPACES TO PLAN-LINE
           STRING "     " DELIMITED BY SIZE
               WS-PLAN-TONIGHT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEP-TEXT-1 DELIMITED BY SIZE
               INTO PLAN-LINE
           PERFORM 1690-PUT-PLAN-LINE
           IF WS-DEP-TEXT-2 NOT = SPACES
               MOVE SPACES TO PLAN-LINE
               MOVE WS-DEP-TEXT-2 TO PLAN-LINE(28:53)
               PERFORM 1690-PUT-PLAN-LINE
           END-IF.

      *    NEEDS lists the steps that must finish below their
      *    failure code first; AFTER the steps it only follows.
       1660-BUILD-DEPENDENCY-TEXT.
           MOVE SPACES TO WS-DEP-TEXT
           MOVE 1 TO WS-DEP-POINTER
           MOVE 'N' TO WS-NEEDS-SHOWN
           MOVE 'N' TO WS-AFTER-SHOWN
           MOVE 0 TO WS-DEP-SUB
           PERFORM UNTIL WS-DEP-SUB >= WS-DEP-MAX
               ADD 1 TO WS-DEP-SUB
               IF WS-NT-DEP-NAME(WS-NET-SUB, WS-DEP-SUB) NOT = SPACES
                   AND WS-NT-DEP-TYPE(WS-NET-SUB, WS-DEP-SUB) = SPACE
                   IF NOT NEEDS-SHOWN
                       STRING "NEEDS" DELIMITED BY SIZE
                           INTO WS-DEP-TEXT
                           WITH POINTER WS-DEP-POINTER
                       MOVE 'Y' TO WS-NEEDS-SHOWN
                   END-IF
                   STRING " " DELIMITED BY SIZE
                       WS-NT-DEP-NAME(WS-NET-SUB, WS-DEP-SUB)
                           DELIMITED BY SPACE
                       INTO WS-DEP-TEXT
                       WITH POINTER WS-DEP-POINTER
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DEP-SUB
           PERFORM UNTIL WS-DEP-SUB >= WS-DEP-MAX
               ADD 1 TO WS-DEP-SUB
               IF WS-NT-DEP-NAME(WS-NET-SUB, WS-DEP-SUB) NOT = SPACES
                   AND WS-NT-DEP-TYPE(WS-NET-SUB, WS-DEP-SUB) = 'A'
                   IF NOT AFTER-SHOWN
                       IF NEEDS-SHOWN
                           STRING "  " DELIMITED BY SIZE
                               INTO WS-DEP-TEXT
                               WITH POINTER WS-DEP-POINTER
                       END-IF
                       STRING "AFTER" DELIMITED BY SIZE
                           INTO WS-DEP-TEXT
                           WITH POINTER WS-DEP-POINTER
                       MOVE 'Y' TO WS-AFTER-SHOWN
                   END-IF
                   STRING " " DELIMITED BY SIZE
                       WS-NT-DEP-NAME(WS-NET-SUB, WS-DEP-SUB)
                           DELIMITED BY SPACE
                       INTO WS-DEP-TEXT
                       WITH POINTER WS-DEP-POINTER
               END-IF
           END-PERFORM.

       1690-PUT-PLAN-LINE.
           IF WS-PLAN-STATUS = "00"
               WRITE PLAN-LINE
           END-IF
           DISPLAY PLAN-LINE.

       2000-RUN-NETWORK.
           MOVE 0 TO WS-PLAN-SUB
           PERFORM UNTIL WS-PLAN-SUB >= WS-PLAN-COUNT
               ADD 1 TO WS-PLAN-SUB
               MOVE WS-PLAN-ENTRY(WS-PLAN-SUB) TO WS-NET-SUB
               IF WS-NT-SCHEDULED(WS-NET-SUB) = 'Y'
                   PERFORM 2100-RUN-ONE-STEP
               END-IF
           END-PERFORM.

      *    A step is held when a step it NEEDS failed or was itself
      *    held; a step it only runs AFTER never holds it. Once the
      *    run lock is lost nothing further is started.
       2100-RUN-ONE-STEP.
           MOVE WS-NT-STEP-NAME(WS-NET-SUB) TO WS-STEP-NAME
           MOVE WS-NT-FAIL-RC(WS-NET-SUB) TO WS-STEP-FAIL-RC
           MOVE SPACES TO WS-HOLDING-STEP
           IF LOCK-LOST
               MOVE "RUNLOCK" TO WS-HOLDING-STEP
           ELSE
               PERFORM 2200-CHECK-DEPENDENCIES
           END-IF
           IF WS-HOLDING-STEP NOT = SPACES
               MOVE 'H' TO WS-NT-OUTCOME(WS-NET-SUB)
               MOVE 'Y' TO WS-NIGHT-INCOMPLETE
               ADD 1 TO WS-HELD-COUNT
               IF LOCK-LOST
                   DISPLAY "PROG001: " WS-STEP-NAME
                       " NOT STARTED - RUN LOCK LOST"
               ELSE
                   DISPLAY "PROG001: " WS-STEP-NAME " HELD - "
                       WS-HOLDING-STEP " DID NOT COMPLETE"
               END-IF
           ELSE
               PERFORM 0500-CHECK-STEP-RESTART
               IF SKIP-STEP
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'S' TO WS-NT-OUTCOME(WS-NET-SUB)
                   MOVE WS-STEP-RC TO WS-NT-RC(WS-NET-SUB)
                   DISPLAY "PROG001: " WS-STEP-NAME
                       " SKIPPED - PRIOR RC=" WS-STEP-RC
               ELSE
                   PERFORM 2300-CALL-STEP
               END-IF
           END-IF.

       2200-CHECK-DEPENDENCIES.
           MOVE 0 TO WS-DEP-SUB
           PERFORM UNTIL WS-DEP-SUB >= WS-DEP-MAX
               OR WS-HOLDING-STEP NOT = SPACES
               ADD 1 TO WS-DEP-SUB
               IF WS-NT-DEP-SUB(WS-NET-SUB, WS-DEP-SUB) > 0
                   AND WS-NT-DEP-TYPE(WS-NET-SUB, WS-DEP-SUB) = SPACE
                   MOVE WS-NT-DEP-SUB(WS-NET-SUB, WS-DEP-SUB)
                       TO WS-CHECK-SUB
                   EVALUATE TRUE
                       WHEN WS-NT-OUTCOME(WS-CHECK-SUB) = 'H'
                           MOVE WS-NT-STEP-NAME(WS-CHECK-SUB)
                               TO WS-HOLDING-STEP
                       WHEN WS-NT-OUTCOME(WS-CHECK-SUB) = 'X'
                           CONTINUE
                       WHEN WS-NT-RC(WS-CHECK-SUB)
                           >= WS-NT-FAIL-RC(WS-CHECK-SUB)
                           MOVE WS-NT-STEP-NAME(WS-CHECK-SUB)
                               TO WS-HOLDING-STEP
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    A step that takes the run lock itself would find the
      *    driver's lock and refuse, so the lock is released for
      *    the call and taken back afterwards.
       2300-CALL-STEP.
           ADD 1 TO WS-RAN-COUNT
           MOVE WS-NT-PROGRAM-NAME(WS-NET-SUB) TO WS-CALL-PROGRAM
           IF WS-NT-RUN-LOCK(WS-NET-SUB) = 'Y'
               PERFORM 0900-RELEASE-RUN-LOCK
           END-IF
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   DISPLAY "PROG001: PROGRAM " WS-CALL-PROGRAM
                       " COULD NOT BE LOADED"
                   MOVE 16 TO WS-STEP-RC
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WS-STEP-RC
           END-CALL
           IF WS-NT-RUN-LOCK(WS-NET-SUB) = 'Y'
               PERFORM 0850-RETAKE-RUN-LOCK
           END-IF
           MOVE 'R' TO WS-NT-OUTCOME(WS-NET-SUB)
           MOVE WS-STEP-RC TO WS-NT-RC(WS-NET-SUB)
           IF WS-STEP-RC >= WS-STEP-FAIL-RC
               MOVE 'Y' TO WS-NIGHT-INCOMPLETE
           END-IF
           PERFORM 0600-RECORD-STEP-STATUS
           PERFORM 0700-LOG-STEP-RESULT
           DISPLAY "PROG001: " WS-STEP-NAME " RETURNED RC=" WS-STEP-RC.

       8000-CLOSE-OUT-NIGHT.
           IF WS-OVERALL-RC < 8
               CALL "CBL_DELETE_FILE" USING "JOBSTAT.DAT"
               DISPLAY "PROG001: STEP STATUSES RETAINED FOR RESTART"
           END-IF.

      *    A request is done with once its step has ended below its
      *    failure code, tonight or on the prior night a restart
      *    skipped it for. The parameter file is rewritten with
      *    those slots blank through a JOBPARM.NEW swap, the force
      *    flags left as the operator keyed them; a request that
      *    failed, was held, or names no on-request step stands.
       8200-CLEAR-REQUESTS.
           MOVE 0 TO WS-REQUEST-CLEARED
           IF JOBPARM-READ
               MOVE 0 TO WS-REQUEST-SUB
               PERFORM UNTIL WS-REQUEST-SUB >= 10
                   ADD 1 TO WS-REQUEST-SUB
                   IF WS-REQUEST-STEP(WS-REQUEST-SUB) NOT = SPACES
                       PERFORM 8250-CHECK-REQUEST-DONE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REQUEST-CLEARED > 0
               MOVE WS-JOBPARM-IMAGE TO JOB-PARAMETER-RECORD
               MOVE 0 TO WS-REQUEST-SUB
               PERFORM UNTIL WS-REQUEST-SUB >= 10
                   ADD 1 TO WS-REQUEST-SUB
                   MOVE WS-REQUEST-STEP(WS-REQUEST-SUB)
                       TO JP-REQUEST-STEP(WS-REQUEST-SUB)
               END-PERFORM
               MOVE JOB-PARAMETER-RECORD TO WORK-PARAMETER-RECORD
               OPEN OUTPUT JOB-PARAMETER-WORK
               IF WS-JOBPARM-WORK-STATUS = "00"
                   WRITE WORK-PARAMETER-RECORD
                   CLOSE JOB-PARAMETER-WORK
                   CALL "CBL_RENAME_FILE" USING "JOBPARM.NEW"
                       "JOBPARM.DAT" RETURNING WS-RENAME-RC
               ELSE
                   MOVE 1 TO WS-RENAME-RC
               END-IF
               IF WS-RENAME-RC = 0
                   DISPLAY "PROG001: " WS-REQUEST-CLEARED
                       " COMPLETED REQUEST(S) TAKEN OFF JOBPARM.DAT"
                   MOVE 'I' TO WS-EVENT-SEVERITY
                   MOVE "COMPLETED REQUESTS TAKEN OFF JOBPARM.DAT"
                       TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               ELSE
                   DISPLAY "PROG001: UNABLE TO REWRITE JOBPARM.DAT - "
                       "COMPLETED REQUESTS MUST BE TAKEN OFF BY HAND"
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   MOVE "JOBPARM.DAT NOT REWRITTEN - REQUESTS STAND"
                       TO WS-EVENT-TEXT
                   PERFORM 8100-LOG-EVENT
               END-IF
           END-IF.

       8250-CHECK-REQUEST-DONE.
           MOVE 'N' TO WS-STEP-FOUND
           MOVE 0 TO WS-CHECK-SUB
           PERFORM UNTIL STEP-FOUND OR WS-CHECK-SUB >= WS-NETWORK-COUNT
               ADD 1 TO WS-CHECK-SUB
               IF WS-NT-STEP-NAME(WS-CHECK-SUB)
                   = WS-REQUEST-STEP(WS-REQUEST-SUB)
                   AND WS-NT-FREQUENCY(WS-CHECK-SUB) = 'R'
                   MOVE 'Y' TO WS-STEP-FOUND
               END-IF
           END-PERFORM
           IF STEP-FOUND
               IF (WS-NT-OUTCOME(WS-CHECK-SUB) = 'R'
                   OR WS-NT-OUTCOME(WS-CHECK-SUB) = 'S')
                   AND WS-NT-RC(WS-CHECK-SUB)
                       < WS-NT-FAIL-RC(WS-CHECK-SUB)
                   MOVE SPACES TO WS-REQUEST-STEP(WS-REQUEST-SUB)
                   ADD 1 TO WS-REQUEST-CLEARED
               END-IF
           END-IF.

      *    The night's code is the worst code any step returned
      *    (restart skips count at their prior code). A step that
      *    failed at its own threshold, or was held, leaves the
      *    night incomplete, which is never less than RC 8.
       9000-SET-OVERALL-RETURN-CODE.
           MOVE 0 TO WS-OVERALL-RC
           IF NOT NETWORK-VALID
               MOVE 8 TO WS-OVERALL-RC
           END-IF
           MOVE 0 TO WS-NET-SUB
           PERFORM UNTIL WS-NET-SUB >= WS-NETWORK-COUNT
               OR NOT NETWORK-VALID
               ADD 1 TO WS-NET-SUB
               IF WS-NT-OUTCOME(WS-NET-SUB) = 'R'
                   OR WS-NT-OUTCOME(WS-NET-SUB) = 'S'
                   IF WS-NT-RC(WS-NET-SUB) > WS-OVERALL-RC
                       MOVE WS-NT-RC(WS-NET-SUB) TO WS-OVERALL-RC
                   END-IF
               END-IF
           END-PERFORM
           IF NIGHT-INCOMPLETE AND WS-OVERALL-RC < 8
               MOVE 8 TO WS-OVERALL-RC
           END-IF.
       END PROGRAM PROG001.
