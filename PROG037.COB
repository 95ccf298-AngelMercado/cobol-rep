      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Write-off and collection-agency placement run. The
      *          over-90 column of the PROG024 aged trial balance had
      *          no way out: a hopeless balance could neither be taken
      *          off the books nor handed to the outside agency. This
      *          run reads the write-off ('W') and placement ('P')
      *          requests on WOFFTRN.DAT, edits each one (account on
      *          the master and not already written off, amount equal
      *          to the balance owed, reason code given, no active
      *          promise-to-pay arrangement on ARRANGE.DAT, requesting
      *          operator active on OPROSTER.DAT) and requires an
      *          active supervisor other than the requester to
      *          authorize anything over the WOFFPARM.DAT threshold,
      *          the same control PROG012 applies to large voids.
      *          An accepted request zeroes the balance, sets the 'W'
      *          written-off status on the customer master so PROG013
      *          sends the account no further notices, and appends a
      *          WOF record to the ACTHIST.DAT activity history. A
      *          placement also goes to the fixed-format AGYPLC.DAT
      *          agency file (account, name, address, balance placed,
      *          last payment, days past due) with a balancing
      *          trailer. A write-off register with control totals and
      *          a sign-off block goes to accounting. Rejected
      *          requests are listed on the register and go to the
      *          shared SUSPENSE.DAT for repair and PROG031 recycling.
      *          Each account is read by key and rewritten in place as
      *          its request is accepted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG037.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT WRITE-OFF-REQUESTS ASSIGN TO "WOFFTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT WRITE-OFF-PARAMETER-FILE ASSIGN TO "WOFFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPERATOR-ROSTER ASSIGN TO "OPROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT ARRANGEMENT-FILE ASSIGN TO "ARRANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.
           SELECT ACTIVITY-HISTORY ASSIGN TO "ACTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AGENCY-PLACEMENT-FILE ASSIGN TO "AGYPLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLACEMENT-STATUS.
           SELECT WRITE-OFF-REGISTER-RPT ASSIGN TO "WOFFREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
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
       FD  WRITE-OFF-REQUESTS.
           COPY "WOFFTRN.CPY".
       FD  WRITE-OFF-PARAMETER-FILE.
           COPY "WOFFPARM.CPY".
       FD  OPERATOR-ROSTER.
           COPY "OPROSTER.CPY".
       FD  ARRANGEMENT-FILE.
           COPY "ARRANGE.CPY".
       FD  ACTIVITY-HISTORY.
           COPY "ACTHIST.CPY".
       FD  AGENCY-PLACEMENT-FILE.
           COPY "AGYPLC.CPY".
       FD  WRITE-OFF-REGISTER-RPT.
       01  REGISTER-LINE                   PIC X(80).
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
       01  WS-REQUEST-STATUS           PIC X(2).
       01  WS-PARM-STATUS              PIC X(2).
       01  WS-ROSTER-STATUS            PIC X(2).
       01  WS-ARRANGE-STATUS           PIC X(2).
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-PLACEMENT-STATUS         PIC X(2).
       01  WS-REGISTER-STATUS          PIC X(2).
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-CUSTMST-OPEN             PIC X(1) VALUE 'N'.
           88  CUSTMST-OPEN                        VALUE 'Y'.
       01  WS-REWRITE-FAILED           PIC X(1) VALUE 'N'.
           88  REWRITE-FAILED                      VALUE 'Y'.
       01  WS-REQUEST-EOF              PIC X(1) VALUE 'N'.
           88  REQUEST-EOF                         VALUE 'Y'.
       01  WS-ROSTER-EOF               PIC X(1) VALUE 'N'.
           88  ROSTER-EOF                          VALUE 'Y'.
       01  WS-ARRANGE-EOF              PIC X(1) VALUE 'N'.
           88  ARRANGE-EOF                         VALUE 'Y'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-HISTORY-OPEN             PIC X(1) VALUE 'N'.
           88  HISTORY-OPEN                        VALUE 'Y'.
       01  WS-PLACEMENT-OPEN           PIC X(1) VALUE 'N'.
           88  PLACEMENT-OPEN                      VALUE 'Y'.
       01  WS-REGISTER-OPEN            PIC X(1) VALUE 'N'.
           88  REGISTER-OPEN                       VALUE 'Y'.
       01  WS-REQUEST-VALID            PIC X(1) VALUE 'Y'.
           88  REQUEST-VALID                       VALUE 'Y'.
       01  WS-ACCOUNT-FOUND            PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-OPERATOR-FOUND           PIC X(1) VALUE 'N'.
           88  OPERATOR-FOUND                      VALUE 'Y'.
       01  WS-ARRANGEMENT-FOUND        PIC X(1) VALUE 'N'.
           88  ARRANGEMENT-FOUND                   VALUE 'Y'.
       01  WS-DUE-DATE-VALID           PIC X(1) VALUE 'N'.
           88  DUE-DATE-VALID                      VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-SUSPENSE-IMAGE           PIC X(160).
       01  WS-AUTH-THRESHOLD           PIC 9(7)V99 VALUE 500.00.
       01  WS-LOOKUP-OPERATOR          PIC X(8).
       01  WS-AUTHORIZED-BY            PIC X(8).
       01  WS-REQUEST-COUNT            PIC 9(9) VALUE 0.
       01  WS-WRITE-OFF-COUNT          PIC 9(9) VALUE 0.
       01  WS-PLACED-COUNT             PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE 0.
       01  WS-SUPERVISOR-COUNT         PIC 9(9) VALUE 0.
       01  WS-WRITE-OFF-AMOUNT         PIC 9(9)V99 VALUE 0.
       01  WS-PLACED-AMOUNT            PIC 9(9)V99 VALUE 0.
       01  WS-REJECTED-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-OLD-BALANCE              PIC 9(7)V99.
       01  WS-PRIOR-DUE-DATE           PIC 9(8).
       01  WS-DAYS-PAST-DUE            PIC S9(9) VALUE 0.
       01  WS-RUN-DATE-INT             PIC S9(9) VALUE 0.
       01  WS-DUE-DATE-INT             PIC S9(9) VALUE 0.
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  WS-ED-MONTH             PIC 9(2).
           05  WS-ED-DAY               PIC 9(2).
       01  WS-ACTION-TEXT              PIC X(9).
       01  WS-REGISTER-NAME            PIC X(20).
      *    Tonight's requests are held in a table so one pass of the
      *    activity history can find each account's last PROG022
      *    payment for the agency file.
       01  WS-REQ-MAX                  PIC 9(4) VALUE 500.
       01  WS-REQ-COUNT                PIC 9(4) VALUE 0.
       01  WS-REQ-SUB                  PIC 9(4) VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 500 TIMES.
               10  WS-RQ-IMAGE         PIC X(39).
               10  WS-RQ-ACTION        PIC X(1).
               10  WS-RQ-ACCOUNT       PIC X(10).
               10  WS-RQ-AMOUNT-VALID  PIC X(1).
               10  WS-RQ-AMOUNT        PIC 9(7)V99.
               10  WS-RQ-REASON        PIC X(3).
               10  WS-RQ-REQUESTED-BY  PIC X(8).
               10  WS-RQ-AUTH-OPERATOR PIC X(8).
               10  WS-RQ-LAST-PAY-DATE PIC 9(8).
               10  WS-RQ-LAST-PAY-AMOUNT
                                       PIC 9(7)V99.
       01  WS-ROSTER-MAX               PIC 9(4) VALUE 500.
       01  WS-ROSTER-COUNT             PIC 9(4) VALUE 0.
       01  WS-ROSTER-SUB               PIC 9(4) VALUE 0.
       01  WS-OPR-SUB                  PIC 9(4) VALUE 0.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-ENTRY OCCURS 500 TIMES.
               10  WS-RO-OPERATOR-ID   PIC X(8).
               10  WS-RO-ACTIVE-FLAG   PIC X(1).
               10  WS-RO-SUPERVISOR    PIC X(1).
       01  WS-ARR-MAX                  PIC 9(4) VALUE 1000.
       01  WS-ARR-COUNT                PIC 9(4) VALUE 0.
       01  WS-ARR-SUB                  PIC 9(4) VALUE 0.
       01  WS-ARR-TABLE.
           05  WS-ARR-ACCOUNT OCCURS 1000 TIMES
                                       PIC X(10).
       01  WS-DISPLAY-AMOUNT-SHORT     PIC Z(6)9.99.
       01  WS-DISPLAY-DAYS             PIC Z(4)9.
       01  WS-DISPLAY-AMOUNT           PIC Z(8)9.99.
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
               PERFORM 2000-PROCESS-REQUESTS
               PERFORM 3500-WRITE-PLACEMENT-TRAILER
               PERFORM 4000-WRITE-CONTROL-TOTALS
               DISPLAY "PROG037: WRITE-OFF RUN COMPLETE - "
                   WS-WRITE-OFF-COUNT " WRITTEN OFF, "
                   WS-PLACED-COUNT " PLACED, " WS-REJECT-COUNT
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
                   DISPLAY "PROG037: STALE RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " CLEARED BY OPERATOR "
                       "OVERRIDE"
                   CALL "CBL_DELETE_FILE" USING "RUNLOCK.DAT"
                       RETURNING WS-DELETE-RC
               ELSE
                   MOVE 'Y' TO WS-LOCK-REFUSED
                   DISPLAY "PROG037: RUN REFUSED - RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " SINCE " RL-TIMESTAMP
               END-IF
           END-IF
           IF NOT LOCK-REFUSED
               OPEN OUTPUT RUN-LOCK-FILE
               IF WS-RUNLOCK-STATUS = "00"
                   MOVE "PROG037" TO RL-HOLDER-PROGRAM
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
                   DISPLAY "PROG037: UNABLE TO TAKE RUN LOCK - "
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
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 1060-READ-WRITE-OFF-PARAMETERS
           PERFORM 1100-OPEN-CUSTOMER-MASTER
           PERFORM 1150-LOAD-ROSTER
           PERFORM 1170-LOAD-ARRANGEMENTS
           PERFORM 1200-LOAD-REQUESTS
           IF FILES-AVAILABLE AND WS-REQ-COUNT > 0
               PERFORM 1300-SCAN-ACTIVITY-HISTORY
           END-IF
           OPEN OUTPUT WRITE-OFF-REGISTER-RPT
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG037: WRITE-OFF REGISTER UNAVAILABLE - "
                   "STATUS " WS-REGISTER-STATUS
           ELSE
               MOVE 'Y' TO WS-REGISTER-OPEN
               PERFORM 1400-WRITE-REGISTER-HEADER
           END-IF
           OPEN OUTPUT AGENCY-PLACEMENT-FILE
           IF WS-PLACEMENT-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG037: AGENCY PLACEMENT FILE UNAVAILABLE - "
                   "STATUS " WS-PLACEMENT-STATUS
           ELSE
               MOVE 'Y' TO WS-PLACEMENT-OPEN
           END-IF
           OPEN EXTEND ACTIVITY-HISTORY
           IF WS-HISTORY-STATUS = "35"
               CLOSE ACTIVITY-HISTORY
               OPEN OUTPUT ACTIVITY-HISTORY
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG037: ACTIVITY HISTORY UNAVAILABLE - "
                   "STATUS " WS-HISTORY-STATUS
           ELSE
               MOVE 'Y' TO WS-HISTORY-OPEN
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

       1060-READ-WRITE-OFF-PARAMETERS.
           OPEN INPUT WRITE-OFF-PARAMETER-FILE
           IF WS-PARM-STATUS = "00"
               READ WRITE-OFF-PARAMETER-FILE
                   NOT AT END
                       IF WP-AUTH-THRESHOLD NUMERIC
                           MOVE WP-AUTH-THRESHOLD
                               TO WS-AUTH-THRESHOLD
                       END-IF
               END-READ
               CLOSE WRITE-OFF-PARAMETER-FILE
           ELSE
               MOVE WS-AUTH-THRESHOLD TO WS-DISPLAY-AMOUNT-SHORT
               DISPLAY "PROG037: WOFFPARM.DAT NOT PRESENT - DEFAULT "
                   "AUTHORIZATION THRESHOLD " WS-DISPLAY-AMOUNT-SHORT
           END-IF.

       1100-OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG037: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
           ELSE
               MOVE 'Y' TO WS-CUSTMST-OPEN
           END-IF.

      *    A run with no readable roster still runs, but no request
      *    can pass the operator edits - everything rejects until
      *    the roster is back.
       1150-LOAD-ROSTER.
           MOVE 0 TO WS-ROSTER-COUNT
           OPEN INPUT OPERATOR-ROSTER
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "PROG037: OPERATOR ROSTER UNAVAILABLE - "
                   "STATUS " WS-ROSTER-STATUS
                   " - ALL REQUESTS WILL REJECT"
           ELSE
               MOVE 'N' TO WS-ROSTER-EOF
               PERFORM UNTIL ROSTER-EOF
                   READ OPERATOR-ROSTER
                       AT END
                           MOVE 'Y' TO WS-ROSTER-EOF
                       NOT AT END
                           IF WS-ROSTER-COUNT < WS-ROSTER-MAX
                               ADD 1 TO WS-ROSTER-COUNT
                               MOVE OR-OPERATOR-ID TO
                                   WS-RO-OPERATOR-ID(WS-ROSTER-COUNT)
                               MOVE OR-ACTIVE-FLAG TO
                                   WS-RO-ACTIVE-FLAG(WS-ROSTER-COUNT)
                               MOVE OR-SUPERVISOR-FLAG TO
                                   WS-RO-SUPERVISOR(WS-ROSTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-ROSTER
           END-IF.

      *    An account the credit desk has a live payment plan with
      *    is not written off behind the desk's back; the plan is
      *    cancelled through PROG035 first.
       1170-LOAD-ARRANGEMENTS.
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
                               AND WS-ARR-COUNT < WS-ARR-MAX
                               ADD 1 TO WS-ARR-COUNT
                               MOVE AR-ACCOUNT-NUMBER TO
                                   WS-ARR-ACCOUNT(WS-ARR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRANGEMENT-FILE
           END-IF.

      *    No request file is a night with nothing to write off.
       1200-LOAD-REQUESTS.
           MOVE 0 TO WS-REQ-COUNT
           OPEN INPUT WRITE-OFF-REQUESTS
           IF WS-REQUEST-STATUS = "35"
               DISPLAY "PROG037: NO WRITE-OFF REQUESTS THIS RUN"
           ELSE
               IF WS-REQUEST-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG037: WRITE-OFF REQUEST FILE "
                       "UNAVAILABLE - STATUS " WS-REQUEST-STATUS
               ELSE
                   MOVE 'N' TO WS-REQUEST-EOF
                   PERFORM UNTIL REQUEST-EOF
                       READ WRITE-OFF-REQUESTS
                           AT END
                               MOVE 'Y' TO WS-REQUEST-EOF
                           NOT AT END
                               PERFORM 1250-TABLE-ONE-REQUEST
                       END-READ
                   END-PERFORM
                   CLOSE WRITE-OFF-REQUESTS
               END-IF
           END-IF.

       1250-TABLE-ONE-REQUEST.
           IF WS-REQ-COUNT < WS-REQ-MAX
               ADD 1 TO WS-REQ-COUNT
               MOVE WRITE-OFF-REQUEST-RECORD TO
                   WS-RQ-IMAGE(WS-REQ-COUNT)
               MOVE WT-ACTION TO WS-RQ-ACTION(WS-REQ-COUNT)
               MOVE WT-ACCOUNT-NUMBER TO WS-RQ-ACCOUNT(WS-REQ-COUNT)
               MOVE WT-REASON-CODE TO WS-RQ-REASON(WS-REQ-COUNT)
               MOVE WT-REQUESTED-BY TO
                   WS-RQ-REQUESTED-BY(WS-REQ-COUNT)
               MOVE WT-AUTH-OPERATOR TO
                   WS-RQ-AUTH-OPERATOR(WS-REQ-COUNT)
               MOVE 0 TO WS-RQ-LAST-PAY-DATE(WS-REQ-COUNT)
               MOVE 0 TO WS-RQ-LAST-PAY-AMOUNT(WS-REQ-COUNT)
               IF WT-AMOUNT NUMERIC
                   MOVE 'Y' TO WS-RQ-AMOUNT-VALID(WS-REQ-COUNT)
                   MOVE WT-AMOUNT-NUM TO WS-RQ-AMOUNT(WS-REQ-COUNT)
               ELSE
                   MOVE 'N' TO WS-RQ-AMOUNT-VALID(WS-REQ-COUNT)
                   MOVE 0 TO WS-RQ-AMOUNT(WS-REQ-COUNT)
               END-IF
           ELSE
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG037: WRITE-OFF REQUEST TABLE FULL - "
                   "RUN REFUSED"
               MOVE 'Y' TO WS-REQUEST-EOF
           END-IF.

      *    One pass of the history keeps, for every requested
      *    account, the latest payment PROG022 posted to it.
       1300-SCAN-ACTIVITY-HISTORY.
           OPEN INPUT ACTIVITY-HISTORY
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "PROG037: NO ACTIVITY HISTORY ON FILE - "
                   "LAST PAYMENTS SENT AS ZERO"
           ELSE
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG037: ACTIVITY HISTORY UNAVAILABLE - "
                       "STATUS " WS-HISTORY-STATUS
               ELSE
                   MOVE 'N' TO WS-HISTORY-EOF
                   PERFORM UNTIL HISTORY-EOF
                       READ ACTIVITY-HISTORY
                           AT END
                               MOVE 'Y' TO WS-HISTORY-EOF
                           NOT AT END
                               IF AH-PAYMENT
                                   AND AH-PROGRAM-ID = "PROG022"
                                   PERFORM 1350-NOTE-LAST-PAYMENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACTIVITY-HISTORY
               END-IF
           END-IF.

       1350-NOTE-LAST-PAYMENT.
           MOVE 0 TO WS-REQ-SUB
           PERFORM UNTIL WS-REQ-SUB >= WS-REQ-COUNT
               ADD 1 TO WS-REQ-SUB
               IF WS-RQ-ACCOUNT(WS-REQ-SUB) = AH-ACCOUNT-NUMBER
                   AND AH-ACTIVITY-DATE >=
                       WS-RQ-LAST-PAY-DATE(WS-REQ-SUB)
                   MOVE AH-ACTIVITY-DATE TO
                       WS-RQ-LAST-PAY-DATE(WS-REQ-SUB)
                   MOVE AH-AMOUNT TO
                       WS-RQ-LAST-PAY-AMOUNT(WS-REQ-SUB)
               END-IF
           END-PERFORM.

       1400-WRITE-REGISTER-HEADER.
           MOVE SPACES TO REGISTER-LINE
           STRING "WRITE-OFF AND AGENCY PLACEMENT REGISTER"
               DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "ACCOUNT    NAME                 ACTION    RSN "
               DELIMITED BY SIZE
               "    AMOUNT   DPD AUTH BY" DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2000-PROCESS-REQUESTS.
           MOVE 0 TO WS-REQ-SUB
           PERFORM UNTIL WS-REQ-SUB >= WS-REQ-COUNT
               OR REWRITE-FAILED
               ADD 1 TO WS-REQ-SUB
               ADD 1 TO WS-REQUEST-COUNT
               PERFORM 2100-EDIT-ONE-REQUEST
               IF REQUEST-VALID
                   PERFORM 2300-APPLY-WRITE-OFF
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   ADD WS-RQ-AMOUNT(WS-REQ-SUB) TO WS-REJECTED-AMOUNT
                   PERFORM 2400-WRITE-REJECT
               END-IF
           END-PERFORM.

      *    The amount keyed must be the balance on the master: a
      *    request written against a balance that has since moved
      *    (a payment posted, a charge billed) is refused rather than
      *    writing off the wrong figure.
       2100-EDIT-ONE-REQUEST.
           MOVE 'Y' TO WS-REQUEST-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-AUTHORIZED-BY
           PERFORM 2200-FIND-ACCOUNT
           PERFORM 2250-CHECK-ARRANGEMENT
           EVALUATE TRUE
               WHEN WS-RQ-ACTION(WS-REQ-SUB) NOT = 'W'
                   AND WS-RQ-ACTION(WS-REQ-SUB) NOT = 'P'
                   MOVE "ACTION MUST BE W OR P" TO WS-REJECT-REASON
               WHEN WS-RQ-AMOUNT-VALID(WS-REQ-SUB) NOT = 'Y'
                   MOVE "WRITE-OFF AMOUNT NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN NOT ACCOUNT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               WHEN CM-STATUS = 'W'
                   MOVE "ACCOUNT ALREADY WRITTEN OFF"
                       TO WS-REJECT-REASON
               WHEN CM-BALANCE = 0
                   MOVE "NO BALANCE TO WRITE OFF" TO WS-REJECT-REASON
               WHEN WS-RQ-AMOUNT(WS-REQ-SUB) NOT = CM-BALANCE
                   MOVE "AMOUNT DOES NOT MATCH BALANCE"
                       TO WS-REJECT-REASON
               WHEN WS-RQ-REASON(WS-REQ-SUB) = SPACES
                   MOVE "REASON CODE REQUIRED" TO WS-REJECT-REASON
               WHEN ARRANGEMENT-FOUND
                   MOVE "ACTIVE PAYMENT ARRANGEMENT ON FILE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2150-CHECK-OPERATORS
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-REQUEST-VALID
           END-IF.

      *    Anything over the WOFFPARM.DAT threshold needs an
      *    authorizing operator who is on the roster, active, and
      *    designated a supervisor - and who is not the operator
      *    asking for the write-off.
       2150-CHECK-OPERATORS.
           MOVE WS-RQ-REQUESTED-BY(WS-REQ-SUB) TO WS-LOOKUP-OPERATOR
           PERFORM 2170-FIND-OPERATOR
           EVALUATE TRUE
               WHEN NOT OPERATOR-FOUND
                   MOVE "REQUESTING OPERATOR NOT ON ROSTER"
                       TO WS-REJECT-REASON
               WHEN WS-RO-ACTIVE-FLAG(WS-OPR-SUB) NOT = 'Y'
                   MOVE "REQUESTING OPERATOR NOT ACTIVE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               AND WS-RQ-AMOUNT(WS-REQ-SUB) > WS-AUTH-THRESHOLD
               MOVE WS-RQ-AUTH-OPERATOR(WS-REQ-SUB)
                   TO WS-LOOKUP-OPERATOR
               PERFORM 2170-FIND-OPERATOR
               EVALUATE TRUE
                   WHEN WS-LOOKUP-OPERATOR = SPACES
                       MOVE "AUTHORIZING SUPERVISOR REQUIRED"
                           TO WS-REJECT-REASON
                   WHEN WS-LOOKUP-OPERATOR =
                       WS-RQ-REQUESTED-BY(WS-REQ-SUB)
                       MOVE "AUTHORIZER MAY NOT BE THE REQUESTER"
                           TO WS-REJECT-REASON
                   WHEN NOT OPERATOR-FOUND
                       MOVE "AUTHORIZER NOT ON ROSTER"
                           TO WS-REJECT-REASON
                   WHEN WS-RO-ACTIVE-FLAG(WS-OPR-SUB) NOT = 'Y'
                       MOVE "AUTHORIZER NOT ACTIVE"
                           TO WS-REJECT-REASON
                   WHEN WS-RO-SUPERVISOR(WS-OPR-SUB) NOT = 'Y'
                       MOVE "AUTHORIZER NOT A SUPERVISOR"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE WS-LOOKUP-OPERATOR TO WS-AUTHORIZED-BY
               END-EVALUATE
           END-IF.

       2170-FIND-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-FOUND
           MOVE 0 TO WS-OPR-SUB
           MOVE 0 TO WS-ROSTER-SUB
           PERFORM UNTIL OPERATOR-FOUND
               OR WS-ROSTER-SUB >= WS-ROSTER-COUNT
               ADD 1 TO WS-ROSTER-SUB
               IF WS-RO-OPERATOR-ID(WS-ROSTER-SUB) =
                   WS-LOOKUP-OPERATOR
                   MOVE 'Y' TO WS-OPERATOR-FOUND
                   MOVE WS-ROSTER-SUB TO WS-OPR-SUB
               END-IF
           END-PERFORM.

       2200-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE WS-RQ-ACCOUNT(WS-REQ-SUB) TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.

       2250-CHECK-ARRANGEMENT.
           MOVE 'N' TO WS-ARRANGEMENT-FOUND
           MOVE 0 TO WS-ARR-SUB
           PERFORM UNTIL ARRANGEMENT-FOUND
               OR WS-ARR-SUB >= WS-ARR-COUNT
               ADD 1 TO WS-ARR-SUB
               IF WS-ARR-ACCOUNT(WS-ARR-SUB) =
                   WS-RQ-ACCOUNT(WS-REQ-SUB)
                   MOVE 'Y' TO WS-ARRANGEMENT-FOUND
               END-IF
           END-PERFORM.

      *    Days past due are taken before the due date is cleared, so
      *    the agency and the register see how old the debt was.
       2300-APPLY-WRITE-OFF.
           MOVE CM-BALANCE TO WS-OLD-BALANCE
           MOVE CM-DUE-DATE TO WS-PRIOR-DUE-DATE
           PERFORM 2350-COMPUTE-DAYS-PAST-DUE
           MOVE 0 TO CM-BALANCE
           MOVE 'W' TO CM-STATUS
           MOVE 0 TO CM-DUE-DATE
           PERFORM 2320-REWRITE-ACCOUNT
           IF NOT REWRITE-FAILED
               IF WS-AUTHORIZED-BY NOT = SPACES
                   ADD 1 TO WS-SUPERVISOR-COUNT
               END-IF
               IF WS-RQ-ACTION(WS-REQ-SUB) = 'P'
                   MOVE "PLACED" TO WS-ACTION-TEXT
                   ADD 1 TO WS-PLACED-COUNT
                   ADD WS-OLD-BALANCE TO WS-PLACED-AMOUNT
                   PERFORM 2600-WRITE-PLACEMENT-RECORD
               ELSE
                   MOVE "WRITE-OFF" TO WS-ACTION-TEXT
                   ADD 1 TO WS-WRITE-OFF-COUNT
                   ADD WS-OLD-BALANCE TO WS-WRITE-OFF-AMOUNT
               END-IF
               PERFORM 2500-WRITE-REGISTER-LINE
               PERFORM 2650-WRITE-WRITE-OFF-HISTORY
           END-IF.

       2320-REWRITE-ACCOUNT.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-REWRITE-FAILED
           END-REWRITE
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'Y' TO WS-REWRITE-FAILED
           END-IF
           IF REWRITE-FAILED
               DISPLAY "PROG037: UNABLE TO REWRITE ACCOUNT "
                   CM-ACCOUNT-NUMBER " - STATUS " WS-CUSTMST-STATUS
           END-IF.

       2350-COMPUTE-DAYS-PAST-DUE.
           MOVE 'N' TO WS-DUE-DATE-VALID
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF WS-PRIOR-DUE-DATE NOT = 0
               MOVE WS-PRIOR-DUE-DATE TO WS-EDIT-DATE
               IF WS-ED-MONTH >= 1 AND WS-ED-MONTH <= 12
                   AND WS-ED-DAY >= 1 AND WS-ED-DAY <= 31
                   MOVE 'Y' TO WS-DUE-DATE-VALID
                   COMPUTE WS-DUE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PRIOR-DUE-DATE)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-DATE-INT - WS-DUE-DATE-INT
               END-IF
           END-IF
           IF WS-DAYS-PAST-DUE < 0
               MOVE 0 TO WS-DAYS-PAST-DUE
           END-IF.

       2400-WRITE-REJECT.
           MOVE SPACES TO REGISTER-LINE
           IF WS-RQ-AMOUNT-VALID(WS-REQ-SUB) = 'Y'
               MOVE WS-RQ-AMOUNT(WS-REQ-SUB) TO WS-DISPLAY-AMOUNT-SHORT
               STRING "REJECTED " DELIMITED BY SIZE
                   WS-RQ-ACCOUNT(WS-REQ-SUB) DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-DISPLAY-AMOUNT-SHORT DELIMITED BY SIZE
                   "  - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REGISTER-LINE
           ELSE
               STRING "REJECTED " DELIMITED BY SIZE
                   WS-RQ-ACCOUNT(WS-REQ-SUB) DELIMITED BY SIZE
                   "  - " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE
           MOVE SPACES TO WS-SUSPENSE-IMAGE
           MOVE WS-RQ-IMAGE(WS-REQ-SUB) TO WS-SUSPENSE-IMAGE
           PERFORM 8200-WRITE-SUSPENSE.

       2500-WRITE-REGISTER-LINE.
           MOVE CM-NAME TO WS-REGISTER-NAME
           MOVE WS-OLD-BALANCE TO WS-DISPLAY-AMOUNT-SHORT
           MOVE WS-DAYS-PAST-DUE TO WS-DISPLAY-DAYS
           MOVE SPACES TO REGISTER-LINE
           STRING WS-RQ-ACCOUNT(WS-REQ-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REGISTER-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RQ-REASON(WS-REQ-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT-SHORT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-DAYS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUTHORIZED-BY DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       2600-WRITE-PLACEMENT-RECORD.
           MOVE SPACES TO AGENCY-PLACEMENT-RECORD
           MOVE 'D' TO PL-RECORD-TYPE
           MOVE WS-RQ-ACCOUNT(WS-REQ-SUB) TO PL-ACCOUNT-NUMBER
           MOVE CM-NAME TO PL-NAME
           MOVE CM-ADDRESS-1 TO PL-ADDRESS-1
           MOVE CM-ADDRESS-2 TO PL-ADDRESS-2
           MOVE CM-ADDRESS-3 TO PL-ADDRESS-3
           MOVE WS-OLD-BALANCE TO PL-BALANCE
           MOVE WS-RQ-LAST-PAY-DATE(WS-REQ-SUB)
               TO PL-LAST-PAYMENT-DATE
           MOVE WS-RQ-LAST-PAY-AMOUNT(WS-REQ-SUB)
               TO PL-LAST-PAYMENT-AMOUNT
           MOVE WS-DAYS-PAST-DUE TO PL-DAYS-PAST-DUE
           MOVE WS-RQ-REASON(WS-REQ-SUB) TO PL-REASON-CODE
           MOVE WS-RUN-DATE-NUM TO PL-PLACED-DATE
           WRITE AGENCY-PLACEMENT-RECORD.

       2650-WRITE-WRITE-OFF-HISTORY.
           MOVE WS-RQ-ACCOUNT(WS-REQ-SUB) TO AH-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE-NUM TO AH-ACTIVITY-DATE
           MOVE "WOF" TO AH-ACTIVITY-TYPE
           MOVE WS-OLD-BALANCE TO AH-AMOUNT
           MOVE 'C' TO AH-DEBIT-CREDIT
           MOVE SPACES TO AH-DOCUMENT-NUMBER
           MOVE 0 TO AH-BALANCE-AFTER
           MOVE WS-PRIOR-DUE-DATE TO AH-PRIOR-DUE-DATE
           MOVE "PROG037" TO AH-PROGRAM-ID
           MOVE 0 TO AH-REVERSED-DATE
           WRITE ACTIVITY-HISTORY-RECORD.

      *    The trailer goes out even on a night with no placements,
      *    so the agency can tell an empty file from a lost one.
       3500-WRITE-PLACEMENT-TRAILER.
           MOVE SPACES TO AGENCY-PLACEMENT-TRAILER
           MOVE 'T' TO PL-TRAILER-TYPE
           MOVE WS-PLACED-COUNT TO PL-TRAILER-COUNT
           MOVE WS-PLACED-AMOUNT TO PL-TRAILER-BALANCE
           MOVE WS-RUN-DATE-NUM TO PL-TRAILER-DATE
           WRITE AGENCY-PLACEMENT-TRAILER.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "CONTROL TOTALS" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-REQUEST-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "REQUESTS READ:      " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-WRITE-OFF-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-WRITE-OFF-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "WRITTEN OFF:        " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-PLACED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-PLACED-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "PLACED WITH AGENCY: " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-REJECTED-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "REQUESTS REJECTED:  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-SUPERVISOR-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-AUTH-THRESHOLD TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING "SUPERVISOR AUTH:    " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               "  OVER   " DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "REVIEWED BY (CREDIT):     " DELIMITED BY SIZE
               "____________________  DATE: __________"
               DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "APPROVED BY (ACCOUNTING): " DELIMITED BY SIZE
               "____________________  DATE: __________"
               DELIMITED BY SIZE
               INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *    The rejected request lands on the shared suspense file so
      *    the office corrects it in place (or gets the supervisor's
      *    sign-off) and PROG031 recycles it into the next run's
      *    request file.
       8200-WRITE-SUSPENSE.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS = "00"
               MOVE "PROG037" TO SU-PROGRAM-ID
               MOVE WS-RUN-DATE-NUM TO SU-RUN-DATE
               MOVE 'O' TO SU-STATUS
               MOVE WS-REJECT-REASON TO SU-REJECT-REASON
               MOVE WS-SUSPENSE-IMAGE TO SU-RECORD-IMAGE
               WRITE SUSPENSE-RECORD
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "PROG037: SUSPENSE FILE UNAVAILABLE - STATUS "
                   WS-SUSPENSE-STATUS
           END-IF.

       9000-TERMINATE.
           IF REGISTER-OPEN
               CLOSE WRITE-OFF-REGISTER-RPT
           END-IF
           IF PLACEMENT-OPEN
               CLOSE AGENCY-PLACEMENT-FILE
           END-IF
           IF HISTORY-OPEN
               CLOSE ACTIVITY-HISTORY
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
       END PROGRAM PROG037.
