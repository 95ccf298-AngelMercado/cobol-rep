      *          (ONLACT.DAT) so the nightly PROG017 extract can merge
      *          online sign-ons into the OPAUDIT trail - before this,
      *          an online logon left no record anywhere.
      *          Failed attempts count toward the same lockout as
      *          PROG002's: the OPLOCK.DAT entry for the ID is read
      *          for update from DATASET('OPLOCK') and the limit and
      *          window come from DATASET('SGNPARM'), so failures at
      *          the console and at a terminal add up, and a locked
      *          ID is refused here too until PROG009 clears it.
      * NOTE:    This program uses EXEC CICS, which GnuCOBOL's
      *          -std=ibm cannot compile (no CICS translator in this
      *          toolchain). It has been desk-checked against the
       COPY "PROG8M1.CPY".
       COPY "OPROSTER.CPY".
       COPY "ONLACT.CPY".
       COPY "OPLOCK.CPY".
       COPY "SGNPARM.CPY".
       01  WS-CA-OPERATOR-ID           PIC X(8).
       01  WS-LOOKUP-KEY               PIC X(8).
       01  WS-OPERATOR-FOUND           PIC X(1) VALUE 'N'.
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-CAPTURE-DATE             PIC X(10).
       01  WS-CAPTURE-TIME             PIC X(8).
       01  WS-LOCK-KEY                 PIC X(8).
       01  WS-PARM-KEY                 PIC X(8) VALUE "SIGNON".
       01  WS-LOCK-ENTRY-FOUND         PIC X(1) VALUE 'N'.
           88  LOCK-ENTRY-FOUND                    VALUE 'Y'.
       01  WS-LOCK-FILE-OK             PIC X(1) VALUE 'N'.
           88  LOCK-FILE-OK                        VALUE 'Y'.
       01  WS-MAX-FAILURES             PIC 9(3) VALUE 3.
       01  WS-WINDOW-MINUTES           PIC 9(4) VALUE 30.
       01  WS-NOW-DATE-X               PIC X(8).
       01  WS-NOW-DATE REDEFINES WS-NOW-DATE-X
                                       PIC 9(8).
       01  WS-NOW-TIME-X.
           05  WS-NOW-HOUR             PIC 9(2).
           05  WS-NOW-MINUTE           PIC 9(2).
           05  WS-NOW-SECOND           PIC 9(2).
       01  WS-NOW-TIME REDEFINES WS-NOW-TIME-X
                                       PIC 9(6).
       01  WS-NOW-MINUTES              PIC 9(11).
       01  WS-FIRST-MINUTES            PIC 9(11).
       01  WS-FIRST-FAIL-TIME.
           05  WS-FF-HOUR              PIC 9(2).
           05  WS-FF-MINUTE            PIC 9(2).
           05  WS-FF-SECOND            PIC 9(2).
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(8).
       PROCEDURE DIVISION.
           END-EXEC
           MOVE OPERIDI TO WS-CA-OPERATOR-ID
           PERFORM 3000-VALIDATE-OPERATOR
           PERFORM 3200-APPLY-LOCKOUT
           PERFORM 3500-CAPTURE-ATTEMPT
           PERFORM 4000-SEND-RESULT-MAP.

                   CONTINUE
           END-EVALUATE.

      *    Same rule as PROG002's 3200: a locked ID is refused
      *    whatever the roster says, a good sign-on clears the count,
      *    a bad one adds to it, and a roster outage is not counted.
      *    If OPLOCK cannot be read the sign-on stands on the roster
      *    check alone.
       3200-APPLY-LOCKOUT.
           IF WS-REASON NOT = "ROSTER UNAVAILABLE"
               PERFORM 3210-READ-LOCK-ENTRY
               IF LOCK-FILE-OK
                   EVALUATE TRUE
                       WHEN LOCK-ENTRY-FOUND AND LO-LOCKED
                           MOVE 'N' TO WS-RESULT-CODE
                           MOVE "OPERATOR LOCKED OUT" TO WS-REASON
                           MOVE "LOGON REJECTED - OPERATOR LOCKED OUT"
                               TO WS-MESSAGE
                           ADD 1 TO LO-REFUSED-COUNT
                           PERFORM 3280-SAVE-LOCK-ENTRY
                       WHEN WS-RESULT-CODE = 'Y'
                           IF LOCK-ENTRY-FOUND AND LO-FAIL-COUNT > 0
                               MOVE 0 TO LO-FAIL-COUNT
                               PERFORM 3280-SAVE-LOCK-ENTRY
                           ELSE
                               PERFORM 3290-RELEASE-LOCK-ENTRY
                           END-IF
                       WHEN OTHER
                           PERFORM 3230-COUNT-FAILURE
                   END-EVALUATE
               END-IF
           END-IF.

       3210-READ-LOCK-ENTRY.
           MOVE 'N' TO WS-LOCK-ENTRY-FOUND
           MOVE 'N' TO WS-LOCK-FILE-OK
           EXEC CICS READ
               DATASET('SGNPARM')
               INTO(SIGNON-PARAMETER-RECORD)
               RIDFLD(WS-PARM-KEY)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF LP-MAX-FAILURES NUMERIC AND LP-MAX-FAILURES > 0
                   MOVE LP-MAX-FAILURES TO WS-MAX-FAILURES
               END-IF
               IF LP-WINDOW-MINUTES NUMERIC AND LP-WINDOW-MINUTES > 0
                   MOVE LP-WINDOW-MINUTES TO WS-WINDOW-MINUTES
               END-IF
           END-IF
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE-X)
               TIME(WS-NOW-TIME-X)
           END-EXEC
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 1440
               + WS-NOW-HOUR * 60 + WS-NOW-MINUTE
           MOVE FUNCTION UPPER-CASE(WS-CA-OPERATOR-ID) TO WS-LOCK-KEY
           EXEC CICS READ
               DATASET('OPLOCK')
               INTO(OPERATOR-LOCKOUT-RECORD)
               RIDFLD(WS-LOCK-KEY)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-LOCK-ENTRY-FOUND
                   MOVE 'Y' TO WS-LOCK-FILE-OK
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-LOCK-FILE-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3230-COUNT-FAILURE.
           IF NOT LOCK-ENTRY-FOUND
               INITIALIZE OPERATOR-LOCKOUT-RECORD
               MOVE WS-LOCK-KEY TO LO-OPERATOR-ID
           END-IF
           IF LO-FAIL-COUNT = 0
               MOVE WS-NOW-MINUTES TO WS-FIRST-MINUTES
           ELSE
               MOVE LO-FIRST-FAIL-TIME TO WS-FIRST-FAIL-TIME
               COMPUTE WS-FIRST-MINUTES =
                   FUNCTION INTEGER-OF-DATE(LO-FIRST-FAIL-DATE) * 1440
                   + WS-FF-HOUR * 60 + WS-FF-MINUTE
           END-IF
           IF LO-FAIL-COUNT = 0
              OR WS-NOW-MINUTES - WS-FIRST-MINUTES > WS-WINDOW-MINUTES
               MOVE 1 TO LO-FAIL-COUNT
               MOVE WS-NOW-DATE TO LO-FIRST-FAIL-DATE
               MOVE WS-NOW-TIME TO LO-FIRST-FAIL-TIME
           ELSE
               ADD 1 TO LO-FAIL-COUNT
           END-IF
           MOVE WS-NOW-DATE TO LO-LAST-FAIL-DATE
           MOVE WS-NOW-TIME TO LO-LAST-FAIL-TIME
           MOVE WS-REASON TO LO-LAST-REASON
           IF LO-FAIL-COUNT >= WS-MAX-FAILURES
               MOVE 'L' TO LO-LOCK-STATUS
               MOVE WS-NOW-DATE TO LO-LOCK-DATE
               MOVE WS-NOW-TIME TO LO-LOCK-TIME
               MOVE 'O' TO LO-LOCK-ORIGIN
               MOVE 0 TO LO-REFUSED-COUNT
               MOVE SPACES TO LO-CLEARED-BY
               MOVE 0 TO LO-CLEARED-DATE
               MOVE 0 TO LO-CLEARED-TIME
               MOVE "LOGON REJECTED - ID NOW LOCKED OUT"
                   TO WS-MESSAGE
           END-IF
           PERFORM 3280-SAVE-LOCK-ENTRY.

       3280-SAVE-LOCK-ENTRY.
           IF LOCK-ENTRY-FOUND
               EXEC CICS REWRITE
                   DATASET('OPLOCK')
                   FROM(OPERATOR-LOCKOUT-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                   DATASET('OPLOCK')
                   FROM(OPERATOR-LOCKOUT-RECORD)
                   RIDFLD(LO-OPERATOR-ID)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       3290-RELEASE-LOCK-ENTRY.
           IF LOCK-ENTRY-FOUND
               EXEC CICS UNLOCK
                   DATASET('OPLOCK')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       3500-CAPTURE-ATTEMPT.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
