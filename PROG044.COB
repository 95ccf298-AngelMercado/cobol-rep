      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: General ledger journal interface. Accounting has
      *          been re-keying the PROG022 PAYREG.RPT totals into the
      *          ledger every morning, and balance changes keyed
      *          through PROG023 never reached it at all. Every run
      *          that moves a customer balance appends to the
      *          ACTHIST.DAT activity history, so this step reads
      *          the history records appended since the last batch
      *          (GLCTL.DAT holds the position), summarizes them by
      *          activity type - charges billed, payments posted,
      *          balance adjustments, returned payments and fees,
      *          write-offs - and turns each into a receivables
      *          control entry (GLPARM.DAT) and an offsetting entry
      *          to the GL account GLMAP.DAT names for that type.
      *          The entries are summed into one debit or credit line
      *          per GL account and written to GLJRNL.DAT in the
      *          ledger's import layout, with a batch header and a
      *          trailer whose net is zero. A journal proof report
      *          shows the activity, the journal lines, and the
      *          receivables movement proved against the change in
      *          the customer master's total balance, with a sign-off
      *          block for accounting. When debits and credits do not
      *          agree - a movement of a type with no GL mapping - the
      *          file is not produced, the position is not advanced,
      *          and the step ends RC 8 so the chain restart picks the
      *          same movements up again once the mapping is fixed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG044.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-HISTORY ASSIGN TO "ACTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT GL-PARAMETER-FILE ASSIGN TO "GLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPARM-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-PROOF-RPT ASSIGN TO "GLPROOF.RPT"
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
       FD  ACTIVITY-HISTORY.
           COPY "ACTHIST.CPY".
       FD  CUSTOMER-MASTER.
           COPY "CUSTMST.CPY".
       FD  GL-PARAMETER-FILE.
           COPY "GLPARM.CPY".
       FD  GL-MAP-FILE.
           COPY "GLMAP.CPY".
       FD  GL-CONTROL-FILE.
           COPY "GLCTL.CPY".
       FD  GL-JOURNAL-FILE.
           COPY "GLJRNL.CPY".
       FD  JOURNAL-PROOF-RPT.
       01  REPORT-LINE                     PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS           PIC X(2).
       01  WS-CUSTMST-STATUS           PIC X(2).
       01  WS-GLPARM-STATUS            PIC X(2).
       01  WS-GLMAP-STATUS             PIC X(2).
       01  WS-GLCTL-STATUS             PIC X(2).
       01  WS-JOURNAL-STATUS           PIC X(2).
       01  WS-REPORT-STATUS            PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-DELETE-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       01  WS-CUSTMST-EOF              PIC X(1) VALUE 'N'.
           88  CUSTMST-EOF                         VALUE 'Y'.
       01  WS-MAP-EOF                  PIC X(1) VALUE 'N'.
           88  MAP-EOF                             VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-REPORT-OPEN              PIC X(1) VALUE 'N'.
           88  REPORT-OPEN                         VALUE 'Y'.
       01  WS-PRIOR-CONTROL            PIC X(1) VALUE 'N'.
           88  PRIOR-CONTROL                       VALUE 'Y'.
       01  WS-JOURNAL-BALANCED         PIC X(1) VALUE 'N'.
           88  JOURNAL-BALANCED                    VALUE 'Y'.
       01  WS-JOURNAL-PRODUCED         PIC X(1) VALUE 'N'.
           88  JOURNAL-PRODUCED                    VALUE 'Y'.
       01  WS-MASTER-PROVED            PIC X(1) VALUE 'Y'.
           88  MASTER-PROVED                       VALUE 'Y'.
       01  WS-ENTRY-FOUND              PIC X(1) VALUE 'N'.
           88  ENTRY-FOUND                         VALUE 'Y'.
       01  WS-AR-ACCOUNT               PIC X(10) VALUE "1200".
       01  WS-JOURNAL-SOURCE           PIC X(6) VALUE "AR".
       01  WS-BATCH-NUMBER             PIC 9(6) VALUE 0.
       01  WS-PRIOR-HISTORY-COUNT      PIC 9(9) VALUE 0.
       01  WS-PRIOR-MASTER-BALANCE     PIC 9(11)V99 VALUE 0.
       01  WS-HISTORY-READ             PIC 9(9) VALUE 0.
       01  WS-JOURNALIZED-COUNT        PIC 9(9) VALUE 0.
       01  WS-UNMAPPED-COUNT           PIC 9(9) VALUE 0.
       01  WS-BAD-MAP-COUNT            PIC 9(9) VALUE 0.
       01  WS-ACCOUNT-COUNT            PIC 9(9) VALUE 0.
       01  WS-MASTER-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DEBITS             PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS            PIC 9(11)V99 VALUE 0.
       01  WS-JOURNAL-NET              PIC S9(11)V99 VALUE 0.
       01  WS-AR-NET                   PIC S9(11)V99 VALUE 0.
       01  WS-EXPECTED-MASTER          PIC S9(11)V99 VALUE 0.
       01  WS-MASTER-DIFFERENCE        PIC S9(11)V99 VALUE 0.
       01  WS-POST-ACCOUNT             PIC X(10).
       01  WS-POST-SIDE                PIC X(1).
       01  WS-POST-DESCRIPTION         PIC X(20).
       01  WS-POST-AMOUNT              PIC 9(11)V99.
       01  WS-OFFSET-SIDE              PIC X(1).
      *    The GL map, with tonight's activity accumulated against
      *    each entry.
       01  WS-MAP-MAX                  PIC 9(4) VALUE 50.
       01  WS-MAP-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAP-SUB                  PIC 9(4) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  WS-MP-TYPE          PIC X(3).
               10  WS-MP-DEBIT-CREDIT  PIC X(1).
               10  WS-MP-ACCOUNT       PIC X(10).
               10  WS-MP-DESCRIPTION   PIC X(20).
               10  WS-MP-COUNT         PIC 9(9).
               10  WS-MP-AMOUNT        PIC 9(11)V99.
      *    Movements of a type and direction the map does not cover.
       01  WS-UNMAP-MAX                PIC 9(4) VALUE 20.
       01  WS-UNMAP-COUNT              PIC 9(4) VALUE 0.
       01  WS-UNMAP-SUB                PIC 9(4) VALUE 0.
       01  WS-UNMAP-TABLE.
           05  WS-UNMAP-ENTRY OCCURS 20 TIMES.
               10  WS-UM-TYPE          PIC X(3).
               10  WS-UM-DEBIT-CREDIT  PIC X(1).
               10  WS-UM-COUNT         PIC 9(9).
               10  WS-UM-AMOUNT        PIC 9(11)V99.
      *    One journal line per GL account and side.
       01  WS-LINE-MAX                 PIC 9(4) VALUE 100.
       01  WS-LINE-COUNT               PIC 9(4) VALUE 0.
       01  WS-LINE-SUB                 PIC 9(4) VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 100 TIMES.
               10  WS-JL-ACCOUNT       PIC X(10).
               10  WS-JL-SIDE          PIC X(1).
               10  WS-JL-DESCRIPTION   PIC X(20).
               10  WS-JL-AMOUNT        PIC 9(11)V99.
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
       01  WS-DISPLAY-LINE             PIC ZZZZ9.
       01  WS-DISPLAY-AMOUNT           PIC Z(10)9.99.
       01  WS-DISPLAY-DEBIT            PIC Z(10)9.99.
       01  WS-DISPLAY-CREDIT           PIC Z(10)9.99.
       01  WS-DISPLAY-SIGNED           PIC -(11)9.99.
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
           MOVE "GL JOURNAL INTERFACE STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-READ-NEW-HISTORY
           END-IF
           IF FILES-AVAILABLE
               PERFORM 3000-BUILD-JOURNAL-LINES
               PERFORM 3500-PROVE-MASTER-BALANCE
           END-IF
           IF FILES-AVAILABLE AND JOURNAL-BALANCED
               PERFORM 4000-WRITE-JOURNAL-FILE
           END-IF
           IF NOT JOURNAL-PRODUCED
               CALL "CBL_DELETE_FILE" USING "GLJRNL.DAT"
                   RETURNING WS-DELETE-RC
           END-IF
           IF JOURNAL-PRODUCED
               PERFORM 4500-UPDATE-GL-CONTROL
           END-IF
           IF REPORT-OPEN
               PERFORM 5000-WRITE-PROOF-REPORT
           END-IF
           IF FILES-AVAILABLE
               PERFORM 1700-WRITE-RUN-TRAILER
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE OR NOT JOURNAL-PRODUCED
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "GL JOURNAL NOT PRODUCED - SEE GLPROOF.RPT"
                       TO WS-EVENT-TEXT
               WHEN NOT MASTER-PROVED
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   MOVE "GL JOURNAL PRODUCED - MASTER PROOF DIFFERENCE"
                       TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "GL JOURNAL BATCH " DELIMITED BY SIZE
                       WS-BATCH-NUMBER DELIMITED BY SIZE
                       " PRODUCED - " DELIMITED BY SIZE
                       WS-JOURNALIZED-COUNT DELIMITED BY SIZE
                       " MOVEMENTS" DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
           END-EVALUATE
           PERFORM 8100-LOG-EVENT
           DISPLAY "PROG044: GL JOURNAL INTERFACE COMPLETE - "
               WS-JOURNALIZED-COUNT " MOVEMENTS, BATCH "
               WS-BATCH-NUMBER
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           PERFORM 1100-READ-GL-PARAMETERS
           PERFORM 1150-LOAD-GL-MAP
           PERFORM 1200-READ-GL-CONTROL
           OPEN OUTPUT JOURNAL-PROOF-RPT
           IF WS-REPORT-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG044: JOURNAL PROOF REPORT UNAVAILABLE - "
                   "STATUS " WS-REPORT-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "GLPROOF.RPT CANNOT BE WRITTEN" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-REPORT-OPEN
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

       1100-READ-GL-PARAMETERS.
           OPEN INPUT GL-PARAMETER-FILE
           IF WS-GLPARM-STATUS = "00"
               READ GL-PARAMETER-FILE
                   NOT AT END
                       IF GP-AR-ACCOUNT NOT = SPACES
                           MOVE GP-AR-ACCOUNT TO WS-AR-ACCOUNT
                       END-IF
                       IF GP-JOURNAL-SOURCE NOT = SPACES
                           MOVE GP-JOURNAL-SOURCE
                               TO WS-JOURNAL-SOURCE
                       END-IF
               END-READ
               CLOSE GL-PARAMETER-FILE
           ELSE
               DISPLAY "PROG044: GLPARM.DAT NOT PRESENT - DEFAULT "
                   "RECEIVABLES ACCOUNT " WS-AR-ACCOUNT
           END-IF.

      *    Without the map no movement can be journalized, so the run
      *    is refused rather than producing an empty batch.
       1150-LOAD-GL-MAP.
           MOVE 0 TO WS-MAP-COUNT
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG044: GL ACCOUNT MAP UNAVAILABLE - STATUS "
                   WS-GLMAP-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "GLMAP.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'N' TO WS-MAP-EOF
               PERFORM UNTIL MAP-EOF
                   READ GL-MAP-FILE
                       AT END
                           MOVE 'Y' TO WS-MAP-EOF
                       NOT AT END
                           PERFORM 1170-TABLE-MAP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

       1170-TABLE-MAP-ENTRY.
           EVALUATE TRUE
               WHEN GM-DEBIT-CREDIT NOT = 'D'
                   AND GM-DEBIT-CREDIT NOT = 'C'
                   ADD 1 TO WS-BAD-MAP-COUNT
                   DISPLAY "PROG044: GLMAP.DAT ENTRY " GM-ACTIVITY-TYPE
                       " IGNORED - DIRECTION MUST BE D OR C"
               WHEN GM-OFFSET-ACCOUNT = SPACES
                   ADD 1 TO WS-BAD-MAP-COUNT
                   DISPLAY "PROG044: GLMAP.DAT ENTRY " GM-ACTIVITY-TYPE
                       " IGNORED - NO GL ACCOUNT"
               WHEN WS-MAP-COUNT >= WS-MAP-MAX
                   ADD 1 TO WS-BAD-MAP-COUNT
                   DISPLAY "PROG044: GL ACCOUNT MAP TABLE FULL - "
                       GM-ACTIVITY-TYPE " IGNORED"
               WHEN OTHER
                   ADD 1 TO WS-MAP-COUNT
                   MOVE GM-ACTIVITY-TYPE TO WS-MP-TYPE(WS-MAP-COUNT)
                   MOVE GM-DEBIT-CREDIT TO
                       WS-MP-DEBIT-CREDIT(WS-MAP-COUNT)
                   MOVE GM-OFFSET-ACCOUNT TO
                       WS-MP-ACCOUNT(WS-MAP-COUNT)
                   MOVE GM-DESCRIPTION TO
                       WS-MP-DESCRIPTION(WS-MAP-COUNT)
                   MOVE 0 TO WS-MP-COUNT(WS-MAP-COUNT)
                   MOVE 0 TO WS-MP-AMOUNT(WS-MAP-COUNT)
           END-EVALUATE.

      *    No control record means the interface has never run: the
      *    whole history goes in the first batch, and the master
      *    balance proof starts from that batch.
       1200-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLCTL-STATUS = "00"
               READ GL-CONTROL-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-PRIOR-CONTROL
                       MOVE GL-LAST-BATCH TO WS-BATCH-NUMBER
                       MOVE GL-HISTORY-COUNT
                           TO WS-PRIOR-HISTORY-COUNT
                       MOVE GL-MASTER-BALANCE
                           TO WS-PRIOR-MASTER-BALANCE
               END-READ
               CLOSE GL-CONTROL-FILE
           ELSE
               DISPLAY "PROG044: NO GL CONTROL RECORD - JOURNALIZING "
                   "THE WHOLE ACTIVITY HISTORY"
           END-IF
           ADD 1 TO WS-BATCH-NUMBER.

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG044" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG044" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE WS-JOURNALIZED-COUNT TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

      *    The records already sent to the ledger are skipped by
      *    count. A history shorter than that count has been replaced
      *    or cut back, and nothing is journalized from it.
       2000-READ-NEW-HISTORY.
           MOVE 0 TO WS-HISTORY-READ
           OPEN INPUT ACTIVITY-HISTORY
           IF WS-HISTORY-STATUS = "35"
               DISPLAY "PROG044: NO ACTIVITY HISTORY ON FILE"
           ELSE
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE 'N' TO WS-FILES-AVAILABLE
                   DISPLAY "PROG044: ACTIVITY HISTORY UNAVAILABLE - "
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
                               ADD 1 TO WS-HISTORY-READ
                               IF WS-HISTORY-READ >
                                   WS-PRIOR-HISTORY-COUNT
                                   PERFORM 2100-ACCUMULATE-MOVEMENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACTIVITY-HISTORY
               END-IF
           END-IF
           IF FILES-AVAILABLE
               AND WS-HISTORY-READ < WS-PRIOR-HISTORY-COUNT
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG044: ACTHIST.DAT HAS " WS-HISTORY-READ
                   " RECORDS BUT " WS-PRIOR-HISTORY-COUNT
                   " WERE ALREADY JOURNALIZED - RUN REFUSED"
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "ACTHIST.DAT SHORTER THAN GL CONTROL POSITION"
                   TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

       2100-ACCUMULATE-MOVEMENT.
           ADD 1 TO WS-JOURNALIZED-COUNT
           MOVE 'N' TO WS-ENTRY-FOUND
           MOVE 0 TO WS-MAP-SUB
           PERFORM UNTIL ENTRY-FOUND OR WS-MAP-SUB >= WS-MAP-COUNT
               ADD 1 TO WS-MAP-SUB
               IF WS-MP-TYPE(WS-MAP-SUB) = AH-ACTIVITY-TYPE
                   AND WS-MP-DEBIT-CREDIT(WS-MAP-SUB) =
                       AH-DEBIT-CREDIT
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   ADD 1 TO WS-MP-COUNT(WS-MAP-SUB)
                   ADD AH-AMOUNT TO WS-MP-AMOUNT(WS-MAP-SUB)
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               PERFORM 2200-ADD-UNMAPPED
           END-IF
           EVALUATE AH-DEBIT-CREDIT
               WHEN 'D'
                   ADD AH-AMOUNT TO WS-AR-NET
               WHEN 'C'
                   SUBTRACT AH-AMOUNT FROM WS-AR-NET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-ADD-UNMAPPED.
           MOVE 'N' TO WS-ENTRY-FOUND
           MOVE 0 TO WS-UNMAP-SUB
           PERFORM UNTIL ENTRY-FOUND OR WS-UNMAP-SUB >= WS-UNMAP-COUNT
               ADD 1 TO WS-UNMAP-SUB
               IF WS-UM-TYPE(WS-UNMAP-SUB) = AH-ACTIVITY-TYPE
                   AND WS-UM-DEBIT-CREDIT(WS-UNMAP-SUB) =
                       AH-DEBIT-CREDIT
                   MOVE 'Y' TO WS-ENTRY-FOUND
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND AND WS-UNMAP-COUNT < WS-UNMAP-MAX
               ADD 1 TO WS-UNMAP-COUNT
               MOVE WS-UNMAP-COUNT TO WS-UNMAP-SUB
               MOVE AH-ACTIVITY-TYPE TO WS-UM-TYPE(WS-UNMAP-SUB)
               MOVE AH-DEBIT-CREDIT TO
                   WS-UM-DEBIT-CREDIT(WS-UNMAP-SUB)
               MOVE 0 TO WS-UM-COUNT(WS-UNMAP-SUB)
               MOVE 0 TO WS-UM-AMOUNT(WS-UNMAP-SUB)
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF
           IF ENTRY-FOUND
               ADD 1 TO WS-UM-COUNT(WS-UNMAP-SUB)
               ADD AH-AMOUNT TO WS-UM-AMOUNT(WS-UNMAP-SUB)
           END-IF.

      *    Each mapped movement is a receivables entry on the side the
      *    balance moved and an equal entry on the other side to the
      *    mapped account. An unmapped movement has only its
      *    receivables side, which is what puts the batch out of
      *    balance.
       3000-BUILD-JOURNAL-LINES.
           MOVE 0 TO WS-MAP-SUB
           PERFORM UNTIL WS-MAP-SUB >= WS-MAP-COUNT
               ADD 1 TO WS-MAP-SUB
               IF WS-MP-AMOUNT(WS-MAP-SUB) > 0
                   MOVE WS-AR-ACCOUNT TO WS-POST-ACCOUNT
                   MOVE WS-MP-DEBIT-CREDIT(WS-MAP-SUB) TO WS-POST-SIDE
                   MOVE "RECEIVABLES CONTROL" TO WS-POST-DESCRIPTION
                   MOVE WS-MP-AMOUNT(WS-MAP-SUB) TO WS-POST-AMOUNT
                   PERFORM 3100-POST-JOURNAL-LINE
                   IF WS-MP-DEBIT-CREDIT(WS-MAP-SUB) = 'D'
                       MOVE 'C' TO WS-OFFSET-SIDE
                   ELSE
                       MOVE 'D' TO WS-OFFSET-SIDE
                   END-IF
                   MOVE WS-MP-ACCOUNT(WS-MAP-SUB) TO WS-POST-ACCOUNT
                   MOVE WS-OFFSET-SIDE TO WS-POST-SIDE
                   MOVE WS-MP-DESCRIPTION(WS-MAP-SUB)
                       TO WS-POST-DESCRIPTION
                   PERFORM 3100-POST-JOURNAL-LINE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-UNMAP-SUB
           PERFORM UNTIL WS-UNMAP-SUB >= WS-UNMAP-COUNT
               ADD 1 TO WS-UNMAP-SUB
               IF WS-UM-DEBIT-CREDIT(WS-UNMAP-SUB) = 'D'
                   OR WS-UM-DEBIT-CREDIT(WS-UNMAP-SUB) = 'C'
                   MOVE WS-AR-ACCOUNT TO WS-POST-ACCOUNT
                   MOVE WS-UM-DEBIT-CREDIT(WS-UNMAP-SUB)
                       TO WS-POST-SIDE
                   MOVE "RECEIVABLES CONTROL" TO WS-POST-DESCRIPTION
                   MOVE WS-UM-AMOUNT(WS-UNMAP-SUB) TO WS-POST-AMOUNT
                   PERFORM 3100-POST-JOURNAL-LINE
               END-IF
           END-PERFORM
           COMPUTE WS-JOURNAL-NET = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           IF WS-JOURNAL-NET = 0 AND WS-UNMAPPED-COUNT = 0
               MOVE 'Y' TO WS-JOURNAL-BALANCED
           END-IF.

       3100-POST-JOURNAL-LINE.
           MOVE 'N' TO WS-ENTRY-FOUND
           MOVE 0 TO WS-LINE-SUB
           PERFORM UNTIL ENTRY-FOUND OR WS-LINE-SUB >= WS-LINE-COUNT
               ADD 1 TO WS-LINE-SUB
               IF WS-JL-ACCOUNT(WS-LINE-SUB) = WS-POST-ACCOUNT
                   AND WS-JL-SIDE(WS-LINE-SUB) = WS-POST-SIDE
                   MOVE 'Y' TO WS-ENTRY-FOUND
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-LINE-COUNT < WS-LINE-MAX
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-SUB
                   MOVE WS-POST-ACCOUNT TO WS-JL-ACCOUNT(WS-LINE-SUB)
                   MOVE WS-POST-SIDE TO WS-JL-SIDE(WS-LINE-SUB)
                   MOVE WS-POST-DESCRIPTION
                       TO WS-JL-DESCRIPTION(WS-LINE-SUB)
                   MOVE 0 TO WS-JL-AMOUNT(WS-LINE-SUB)
                   MOVE 'Y' TO WS-ENTRY-FOUND
               ELSE
                   DISPLAY "PROG044: JOURNAL LINE TABLE FULL - "
                       WS-POST-ACCOUNT " NOT JOURNALIZED"
               END-IF
           END-IF
           IF ENTRY-FOUND
               ADD WS-POST-AMOUNT TO WS-JL-AMOUNT(WS-LINE-SUB)
               IF WS-POST-SIDE = 'D'
                   ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

      *    The receivables movement journalized must account for the
      *    change in the master's total balance since the last batch;
      *    a difference means a balance moved without an activity
      *    record (a reload from backup, a repair made outside the
      *    posting programs) and is reported for accounting to clear.
       3500-PROVE-MASTER-BALANCE.
           MOVE 0 TO WS-MASTER-TOTAL
           MOVE 0 TO WS-ACCOUNT-COUNT
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG044: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "CUSTMST.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'N' TO WS-CUSTMST-EOF
               PERFORM UNTIL CUSTMST-EOF
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CUSTMST-EOF
                       NOT AT END
                           ADD 1 TO WS-ACCOUNT-COUNT
                           ADD CM-BALANCE TO WS-MASTER-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF
           IF PRIOR-CONTROL
               COMPUTE WS-EXPECTED-MASTER =
                   WS-PRIOR-MASTER-BALANCE + WS-AR-NET
               COMPUTE WS-MASTER-DIFFERENCE =
                   WS-MASTER-TOTAL - WS-EXPECTED-MASTER
               IF WS-MASTER-DIFFERENCE NOT = 0
                   MOVE 'N' TO WS-MASTER-PROVED
               END-IF
           END-IF.

       4000-WRITE-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG044: GL JOURNAL FILE UNAVAILABLE - STATUS "
                   WS-JOURNAL-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "GLJRNL.DAT CANNOT BE WRITTEN" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE SPACES TO GL-JOURNAL-HEADER
               MOVE 'H' TO GJ-RECORD-TYPE
               MOVE WS-BATCH-NUMBER TO GJ-BATCH-NUMBER
               MOVE WS-RUN-DATE-NUM TO GJ-JOURNAL-DATE
               MOVE WS-JOURNAL-SOURCE TO GJ-SOURCE
               STRING "AR ACTIVITY " DELIMITED BY SIZE
                   WS-RUN-DATE-EDIT DELIMITED BY SIZE
                   INTO GJ-BATCH-DESCRIPTION
               WRITE GL-JOURNAL-HEADER
               MOVE 0 TO WS-LINE-SUB
               PERFORM UNTIL WS-LINE-SUB >= WS-LINE-COUNT
                   ADD 1 TO WS-LINE-SUB
                   MOVE SPACES TO GL-JOURNAL-LINE
                   MOVE 'D' TO GJ-LINE-TYPE
                   MOVE WS-BATCH-NUMBER TO GJ-LINE-BATCH
                   MOVE WS-LINE-SUB TO GJ-LINE-NUMBER
                   MOVE WS-JL-ACCOUNT(WS-LINE-SUB) TO GJ-ACCOUNT
                   IF WS-JL-SIDE(WS-LINE-SUB) = 'D'
                       MOVE WS-JL-AMOUNT(WS-LINE-SUB)
                           TO GJ-DEBIT-AMOUNT
                       MOVE 0 TO GJ-CREDIT-AMOUNT
                   ELSE
                       MOVE 0 TO GJ-DEBIT-AMOUNT
                       MOVE WS-JL-AMOUNT(WS-LINE-SUB)
                           TO GJ-CREDIT-AMOUNT
                   END-IF
                   MOVE WS-JL-DESCRIPTION(WS-LINE-SUB)
                       TO GJ-LINE-DESCRIPTION
                   WRITE GL-JOURNAL-LINE
               END-PERFORM
               MOVE SPACES TO GL-JOURNAL-TRAILER
               MOVE 'T' TO GJ-TRAILER-TYPE
               MOVE WS-BATCH-NUMBER TO GJ-TRAILER-BATCH
               MOVE WS-LINE-COUNT TO GJ-TRAILER-LINES
               MOVE WS-TOTAL-DEBITS TO GJ-TRAILER-DEBITS
               MOVE WS-TOTAL-CREDITS TO GJ-TRAILER-CREDITS
               MOVE WS-JOURNAL-NET TO GJ-TRAILER-NET
               WRITE GL-JOURNAL-TRAILER
               IF WS-JOURNAL-STATUS = "00"
                   MOVE 'Y' TO WS-JOURNAL-PRODUCED
               ELSE
                   DISPLAY "PROG044: GL JOURNAL WRITE FAILED - STATUS "
                       WS-JOURNAL-STATUS
               END-IF
               CLOSE GL-JOURNAL-FILE
           END-IF.

      *    The position moves only once the batch is on disk, so a
      *    refused or failed run journals the same movements next
      *    time.
       4500-UPDATE-GL-CONTROL.
           OPEN OUTPUT GL-CONTROL-FILE
           IF WS-GLCTL-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG044: GL CONTROL NOT UPDATED - STATUS "
                   WS-GLCTL-STATUS " - BATCH " WS-BATCH-NUMBER
                   " MUST NOT BE JOURNALIZED TWICE"
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "GLCTL.DAT NOT UPDATED - CHECK FOR DUPLICATE BATCH"
                   TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE WS-RUN-DATE-NUM TO GL-LAST-RUN-DATE
               MOVE WS-BATCH-NUMBER TO GL-LAST-BATCH
               MOVE WS-HISTORY-READ TO GL-HISTORY-COUNT
               MOVE WS-MASTER-TOTAL TO GL-MASTER-BALANCE
               WRITE GL-CONTROL-RECORD
               CLOSE GL-CONTROL-FILE
           END-IF.

       5000-WRITE-PROOF-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "GENERAL LEDGER JOURNAL PROOF" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BATCH " DELIMITED BY SIZE
               WS-BATCH-NUMBER DELIMITED BY SIZE
               "   SOURCE " DELIMITED BY SIZE
               WS-JOURNAL-SOURCE DELIMITED BY SIZE
               "   RECEIVABLES CONTROL ACCOUNT " DELIMITED BY SIZE
               WS-AR-ACCOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF FILES-AVAILABLE
               PERFORM 5100-WRITE-ACTIVITY-SECTION
               PERFORM 5200-WRITE-JOURNAL-SECTION
               PERFORM 5300-WRITE-MASTER-PROOF
           ELSE
               MOVE "** RUN FAILED - GLJRNL.DAT NOT PRODUCED **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 5400-WRITE-CONTROL-TOTALS.

       5100-WRITE-ACTIVITY-SECTION.
           MOVE "ACTIVITY JOURNALIZED BY TYPE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TYPE D/C GL ACCOUNT DESCRIPTION          "
               DELIMITED BY SIZE
               "  RECORDS          AMOUNT" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-MAP-SUB
           PERFORM UNTIL WS-MAP-SUB >= WS-MAP-COUNT
               ADD 1 TO WS-MAP-SUB
               IF WS-MP-COUNT(WS-MAP-SUB) > 0
                   MOVE WS-MP-COUNT(WS-MAP-SUB) TO WS-DISPLAY-COUNT
                   MOVE WS-MP-AMOUNT(WS-MAP-SUB) TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-MP-TYPE(WS-MAP-SUB) DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-MP-DEBIT-CREDIT(WS-MAP-SUB)
                           DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-MP-ACCOUNT(WS-MAP-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MP-DESCRIPTION(WS-MAP-SUB)
                           DELIMITED BY SIZE
                       WS-DISPLAY-COUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-UNMAP-SUB
           PERFORM UNTIL WS-UNMAP-SUB >= WS-UNMAP-COUNT
               ADD 1 TO WS-UNMAP-SUB
               MOVE WS-UM-COUNT(WS-UNMAP-SUB) TO WS-DISPLAY-COUNT
               MOVE WS-UM-AMOUNT(WS-UNMAP-SUB) TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-UM-TYPE(WS-UNMAP-SUB) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-UM-DEBIT-CREDIT(WS-UNMAP-SUB) DELIMITED BY SIZE
                   "  ** NOT MAPPED ** " DELIMITED BY SIZE
                   "              " DELIMITED BY SIZE
                   WS-DISPLAY-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-JOURNALIZED-COUNT = 0
               MOVE "NO NEW ACTIVITY SINCE THE LAST BATCH"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       5200-WRITE-JOURNAL-SECTION.
           MOVE "JOURNAL LINES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING " LINE GL ACCOUNT DESCRIPTION         "
               DELIMITED BY SIZE
               "          DEBIT          CREDIT" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-SUB
           PERFORM UNTIL WS-LINE-SUB >= WS-LINE-COUNT
               ADD 1 TO WS-LINE-SUB
               MOVE WS-LINE-SUB TO WS-DISPLAY-LINE
               IF WS-JL-SIDE(WS-LINE-SUB) = 'D'
                   MOVE WS-JL-AMOUNT(WS-LINE-SUB) TO WS-DISPLAY-DEBIT
                   MOVE 0 TO WS-DISPLAY-CREDIT
               ELSE
                   MOVE 0 TO WS-DISPLAY-DEBIT
                   MOVE WS-JL-AMOUNT(WS-LINE-SUB) TO WS-DISPLAY-CREDIT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING WS-DISPLAY-LINE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JL-ACCOUNT(WS-LINE-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JL-DESCRIPTION(WS-LINE-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DISPLAY-DEBIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DISPLAY-CREDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-TOTAL-DEBITS TO WS-DISPLAY-DEBIT
           MOVE WS-TOTAL-CREDITS TO WS-DISPLAY-CREDIT
           MOVE SPACES TO REPORT-LINE
           STRING "      TOTALS                          "
               DELIMITED BY SIZE
               WS-DISPLAY-DEBIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPLAY-CREDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-JOURNAL-NET TO WS-DISPLAY-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "      NET (DEBITS LESS CREDITS)       "
               DELIMITED BY SIZE
               WS-DISPLAY-SIGNED DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN JOURNAL-PRODUCED
                   STRING "JOURNAL IN BALANCE - GLJRNL.DAT PRODUCED, "
                       DELIMITED BY SIZE
                       "BATCH " DELIMITED BY SIZE
                       WS-BATCH-NUMBER DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN WS-UNMAPPED-COUNT > 0
                   MOVE WS-UNMAPPED-COUNT TO WS-DISPLAY-COUNT
                   STRING "** " DELIMITED BY SIZE
                       WS-DISPLAY-COUNT DELIMITED BY SIZE
                       " MOVEMENT(S) NOT MAPPED - OUT OF BALANCE - "
                       DELIMITED BY SIZE
                       "FILE NOT PRODUCED **" DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN NOT JOURNAL-BALANCED
                   STRING "** JOURNAL OUT OF BALANCE - "
                       DELIMITED BY SIZE
                       "GLJRNL.DAT NOT PRODUCED **" DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN OTHER
                   MOVE "** GLJRNL.DAT COULD NOT BE WRITTEN **"
                       TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       5300-WRITE-MASTER-PROOF.
           MOVE "MASTER BALANCE PROOF" TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT PRIOR-CONTROL
               MOVE SPACES TO REPORT-LINE
               STRING "NO PRIOR GL CONTROL RECORD - " DELIMITED BY SIZE
                   "PROOF STARTS WITH THIS BATCH" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-PRIOR-MASTER-BALANCE TO WS-DISPLAY-SIGNED
               MOVE SPACES TO REPORT-LINE
               STRING "MASTER TOTAL AT LAST BATCH:   " DELIMITED BY SIZE
                   WS-DISPLAY-SIGNED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-AR-NET TO WS-DISPLAY-SIGNED
               MOVE SPACES TO REPORT-LINE
               STRING "NET RECEIVABLES MOVEMENT:     " DELIMITED BY SIZE
                   WS-DISPLAY-SIGNED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-EXPECTED-MASTER TO WS-DISPLAY-SIGNED
               MOVE SPACES TO REPORT-LINE
               STRING "EXPECTED MASTER TOTAL:        " DELIMITED BY SIZE
                   WS-DISPLAY-SIGNED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-MASTER-TOTAL TO WS-DISPLAY-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING "MASTER TOTAL NOW:             " DELIMITED BY SIZE
               WS-DISPLAY-SIGNED DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           IF PRIOR-CONTROL
               MOVE WS-MASTER-DIFFERENCE TO WS-DISPLAY-SIGNED
               MOVE SPACES TO REPORT-LINE
               STRING "DIFFERENCE:                   " DELIMITED BY SIZE
                   WS-DISPLAY-SIGNED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF NOT MASTER-PROVED
                   MOVE SPACES TO REPORT-LINE
                   STRING "** MASTER BALANCE MOVED WITHOUT ACTIVITY "
                       DELIMITED BY SIZE
                       "HISTORY - INVESTIGATE **" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       5400-WRITE-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HISTORY-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "HISTORY RECORDS ON FILE:  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRIOR-HISTORY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ALREADY JOURNALIZED:      " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-JOURNALIZED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MOVEMENTS THIS BATCH:     " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNMAPPED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MOVEMENTS NOT MAPPED:     " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BAD-MAP-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MAP ENTRIES IGNORED:      " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LINE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "JOURNAL LINES:            " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS ON MASTER:       " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
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
           STRING "APPROVED BY (ACCOUNTING): " DELIMITED BY SIZE
               "____________________  DATE: __________"
               DELIMITED BY SIZE
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
               MOVE "PROG044" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

       9000-TERMINATE.
           IF REPORT-OPEN
               CLOSE JOURNAL-PROOF-RPT
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE OR NOT JOURNAL-PRODUCED
                   MOVE 8 TO RETURN-CODE
               WHEN NOT MASTER-PROVED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PROG044.
