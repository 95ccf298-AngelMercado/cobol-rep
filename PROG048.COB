      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Notice mailing presort and address standardization.
      *          PROG013 writes the notice spool (NOTICES.RPT) and the
      *          mail-house extract (NTCEXTR.DAT) in customer-master
      *          order, with city, state, and ZIP run together in
      *          free text on the last address line, so the mailing
      *          has gone at full postage and a mistyped state or ZIP
      *          was only found when the piece came back. This step
      *          runs after the notice run completes. Every notice on
      *          the extract has its city/state/ZIP line (address
      *          line 3, or line 2 when line 3 is blank) split into
      *          city, state, and ZIP; the state must be a USPS code
      *          and the ZIP five digits or ZIP+4 (nine digits are
      *          hyphenated). A notice that fails goes on the address
      *          exception report ADDREXC.RPT for customer service to
      *          correct through PROG023 and is mailed at full rate
      *          in a residual tray after the presorted pieces. The
      *          extract and the spool are then rewritten in ZIP
      *          order - the extract's 'D' records carry the split
      *          address and their tray and bundle - with a tray
      *          break at every change of 3-digit ZIP and a bundle
      *          break at every change of 5-digit ZIP (PRSPARM.DAT
      *          caps the pieces in each), as 'Y'/'B' records on the
      *          extract and ruled lines on the spool, and the
      *          presort summary PRESORT.RPT gives pieces, trays, and
      *          bundles per 3-digit ZIP for the mail house's postage
      *          claim. Spool notices are matched to extract records
      *          by account and document number, not position, and
      *          break records and lines from an earlier pass are
      *          dropped on input, so the step can simply be rerun.
      *          When the two files do not agree, or the extract has
      *          no trailer, both are left as PROG013 wrote them and
      *          the step ends RC 8; address exceptions alone end it
      *          RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG048.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-EXTRACT-FILE ASSIGN TO "NTCEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT NOTICE-EXTRACT-WORK ASSIGN TO "NTCEXTR.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-WORK-STATUS.
           SELECT NOTICE-SPOOL-FILE ASSIGN TO "NOTICES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.
           SELECT NOTICE-SPOOL-WORK ASSIGN TO "NOTICES.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-WORK-STATUS.
           SELECT PRESORT-PARAMETER-FILE ASSIGN TO "PRSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRSPARM-STATUS.
           SELECT ADDRESS-EXCEPTION-RPT ASSIGN TO "ADDREXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT PRESORT-SUMMARY-RPT ASSIGN TO "PRESORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
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
       FD  NOTICE-EXTRACT-FILE.
       01  EXTRACT-INPUT-RECORD            PIC X(216).
       FD  NOTICE-EXTRACT-WORK.
       01  EXTRACT-WORK-RECORD             PIC X(216).
       FD  NOTICE-SPOOL-FILE.
       01  SPOOL-LINE                      PIC X(66).
       FD  NOTICE-SPOOL-WORK.
       01  SPOOL-WORK-LINE                 PIC X(66).
       FD  PRESORT-PARAMETER-FILE.
           COPY "PRSPARM.CPY".
       FD  ADDRESS-EXCEPTION-RPT.
       01  EXCEPTION-LINE                  PIC X(80).
       FD  PRESORT-SUMMARY-RPT.
       01  SUMMARY-LINE                    PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".
       FD  RUN-DATE-FILE.
           COPY "RUNDATE.CPY".
       FD  OPERATIONS-EVENT-LOG.
           COPY "OPSLOG.CPY".
       WORKING-STORAGE SECTION.
      *    The extract layouts are worked on here rather than in the
      *    file's record area, which is gone once the file is closed
      *    and the records are written back out from the tables.
           COPY "NTCEXTR.CPY".
       01  WS-EXTRACT-STATUS           PIC X(2).
       01  WS-EXTRACT-WORK-STATUS      PIC X(2).
       01  WS-SPOOL-STATUS             PIC X(2).
       01  WS-SPOOL-WORK-STATUS        PIC X(2).
       01  WS-PRSPARM-STATUS           PIC X(2).
       01  WS-EXCEPTION-STATUS         PIC X(2).
       01  WS-SUMMARY-STATUS           PIC X(2).
       01  WS-RUNCTL-STATUS            PIC X(2).
       01  WS-RUNDATE-STATUS           PIC X(2).
       01  WS-OPSLOG-STATUS            PIC X(2).
       01  WS-RENAME-RC                PIC S9(9) COMP-5 VALUE 0.
       01  WS-EXTRACT-EOF              PIC X(1) VALUE 'N'.
           88  EXTRACT-EOF                         VALUE 'Y'.
       01  WS-SPOOL-EOF                PIC X(1) VALUE 'N'.
           88  SPOOL-EOF                           VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
           88  FILES-AVAILABLE                     VALUE 'Y'.
       01  WS-EXCEPTION-OPEN           PIC X(1) VALUE 'N'.
           88  EXCEPTION-OPEN                      VALUE 'Y'.
       01  WS-SUMMARY-OPEN             PIC X(1) VALUE 'N'.
           88  SUMMARY-OPEN                        VALUE 'Y'.
       01  WS-PRESORT-ALLOWED          PIC X(1) VALUE 'Y'.
           88  PRESORT-ALLOWED                     VALUE 'Y'.
       01  WS-PRESORT-WRITTEN          PIC X(1) VALUE 'N'.
           88  PRESORT-WRITTEN                     VALUE 'Y'.
       01  WS-PRESORT-DONE             PIC X(1) VALUE 'N'.
           88  PRESORT-DONE                        VALUE 'Y'.
       01  WS-TRAILER-FOUND            PIC X(1) VALUE 'N'.
           88  TRAILER-FOUND                       VALUE 'Y'.
       01  WS-ADDRESS-VALID            PIC X(1) VALUE 'Y'.
           88  ADDRESS-VALID                       VALUE 'Y'.
       01  WS-STATE-FOUND              PIC X(1) VALUE 'N'.
           88  STATE-FOUND                         VALUE 'Y'.
       01  WS-IN-BLOCK                 PIC X(1) VALUE 'N'.
           88  IN-BLOCK                            VALUE 'Y'.
       01  WS-BLOCK-CLOSING            PIC X(1) VALUE 'N'.
           88  BLOCK-CLOSING                       VALUE 'Y'.
       01  WS-MATCH-FOUND              PIC X(1) VALUE 'N'.
           88  MATCH-FOUND                         VALUE 'Y'.
       01  WS-SCAN-DONE                PIC X(1) VALUE 'N'.
           88  SCAN-DONE                           VALUE 'Y'.
       01  WS-NEW-TRAY                 PIC X(1) VALUE 'N'.
           88  NEW-TRAY                            VALUE 'Y'.
       01  WS-NEW-BUNDLE               PIC X(1) VALUE 'N'.
           88  NEW-BUNDLE                          VALUE 'Y'.
       01  WS-TRAY-CAPACITY            PIC 9(4) VALUE 500.
       01  WS-BUNDLE-MAXIMUM           PIC 9(3) VALUE 50.
       01  WS-REFUSE-TEXT              PIC X(60).
       01  WS-REFUSE-REASON            PIC X(60) VALUE SPACES.
       01  WS-EXTRACT-READ             PIC 9(9) VALUE 0.
       01  WS-TRAILER-COUNT            PIC 9(9) VALUE 0.
       01  WS-STANDARDIZED-COUNT       PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(9) VALUE 0.
       01  WS-BREAKS-DROPPED           PIC 9(9) VALUE 0.
       01  WS-SPOOL-READ               PIC 9(9) VALUE 0.
       01  WS-PIECES-WRITTEN           PIC 9(9) VALUE 0.
       01  WS-PRESORTED-PIECES         PIC 9(9) VALUE 0.
       01  WS-RESIDUAL-PIECES          PIC 9(9) VALUE 0.
       01  WS-RESIDUAL-TRAYS           PIC 9(9) VALUE 0.
       01  WS-TRAY-COUNT               PIC 9(4) VALUE 0.
       01  WS-BUNDLE-COUNT             PIC 9(5) VALUE 0.
       01  WS-TRAY-SIZE                PIC 9(5) VALUE 0.
       01  WS-TRAY-PIECES              PIC 9(5) VALUE 0.
       01  WS-BUNDLE-SIZE              PIC 9(5) VALUE 0.
       01  WS-BUNDLE-PIECES            PIC 9(5) VALUE 0.
       01  WS-BUNDLE-ROOM              PIC 9(5) VALUE 0.
       01  WS-CURRENT-BUNDLE           PIC 9(5) VALUE 0.
       01  WS-PREV-GROUP               PIC X(1).
       01  WS-PREV-ZIP-3               PIC X(3).
       01  WS-PREV-ZIP-5               PIC X(5).
       01  WS-LINE-POINTER             PIC 9(3) VALUE 0.
      *    Splitting the city/state/ZIP line. The line is scanned from
      *    the right a word at a time; position 1 of the scan area is
      *    always a space so the scan never runs off the front.
       01  WS-CSZ-AS-KEYED             PIC X(30).
       01  WS-CSZ-LINE                 PIC X(30).
       01  WS-SCAN-AREA.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SCAN-LINE            PIC X(30).
       01  WS-SCAN-POS                 PIC 9(3) VALUE 0.
       01  WS-TOKEN-END                PIC 9(3) VALUE 0.
       01  WS-CITY-START               PIC 9(3) VALUE 0.
       01  WS-ZIP-LENGTH               PIC 9(3) VALUE 0.
       01  WS-STATE-LENGTH             PIC 9(3) VALUE 0.
       01  WS-ZIP-TOKEN                PIC X(30).
       01  WS-STATE-TOKEN              PIC X(30).
       01  WS-CITY-TEXT                PIC X(30).
       01  WS-STD-ZIP.
           05  WS-STD-ZIP-5            PIC X(5).
           05  WS-STD-ZIP-HYPHEN       PIC X(1).
           05  WS-STD-ZIP-4            PIC X(4).
       01  WS-EXCEPTION-REASON         PIC X(24).
      *    USPS state, territory, and military codes.
       01  WS-STATE-MAX                PIC 9(3) VALUE 62.
       01  WS-STATE-SUB                PIC 9(3) VALUE 0.
       01  WS-STATE-CODE-LIST.
           05  FILLER                  PIC X(40) VALUE
               "ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKYLAME".
           05  FILLER                  PIC X(40) VALUE
               "MDMAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARI".
           05  FILLER                  PIC X(40) VALUE
               "SCSDTNTXUTVTVAWAWVWIWYPRVIGUASMPAAAEAPFM".
           05  FILLER                  PIC X(4) VALUE "MHPW".
       01  WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-LIST.
           05  WS-STATE-CODE OCCURS 62 TIMES
                                       PIC X(2).
      *    Every notice on the extract, in the order PROG013 wrote
      *    them, with the spool notice matched to it.
       01  WS-NOTICE-MAX               PIC 9(4) VALUE 2000.
       01  WS-NOTICE-COUNT             PIC 9(4) VALUE 0.
       01  WS-NOTICE-SUB               PIC 9(4) VALUE 0.
       01  WS-NOTICE-TABLE.
           05  WS-NOTICE-ENTRY OCCURS 2000 TIMES.
               10  WS-NT-RECORD        PIC X(216).
               10  WS-NT-ACCOUNT       PIC X(10).
               10  WS-NT-DOCUMENT      PIC X(12).
               10  WS-NT-BLOCK         PIC 9(4).
      *    The mailing order: presorted pieces by ZIP and ZIP+4, then
      *    the exception pieces; extract order breaks the ties, so
      *    each account's notices stay in the order they were run.
       01  WS-ORDER-COUNT              PIC 9(4) VALUE 0.
       01  WS-ORDER-SUB                PIC 9(4) VALUE 0.
       01  WS-INSERT-SUB               PIC 9(4) VALUE 0.
       01  WS-SCAN-SUB                 PIC 9(4) VALUE 0.
       01  WS-NEW-ORDER-KEY.
           05  WS-NK-GROUP             PIC X(1).
           05  WS-NK-ZIP-5             PIC X(5).
           05  WS-NK-ZIP-4             PIC X(4).
           05  WS-NK-NOTICE            PIC 9(4).
       01  WS-ORDER-TABLE.
           05  WS-ORDER-ENTRY OCCURS 2000 TIMES.
               10  WS-OR-KEY.
                   15  WS-OR-GROUP     PIC X(1).
                       88  WS-OR-PRESORTED         VALUE '1'.
                       88  WS-OR-RESIDUAL          VALUE '2'.
                   15  WS-OR-ZIP-5     PIC X(5).
                   15  WS-OR-ZIP-4     PIC X(4).
                   15  WS-OR-NOTICE    PIC 9(4).
      *    The spool, one entry per notice block, and the lines that
      *    are not part of any notice (the control-totals page).
       01  WS-BLOCK-COUNT              PIC 9(4) VALUE 0.
       01  WS-BLOCK-SUB                PIC 9(4) VALUE 0.
       01  WS-BLOCK-TABLE.
           05  WS-BLOCK-ENTRY OCCURS 2000 TIMES.
               10  WS-BK-FIRST-LINE    PIC 9(5).
               10  WS-BK-LINE-COUNT    PIC 9(2).
               10  WS-BK-ACCOUNT       PIC X(10).
               10  WS-BK-DOCUMENT      PIC X(12).
       01  WS-LINE-MAX                 PIC 9(5) VALUE 32000.
       01  WS-LINE-COUNT               PIC 9(5) VALUE 0.
       01  WS-LINE-SUB                 PIC 9(5) VALUE 0.
       01  WS-LINE-END                 PIC 9(5) VALUE 0.
       01  WS-SPOOL-TEXT-TABLE.
           05  WS-SPOOL-TEXT OCCURS 32000 TIMES
                                       PIC X(66).
       01  WS-TAIL-MAX                 PIC 9(3) VALUE 100.
       01  WS-TAIL-COUNT               PIC 9(3) VALUE 0.
       01  WS-TAIL-SUB                 PIC 9(3) VALUE 0.
       01  WS-TAIL-TABLE.
           05  WS-TAIL-LINE OCCURS 100 TIMES
                                       PIC X(66).
      *    Pieces, trays, and bundles per 3-digit ZIP for the summary.
       01  WS-ZIP3-COUNT               PIC 9(4) VALUE 0.
       01  WS-ZIP3-SUB                 PIC 9(4) VALUE 0.
       01  WS-ZIP3-TABLE.
           05  WS-ZIP3-ENTRY OCCURS 1000 TIMES.
               10  WS-Z3-ZIP           PIC X(3).
               10  WS-Z3-PIECES        PIC 9(9).
               10  WS-Z3-TRAYS         PIC 9(9).
               10  WS-Z3-BUNDLES       PIC 9(9).
       01  WS-DISPLAY-COUNT            PIC Z(8)9.
       01  WS-DISPLAY-TRAYS            PIC Z(8)9.
       01  WS-DISPLAY-BUNDLES          PIC Z(8)9.
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
       01  WS-RUN-DATE-EDIT.
           05  WS-RDE-YEAR             PIC 9(4).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RDE-MONTH            PIC 9(2).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RDE-DAY              PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE 'I' TO WS-EVENT-SEVERITY
           MOVE "NOTICE PRESORT STARTING" TO WS-EVENT-TEXT
           PERFORM 8100-LOG-EVENT
           PERFORM 1000-INITIALIZE
           IF FILES-AVAILABLE
               PERFORM 2000-LOAD-NOTICE-EXTRACT
           END-IF
           IF FILES-AVAILABLE AND PRESORT-ALLOWED
               PERFORM 2500-LOAD-NOTICE-SPOOL
           END-IF
           IF FILES-AVAILABLE AND PRESORT-ALLOWED
               PERFORM 4000-WRITE-PRESORTED-FILES
           END-IF
           IF FILES-AVAILABLE AND PRESORT-ALLOWED
               PERFORM 4800-SWAP-IN-PRESORTED-FILES
           END-IF
           IF EXCEPTION-OPEN
               PERFORM 5000-WRITE-EXCEPTION-TOTALS
           END-IF
           IF SUMMARY-OPEN
               PERFORM 6000-WRITE-PRESORT-SUMMARY
           END-IF
           IF FILES-AVAILABLE
               PERFORM 1700-WRITE-RUN-TRAILER
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9500-SET-RETURN-CODE
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "NOTICE PRESORT NOT RUN - FILES UNAVAILABLE"
                       TO WS-EVENT-TEXT
               WHEN NOT PRESORT-DONE
                   MOVE 'E' TO WS-EVENT-SEVERITY
                   MOVE "NOTICES NOT PRESORTED - SEE PRESORT.RPT"
                       TO WS-EVENT-TEXT
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 'W' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "NOTICES PRESORTED - " DELIMITED BY SIZE
                       WS-EXCEPTION-COUNT DELIMITED BY SIZE
                       " ADDRESS EXCEPTIONS" DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE 'I' TO WS-EVENT-SEVERITY
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "NOTICES PRESORTED - " DELIMITED BY SIZE
                       WS-PIECES-WRITTEN DELIMITED BY SIZE
                       " PIECES IN " DELIMITED BY SIZE
                       WS-TRAY-COUNT DELIMITED BY SIZE
                       " TRAYS" DELIMITED BY SIZE
                       INTO WS-EVENT-TEXT
           END-EVALUATE
           PERFORM 8100-LOG-EVENT
           DISPLAY "PROG048: NOTICE PRESORT COMPLETE - "
               WS-PIECES-WRITTEN " PIECES, " WS-EXCEPTION-COUNT
               " ADDRESS EXCEPTIONS"
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PROCESSING-DATE
           MOVE WS-RD-YEAR  TO WS-RDE-YEAR
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           PERFORM 1100-READ-PRESORT-PARAMETERS
           OPEN OUTPUT ADDRESS-EXCEPTION-RPT
           IF WS-EXCEPTION-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG048: ADDRESS EXCEPTION REPORT UNAVAILABLE "
                   "- STATUS " WS-EXCEPTION-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "ADDREXC.RPT CANNOT BE WRITTEN" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-EXCEPTION-OPEN
               PERFORM 1500-WRITE-EXCEPTION-HEADINGS
           END-IF
           OPEN OUTPUT PRESORT-SUMMARY-RPT
           IF WS-SUMMARY-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG048: PRESORT SUMMARY UNAVAILABLE - STATUS "
                   WS-SUMMARY-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "PRESORT.RPT CANNOT BE WRITTEN" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'Y' TO WS-SUMMARY-OPEN
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

       1100-READ-PRESORT-PARAMETERS.
           OPEN INPUT PRESORT-PARAMETER-FILE
           IF WS-PRSPARM-STATUS = "00"
               READ PRESORT-PARAMETER-FILE
                   NOT AT END
                       IF PP-TRAY-CAPACITY IS NUMERIC
                           AND PP-TRAY-CAPACITY > 0
                           MOVE PP-TRAY-CAPACITY TO WS-TRAY-CAPACITY
                       END-IF
                       IF PP-BUNDLE-MAXIMUM IS NUMERIC
                           AND PP-BUNDLE-MAXIMUM > 0
                           MOVE PP-BUNDLE-MAXIMUM TO WS-BUNDLE-MAXIMUM
                       END-IF
               END-READ
               CLOSE PRESORT-PARAMETER-FILE
           ELSE
               DISPLAY "PROG048: PRSPARM.DAT NOT PRESENT - TRAYS OF "
                   WS-TRAY-CAPACITY ", BUNDLES OF " WS-BUNDLE-MAXIMUM
           END-IF.

       1500-WRITE-EXCEPTION-HEADINGS.
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ADDRESS EXCEPTION REPORT - NOTICE MAILING"
               DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "THESE NOTICES MAIL AT FULL RATE - CORRECT THE "
               DELIMITED BY SIZE
               "ADDRESS THROUGH PROG023" DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ACCOUNT    DOCUMENT     " DELIMITED BY SIZE
               "CITY/STATE/ZIP LINE ON FILE    " DELIMITED BY SIZE
               "REASON" DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       1600-WRITE-RUN-HEADER.
           MOVE 'H' TO RC-RECORD-TYPE
           MOVE "PROG048" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE 0 TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

       1700-WRITE-RUN-TRAILER.
           MOVE 'T' TO RC-RECORD-TYPE
           MOVE "PROG048" TO RC-PROGRAM-ID
           MOVE WS-RUN-DATE TO RC-RUN-ID
           MOVE WS-RUN-DATE-EDIT TO RC-RUN-DATE
           MOVE WS-PIECES-WRITTEN TO RC-RECORD-COUNT
           WRITE RUN-CONTROL-RECORD.

      *    The first reason the files cannot be resequenced is the
      *    one reported; both files are then left as they are.
       1900-REFUSE-PRESORT.
           IF PRESORT-ALLOWED
               MOVE 'N' TO WS-PRESORT-ALLOWED
               MOVE WS-REFUSE-TEXT TO WS-REFUSE-REASON
               DISPLAY "PROG048: NOTICES NOT PRESORTED - "
                   WS-REFUSE-REASON
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE WS-REFUSE-REASON TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           END-IF.

      *    Break records left by an earlier pass are dropped; the
      *    trailer must be there and balance to the detail records,
      *    or PROG013 did not finish the extract.
       2000-LOAD-NOTICE-EXTRACT.
           OPEN INPUT NOTICE-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG048: NOTICE EXTRACT UNAVAILABLE - STATUS "
                   WS-EXTRACT-STATUS
               MOVE 'E' TO WS-EVENT-SEVERITY
               MOVE "NTCEXTR.DAT NOT AVAILABLE" TO WS-EVENT-TEXT
               PERFORM 8100-LOG-EVENT
           ELSE
               MOVE 'N' TO WS-EXTRACT-EOF
               PERFORM UNTIL EXTRACT-EOF
                   READ NOTICE-EXTRACT-FILE
                       INTO NOTICE-EXTRACT-RECORD
                       AT END
                           MOVE 'Y' TO WS-EXTRACT-EOF
                       NOT AT END
                           PERFORM 2100-TABLE-EXTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE NOTICE-EXTRACT-FILE
               EVALUATE TRUE
                   WHEN NOT TRAILER-FOUND
                       MOVE SPACES TO WS-REFUSE-TEXT
                       STRING "NO TRAILER ON NTCEXTR.DAT - "
                           DELIMITED BY SIZE
                           "NOTICE RUN NOT COMPLETE" DELIMITED BY SIZE
                           INTO WS-REFUSE-TEXT
                       PERFORM 1900-REFUSE-PRESORT
                   WHEN WS-TRAILER-COUNT NOT = WS-EXTRACT-READ
                       MOVE "NTCEXTR.DAT TRAILER OUT OF BALANCE"
                           TO WS-REFUSE-TEXT
                       PERFORM 1900-REFUSE-PRESORT
               END-EVALUATE
           END-IF.

       2100-TABLE-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN NX-IS-DETAIL
                   ADD 1 TO WS-EXTRACT-READ
                   PERFORM 3000-STANDARDIZE-ADDRESS
                   IF WS-NOTICE-COUNT >= WS-NOTICE-MAX
                       MOVE "MORE NOTICES THAN THE PRESORT TABLE HOLDS"
                           TO WS-REFUSE-TEXT
                       PERFORM 1900-REFUSE-PRESORT
                   ELSE
                       ADD 1 TO WS-NOTICE-COUNT
                       MOVE NOTICE-EXTRACT-RECORD
                           TO WS-NT-RECORD(WS-NOTICE-COUNT)
                       MOVE NX-ACCOUNT-NUMBER
                           TO WS-NT-ACCOUNT(WS-NOTICE-COUNT)
                       MOVE NX-DOCUMENT-NUMBER
                           TO WS-NT-DOCUMENT(WS-NOTICE-COUNT)
                       MOVE 0 TO WS-NT-BLOCK(WS-NOTICE-COUNT)
                       PERFORM 2200-INSERT-ORDER-ENTRY
                   END-IF
               WHEN NX-IS-TRAILER
                   MOVE NOTICE-EXTRACT-RECORD TO NOTICE-EXTRACT-TRAILER
                   MOVE 'Y' TO WS-TRAILER-FOUND
                   MOVE NX-TRAILER-COUNT TO WS-TRAILER-COUNT
               WHEN NX-IS-TRAY-BREAK OR NX-IS-BUNDLE-BREAK
                   ADD 1 TO WS-BREAKS-DROPPED
               WHEN OTHER
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "UNKNOWN RECORD TYPE '" DELIMITED BY SIZE
                       NX-RECORD-TYPE DELIMITED BY SIZE
                       "' ON NTCEXTR.DAT" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM 1900-REFUSE-PRESORT
           END-EVALUATE.

      *    Slotted in behind the last entry with a lower key, the
      *    same ordered insert the PROG014 message table uses.
       2200-INSERT-ORDER-ENTRY.
           IF NX-PRESORTED
               MOVE '1' TO WS-NK-GROUP
               MOVE NX-ZIP-5 TO WS-NK-ZIP-5
               MOVE NX-ZIP-4 TO WS-NK-ZIP-4
           ELSE
               MOVE '2' TO WS-NK-GROUP
               MOVE SPACES TO WS-NK-ZIP-5
               MOVE SPACES TO WS-NK-ZIP-4
           END-IF
           MOVE WS-NOTICE-COUNT TO WS-NK-NOTICE
           MOVE 0 TO WS-INSERT-SUB
           MOVE 0 TO WS-ORDER-SUB
           PERFORM UNTIL WS-ORDER-SUB >= WS-ORDER-COUNT
               ADD 1 TO WS-ORDER-SUB
               IF WS-OR-KEY(WS-ORDER-SUB) < WS-NEW-ORDER-KEY
                   MOVE WS-ORDER-SUB TO WS-INSERT-SUB
               END-IF
           END-PERFORM
           MOVE WS-ORDER-COUNT TO WS-ORDER-SUB
           PERFORM UNTIL WS-ORDER-SUB <= WS-INSERT-SUB
               MOVE WS-ORDER-ENTRY(WS-ORDER-SUB)
                   TO WS-ORDER-ENTRY(WS-ORDER-SUB + 1)
               SUBTRACT 1 FROM WS-ORDER-SUB
           END-PERFORM
           ADD 1 TO WS-ORDER-COUNT
           ADD 1 TO WS-INSERT-SUB
           MOVE WS-NEW-ORDER-KEY TO WS-OR-KEY(WS-INSERT-SUB).

      *    A notice block on the spool opens with a full row of
      *    asterisks and closes with another and a blank line;
      *    anything else is the control-totals page, which stays at
      *    the end, or a tray/bundle line from an earlier pass.
       2500-LOAD-NOTICE-SPOOL.
           OPEN INPUT NOTICE-SPOOL-FILE
           IF WS-SPOOL-STATUS NOT = "00"
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "NOTICES.RPT NOT AVAILABLE - STATUS "
                   DELIMITED BY SIZE
                   WS-SPOOL-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               PERFORM 1900-REFUSE-PRESORT
           ELSE
               MOVE 'N' TO WS-SPOOL-EOF
               MOVE 'N' TO WS-IN-BLOCK
               PERFORM UNTIL SPOOL-EOF OR NOT PRESORT-ALLOWED
                   READ NOTICE-SPOOL-FILE
                       AT END
                           MOVE 'Y' TO WS-SPOOL-EOF
                       NOT AT END
                           ADD 1 TO WS-SPOOL-READ
                           PERFORM 2600-TABLE-SPOOL-LINE
                   END-READ
               END-PERFORM
               CLOSE NOTICE-SPOOL-FILE
               IF PRESORT-ALLOWED AND IN-BLOCK
                   MOVE "NOTICES.RPT ENDS PART WAY THROUGH A NOTICE"
                       TO WS-REFUSE-TEXT
                   PERFORM 1900-REFUSE-PRESORT
               END-IF
               IF PRESORT-ALLOWED
                   AND WS-BLOCK-COUNT NOT = WS-NOTICE-COUNT
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "NOTICES.RPT AND NTCEXTR.DAT NOTICE COUNTS "
                       DELIMITED BY SIZE
                       "DIFFER" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM 1900-REFUSE-PRESORT
               END-IF
               IF PRESORT-ALLOWED
                   PERFORM 2700-MATCH-SPOOL-NOTICES
               END-IF
           END-IF.

       2600-TABLE-SPOOL-LINE.
           EVALUATE TRUE
               WHEN IN-BLOCK
                   PERFORM 2650-STORE-BLOCK-LINE
                   EVALUATE TRUE
                       WHEN BLOCK-CLOSING
                           MOVE 'N' TO WS-IN-BLOCK
                       WHEN SPOOL-LINE = ALL "*"
                           MOVE 'Y' TO WS-BLOCK-CLOSING
                       WHEN WS-BK-LINE-COUNT(WS-BLOCK-COUNT) = 2
                           MOVE SPOOL-LINE(32:12)
                               TO WS-BK-DOCUMENT(WS-BLOCK-COUNT)
                       WHEN WS-BK-LINE-COUNT(WS-BLOCK-COUNT) = 4
                           MOVE SPOOL-LINE(15:10)
                               TO WS-BK-ACCOUNT(WS-BLOCK-COUNT)
                   END-EVALUATE
               WHEN SPOOL-LINE = ALL "*"
                   IF WS-BLOCK-COUNT >= WS-NOTICE-MAX
                       MOVE "MORE NOTICES THAN THE PRESORT TABLE HOLDS"
                           TO WS-REFUSE-TEXT
                       PERFORM 1900-REFUSE-PRESORT
                   ELSE
                       ADD 1 TO WS-BLOCK-COUNT
                       COMPUTE WS-BK-FIRST-LINE(WS-BLOCK-COUNT) =
                           WS-LINE-COUNT + 1
                       MOVE 0 TO WS-BK-LINE-COUNT(WS-BLOCK-COUNT)
                       MOVE SPACES TO WS-BK-ACCOUNT(WS-BLOCK-COUNT)
                       MOVE SPACES TO WS-BK-DOCUMENT(WS-BLOCK-COUNT)
                       MOVE 'Y' TO WS-IN-BLOCK
                       MOVE 'N' TO WS-BLOCK-CLOSING
                       PERFORM 2650-STORE-BLOCK-LINE
                   END-IF
               WHEN SPOOL-LINE(1:1) = "=" OR SPOOL-LINE(1:1) = "-"
                   ADD 1 TO WS-BREAKS-DROPPED
               WHEN WS-TAIL-COUNT >= WS-TAIL-MAX
                   MOVE "TOO MANY LINES OUTSIDE NOTICES ON NOTICES.RPT"
                       TO WS-REFUSE-TEXT
                   PERFORM 1900-REFUSE-PRESORT
               WHEN OTHER
                   ADD 1 TO WS-TAIL-COUNT
                   MOVE SPOOL-LINE TO WS-TAIL-LINE(WS-TAIL-COUNT)
           END-EVALUATE.

       2650-STORE-BLOCK-LINE.
           IF WS-LINE-COUNT >= WS-LINE-MAX
               OR WS-BK-LINE-COUNT(WS-BLOCK-COUNT) >= 99
               MOVE "NOTICES.RPT TOO LARGE FOR THE PRESORT TABLE"
                   TO WS-REFUSE-TEXT
               PERFORM 1900-REFUSE-PRESORT
           ELSE
               ADD 1 TO WS-LINE-COUNT
               MOVE SPOOL-LINE TO WS-SPOOL-TEXT(WS-LINE-COUNT)
               ADD 1 TO WS-BK-LINE-COUNT(WS-BLOCK-COUNT)
           END-IF.

      *    Matched on account and document number, first unmatched
      *    extract record wins - two unnumbered notices for the same
      *    account can pair either way without changing the mailing.
       2700-MATCH-SPOOL-NOTICES.
           MOVE 0 TO WS-BLOCK-SUB
           PERFORM UNTIL WS-BLOCK-SUB >= WS-BLOCK-COUNT
               OR NOT PRESORT-ALLOWED
               ADD 1 TO WS-BLOCK-SUB
               PERFORM 2750-FIND-EXTRACT-NOTICE
               IF NOT MATCH-FOUND
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING "SPOOL NOTICE FOR " DELIMITED BY SIZE
                       WS-BK-ACCOUNT(WS-BLOCK-SUB) DELIMITED BY SIZE
                       " NOT ON NTCEXTR.DAT" DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   PERFORM 1900-REFUSE-PRESORT
               END-IF
           END-PERFORM.

       2750-FIND-EXTRACT-NOTICE.
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE 0 TO WS-NOTICE-SUB
           PERFORM UNTIL WS-NOTICE-SUB >= WS-NOTICE-COUNT
               OR MATCH-FOUND
               ADD 1 TO WS-NOTICE-SUB
               IF WS-NT-BLOCK(WS-NOTICE-SUB) = 0
                   AND WS-NT-ACCOUNT(WS-NOTICE-SUB)
                       = WS-BK-ACCOUNT(WS-BLOCK-SUB)
                   AND WS-NT-DOCUMENT(WS-NOTICE-SUB)
                       = WS-BK-DOCUMENT(WS-BLOCK-SUB)
                   MOVE WS-BLOCK-SUB TO WS-NT-BLOCK(WS-NOTICE-SUB)
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

      *    Works on NOTICE-EXTRACT-RECORD: fills in the split address
      *    and the presort status, or lists the notice as an
      *    exception.
       3000-STANDARDIZE-ADDRESS.
           MOVE SPACES TO NX-CITY
           MOVE SPACES TO NX-STATE
           MOVE SPACES TO NX-ZIP-CODE
           MOVE 0 TO NX-TRAY-NUMBER
           MOVE 0 TO NX-BUNDLE-NUMBER
           MOVE 'Y' TO WS-ADDRESS-VALID
           MOVE SPACES TO WS-EXCEPTION-REASON
           EVALUATE TRUE
               WHEN NX-ADDRESS-3 NOT = SPACES
                   MOVE NX-ADDRESS-3 TO WS-CSZ-LINE
               WHEN NX-ADDRESS-2 NOT = SPACES
                   MOVE NX-ADDRESS-2 TO WS-CSZ-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-CSZ-LINE
           END-EVALUATE
           MOVE WS-CSZ-LINE TO WS-CSZ-AS-KEYED
           IF WS-CSZ-LINE = SPACES
               MOVE 'N' TO WS-ADDRESS-VALID
               MOVE "NO CITY/STATE/ZIP LINE" TO WS-EXCEPTION-REASON
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-CSZ-LINE) TO WS-CSZ-LINE
               INSPECT WS-CSZ-LINE REPLACING ALL "," BY SPACE
               PERFORM 3100-SPLIT-ADDRESS-LINE
               PERFORM 3200-EDIT-ZIP-CODE
               IF ADDRESS-VALID
                   PERFORM 3300-EDIT-STATE-CODE
               END-IF
               IF ADDRESS-VALID AND WS-CITY-TEXT = SPACES
                   MOVE 'N' TO WS-ADDRESS-VALID
                   MOVE "CITY MISSING" TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF ADDRESS-VALID
               MOVE WS-CITY-TEXT TO NX-CITY
               MOVE WS-STATE-TOKEN TO NX-STATE
               MOVE WS-STD-ZIP TO NX-ZIP-CODE
               MOVE 'P' TO NX-PRESORT-STATUS
               ADD 1 TO WS-STANDARDIZED-COUNT
           ELSE
               MOVE 'X' TO NX-PRESORT-STATUS
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 3500-WRITE-EXCEPTION-LINE
           END-IF.

      *    Last word is the ZIP, the word before it the state, and
      *    whatever is left in front the city.
       3100-SPLIT-ADDRESS-LINE.
           MOVE SPACES TO WS-ZIP-TOKEN
           MOVE SPACES TO WS-STATE-TOKEN
           MOVE SPACES TO WS-CITY-TEXT
           MOVE 0 TO WS-ZIP-LENGTH
           MOVE 0 TO WS-STATE-LENGTH
           MOVE WS-CSZ-LINE TO WS-SCAN-LINE
           MOVE 31 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-AREA(WS-SCAN-POS:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           MOVE WS-SCAN-POS TO WS-TOKEN-END
           PERFORM UNTIL WS-SCAN-AREA(WS-SCAN-POS:1) = SPACE
               SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           COMPUTE WS-ZIP-LENGTH = WS-TOKEN-END - WS-SCAN-POS
           MOVE WS-SCAN-AREA(WS-SCAN-POS + 1:WS-ZIP-LENGTH)
               TO WS-ZIP-TOKEN
           PERFORM UNTIL WS-SCAN-POS = 1
               OR WS-SCAN-AREA(WS-SCAN-POS:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > 1
               MOVE WS-SCAN-POS TO WS-TOKEN-END
               PERFORM UNTIL WS-SCAN-AREA(WS-SCAN-POS:1) = SPACE
                   SUBTRACT 1 FROM WS-SCAN-POS
               END-PERFORM
               COMPUTE WS-STATE-LENGTH = WS-TOKEN-END - WS-SCAN-POS
               MOVE WS-SCAN-AREA(WS-SCAN-POS + 1:WS-STATE-LENGTH)
                   TO WS-STATE-TOKEN
           END-IF
           IF WS-SCAN-POS > 1
               MOVE 2 TO WS-CITY-START
               PERFORM UNTIL WS-CITY-START >= WS-SCAN-POS
                   OR WS-SCAN-AREA(WS-CITY-START:1) NOT = SPACE
                   ADD 1 TO WS-CITY-START
               END-PERFORM
               IF WS-CITY-START < WS-SCAN-POS
                   MOVE WS-SCAN-AREA(WS-CITY-START:
                       WS-SCAN-POS - WS-CITY-START) TO WS-CITY-TEXT
               END-IF
           END-IF.

       3200-EDIT-ZIP-CODE.
           MOVE SPACES TO WS-STD-ZIP
           EVALUATE TRUE
               WHEN WS-ZIP-LENGTH = 5
                   AND WS-ZIP-TOKEN(1:5) IS NUMERIC
                   MOVE WS-ZIP-TOKEN(1:5) TO WS-STD-ZIP-5
               WHEN WS-ZIP-LENGTH = 10
                   AND WS-ZIP-TOKEN(1:5) IS NUMERIC
                   AND WS-ZIP-TOKEN(6:1) = "-"
                   AND WS-ZIP-TOKEN(7:4) IS NUMERIC
                   MOVE WS-ZIP-TOKEN(1:10) TO WS-STD-ZIP
               WHEN WS-ZIP-LENGTH = 9
                   AND WS-ZIP-TOKEN(1:9) IS NUMERIC
                   MOVE WS-ZIP-TOKEN(1:5) TO WS-STD-ZIP-5
                   MOVE "-" TO WS-STD-ZIP-HYPHEN
                   MOVE WS-ZIP-TOKEN(6:4) TO WS-STD-ZIP-4
               WHEN OTHER
                   MOVE 'N' TO WS-ADDRESS-VALID
                   MOVE "ZIP NOT 5 OR 9 DIGITS" TO WS-EXCEPTION-REASON
           END-EVALUATE.

       3300-EDIT-STATE-CODE.
           MOVE 'N' TO WS-STATE-FOUND
           IF WS-STATE-LENGTH = 2
               MOVE 0 TO WS-STATE-SUB
               PERFORM UNTIL WS-STATE-SUB >= WS-STATE-MAX
                   OR STATE-FOUND
                   ADD 1 TO WS-STATE-SUB
                   IF WS-STATE-CODE(WS-STATE-SUB) = WS-STATE-TOKEN(1:2)
                       MOVE 'Y' TO WS-STATE-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF NOT STATE-FOUND
               MOVE 'N' TO WS-ADDRESS-VALID
               IF WS-STATE-TOKEN = SPACES
                   MOVE "STATE CODE MISSING" TO WS-EXCEPTION-REASON
               ELSE
                   MOVE "STATE CODE NOT VALID" TO WS-EXCEPTION-REASON
               END-IF
           END-IF.

       3500-WRITE-EXCEPTION-LINE.
           IF EXCEPTION-OPEN
               MOVE SPACES TO EXCEPTION-LINE
               STRING NX-ACCOUNT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NX-DOCUMENT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CSZ-AS-KEYED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.

      *    Both files are written to work files in mailing order; the
      *    break records and lines go out ahead of the pieces they
      *    cover.
       4000-WRITE-PRESORTED-FILES.
           OPEN OUTPUT NOTICE-EXTRACT-WORK
           OPEN OUTPUT NOTICE-SPOOL-WORK
           IF WS-EXTRACT-WORK-STATUS NOT = "00"
               OR WS-SPOOL-WORK-STATUS NOT = "00"
               MOVE "PRESORT WORK FILES CANNOT BE WRITTEN"
                   TO WS-REFUSE-TEXT
               PERFORM 1900-REFUSE-PRESORT
               IF WS-EXTRACT-WORK-STATUS = "00"
                   CLOSE NOTICE-EXTRACT-WORK
               END-IF
               IF WS-SPOOL-WORK-STATUS = "00"
                   CLOSE NOTICE-SPOOL-WORK
               END-IF
           ELSE
               MOVE SPACES TO WS-PREV-GROUP
               MOVE SPACES TO WS-PREV-ZIP-3
               MOVE SPACES TO WS-PREV-ZIP-5
               MOVE 0 TO WS-TRAY-PIECES
               MOVE 0 TO WS-BUNDLE-PIECES
               MOVE 0 TO WS-ORDER-SUB
               PERFORM UNTIL WS-ORDER-SUB >= WS-ORDER-COUNT
                   ADD 1 TO WS-ORDER-SUB
                   PERFORM 4100-WRITE-PIECE
               END-PERFORM
               MOVE 'T' TO NX-TRAILER-TYPE
               MOVE WS-PIECES-WRITTEN TO NX-TRAILER-COUNT
               MOVE NOTICE-EXTRACT-TRAILER TO EXTRACT-WORK-RECORD
               WRITE EXTRACT-WORK-RECORD
               MOVE 0 TO WS-TAIL-SUB
               PERFORM UNTIL WS-TAIL-SUB >= WS-TAIL-COUNT
                   ADD 1 TO WS-TAIL-SUB
                   MOVE WS-TAIL-LINE(WS-TAIL-SUB) TO SPOOL-WORK-LINE
                   WRITE SPOOL-WORK-LINE
               END-PERFORM
               CLOSE NOTICE-EXTRACT-WORK
               CLOSE NOTICE-SPOOL-WORK
               MOVE 'Y' TO WS-PRESORT-WRITTEN
           END-IF.

      *    A new tray at the start of each 3-digit ZIP, at the start
      *    of the exception pieces, and when a tray is full; a new
      *    bundle (presorted pieces only) at each 5-digit ZIP, each
      *    new tray, and when a bundle is full.
       4100-WRITE-PIECE.
           MOVE WS-OR-NOTICE(WS-ORDER-SUB) TO WS-NOTICE-SUB
           MOVE WS-NT-RECORD(WS-NOTICE-SUB) TO NOTICE-EXTRACT-RECORD
           EVALUATE TRUE
               WHEN WS-ORDER-SUB = 1
                   MOVE 'Y' TO WS-NEW-TRAY
               WHEN WS-OR-GROUP(WS-ORDER-SUB) NOT = WS-PREV-GROUP
                   MOVE 'Y' TO WS-NEW-TRAY
               WHEN WS-OR-PRESORTED(WS-ORDER-SUB)
                   AND WS-OR-ZIP-5(WS-ORDER-SUB)(1:3)
                       NOT = WS-PREV-ZIP-3
                   MOVE 'Y' TO WS-NEW-TRAY
               WHEN WS-TRAY-PIECES >= WS-TRAY-SIZE
                   MOVE 'Y' TO WS-NEW-TRAY
               WHEN OTHER
                   MOVE 'N' TO WS-NEW-TRAY
           END-EVALUATE
           IF NEW-TRAY
               PERFORM 4200-START-TRAY
           END-IF
           IF WS-OR-PRESORTED(WS-ORDER-SUB)
               EVALUATE TRUE
                   WHEN NEW-TRAY
                       MOVE 'Y' TO WS-NEW-BUNDLE
                   WHEN WS-OR-ZIP-5(WS-ORDER-SUB) NOT = WS-PREV-ZIP-5
                       MOVE 'Y' TO WS-NEW-BUNDLE
                   WHEN WS-BUNDLE-PIECES >= WS-BUNDLE-SIZE
                       MOVE 'Y' TO WS-NEW-BUNDLE
                   WHEN OTHER
                       MOVE 'N' TO WS-NEW-BUNDLE
               END-EVALUATE
               IF NEW-BUNDLE
                   PERFORM 4300-START-BUNDLE
               END-IF
               ADD 1 TO WS-Z3-PIECES(WS-ZIP3-COUNT)
               ADD 1 TO WS-PRESORTED-PIECES
           ELSE
               MOVE 0 TO WS-CURRENT-BUNDLE
               ADD 1 TO WS-RESIDUAL-PIECES
           END-IF
           MOVE WS-TRAY-COUNT TO NX-TRAY-NUMBER
           MOVE WS-CURRENT-BUNDLE TO NX-BUNDLE-NUMBER
           MOVE NOTICE-EXTRACT-RECORD TO EXTRACT-WORK-RECORD
           WRITE EXTRACT-WORK-RECORD
           MOVE WS-NT-BLOCK(WS-NOTICE-SUB) TO WS-BLOCK-SUB
           MOVE WS-BK-FIRST-LINE(WS-BLOCK-SUB) TO WS-LINE-SUB
           COMPUTE WS-LINE-END = WS-BK-FIRST-LINE(WS-BLOCK-SUB)
               + WS-BK-LINE-COUNT(WS-BLOCK-SUB)
           PERFORM UNTIL WS-LINE-SUB >= WS-LINE-END
               MOVE WS-SPOOL-TEXT(WS-LINE-SUB) TO SPOOL-WORK-LINE
               WRITE SPOOL-WORK-LINE
               ADD 1 TO WS-LINE-SUB
           END-PERFORM
           ADD 1 TO WS-TRAY-PIECES
           ADD 1 TO WS-BUNDLE-PIECES
           ADD 1 TO WS-PIECES-WRITTEN
           MOVE WS-OR-GROUP(WS-ORDER-SUB) TO WS-PREV-GROUP
           MOVE WS-OR-ZIP-5(WS-ORDER-SUB)(1:3) TO WS-PREV-ZIP-3
           MOVE WS-OR-ZIP-5(WS-ORDER-SUB) TO WS-PREV-ZIP-5.

      *    The tray's piece count is looked ahead in the mailing
      *    order so the break can carry it.
       4200-START-TRAY.
           ADD 1 TO WS-TRAY-COUNT
           MOVE 0 TO WS-TRAY-PIECES
           MOVE 0 TO WS-TRAY-SIZE
           MOVE WS-ORDER-SUB TO WS-SCAN-SUB
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM UNTIL SCAN-DONE
               EVALUATE TRUE
                   WHEN WS-SCAN-SUB > WS-ORDER-COUNT
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN WS-TRAY-SIZE >= WS-TRAY-CAPACITY
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN WS-OR-GROUP(WS-SCAN-SUB)
                       NOT = WS-OR-GROUP(WS-ORDER-SUB)
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN WS-OR-PRESORTED(WS-ORDER-SUB)
                       AND WS-OR-ZIP-5(WS-SCAN-SUB)(1:3)
                           NOT = WS-OR-ZIP-5(WS-ORDER-SUB)(1:3)
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN OTHER
                       ADD 1 TO WS-TRAY-SIZE
                       ADD 1 TO WS-SCAN-SUB
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO NOTICE-EXTRACT-BREAK
           MOVE 'Y' TO NX-BREAK-TYPE
           MOVE WS-TRAY-COUNT TO NX-BREAK-TRAY
           MOVE 0 TO NX-BREAK-BUNDLE
           MOVE WS-TRAY-SIZE TO NX-BREAK-PIECES
           MOVE ALL "=" TO SPOOL-WORK-LINE
           MOVE 4 TO WS-LINE-POINTER
           IF WS-OR-PRESORTED(WS-ORDER-SUB)
               MOVE '3' TO NX-BREAK-LEVEL
               MOVE WS-OR-ZIP-5(WS-ORDER-SUB)(1:3) TO NX-BREAK-ZIP
               IF WS-OR-ZIP-5(WS-ORDER-SUB)(1:3) NOT = WS-PREV-ZIP-3
                   OR WS-ZIP3-COUNT = 0
                   ADD 1 TO WS-ZIP3-COUNT
                   MOVE WS-OR-ZIP-5(WS-ORDER-SUB)(1:3)
                       TO WS-Z3-ZIP(WS-ZIP3-COUNT)
                   MOVE 0 TO WS-Z3-PIECES(WS-ZIP3-COUNT)
                   MOVE 0 TO WS-Z3-TRAYS(WS-ZIP3-COUNT)
                   MOVE 0 TO WS-Z3-BUNDLES(WS-ZIP3-COUNT)
               END-IF
               ADD 1 TO WS-Z3-TRAYS(WS-ZIP3-COUNT)
               STRING " TRAY " DELIMITED BY SIZE
                   WS-TRAY-COUNT DELIMITED BY SIZE
                   " - 3-DIGIT ZIP " DELIMITED BY SIZE
                   NX-BREAK-ZIP(1:3) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-TRAY-SIZE DELIMITED BY SIZE
                   " PIECES " DELIMITED BY SIZE
                   INTO SPOOL-WORK-LINE WITH POINTER WS-LINE-POINTER
           ELSE
               MOVE 'R' TO NX-BREAK-LEVEL
               ADD 1 TO WS-RESIDUAL-TRAYS
               STRING " TRAY " DELIMITED BY SIZE
                   WS-TRAY-COUNT DELIMITED BY SIZE
                   " - RESIDUAL, FULL RATE - " DELIMITED BY SIZE
                   WS-TRAY-SIZE DELIMITED BY SIZE
                   " PIECES " DELIMITED BY SIZE
                   INTO SPOOL-WORK-LINE WITH POINTER WS-LINE-POINTER
           END-IF
           MOVE NOTICE-EXTRACT-BREAK TO EXTRACT-WORK-RECORD
           WRITE EXTRACT-WORK-RECORD
           WRITE SPOOL-WORK-LINE.

       4300-START-BUNDLE.
           ADD 1 TO WS-BUNDLE-COUNT
           MOVE WS-BUNDLE-COUNT TO WS-CURRENT-BUNDLE
           MOVE 0 TO WS-BUNDLE-PIECES
           MOVE 0 TO WS-BUNDLE-SIZE
           COMPUTE WS-BUNDLE-ROOM = WS-TRAY-SIZE - WS-TRAY-PIECES
           MOVE WS-ORDER-SUB TO WS-SCAN-SUB
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM UNTIL SCAN-DONE
               EVALUATE TRUE
                   WHEN WS-SCAN-SUB > WS-ORDER-COUNT
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN WS-BUNDLE-SIZE >= WS-BUNDLE-MAXIMUM
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN WS-BUNDLE-SIZE >= WS-BUNDLE-ROOM
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN WS-OR-GROUP(WS-SCAN-SUB)
                       NOT = WS-OR-GROUP(WS-ORDER-SUB)
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN WS-OR-ZIP-5(WS-SCAN-SUB)
                       NOT = WS-OR-ZIP-5(WS-ORDER-SUB)
                       MOVE 'Y' TO WS-SCAN-DONE
                   WHEN OTHER
                       ADD 1 TO WS-BUNDLE-SIZE
                       ADD 1 TO WS-SCAN-SUB
               END-EVALUATE
           END-PERFORM
           ADD 1 TO WS-Z3-BUNDLES(WS-ZIP3-COUNT)
           MOVE SPACES TO NOTICE-EXTRACT-BREAK
           MOVE 'B' TO NX-BREAK-TYPE
           MOVE '5' TO NX-BREAK-LEVEL
           MOVE WS-OR-ZIP-5(WS-ORDER-SUB) TO NX-BREAK-ZIP
           MOVE WS-TRAY-COUNT TO NX-BREAK-TRAY
           MOVE WS-BUNDLE-COUNT TO NX-BREAK-BUNDLE
           MOVE WS-BUNDLE-SIZE TO NX-BREAK-PIECES
           MOVE NOTICE-EXTRACT-BREAK TO EXTRACT-WORK-RECORD
           WRITE EXTRACT-WORK-RECORD
           MOVE ALL "-" TO SPOOL-WORK-LINE
           MOVE 4 TO WS-LINE-POINTER
           STRING " BUNDLE " DELIMITED BY SIZE
               WS-BUNDLE-COUNT DELIMITED BY SIZE
               " - 5-DIGIT ZIP " DELIMITED BY SIZE
               NX-BREAK-ZIP DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-BUNDLE-SIZE DELIMITED BY SIZE
               " PIECES " DELIMITED BY SIZE
               INTO SPOOL-WORK-LINE WITH POINTER WS-LINE-POINTER
           WRITE SPOOL-WORK-LINE.

      *    The extract goes in first. If the spool then fails to swap
      *    in, the two are out of step only until the step is rerun,
      *    since notices are matched by account and document number.
       4800-SWAP-IN-PRESORTED-FILES.
           CALL "CBL_RENAME_FILE" USING "NTCEXTR.NEW"
               "NTCEXTR.DAT" RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "PROG048: RENAME OF NTCEXTR.NEW FAILED - RC "
                   WS-RENAME-RC
               MOVE "UNABLE TO SWAP IN PRESORTED NTCEXTR.DAT"
                   TO WS-REFUSE-TEXT
               PERFORM 1900-REFUSE-PRESORT
           ELSE
               CALL "CBL_RENAME_FILE" USING "NOTICES.NEW"
                   "NOTICES.RPT" RETURNING WS-RENAME-RC
               IF WS-RENAME-RC NOT = 0
                   DISPLAY "PROG048: RENAME OF NOTICES.NEW FAILED - RC "
                       WS-RENAME-RC
                   MOVE "PRESORTED NOTICES.RPT NOT SWAPPED IN - RERUN"
                       TO WS-REFUSE-TEXT
                   PERFORM 1900-REFUSE-PRESORT
               ELSE
                   MOVE 'Y' TO WS-PRESORT-DONE
               END-IF
           END-IF.

       5000-WRITE-EXCEPTION-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "NO ADDRESS EXCEPTIONS" TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               MOVE SPACES TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           MOVE "CONTROL TOTALS" TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-EXTRACT-READ TO WS-DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "NOTICES EDITED:           " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-STANDARDIZED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ADDRESSES STANDARDIZED:   " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ADDRESS EXCEPTIONS:       " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       6000-WRITE-PRESORT-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE
           STRING "NOTICE MAILING PRESORT SUMMARY" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-EDIT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "TRAY CAPACITY " DELIMITED BY SIZE
               WS-TRAY-CAPACITY DELIMITED BY SIZE
               " PIECES   BUNDLE MAXIMUM " DELIMITED BY SIZE
               WS-BUNDLE-MAXIMUM DELIMITED BY SIZE
               " PIECES" DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           IF PRESORT-WRITTEN
               PERFORM 6100-WRITE-ZIP3-SECTION
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           IF PRESORT-DONE
               STRING "NTCEXTR.DAT AND NOTICES.RPT RESEQUENCED IN "
                   DELIMITED BY SIZE
                   "ZIP ORDER" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           ELSE
               STRING "** NOT PRESORTED - " DELIMITED BY SIZE
                   WS-REFUSE-REASON DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "** NTCEXTR.DAT AND NOTICES.RPT NOT RESEQUENCED "
                   DELIMITED BY SIZE
                   "- NO PRESORT CLAIM **" DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.

       6100-WRITE-ZIP3-SECTION.
           MOVE "PIECES BY 3-DIGIT ZIP" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "ZIP-3         PIECES      TRAYS    BUNDLES"
               DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE 0 TO WS-ZIP3-SUB
           PERFORM UNTIL WS-ZIP3-SUB >= WS-ZIP3-COUNT
               ADD 1 TO WS-ZIP3-SUB
               MOVE WS-Z3-PIECES(WS-ZIP3-SUB) TO WS-DISPLAY-COUNT
               MOVE WS-Z3-TRAYS(WS-ZIP3-SUB) TO WS-DISPLAY-TRAYS
               MOVE WS-Z3-BUNDLES(WS-ZIP3-SUB) TO WS-DISPLAY-BUNDLES
               MOVE SPACES TO SUMMARY-LINE
               STRING WS-Z3-ZIP(WS-ZIP3-SUB) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-DISPLAY-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DISPLAY-TRAYS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DISPLAY-BUNDLES DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-PERFORM
           IF WS-RESIDUAL-PIECES > 0
               MOVE WS-RESIDUAL-PIECES TO WS-DISPLAY-COUNT
               MOVE WS-RESIDUAL-TRAYS TO WS-DISPLAY-TRAYS
               MOVE SPACES TO SUMMARY-LINE
               STRING "RES    " DELIMITED BY SIZE
                   WS-DISPLAY-COUNT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DISPLAY-TRAYS DELIMITED BY SIZE
                   "             FULL RATE - SEE ADDREXC.RPT"
                   DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "CONTROL TOTALS" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE WS-PRESORTED-PIECES TO WS-DISPLAY-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "PIECES PRESORTED:         " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE WS-RESIDUAL-PIECES TO WS-DISPLAY-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "PIECES AT FULL RATE:      " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE WS-PIECES-WRITTEN TO WS-DISPLAY-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "TOTAL PIECES:             " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE WS-TRAILER-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "NOTICES PRODUCED (PROG013):" DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE WS-TRAY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "TRAYS:                    " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE WS-BUNDLE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SUMMARY-LINE
           STRING "BUNDLES:                  " DELIMITED BY SIZE
               WS-DISPLAY-COUNT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE.

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
               MOVE "PROG048" TO OL-PROGRAM-ID
               MOVE WS-EVENT-SEVERITY TO OL-SEVERITY
               MOVE WS-EVENT-TEXT TO OL-EVENT-TEXT
               WRITE OPERATIONS-EVENT-RECORD
               CLOSE OPERATIONS-EVENT-LOG
           END-IF.

       9000-TERMINATE.
           IF EXCEPTION-OPEN
               CLOSE ADDRESS-EXCEPTION-RPT
           END-IF
           IF SUMMARY-OPEN
               CLOSE PRESORT-SUMMARY-RPT
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       9500-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT FILES-AVAILABLE OR NOT PRESORT-DONE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM PROG048.
