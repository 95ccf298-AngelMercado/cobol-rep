      *          the print room cannot mix a reprint into an original
      *          mailing, and a ledger record whose account has since
      *          left the master is listed as an exception instead of
      *          being silently skipped. Each ledger record's account
      *          is read by key from the indexed customer master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT MESSAGE-FILE ASSIGN TO "MSGTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           88  LEDGER-EOF                          VALUE 'Y'.
       01  WS-PARM-EOF                 PIC X(1) VALUE 'N'.
           88  PARM-EOF                            VALUE 'Y'.
       01  WS-CUSTMST-OPEN             PIC X(1) VALUE 'N'.
           88  CUSTMST-OPEN                        VALUE 'Y'.
       01  WS-MSGFILE-EOF              PIC X(1) VALUE 'N'.
           88  MSGFILE-EOF                         VALUE 'Y'.
       01  WS-FILES-AVAILABLE          PIC X(1) VALUE 'Y'.
               10  WS-RG-SERIES-CODE   PIC X(3).
               10  WS-RG-FROM-NUMBER   PIC 9(9).
               10  WS-RG-TO-NUMBER     PIC 9(9).
       01  WS-MSG-MAX                  PIC 9(4) VALUE 200.
       01  WS-MSG-COUNT                PIC 9(4) VALUE 0.
       01  WS-MSG-SUB                  PIC 9(4) VALUE 0.
           MOVE WS-RD-MONTH TO WS-RDE-MONTH
           MOVE WS-RD-DAY   TO WS-RDE-DAY
           PERFORM 1100-LOAD-REPRINT-RANGES
           PERFORM 1200-OPEN-CUSTOMER-MASTER
           PERFORM 1300-LOAD-MESSAGE-TABLE
           OPEN INPUT DOCUMENT-LEDGER
           IF WS-LEDGER-STATUS NOT = "00"
               END-IF
           END-IF.

       1200-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-AVAILABLE
               DISPLAY "PROG026: CUSTOMER MASTER UNAVAILABLE - "
                   "STATUS " WS-CUSTMST-STATUS
           ELSE
               MOVE 'Y' TO WS-CUSTMST-OPEN
           END-IF.

       1300-LOAD-MESSAGE-TABLE.

       2300-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           MOVE DL-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
           END-READ.

      *    Collects every MSGTBL.DAT line under the notice code, in
      *    file order, so a reprint carries the same full multi-line
           WRITE SPOOL-LINE.

       4000-PRINT-NOTICE.
           MOVE CM-BALANCE TO WS-DISPLAY-BALANCE
           MOVE DL-RUN-DATE TO WS-DISPLAY-DATE
           MOVE ALL "*" TO SPOOL-LINE
           WRITE SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           STRING "*  " DELIMITED BY SIZE
               CM-NAME DELIMITED BY SIZE
               INTO SPOOL-LINE
           MOVE "*" TO SPOOL-LINE(66:1)
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           STRING "*  " DELIMITED BY SIZE
               CM-ADDRESS-1 DELIMITED BY SIZE
               INTO SPOOL-LINE
           MOVE "*" TO SPOOL-LINE(66:1)
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           STRING "*  " DELIMITED BY SIZE
               CM-ADDRESS-2 DELIMITED BY SIZE
               INTO SPOOL-LINE
           MOVE "*" TO SPOOL-LINE(66:1)
           WRITE SPOOL-LINE
           MOVE SPACES TO SPOOL-LINE
           STRING "*  " DELIMITED BY SIZE
               CM-ADDRESS-3 DELIMITED BY SIZE
               INTO SPOOL-LINE
           MOVE "*" TO SPOOL-LINE(66:1)
           WRITE SPOOL-LINE
           END-IF
           IF WS-SPOOL-STATUS = "00"
               CLOSE REPRINT-SPOOL-FILE
           END-IF
           IF CUSTMST-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.

       9500-SET-RETURN-CODE.
