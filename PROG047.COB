      ******************************************************************
      * Author: Angel Enrique Mercado Ponce
      * Date:
      * Purpose: Online customer account inquiry for the front desk.
      *          Pseudo-conversational CICS transaction PG47, built
      *          like PROG008: it presents the PROG47M1 screen, takes
      *          the operator's own ID and an account number, and
      *          shows the account's name and address, balance,
      *          status, due date, and the days past due with the
      *          PROG024 aging bucket, followed by the notices the
      *          DOCLEDG.DAT issuance ledger shows going to the
      *          account (document number, notice code, run date),
      *          most recent first, eight to a page - PF8 pages to
      *          older notices, PF7 back to newer ones, PF3 or CLEAR
      *          ends the inquiry. Days past due are counted to
      *          today's date, by the same rules PROG024 ages the
      *          master overnight: only an open account with a
      *          balance is aged, and a missing or impossible due
      *          date is NO DUE DATE.
      *          The customer master is read as the CICS-managed
      *          KSDS DATASET('CUSTMST') keyed on account number, and
      *          the ledger through DATASET('DOCLACCT'), an alternate
      *          index path over the ledger keyed on DL-ACCOUNT-NUMBER
      *          (non-unique, so an account's notices come back in the
      *          order PROG013 issued them) - a front-desk call needs
      *          a keyed read, not the overnight PROG025 ledger scan.
      *          The operator ID is checked against the roster
      *          (DATASET('OPROSTR')) on every screen: an ID not on
      *          the roster, inactive, or locked out on
      *          DATASET('OPLOCK') is refused. Nothing is ever
      *          updated. Every inquiry, shown or refused, is
      *          captured with the operator ID to the IQ47
      *          extrapartition TD queue (INQLOG.DAT).
      * Tectonics: (CICS translator +) cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       AUTHOR. ANGEL MERCADO
       PROGRAM-ID. PROG047.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "PROG47M1.CPY".
       COPY DFHAID.
       COPY "CUSTMST.CPY".
       COPY "DOCLEDG.CPY".
       COPY "OPROSTER.CPY".
       COPY "OPLOCK.CPY".
       COPY "INQLOG.CPY".
       01  WS-COMMAREA.
           05  WS-CA-OPERATOR-ID       PIC X(8).
           05  WS-CA-ACCOUNT-NUMBER    PIC X(10).
           05  WS-CA-PAGE              PIC 9(3).
       01  WS-LOOKUP-KEY               PIC X(8).
       01  WS-LEDGER-KEY               PIC X(10).
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-MESSAGE                  PIC X(79).
       01  WS-RESULT-CODE              PIC X(1).
       01  WS-REASON                   PIC X(20).
       01  WS-END-INQUIRY              PIC X(1) VALUE 'N'.
           88  END-INQUIRY                         VALUE 'Y'.
       01  WS-OPERATOR-OK              PIC X(1) VALUE 'N'.
           88  OPERATOR-OK                         VALUE 'Y'.
       01  WS-ACCOUNT-FOUND            PIC X(1) VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-LEDGER-OK                PIC X(1) VALUE 'N'.
           88  LEDGER-OK                           VALUE 'Y'.
       01  WS-BROWSE-ACTIVE            PIC X(1) VALUE 'N'.
           88  BROWSE-ACTIVE                       VALUE 'Y'.
       01  WS-BROWSE-DONE              PIC X(1) VALUE 'N'.
           88  BROWSE-DONE                         VALUE 'Y'.
       01  WS-DUE-DATE-VALID           PIC X(1) VALUE 'N'.
           88  DUE-DATE-VALID                      VALUE 'Y'.
       01  WS-PAGE-SIZE                PIC 9(3) VALUE 8.
       01  WS-NOTICE-COUNT             PIC 9(5) VALUE 0.
       01  WS-NOTICE-POSITION          PIC 9(5) VALUE 0.
       01  WS-PAGE-COUNT               PIC 9(3) VALUE 0.
       01  WS-FIRST-POSITION           PIC S9(5) VALUE 0.
       01  WS-LAST-POSITION            PIC S9(5) VALUE 0.
       01  WS-LINE-SUB                 PIC 9(2) VALUE 0.
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-CAPTURE-DATE             PIC X(10).
       01  WS-CAPTURE-TIME             PIC X(8).
       01  WS-TODAY-X                  PIC X(8).
       01  WS-TODAY REDEFINES WS-TODAY-X
                                       PIC 9(8).
       01  WS-TODAY-INT                PIC S9(9) VALUE 0.
       01  WS-DUE-DATE-INT             PIC S9(9) VALUE 0.
       01  WS-DAYS-PAST-DUE            PIC S9(9) VALUE 0.
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
       01  WS-DISPLAY-BALANCE          PIC Z,ZZZ,ZZ9.99.
       01  WS-DISPLAY-DAYS             PIC -(5)9.
       01  WS-DISPLAY-PAGE             PIC ZZ9.
       01  WS-DISPLAY-PAGES            PIC ZZ9.
       01  WS-DISPLAY-NOTICES          PIC ZZZZ9.
      *    The page's notices, newest first, built from the ledger
      *    browse before they are moved to the screen lines.
       01  WS-NOTICE-TABLE.
           05  WS-NOTICE-LINE          PIC X(32) OCCURS 8 TIMES.
       01  WS-NOTICE-DETAIL.
           05  WS-ND-SERIES            PIC X(3).
           05  WS-ND-NUMBER            PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ND-NOTICE-CODE       PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ND-RUN-DATE          PIC X(10).
       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(21).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE 0 TO WS-CA-PAGE
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                   WHEN DFHCLEAR
                       PERFORM 1500-END-INQUIRY
                   WHEN DFHENTER
                       PERFORM 2000-RECEIVE-INQUIRY
                   WHEN DFHPF7
                       PERFORM 2100-PAGE-NEWER
                   WHEN DFHPF8
                       PERFORM 2200-PAGE-OLDER
                   WHEN OTHER
                       MOVE "INVALID KEY - ENTER, PF7, PF8 OR PF3"
                           TO WS-MESSAGE
                       PERFORM 4100-SEND-MESSAGE-ONLY
               END-EVALUATE
           END-IF
           IF END-INQUIRY
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID('PG47')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO PROG47M1O
           MOVE "KEY YOUR OPERATOR ID AND AN ACCOUNT NUMBER, THEN ENTER"
               TO MSGO
           MOVE -1 TO OPERIDL
           EXEC CICS SEND MAP('PROG47M1')
               MAPSET('PROG47M')
               FROM(PROG47M1O)
               ERASE
               CURSOR
           END-EXEC.

       1500-END-INQUIRY.
           MOVE 'Y' TO WS-END-INQUIRY
           MOVE "PG47 ACCOUNT INQUIRY ENDED" TO WS-MESSAGE
           EXEC CICS SEND TEXT
               FROM(WS-MESSAGE)
               LENGTH(LENGTH OF WS-MESSAGE)
               ERASE
               FREEKB
           END-EXEC.

      *    ENTER starts a new inquiry at the most recent notices. A
      *    field left untouched keeps what the last screen used, so
      *    the operator keys the ID once per conversation.
       2000-RECEIVE-INQUIRY.
           EXEC CICS RECEIVE MAP('PROG47M1')
               MAPSET('PROG47M')
               INTO(PROG47M1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF OPERIDL > 0
                   MOVE OPERIDI TO WS-CA-OPERATOR-ID
               END-IF
               IF ACCTNOL > 0
                   MOVE ACCTNOI TO WS-CA-ACCOUNT-NUMBER
               END-IF
           END-IF
           MOVE 1 TO WS-CA-PAGE
           EVALUATE TRUE
               WHEN WS-CA-OPERATOR-ID = SPACES
                   MOVE "KEY YOUR OPERATOR ID" TO WS-MESSAGE
                   PERFORM 4100-SEND-MESSAGE-ONLY
               WHEN WS-CA-ACCOUNT-NUMBER = SPACES
                   MOVE "KEY AN ACCOUNT NUMBER" TO WS-MESSAGE
                   PERFORM 4100-SEND-MESSAGE-ONLY
               WHEN OTHER
                   PERFORM 3000-PRODUCE-INQUIRY
           END-EVALUATE.

       2100-PAGE-NEWER.
           EVALUATE TRUE
               WHEN WS-CA-ACCOUNT-NUMBER = SPACES
                   OR WS-CA-OPERATOR-ID = SPACES
                   MOVE "KEY AN ACCOUNT NUMBER AND PRESS ENTER"
                       TO WS-MESSAGE
                   PERFORM 4100-SEND-MESSAGE-ONLY
               WHEN WS-CA-PAGE <= 1
                   MOVE "ALREADY AT THE MOST RECENT NOTICES"
                       TO WS-MESSAGE
                   PERFORM 4100-SEND-MESSAGE-ONLY
               WHEN OTHER
                   SUBTRACT 1 FROM WS-CA-PAGE
                   PERFORM 3000-PRODUCE-INQUIRY
           END-EVALUATE.

      *    Past the last page the last page is shown again with a
      *    message; 3400 works out how many pages there are.
       2200-PAGE-OLDER.
           IF WS-CA-ACCOUNT-NUMBER = SPACES
               OR WS-CA-OPERATOR-ID = SPACES
               MOVE "KEY AN ACCOUNT NUMBER AND PRESS ENTER"
                   TO WS-MESSAGE
               PERFORM 4100-SEND-MESSAGE-ONLY
           ELSE
               ADD 1 TO WS-CA-PAGE
               PERFORM 3000-PRODUCE-INQUIRY
           END-IF.

       3000-PRODUCE-INQUIRY.
           MOVE 'N' TO WS-RESULT-CODE
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-MESSAGE
           MOVE 'N' TO WS-ACCOUNT-FOUND
           PERFORM 3100-CHECK-OPERATOR
           IF OPERATOR-OK
               PERFORM 3200-READ-ACCOUNT
           END-IF
           IF ACCOUNT-FOUND
               PERFORM 3300-AGE-ACCOUNT
               PERFORM 3400-LOAD-NOTICE-PAGE
           END-IF
           PERFORM 3500-CAPTURE-INQUIRY
           PERFORM 4000-SEND-RESULT-MAP.

      *    The same roster rules PROG008 signs on with: the ID must
      *    be on the roster and active, and not locked out. If
      *    OPLOCK cannot be read the roster check stands alone.
       3100-CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE FUNCTION UPPER-CASE(WS-CA-OPERATOR-ID) TO WS-LOOKUP-KEY
           EXEC CICS READ
               DATASET('OPROSTR')
               INTO(OPERATOR-ROSTER-RECORD)
               RIDFLD(WS-LOOKUP-KEY)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF OR-INACTIVE
                       MOVE "INQUIRY REFUSED - OPERATOR INACTIVE"
                           TO WS-MESSAGE
                       MOVE "OPERATOR INACTIVE" TO WS-REASON
                   ELSE
                       MOVE 'Y' TO WS-OPERATOR-OK
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE "INQUIRY REFUSED - OPERATOR NOT ON ROSTER"
                       TO WS-MESSAGE
                   MOVE "NOT ON ROSTER" TO WS-REASON
               WHEN OTHER
                   MOVE "INQUIRY REFUSED - ROSTER FILE UNAVAILABLE"
                       TO WS-MESSAGE
                   MOVE "ROSTER UNAVAILABLE" TO WS-REASON
           END-EVALUATE
           IF OPERATOR-OK
               EXEC CICS READ
                   DATASET('OPLOCK')
                   INTO(OPERATOR-LOCKOUT-RECORD)
                   RIDFLD(WS-LOOKUP-KEY)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND LO-LOCKED
                   MOVE 'N' TO WS-OPERATOR-OK
                   MOVE "INQUIRY REFUSED - OPERATOR LOCKED OUT"
                       TO WS-MESSAGE
                   MOVE "OPERATOR LOCKED OUT" TO WS-REASON
               END-IF
           END-IF.

       3200-READ-ACCOUNT.
           EXEC CICS READ
               DATASET('CUSTMST')
               INTO(CUSTOMER-MASTER-RECORD)
               RIDFLD(WS-CA-ACCOUNT-NUMBER)
               KEYLENGTH(10)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
                   MOVE 'Y' TO WS-RESULT-CODE
                   MOVE "OK" TO WS-REASON
               WHEN DFHRESP(NOTFND)
                   MOVE "ACCOUNT NOT ON FILE" TO WS-MESSAGE
                   MOVE "ACCOUNT NOT FOUND" TO WS-REASON
               WHEN OTHER
                   MOVE "CUSTOMER MASTER UNAVAILABLE - TRY AGAIN LATER"
                       TO WS-MESSAGE
                   MOVE "MASTER UNAVAILABLE" TO WS-REASON
           END-EVALUATE.

      *    PROG024's rules, counted to today: only an open account
      *    with a balance is aged.
       3300-AGE-ACCOUNT.
           MOVE 'N' TO WS-DUE-DATE-VALID
           MOVE 0 TO WS-DAYS-PAST-DUE
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-X)
           END-EXEC
           IF CM-DUE-DATE NOT = 0
               MOVE CM-DUE-DATE TO WS-EDIT-DATE
               IF WS-ED-MONTH >= 1 AND WS-ED-MONTH <= 12
                   AND WS-ED-DAY >= 1 AND WS-ED-DAY <= 31
                   MOVE 'Y' TO WS-DUE-DATE-VALID
                   COMPUTE WS-TODAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   COMPUTE WS-DUE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(CM-DUE-DATE)
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-TODAY-INT - WS-DUE-DATE-INT
               END-IF
           END-IF.

      *    Two passes over the account's ledger entries: the first
      *    counts them, the second picks out this page's. Entries
      *    come back oldest first, so page 1 is the last eight.
       3400-LOAD-NOTICE-PAGE.
           MOVE SPACES TO WS-NOTICE-TABLE
           MOVE 0 TO WS-NOTICE-COUNT
           MOVE 0 TO WS-FIRST-POSITION
           MOVE 0 TO WS-LAST-POSITION
           PERFORM 3410-START-LEDGER-BROWSE
           IF LEDGER-OK
               PERFORM UNTIL BROWSE-DONE
                   PERFORM 3420-READ-NEXT-NOTICE
                   IF NOT BROWSE-DONE
                       ADD 1 TO WS-NOTICE-COUNT
                   END-IF
               END-PERFORM
               PERFORM 3430-END-LEDGER-BROWSE
           END-IF
           COMPUTE WS-PAGE-COUNT =
               (WS-NOTICE-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
           IF WS-PAGE-COUNT = 0
               MOVE 1 TO WS-PAGE-COUNT
           END-IF
           IF WS-CA-PAGE > WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO WS-CA-PAGE
               MOVE "NO OLDER NOTICES FOR THIS ACCOUNT" TO WS-MESSAGE
           END-IF
           IF WS-NOTICE-COUNT > 0 AND LEDGER-OK
               COMPUTE WS-LAST-POSITION = WS-NOTICE-COUNT
                   - (WS-CA-PAGE - 1) * WS-PAGE-SIZE
               COMPUTE WS-FIRST-POSITION =
                   WS-LAST-POSITION - WS-PAGE-SIZE + 1
               IF WS-FIRST-POSITION < 1
                   MOVE 1 TO WS-FIRST-POSITION
               END-IF
               MOVE 0 TO WS-NOTICE-POSITION
               PERFORM 3410-START-LEDGER-BROWSE
               PERFORM UNTIL BROWSE-DONE
                   OR WS-NOTICE-POSITION >= WS-LAST-POSITION
                   PERFORM 3420-READ-NEXT-NOTICE
                   IF NOT BROWSE-DONE
                       ADD 1 TO WS-NOTICE-POSITION
                       IF WS-NOTICE-POSITION >= WS-FIRST-POSITION
                           PERFORM 3440-TABLE-NOTICE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 3430-END-LEDGER-BROWSE
           END-IF.

       3410-START-LEDGER-BROWSE.
           MOVE 'N' TO WS-LEDGER-OK
           MOVE 'Y' TO WS-BROWSE-DONE
           MOVE WS-CA-ACCOUNT-NUMBER TO WS-LEDGER-KEY
           EXEC CICS STARTBR
               DATASET('DOCLACCT')
               RIDFLD(WS-LEDGER-KEY)
               KEYLENGTH(10)
               EQUAL
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-LEDGER-OK
                   MOVE 'Y' TO WS-BROWSE-ACTIVE
                   MOVE 'N' TO WS-BROWSE-DONE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-LEDGER-OK
               WHEN OTHER
                   MOVE "NOTICE LEDGER UNAVAILABLE - ACCOUNT ONLY"
                       TO WS-MESSAGE
           END-EVALUATE.

      *    DUPKEY only says more notices for the account follow.
       3420-READ-NEXT-NOTICE.
           EXEC CICS READNEXT
               DATASET('DOCLACCT')
               INTO(DOCUMENT-LEDGER-RECORD)
               RIDFLD(WS-LEDGER-KEY)
               KEYLENGTH(10)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
               WHEN DFHRESP(DUPKEY)
                   IF DL-ACCOUNT-NUMBER NOT = WS-CA-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-BROWSE-DONE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-BROWSE-DONE
           END-EVALUATE.

       3430-END-LEDGER-BROWSE.
           IF BROWSE-ACTIVE
               EXEC CICS ENDBR
                   DATASET('DOCLACCT')
                   RESP(WS-RESP)
               END-EXEC
               MOVE 'N' TO WS-BROWSE-ACTIVE
           END-IF.

      *    The newest entry on the page goes on the first line.
       3440-TABLE-NOTICE.
           COMPUTE WS-LINE-SUB = WS-LAST-POSITION
               - WS-NOTICE-POSITION + 1
           MOVE DL-SERIES-CODE TO WS-ND-SERIES
           MOVE DL-DOCUMENT-NUMBER TO WS-ND-NUMBER
           MOVE DL-NOTICE-CODE TO WS-ND-NOTICE-CODE
           MOVE DL-RUN-DATE TO WS-EDIT-DATE
           MOVE WS-ED-YEAR TO WS-DE-YEAR
           MOVE WS-ED-MONTH TO WS-DE-MONTH
           MOVE WS-ED-DAY TO WS-DE-DAY
           MOVE WS-DATE-EDIT TO WS-ND-RUN-DATE
           MOVE WS-NOTICE-DETAIL TO WS-NOTICE-LINE(WS-LINE-SUB).

       3500-CAPTURE-INQUIRY.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CAPTURE-DATE)
               DATESEP('-')
               TIME(WS-CAPTURE-TIME)
               TIMESEP(':')
           END-EXEC
           MOVE SPACES TO IQ-TIMESTAMP
           STRING WS-CAPTURE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAPTURE-TIME DELIMITED BY SIZE
               INTO IQ-TIMESTAMP
           MOVE WS-CA-OPERATOR-ID TO IQ-OPERATOR-ID
           MOVE WS-CA-ACCOUNT-NUMBER TO IQ-ACCOUNT-NUMBER
           MOVE WS-CA-PAGE TO IQ-PAGE
           MOVE WS-RESULT-CODE TO IQ-RESULT
           MOVE WS-REASON TO IQ-REASON
           EXEC CICS WRITEQ TD
               QUEUE('IQ47')
               FROM(INQUIRY-LOG-RECORD)
               LENGTH(LENGTH OF INQUIRY-LOG-RECORD)
           END-EXEC.

       4000-SEND-RESULT-MAP.
           MOVE LOW-VALUES TO PROG47M1O
           MOVE WS-CA-OPERATOR-ID TO OPERIDO
           MOVE WS-CA-ACCOUNT-NUMBER TO ACCTNOO
           IF ACCOUNT-FOUND
               PERFORM 4200-FORMAT-ACCOUNT
           ELSE
               MOVE SPACES TO CNAMEO ADDR1O ADDR2O ADDR3O ADRFLGO
                   BALO STATO DUEDTO DAYSPDO BUCKETO PAGENOO
               MOVE 0 TO WS-LINE-SUB
               PERFORM UNTIL WS-LINE-SUB >= WS-PAGE-SIZE
                   ADD 1 TO WS-LINE-SUB
                   MOVE SPACES TO NTCLNO(WS-LINE-SUB)
               END-PERFORM
           END-IF
           MOVE WS-MESSAGE TO MSGO
           MOVE -1 TO ACCTNOL
           EXEC CICS SEND MAP('PROG47M1')
               MAPSET('PROG47M')
               FROM(PROG47M1O)
               DATAONLY
               CURSOR
           END-EXEC.

       4100-SEND-MESSAGE-ONLY.
           MOVE LOW-VALUES TO PROG47M1O
           MOVE WS-MESSAGE TO MSGO
           MOVE -1 TO ACCTNOL
           EXEC CICS SEND MAP('PROG47M1')
               MAPSET('PROG47M')
               FROM(PROG47M1O)
               DATAONLY
               CURSOR
           END-EXEC.

       4200-FORMAT-ACCOUNT.
           MOVE CM-NAME TO CNAMEO
           MOVE CM-ADDRESS-1 TO ADDR1O
           MOVE CM-ADDRESS-2 TO ADDR2O
           MOVE CM-ADDRESS-3 TO ADDR3O
           IF CM-ADDRESS-BAD
               MOVE "MAIL RETURNED" TO ADRFLGO
           ELSE
               MOVE SPACES TO ADRFLGO
           END-IF
           MOVE CM-BALANCE TO WS-DISPLAY-BALANCE
           MOVE WS-DISPLAY-BALANCE TO BALO
           EVALUATE TRUE
               WHEN CM-OPEN
                   MOVE "OPEN" TO STATO
               WHEN CM-CLOSED
                   MOVE "CLOSED" TO STATO
               WHEN CM-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO STATO
               WHEN OTHER
                   MOVE CM-STATUS TO STATO
           END-EVALUATE
           IF DUE-DATE-VALID
               MOVE CM-DUE-DATE TO WS-EDIT-DATE
               MOVE WS-ED-YEAR TO WS-DE-YEAR
               MOVE WS-ED-MONTH TO WS-DE-MONTH
               MOVE WS-ED-DAY TO WS-DE-DAY
               MOVE WS-DATE-EDIT TO DUEDTO
           ELSE
               MOVE "NONE" TO DUEDTO
           END-IF
           MOVE SPACES TO DAYSPDO
           EVALUATE TRUE
               WHEN NOT CM-OPEN OR CM-BALANCE = 0
                   MOVE "NOT AGED" TO BUCKETO
               WHEN NOT DUE-DATE-VALID
                   MOVE "NO DUE DATE" TO BUCKETO
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE "CURRENT" TO BUCKETO
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE "1-30 DAYS" TO BUCKETO
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE "31-60 DAYS" TO BUCKETO
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE "61-90 DAYS" TO BUCKETO
               WHEN OTHER
                   MOVE "OVER 90" TO BUCKETO
           END-EVALUATE
           IF CM-OPEN AND CM-BALANCE > 0 AND DUE-DATE-VALID
               MOVE WS-DAYS-PAST-DUE TO WS-DISPLAY-DAYS
               MOVE WS-DISPLAY-DAYS TO DAYSPDO
           END-IF
           MOVE 0 TO WS-LINE-SUB
           PERFORM UNTIL WS-LINE-SUB >= WS-PAGE-SIZE
               ADD 1 TO WS-LINE-SUB
               MOVE WS-NOTICE-LINE(WS-LINE-SUB) TO NTCLNO(WS-LINE-SUB)
           END-PERFORM
           MOVE WS-CA-PAGE TO WS-DISPLAY-PAGE
           MOVE WS-PAGE-COUNT TO WS-DISPLAY-PAGES
           MOVE SPACES TO PAGENOO
           STRING "PAGE " DELIMITED BY SIZE
               WS-DISPLAY-PAGE DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-DISPLAY-PAGES DELIMITED BY SIZE
               INTO PAGENOO
           IF WS-MESSAGE = SPACES
               MOVE WS-NOTICE-COUNT TO WS-DISPLAY-NOTICES
               STRING WS-DISPLAY-NOTICES DELIMITED BY SIZE
                   " NOTICE(S) ON THE LEDGER - PF8 OLDER, "
                   DELIMITED BY SIZE
                   "PF7 NEWER, PF3 END" DELIMITED BY SIZE
                   INTO WS-MESSAGE
           END-IF.
       END PROGRAM PROG047.
