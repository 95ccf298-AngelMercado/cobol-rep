      *          repaired image back into the proper transaction file
      *          for the next night's run - straight appends for the
      *          message (PROG014), calendar (PROG018), and customer
      *          (PROG023) transactions, the billing run's (PROG032)
      *          charges, the returned-payment run's (PROG034)
      *          returns, the arrangement maintenance (PROG035)
      *          transactions, the write-off run's (PROG037)
      *          requests, and the returned-mail run's (PROG038)
      *          returns, and a full merge-and-retotal
      *          for the roster (PROG009) and void (PROG012) files,
      *          whose control-total trailers must be regenerated so
      *          the receiving program's trailer validation still
           SELECT CUSTOMER-MAINT-TRANSACTIONS ASSIGN TO "CUSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTTRAN-STATUS.
           SELECT CHARGES-FEED ASSIGN TO "CHARGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGES-STATUS.
           SELECT RETURNED-PAYMENTS ASSIGN TO "RTNPMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNPMT-STATUS.
           SELECT ARRANGEMENT-TRANSACTIONS ASSIGN TO "ARRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRTRAN-STATUS.
           SELECT WRITE-OFF-REQUESTS ASSIGN TO "WOFFTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFFTRN-STATUS.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "RTNMAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNMAIL-STATUS.
           SELECT ROSTER-MAINT-TRANSACTIONS ASSIGN TO "ROSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTTRAN-STATUS.
       FD  SUSPENSE-PARAMETER-FILE.
           COPY "SUSPARM.CPY".
       FD  MESSAGE-MAINT-TRANSACTIONS.
       01  MSGTRAN-OUT-RECORD              PIC X(58).
       FD  CALENDAR-MAINT-TRANSACTIONS.
       01  CALTRAN-OUT-RECORD              PIC X(38).
       FD  CUSTOMER-MAINT-TRANSACTIONS.
       01  CUSTTRAN-OUT-RECORD             PIC X(157).
       FD  CHARGES-FEED.
       01  CHARGE-OUT-RECORD               PIC X(52).
       FD  RETURNED-PAYMENTS.
       01  RETURN-OUT-RECORD               PIC X(31).
       FD  ARRANGEMENT-TRANSACTIONS.
       01  ARRTRAN-OUT-RECORD              PIC X(121).
       FD  WRITE-OFF-REQUESTS.
       01  WOFFTRN-OUT-RECORD              PIC X(39).
       FD  RETURNED-MAIL-FILE.
       01  RTNMAIL-OUT-RECORD              PIC X(23).
       FD  ROSTER-MAINT-TRANSACTIONS.
           COPY "ROSTTRAN.CPY".
       FD  ROSTER-TRANS-WORK.
       01  ROSTER-WORK-RECORD              PIC X(41).
       FD  VOID-TRANSACTIONS.
           COPY "VOIDTRN.CPY".
       FD  VOID-TRANS-WORK.
       01  VOID-WORK-RECORD                PIC X(40).
       FD  SUSPENSE-AGING-RPT.
       01  REPORT-LINE                     PIC X(100).
       FD  RUN-LOCK-FILE.
       01  WS-MSGTRAN-STATUS           PIC X(2).
       01  WS-CALTRAN-STATUS           PIC X(2).
       01  WS-CUSTTRAN-STATUS          PIC X(2).
       01  WS-CHARGES-STATUS           PIC X(2).
       01  WS-RTNPMT-STATUS            PIC X(2).
       01  WS-ARRTRAN-STATUS           PIC X(2).
       01  WS-WOFFTRN-STATUS           PIC X(2).
       01  WS-RTNMAIL-STATUS           PIC X(2).
       01  WS-ROSTTRAN-STATUS          PIC X(2).
       01  WS-ROSTWK-STATUS            PIC X(2).
       01  WS-VOIDTRN-STATUS           PIC X(2).
           05  WS-WV-TO-NUMBER         PIC 9(9).
           05  WS-WV-REASON-CODE       PIC X(3).
           05  WS-WV-AUTH-OPERATOR     PIC X(8).
           05  WS-WV-SUBMIT-OPERATOR   PIC X(8).
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR              PIC 9(4).
           05  WS-ED-MONTH             PIC 9(2).
                           PERFORM 2200-APPEND-CALTRAN
                       WHEN "PROG023"
                           PERFORM 2300-APPEND-CUSTTRAN
                       WHEN "PROG032"
                           PERFORM 2350-APPEND-CHARGE
                       WHEN "PROG034"
                           PERFORM 2360-APPEND-RETURN
                       WHEN "PROG035"
                           PERFORM 2370-APPEND-ARRTRAN
                       WHEN "PROG037"
                           PERFORM 2380-APPEND-WOFFTRN
                       WHEN "PROG038"
                           PERFORM 2390-APPEND-RTNMAIL
                       WHEN "PROG009"
                           ADD 1 TO WS-ROSTER-PENDING
                       WHEN "PROG012"
                   WS-CUSTTRAN-STATUS
           END-IF.

       2350-APPEND-CHARGE.
           OPEN EXTEND CHARGES-FEED
           IF WS-CHARGES-STATUS = "35"
               CLOSE CHARGES-FEED
               OPEN OUTPUT CHARGES-FEED
           END-IF
           IF WS-CHARGES-STATUS = "00"
               MOVE WS-SE-IMAGE(WS-SUS-SUB) TO CHARGE-OUT-RECORD
               WRITE CHARGE-OUT-RECORD
               CLOSE CHARGES-FEED
               MOVE 'C' TO WS-SE-STATUS(WS-SUS-SUB)
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               DISPLAY "PROG031: CHARGES.DAT UNAVAILABLE - STATUS "
                   WS-CHARGES-STATUS
           END-IF.

       2360-APPEND-RETURN.
           OPEN EXTEND RETURNED-PAYMENTS
           IF WS-RTNPMT-STATUS = "35"
               CLOSE RETURNED-PAYMENTS
               OPEN OUTPUT RETURNED-PAYMENTS
           END-IF
           IF WS-RTNPMT-STATUS = "00"
               MOVE WS-SE-IMAGE(WS-SUS-SUB) TO RETURN-OUT-RECORD
               WRITE RETURN-OUT-RECORD
               CLOSE RETURNED-PAYMENTS
               MOVE 'C' TO WS-SE-STATUS(WS-SUS-SUB)
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               DISPLAY "PROG031: RTNPMT.DAT UNAVAILABLE - STATUS "
                   WS-RTNPMT-STATUS
           END-IF.

       2370-APPEND-ARRTRAN.
           OPEN EXTEND ARRANGEMENT-TRANSACTIONS
           IF WS-ARRTRAN-STATUS = "35"
               CLOSE ARRANGEMENT-TRANSACTIONS
               OPEN OUTPUT ARRANGEMENT-TRANSACTIONS
           END-IF
           IF WS-ARRTRAN-STATUS = "00"
               MOVE WS-SE-IMAGE(WS-SUS-SUB) TO ARRTRAN-OUT-RECORD
               WRITE ARRTRAN-OUT-RECORD
               CLOSE ARRANGEMENT-TRANSACTIONS
               MOVE 'C' TO WS-SE-STATUS(WS-SUS-SUB)
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               DISPLAY "PROG031: ARRTRAN.DAT UNAVAILABLE - STATUS "
                   WS-ARRTRAN-STATUS
           END-IF.

       2380-APPEND-WOFFTRN.
           OPEN EXTEND WRITE-OFF-REQUESTS
           IF WS-WOFFTRN-STATUS = "35"
               CLOSE WRITE-OFF-REQUESTS
               OPEN OUTPUT WRITE-OFF-REQUESTS
           END-IF
           IF WS-WOFFTRN-STATUS = "00"
               MOVE WS-SE-IMAGE(WS-SUS-SUB) TO WOFFTRN-OUT-RECORD
               WRITE WOFFTRN-OUT-RECORD
               CLOSE WRITE-OFF-REQUESTS
               MOVE 'C' TO WS-SE-STATUS(WS-SUS-SUB)
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               DISPLAY "PROG031: WOFFTRN.DAT UNAVAILABLE - STATUS "
                   WS-WOFFTRN-STATUS
           END-IF.

       2390-APPEND-RTNMAIL.
           OPEN EXTEND RETURNED-MAIL-FILE
           IF WS-RTNMAIL-STATUS = "35"
               CLOSE RETURNED-MAIL-FILE
               OPEN OUTPUT RETURNED-MAIL-FILE
           END-IF
           IF WS-RTNMAIL-STATUS = "00"
               MOVE WS-SE-IMAGE(WS-SUS-SUB) TO RTNMAIL-OUT-RECORD
               WRITE RTNMAIL-OUT-RECORD
               CLOSE RETURNED-MAIL-FILE
               MOVE 'C' TO WS-SE-STATUS(WS-SUS-SUB)
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               DISPLAY "PROG031: RTNMAIL.DAT UNAVAILABLE - STATUS "
                   WS-RTNMAIL-STATUS
           END-IF.

       2400-REPORT-UNROUTED.
           MOVE SPACES TO REPORT-LINE
           STRING "NO RECYCLE ROUTE FOR PROGRAM "
               ADD 1 TO WS-SUS-SUB
               IF WS-SE-STATUS(WS-SUS-SUB) = 'R'
                   AND WS-SE-PROGRAM-ID(WS-SUS-SUB) = "PROG012"
                   MOVE WS-SE-IMAGE(WS-SUS-SUB)(1:40)
                       TO WS-WORK-VOID-IMAGE
                   IF WS-WV-FROM-NUMBER NUMERIC
                       AND WS-WV-TO-NUMBER NUMERIC
