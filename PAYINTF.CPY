      ******************************************************************
      * Copybook: PAYINTF.CPY
      * Purpose:  Payroll interface file (PAYINTF.DAT) written by the
      *           PROG043 pay-period run - fixed-field records payroll
      *           loads instead of re-keying hours from the PROG010
      *           report. One 'D' record per operator with paired time
      *           in the period, hours split into regular and overtime
      *           (which add up to the hours worked) plus the shift 2
      *           and shift 3 differential hours paid on top of them;
      *           closed by a 'T' trailer whose count and hour totals
      *           balance to the PROG043 summary report.
      ******************************************************************
       01  PAYROLL-INTERFACE-RECORD.
           05  PI-RECORD-TYPE          PIC X(1).
               88  PI-IS-DETAIL                  VALUE 'D'.
               88  PI-IS-TRAILER                 VALUE 'T'.
           05  PI-OPERATOR-ID          PIC X(8).
           05  PI-OPERATOR-NAME        PIC X(20).
           05  PI-PERIOD-START         PIC 9(8).
           05  PI-PERIOD-END           PIC 9(8).
           05  PI-SHIFTS-WORKED        PIC 9(3).
           05  PI-REGULAR-HOURS        PIC 9(3)V99.
           05  PI-OVERTIME-HOURS       PIC 9(3)V99.
           05  PI-SHIFT2-DIFF-HOURS    PIC 9(3)V99.
           05  PI-SHIFT3-DIFF-HOURS    PIC 9(3)V99.
       01  PAYROLL-INTERFACE-TRAILER.
           05  PI-TRAILER-TYPE         PIC X(1).
           05  PI-TRAILER-COUNT        PIC 9(9).
           05  PI-TRAILER-REGULAR      PIC 9(7)V99.
           05  PI-TRAILER-OVERTIME     PIC 9(7)V99.
           05  PI-TRAILER-DIFF         PIC 9(7)V99.
           05  PI-TRAILER-PERIOD-END   PIC 9(8).
