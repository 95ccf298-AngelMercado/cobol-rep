      ******************************************************************
      * Copybook: PAYPARM.CPY
      * Purpose:  Record layout for the PROG043 pay-period parameter
      *           file (PAYPARM.DAT). The period is PP-PERIOD-DAYS
      *           days ending on PP-PERIOD-END-DATE (zero = the
      *           processing date). Paired time beyond
      *           PP-OT-THRESHOLD hours in the period is overtime.
      *           Time signed on under shift 2 or 3 also counts as
      *           shift-differential hours when that shift's flag is
      *           'Y'. Missing or zero values default to 14 days,
      *           80.00 hours, and differential on both shifts.
      ******************************************************************
       01  PAY-PARAMETER-RECORD.
           05  PP-PERIOD-END-DATE      PIC 9(8).
           05  PP-PERIOD-DAYS          PIC 9(3).
           05  PP-OT-THRESHOLD         PIC 9(3)V99.
           05  PP-SHIFT2-DIFF-FLAG     PIC X(1).
           05  PP-SHIFT3-DIFF-FLAG     PIC X(1).
