      ******************************************************************
      * Copybook: STMPARM.CPY
      * Purpose:  Run-parameter record for the PROG033 month-end
      *           statement run (STMPARM.DAT). The statement period
      *           defaults to the first of the processing month
      *           through the processing date; a non-zero start and
      *           end date here override it (to re-run a prior month,
      *           say). ST-SERIES-CODE names the PROG003 series the
      *           statements are numbered from.
      ******************************************************************
       01  STATEMENT-PARAMETER-RECORD.
           05  ST-PERIOD-START         PIC 9(8).
           05  ST-PERIOD-END           PIC 9(8).
           05  ST-SERIES-CODE          PIC X(3).
