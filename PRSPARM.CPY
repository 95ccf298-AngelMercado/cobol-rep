      ******************************************************************
      * Copybook: PRSPARM.CPY
      * Purpose:  Run-parameter record for the PROG048 notice presort
      *           (PRSPARM.DAT): how many pieces the mail house puts
      *           in one letter tray and in one bundle. A tray or
      *           bundle that would run over is closed and the next
      *           one opened for the same ZIP. Zero leaves the
      *           program's default in force.
      ******************************************************************
       01  PRESORT-PARAMETER-RECORD.
           05  PP-TRAY-CAPACITY        PIC 9(4).
           05  PP-BUNDLE-MAXIMUM       PIC 9(3).
