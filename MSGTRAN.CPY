                                       PIC 9(2).
           05  MT-SEVERITY             PIC X(1).
           05  MT-TEXT                 PIC X(40).
      *    MT-SUBMIT-OPERATOR is the operator submitting the change;
      *    it must hold a PROG014 grant on MNTAUTH.DAT.
           05  MT-SUBMIT-OPERATOR      PIC X(8).
