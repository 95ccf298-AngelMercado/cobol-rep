           05  CU-DUE-DATE             PIC X(8).
           05  CU-DUE-DATE-NUM REDEFINES CU-DUE-DATE
                                       PIC 9(8).
      *    CU-SUBMIT-OPERATOR is the operator submitting the change;
      *    it must hold a PROG023 grant on MNTAUTH.DAT.
           05  CU-SUBMIT-OPERATOR      PIC X(8).
