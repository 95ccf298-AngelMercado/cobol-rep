           05  CT-DATE                 PIC 9(8).
           05  CT-BUSINESS-FLAG        PIC X(1).
           05  CT-HOLIDAY-NAME         PIC X(20).
      *    CT-SUBMIT-OPERATOR is the operator submitting the change;
      *    it must hold a PROG018 grant on MNTAUTH.DAT.
           05  CT-SUBMIT-OPERATOR      PIC X(8).
