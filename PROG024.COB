       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT AGED-TRIAL-BALANCE-RPT ASSIGN TO "AGEDTB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
