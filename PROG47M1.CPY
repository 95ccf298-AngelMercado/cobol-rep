      ******************************************************************
      * Copybook: PROG47M1.CPY
      * Purpose:  Symbolic map for mapset PROG47M, map PROG47M1 - the
      *           online customer account inquiry screen for PROG047.
      *           This is the symbolic description a BMS assembly
      *           (DFHMSD/DFHMDI/DFHMDF macros, not shown here - no BMS
      *           assembler in this tree) would generate with the
      *           COPY NAME(PROG47M1) option; hand-authored here in the
      *           standard generated layout so PROG047 has something
      *           to COPY. The eight notice lines are one DFHMDF field
      *           with OCCURS=8. Only OPERID and ACCTNO are unprotected.
      ******************************************************************
       01  PROG47M1I.
           05  FILLER                  PIC X(12).
           05  OPERIDL                 PIC S9(4) COMP.
           05  OPERIDF                 PIC X.
           05  FILLER REDEFINES OPERIDF.
               10  OPERIDA              PIC X.
           05  OPERIDI                 PIC X(8).
           05  ACCTNOL                 PIC S9(4) COMP.
           05  ACCTNOF                 PIC X.
           05  FILLER REDEFINES ACCTNOF.
               10  ACCTNOA              PIC X.
           05  ACCTNOI                 PIC X(10).
           05  CNAMEL                  PIC S9(4) COMP.
           05  CNAMEF                  PIC X.
           05  FILLER REDEFINES CNAMEF.
               10  CNAMEA               PIC X.
           05  CNAMEI                  PIC X(30).
           05  ADDR1L                  PIC S9(4) COMP.
           05  ADDR1F                  PIC X.
           05  FILLER REDEFINES ADDR1F.
               10  ADDR1A               PIC X.
           05  ADDR1I                  PIC X(30).
           05  ADDR2L                  PIC S9(4) COMP.
           05  ADDR2F                  PIC X.
           05  FILLER REDEFINES ADDR2F.
               10  ADDR2A               PIC X.
           05  ADDR2I                  PIC X(30).
           05  ADDR3L                  PIC S9(4) COMP.
           05  ADDR3F                  PIC X.
           05  FILLER REDEFINES ADDR3F.
               10  ADDR3A               PIC X.
           05  ADDR3I                  PIC X(30).
           05  ADRFLGL                 PIC S9(4) COMP.
           05  ADRFLGF                 PIC X.
           05  FILLER REDEFINES ADRFLGF.
               10  ADRFLGA              PIC X.
           05  ADRFLGI                 PIC X(20).
           05  BALL                    PIC S9(4) COMP.
           05  BALF                    PIC X.
           05  FILLER REDEFINES BALF.
               10  BALA                 PIC X.
           05  BALI                    PIC X(12).
           05  STATL                   PIC S9(4) COMP.
           05  STATF                   PIC X.
           05  FILLER REDEFINES STATF.
               10  STATA                PIC X.
           05  STATI                   PIC X(11).
           05  DUEDTL                  PIC S9(4) COMP.
           05  DUEDTF                  PIC X.
           05  FILLER REDEFINES DUEDTF.
               10  DUEDTA               PIC X.
           05  DUEDTI                  PIC X(10).
           05  DAYSPDL                 PIC S9(4) COMP.
           05  DAYSPDF                 PIC X.
           05  FILLER REDEFINES DAYSPDF.
               10  DAYSPDA              PIC X.
           05  DAYSPDI                 PIC X(6).
           05  BUCKETL                 PIC S9(4) COMP.
           05  BUCKETF                 PIC X.
           05  FILLER REDEFINES BUCKETF.
               10  BUCKETA              PIC X.
           05  BUCKETI                 PIC X(11).
           05  NTCLND OCCURS 8 TIMES.
               10  NTCLNL              PIC S9(4) COMP.
               10  NTCLNF              PIC X.
               10  FILLER REDEFINES NTCLNF.
                   15  NTCLNA           PIC X.
               10  NTCLNI              PIC X(32).
           05  PAGENOL                 PIC S9(4) COMP.
           05  PAGENOF                 PIC X.
           05  FILLER REDEFINES PAGENOF.
               10  PAGENOA              PIC X.
           05  PAGENOI                 PIC X(16).
           05  MSGL                    PIC S9(4) COMP.
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                 PIC X.
           05  MSGI                    PIC X(79).
       01  PROG47M1O REDEFINES PROG47M1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  OPERIDO                 PIC X(8).
           05  FILLER                  PIC X(3).
           05  ACCTNOO                 PIC X(10).
           05  FILLER                  PIC X(3).
           05  CNAMEO                  PIC X(30).
           05  FILLER                  PIC X(3).
           05  ADDR1O                  PIC X(30).
           05  FILLER                  PIC X(3).
           05  ADDR2O                  PIC X(30).
           05  FILLER                  PIC X(3).
           05  ADDR3O                  PIC X(30).
           05  FILLER                  PIC X(3).
           05  ADRFLGO                 PIC X(20).
           05  FILLER                  PIC X(3).
           05  BALO                    PIC X(12).
           05  FILLER                  PIC X(3).
           05  STATO                   PIC X(11).
           05  FILLER                  PIC X(3).
           05  DUEDTO                  PIC X(10).
           05  FILLER                  PIC X(3).
           05  DAYSPDO                 PIC X(6).
           05  FILLER                  PIC X(3).
           05  BUCKETO                 PIC X(11).
           05  NTCLNDO OCCURS 8 TIMES.
               10  FILLER              PIC X(3).
               10  NTCLNO              PIC X(32).
           05  FILLER                  PIC X(3).
           05  PAGENOO                 PIC X(16).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
