      *****************************************************************
      * SYMBOLIC MAP FOR MAPSET APRVSET, MAP APRVMAP
      * VERSION: 1.0
      * DATE: 2026
      *
      * GENERATED FROM THE APRVSET BMS MAPSET (DFHMSD/DFHMDI/DFHMDF)
      * IN src/bms. COPIED INTO WORKING-STORAGE BY APRSCR00 AHEAD OF
      * EXEC CICS RECEIVE MAP / SEND MAP.
      *****************************************************************
       01  APRVMAPI.
           05  FILLER                PIC X(12).
           05  ABUSDTL               PIC S9(4) COMP.
           05  ABUSDTF               PIC X.
           05  FILLER REDEFINES ABUSDTF.
               10  ABUSDTA           PIC X.
           05  ABUSDTI               PIC X(08).
           05  AL1L                  PIC S9(4) COMP.
           05  AL1F                  PIC X.
           05  FILLER REDEFINES AL1F.
               10  AL1A              PIC X.
           05  AL1I                  PIC X(61).
           05  AL2L                  PIC S9(4) COMP.
           05  AL2F                  PIC X.
           05  FILLER REDEFINES AL2F.
               10  AL2A              PIC X.
           05  AL2I                  PIC X(61).
           05  AL3L                  PIC S9(4) COMP.
           05  AL3F                  PIC X.
           05  FILLER REDEFINES AL3F.
               10  AL3A              PIC X.
           05  AL3I                  PIC X(61).
           05  AL4L                  PIC S9(4) COMP.
           05  AL4F                  PIC X.
           05  FILLER REDEFINES AL4F.
               10  AL4A              PIC X.
           05  AL4I                  PIC X(61).
           05  AL5L                  PIC S9(4) COMP.
           05  AL5F                  PIC X.
           05  FILLER REDEFINES AL5F.
               10  AL5A              PIC X.
           05  AL5I                  PIC X(61).
           05  AL6L                  PIC S9(4) COMP.
           05  AL6F                  PIC X.
           05  FILLER REDEFINES AL6F.
               10  AL6A              PIC X.
           05  AL6I                  PIC X(61).
           05  AL7L                  PIC S9(4) COMP.
           05  AL7F                  PIC X.
           05  FILLER REDEFINES AL7F.
               10  AL7A              PIC X.
           05  AL7I                  PIC X(61).
           05  AL8L                  PIC S9(4) COMP.
           05  AL8F                  PIC X.
           05  FILLER REDEFINES AL8F.
               10  AL8A              PIC X.
           05  AL8I                  PIC X(61).
           05  ASELL                 PIC S9(4) COMP.
           05  ASELF                 PIC X.
           05  FILLER REDEFINES ASELF.
               10  ASELA             PIC X.
           05  ASELI                 PIC X(01).
           05  AKINDL                PIC S9(4) COMP.
           05  AKINDF                PIC X.
           05  FILLER REDEFINES AKINDF.
               10  AKINDA            PIC X.
           05  AKINDI                PIC X(30).
           05  ATARGETL              PIC S9(4) COMP.
           05  ATARGETF              PIC X.
           05  FILLER REDEFINES ATARGETF.
               10  ATARGETA          PIC X.
           05  ATARGETI              PIC X(28).
           05  AREQBYL               PIC S9(4) COMP.
           05  AREQBYF               PIC X.
           05  FILLER REDEFINES AREQBYF.
               10  AREQBYA           PIC X.
           05  AREQBYI               PIC X(08).
           05  AREQTML               PIC S9(4) COMP.
           05  AREQTMF               PIC X.
           05  FILLER REDEFINES AREQTMF.
               10  AREQTMA           PIC X.
           05  AREQTMI               PIC X(16).
           05  AAGEL                 PIC S9(4) COMP.
           05  AAGEF                 PIC X.
           05  FILLER REDEFINES AAGEF.
               10  AAGEA             PIC X.
           05  AAGEI                 PIC X(09).
           05  APRICEL               PIC S9(4) COMP.
           05  APRICEF               PIC X.
           05  FILLER REDEFINES APRICEF.
               10  APRICEA           PIC X.
           05  APRICEI               PIC X(17).
      *-- Change: the requester's reason for a dual-control request.
           05  ARQRSNL               PIC S9(4) COMP.
           05  ARQRSNF               PIC X.
           05  FILLER REDEFINES ARQRSNF.
               10  ARQRSNA           PIC X.
           05  ARQRSNI               PIC X(40).
           05  ADECNL                PIC S9(4) COMP.
           05  ADECNF                PIC X.
           05  FILLER REDEFINES ADECNF.
               10  ADECNA            PIC X.
           05  ADECNI                PIC X(01).
           05  AREASNL               PIC S9(4) COMP.
           05  AREASNF               PIC X.
           05  FILLER REDEFINES AREASNF.
               10  AREASNA           PIC X.
           05  AREASNI               PIC X(40).
           05  AMSGL                 PIC S9(4) COMP.
           05  AMSGF                 PIC X.
           05  FILLER REDEFINES AMSGF.
               10  AMSGA             PIC X.
           05  AMSGI                 PIC X(78).
       01  APRVMAPO REDEFINES APRVMAPI.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(03).
           05  ABUSDTO               PIC X(08).
           05  FILLER                PIC X(03).
           05  AL1O                  PIC X(61).
           05  FILLER                PIC X(03).
           05  AL2O                  PIC X(61).
           05  FILLER                PIC X(03).
           05  AL3O                  PIC X(61).
           05  FILLER                PIC X(03).
           05  AL4O                  PIC X(61).
           05  FILLER                PIC X(03).
           05  AL5O                  PIC X(61).
           05  FILLER                PIC X(03).
           05  AL6O                  PIC X(61).
           05  FILLER                PIC X(03).
           05  AL7O                  PIC X(61).
           05  FILLER                PIC X(03).
           05  AL8O                  PIC X(61).
           05  FILLER                PIC X(03).
           05  ASELO                 PIC X(01).
           05  FILLER                PIC X(03).
           05  AKINDO                PIC X(30).
           05  FILLER                PIC X(03).
           05  ATARGETO              PIC X(28).
           05  FILLER                PIC X(03).
           05  AREQBYO               PIC X(08).
           05  FILLER                PIC X(03).
           05  AREQTMO               PIC X(16).
           05  FILLER                PIC X(03).
           05  AAGEO                 PIC X(09).
           05  FILLER                PIC X(03).
           05  APRICEO               PIC X(17).
           05  FILLER                PIC X(03).
           05  ARQRSNO               PIC X(40).
           05  FILLER                PIC X(03).
           05  ADECNO                PIC X(01).
           05  FILLER                PIC X(03).
           05  AREASNO               PIC X(40).
           05  FILLER                PIC X(03).
           05  AMSGO                 PIC X(78).
