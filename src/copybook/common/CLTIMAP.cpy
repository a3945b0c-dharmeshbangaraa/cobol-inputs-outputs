      *****************************************************************
      * SYMBOLIC MAP FOR MAPSET CLTISET, MAP CLTIMAP
      * VERSION: 1.0
      * DATE: 2026
      *
      * GENERATED FROM THE CLTISET BMS MAPSET (DFHMSD/DFHMDI/DFHMDF)
      * IN src/bms. COPIED INTO WORKING-STORAGE BY CLTSCR00 AHEAD OF
      * EXEC CICS RECEIVE MAP / SEND MAP.
      *****************************************************************
       01  CLTIMAPI.
           05  FILLER                PIC X(12).
           05  CBUSDTL               PIC S9(4) COMP.
           05  CBUSDTF               PIC X.
           05  FILLER REDEFINES CBUSDTF.
               10  CBUSDTA           PIC X.
           05  CBUSDTI               PIC X(08).
           05  CCLTIDL               PIC S9(4) COMP.
           05  CCLTIDF               PIC X.
           05  FILLER REDEFINES CCLTIDF.
               10  CCLTIDA           PIC X.
           05  CCLTIDI               PIC X(08).
           05  CVIEWL                PIC S9(4) COMP.
           05  CVIEWF                PIC X.
           05  FILLER REDEFINES CVIEWF.
               10  CVIEWA            PIC X.
           05  CVIEWI                PIC X(01).
           05  CNAMEL                PIC S9(4) COMP.
           05  CNAMEF                PIC X.
           05  FILLER REDEFINES CNAMEF.
               10  CNAMEA            PIC X.
           05  CNAMEI                PIC X(30).
           05  CSTATL                PIC S9(4) COMP.
           05  CSTATF                PIC X.
           05  FILLER REDEFINES CSTATF.
               10  CSTATA            PIC X.
           05  CSTATI                PIC X(06).
           05  CKYCL                 PIC S9(4) COMP.
           05  CKYCF                 PIC X.
           05  FILLER REDEFINES CKYCF.
               10  CKYCA             PIC X.
           05  CKYCI                 PIC X(20).
           05  CADDRL                PIC S9(4) COMP.
           05  CADDRF                PIC X.
           05  FILLER REDEFINES CADDRF.
               10  CADDRA            PIC X.
           05  CADDRI                PIC X(58).
           05  CDLVL                 PIC S9(4) COMP.
           05  CDLVF                 PIC X.
           05  FILLER REDEFINES CDLVF.
               10  CDLVA             PIC X.
           05  CDLVI                 PIC X(58).
           05  CRECVL                PIC S9(4) COMP.
           05  CRECVF                PIC X.
           05  FILLER REDEFINES CRECVF.
               10  CRECVA            PIC X.
           05  CRECVI                PIC X(58).
           05  CASOFL                PIC S9(4) COMP.
           05  CASOFF                PIC X.
           05  FILLER REDEFINES CASOFF.
               10  CASOFA            PIC X.
           05  CASOFI                PIC X(08).
           05  CHDRL                 PIC S9(4) COMP.
           05  CHDRF                 PIC X.
           05  FILLER REDEFINES CHDRF.
               10  CHDRA             PIC X.
           05  CHDRI                 PIC X(76).
           05  CL1L                  PIC S9(4) COMP.
           05  CL1F                  PIC X.
           05  FILLER REDEFINES CL1F.
               10  CL1A              PIC X.
           05  CL1I                  PIC X(76).
           05  CL2L                  PIC S9(4) COMP.
           05  CL2F                  PIC X.
           05  FILLER REDEFINES CL2F.
               10  CL2A              PIC X.
           05  CL2I                  PIC X(76).
           05  CL3L                  PIC S9(4) COMP.
           05  CL3F                  PIC X.
           05  FILLER REDEFINES CL3F.
               10  CL3A              PIC X.
           05  CL3I                  PIC X(76).
           05  CL4L                  PIC S9(4) COMP.
           05  CL4F                  PIC X.
           05  FILLER REDEFINES CL4F.
               10  CL4A              PIC X.
           05  CL4I                  PIC X(76).
           05  CL5L                  PIC S9(4) COMP.
           05  CL5F                  PIC X.
           05  FILLER REDEFINES CL5F.
               10  CL5A              PIC X.
           05  CL5I                  PIC X(76).
           05  CL6L                  PIC S9(4) COMP.
           05  CL6F                  PIC X.
           05  FILLER REDEFINES CL6F.
               10  CL6A              PIC X.
           05  CL6I                  PIC X(76).
           05  CSELL                 PIC S9(4) COMP.
           05  CSELF                 PIC X.
           05  FILLER REDEFINES CSELF.
               10  CSELA             PIC X.
           05  CSELI                 PIC X(01).
           05  CTOTL                 PIC S9(4) COMP.
           05  CTOTF                 PIC X.
           05  FILLER REDEFINES CTOTF.
               10  CTOTA             PIC X.
           05  CTOTI                 PIC X(76).
           05  CMSGL                 PIC S9(4) COMP.
           05  CMSGF                 PIC X.
           05  FILLER REDEFINES CMSGF.
               10  CMSGA             PIC X.
           05  CMSGI                 PIC X(78).
       01  CLTIMAPO REDEFINES CLTIMAPI.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(03).
           05  CBUSDTO               PIC X(08).
           05  FILLER                PIC X(03).
           05  CCLTIDO               PIC X(08).
           05  FILLER                PIC X(03).
           05  CVIEWO                PIC X(01).
           05  FILLER                PIC X(03).
           05  CNAMEO                PIC X(30).
           05  FILLER                PIC X(03).
           05  CSTATO                PIC X(06).
           05  FILLER                PIC X(03).
           05  CKYCO                 PIC X(20).
           05  FILLER                PIC X(03).
           05  CADDRO                PIC X(58).
           05  FILLER                PIC X(03).
           05  CDLVO                 PIC X(58).
           05  FILLER                PIC X(03).
           05  CRECVO                PIC X(58).
           05  FILLER                PIC X(03).
           05  CASOFO                PIC X(08).
           05  FILLER                PIC X(03).
           05  CHDRO                 PIC X(76).
           05  FILLER                PIC X(03).
           05  CL1O                  PIC X(76).
           05  FILLER                PIC X(03).
           05  CL2O                  PIC X(76).
           05  FILLER                PIC X(03).
           05  CL3O                  PIC X(76).
           05  FILLER                PIC X(03).
           05  CL4O                  PIC X(76).
           05  FILLER                PIC X(03).
           05  CL5O                  PIC X(76).
           05  FILLER                PIC X(03).
           05  CL6O                  PIC X(76).
           05  FILLER                PIC X(03).
           05  CSELO                 PIC X(01).
           05  FILLER                PIC X(03).
           05  CTOTO                 PIC X(76).
           05  FILLER                PIC X(03).
           05  CMSGO                 PIC X(78).
