      *****************************************************************
      * SYMBOLIC MAP FOR MAPSET PRTMSET, MAP PRTMMAP
      * VERSION: 1.0
      * DATE: 2026
      *
      * GENERATED FROM THE PRTMSET BMS MAPSET (DFHMSD/DFHMDI/DFHMDF)
      * IN src/bms. COPIED INTO WORKING-STORAGE BY PRTSCR00 AHEAD OF
      * EXEC CICS RECEIVE MAP / SEND MAP.
      *****************************************************************
       01  PRTMMAPI.
           05  FILLER                PIC X(12).
           05  PBUSDTL               PIC S9(4) COMP.
           05  PBUSDTF               PIC X.
           05  FILLER REDEFINES PBUSDTF.
               10  PBUSDTA           PIC X.
           05  PBUSDTI               PIC X(08).
           05  PACTIONL              PIC S9(4) COMP.
           05  PACTIONF              PIC X.
           05  FILLER REDEFINES PACTIONF.
               10  PACTIONA          PIC X.
           05  PACTIONI              PIC X(04).
           05  PPORTIDL              PIC S9(4) COMP.
           05  PPORTIDF              PIC X.
           05  FILLER REDEFINES PPORTIDF.
               10  PPORTIDA          PIC X.
           05  PPORTIDI              PIC X(08).
           05  PNAMEL                PIC S9(4) COMP.
           05  PNAMEF                PIC X.
           05  FILLER REDEFINES PNAMEF.
               10  PNAMEA            PIC X.
           05  PNAMEI                PIC X(30).
           05  PTYPEL                PIC S9(4) COMP.
           05  PTYPEF                PIC X.
           05  FILLER REDEFINES PTYPEF.
               10  PTYPEA            PIC X.
           05  PTYPEI                PIC X(04).
           05  PCURRL                PIC S9(4) COMP.
           05  PCURRF                PIC X.
           05  FILLER REDEFINES PCURRF.
               10  PCURRA            PIC X.
           05  PCURRI                PIC X(03).
           05  POPENL                PIC S9(4) COMP.
           05  POPENF                PIC X.
           05  FILLER REDEFINES POPENF.
               10  POPENA            PIC X.
           05  POPENI                PIC X(08).
           05  PCHANL                PIC S9(4) COMP.
           05  PCHANF                PIC X.
           05  FILLER REDEFINES PCHANF.
               10  PCHANA            PIC X.
           05  PCHANI                PIC X(04).
           05  PCLIENTL              PIC S9(4) COMP.
           05  PCLIENTF              PIC X.
           05  FILLER REDEFINES PCLIENTF.
               10  PCLIENTA          PIC X.
           05  PCLIENTI              PIC X(08).
           05  PSTATUSL              PIC S9(4) COMP.
           05  PSTATUSF              PIC X.
           05  FILLER REDEFINES PSTATUSF.
               10  PSTATUSA          PIC X.
           05  PSTATUSI              PIC X(10).
           05  PDCLL                 PIC S9(4) COMP.
           05  PDCLF                 PIC X.
           05  FILLER REDEFINES PDCLF.
               10  PDCLA             PIC X.
           05  PDCLI                 PIC X(50).
           05  PMSGL                 PIC S9(4) COMP.
           05  PMSGF                 PIC X.
           05  FILLER REDEFINES PMSGF.
               10  PMSGA             PIC X.
           05  PMSGI                 PIC X(78).
       01  PRTMMAPO REDEFINES PRTMMAPI.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(03).
           05  PBUSDTO               PIC X(08).
           05  FILLER                PIC X(03).
           05  PACTIONO              PIC X(04).
           05  FILLER                PIC X(03).
           05  PPORTIDO              PIC X(08).
           05  FILLER                PIC X(03).
           05  PNAMEO                PIC X(30).
           05  FILLER                PIC X(03).
           05  PTYPEO                PIC X(04).
           05  FILLER                PIC X(03).
           05  PCURRO                PIC X(03).
           05  FILLER                PIC X(03).
           05  POPENO                PIC X(08).
           05  FILLER                PIC X(03).
           05  PCHANO                PIC X(04).
           05  FILLER                PIC X(03).
           05  PCLIENTO              PIC X(08).
           05  FILLER                PIC X(03).
           05  PSTATUSO              PIC X(10).
           05  FILLER                PIC X(03).
           05  PDCLO                 PIC X(50).
           05  FILLER                PIC X(03).
           05  PMSGO                 PIC X(78).
