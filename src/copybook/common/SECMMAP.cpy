      *****************************************************************
      * SYMBOLIC MAP FOR MAPSET SECMSET, MAP SECMMAP
      * VERSION: 1.0
      * DATE: 2026
      *
      * GENERATED FROM THE SECMSET BMS MAPSET (DFHMSD/DFHMDI/DFHMDF)
      * IN src/bms. COPIED INTO WORKING-STORAGE BY SECSCR00 AHEAD OF
      * EXEC CICS RECEIVE MAP / SEND MAP.
      *****************************************************************
       01  SECMMAPI.
           05  FILLER                PIC X(12).
           05  SBUSDTL               PIC S9(4) COMP.
           05  SBUSDTF               PIC X.
           05  FILLER REDEFINES SBUSDTF.
               10  SBUSDTA           PIC X.
           05  SBUSDTI               PIC X(08).
           05  SACTIONL              PIC S9(4) COMP.
           05  SACTIONF              PIC X.
           05  FILLER REDEFINES SACTIONF.
               10  SACTIONA          PIC X.
           05  SACTIONI              PIC X(04).
           05  SSECIDL               PIC S9(4) COMP.
           05  SSECIDF               PIC X.
           05  FILLER REDEFINES SSECIDF.
               10  SSECIDA           PIC X.
           05  SSECIDI               PIC X(10).
           05  SDESCL                PIC S9(4) COMP.
           05  SDESCF                PIC X.
           05  FILLER REDEFINES SDESCF.
               10  SDESCA            PIC X.
           05  SDESCI                PIC X(30).
           05  STYPEL                PIC S9(4) COMP.
           05  STYPEF                PIC X.
           05  FILLER REDEFINES STYPEF.
               10  STYPEA            PIC X.
           05  STYPEI                PIC X(04).
           05  SCURRL                PIC S9(4) COMP.
           05  SCURRF                PIC X.
           05  FILLER REDEFINES SCURRF.
               10  SCURRA            PIC X.
           05  SCURRI                PIC X(03).
           05  SRATEL                PIC S9(4) COMP.
           05  SRATEF                PIC X.
           05  FILLER REDEFINES SRATEF.
               10  SRATEA            PIC X.
           05  SRATEI                PIC 9(03)V9(06).
           05  SMATDTL               PIC S9(4) COMP.
           05  SMATDTF               PIC X.
           05  FILLER REDEFINES SMATDTF.
               10  SMATDTA           PIC X.
           05  SMATDTI               PIC X(08).
           05  SDAYCTL               PIC S9(4) COMP.
           05  SDAYCTF               PIC X.
           05  FILLER REDEFINES SDAYCTF.
               10  SDAYCTA           PIC X.
           05  SDAYCTI               PIC X(01).
           05  SPRSRCL               PIC S9(4) COMP.
           05  SPRSRCF               PIC X.
           05  FILLER REDEFINES SPRSRCF.
               10  SPRSRCA           PIC X.
           05  SPRSRCI               PIC X(09).
           05  SSTATUSL              PIC S9(4) COMP.
           05  SSTATUSF              PIC X.
           05  FILLER REDEFINES SSTATUSF.
               10  SSTATUSA          PIC X.
           05  SSTATUSI              PIC X(10).
           05  SMSGL                 PIC S9(4) COMP.
           05  SMSGF                 PIC X.
           05  FILLER REDEFINES SMSGF.
               10  SMSGA             PIC X.
           05  SMSGI                 PIC X(78).
       01  SECMMAPO REDEFINES SECMMAPI.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(03).
           05  SBUSDTO               PIC X(08).
           05  FILLER                PIC X(03).
           05  SACTIONO              PIC X(04).
           05  FILLER                PIC X(03).
           05  SSECIDO               PIC X(10).
           05  FILLER                PIC X(03).
           05  SDESCO                PIC X(30).
           05  FILLER                PIC X(03).
           05  STYPEO                PIC X(04).
           05  FILLER                PIC X(03).
           05  SCURRO                PIC X(03).
           05  FILLER                PIC X(03).
           05  SRATEO                PIC 9(03)V9(06).
           05  FILLER                PIC X(03).
           05  SMATDTO               PIC X(08).
           05  FILLER                PIC X(03).
           05  SDAYCTO               PIC X(01).
           05  FILLER                PIC X(03).
           05  SPRSRCO               PIC X(09).
           05  FILLER                PIC X(03).
           05  SSTATUSO              PIC X(10).
           05  FILLER                PIC X(03).
           05  SMSGO                 PIC X(78).
