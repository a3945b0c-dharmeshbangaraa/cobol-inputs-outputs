      *****************************************************************
       01  TRNEMAPI.
           05  FILLER                PIC X(12).
      *-- Change: the system business date shown on row 2.
           05  EBUSDTL               PIC S9(4) COMP.
           05  EBUSDTF               PIC X.
           05  FILLER REDEFINES EBUSDTF.
               10  EBUSDTA           PIC X.
           05  EBUSDTI               PIC X(08).
           05  EPORTIDL              PIC S9(4) COMP.
           05  EPORTIDF              PIC X.
           05  FILLER REDEFINES EPORTIDF.
           05  FILLER REDEFINES ECOMMF.
               10  ECOMMA            PIC X.
           05  ECOMMI                PIC 9(09)V99.
      *-- Change: the suitability override reason on row 14.
           05  ESUITRL               PIC S9(4) COMP.
           05  ESUITRF               PIC X.
           05  FILLER REDEFINES ESUITRF.
               10  ESUITRA           PIC X.
           05  ESUITRI               PIC X(40).
           05  EMSGL                 PIC S9(4) COMP.
           05  EMSGF                 PIC X.
           05  FILLER REDEFINES EMSGF.
       01  TRNEMAPO REDEFINES TRNEMAPI.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(03).
           05  EBUSDTO               PIC X(08).
           05  FILLER                PIC X(03).
           05  EPORTIDO              PIC X(08).
           05  FILLER                PIC X(03).
           05  EINVIDO               PIC X(10).
           05  FILLER                PIC X(03).
           05  ECOMMO                PIC 9(09)V99.
           05  FILLER                PIC X(03).
           05  ESUITRO               PIC X(40).
           05  FILLER                PIC X(03).
           05  EMSGO                 PIC X(78).
