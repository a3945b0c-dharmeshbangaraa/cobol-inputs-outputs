      *****************************************************************
       01  INQSMAPI.
           05  FILLER                PIC X(12).
      *-- Change: the system business date shown on row 2.
           05  BUSDTL                PIC S9(4) COMP.
           05  BUSDTF                PIC X.
           05  FILLER REDEFINES BUSDTF.
               10  BUSDTA            PIC X.
           05  BUSDTI                PIC X(08).
           05  FUNCSELL              PIC S9(4) COMP.
           05  FUNCSELF              PIC X.
           05  FILLER REDEFINES FUNCSELF.
       01  INQSMAPO REDEFINES INQSMAPI.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(03).
           05  BUSDTO                PIC X(08).
           05  FILLER                PIC X(03).
           05  FUNCSELO              PIC X(01).
           05  FILLER                PIC X(03).
           05  PORTIDO               PIC X(08).
