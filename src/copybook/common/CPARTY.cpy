                   88  :PREFIX:-STATUS-ACTIVE  VALUE 'A'.
                   88  :PREFIX:-STATUS-CLOSED  VALUE 'C'.
               10  :PREFIX:-COUNTRY        PIC X(02).
      *-- Change: Know-your-customer review tracking for clients, so
      *-- compliance's review calendar lives on the master instead of
      *-- a spreadsheet. Carved from the filler; the record length
      *-- is unchanged. The next review falls due on the anniversary
      *-- of the last one, one, two or three years out by risk
      *-- rating; a client whose due date has passed has lapsed and
      *-- may not open new buys or transfer assets out.
           05  :PREFIX:-KYC-DATA.
               10  :PREFIX:-KYC-LAST-REVIEW  PIC X(08).
               10  :PREFIX:-KYC-RISK-RATING  PIC X(01).
                   88  :PREFIX:-KYC-RISK-HIGH    VALUE 'H'.
                   88  :PREFIX:-KYC-RISK-MEDIUM  VALUE 'M'.
                   88  :PREFIX:-KYC-RISK-LOW     VALUE 'L'.
      *-- Change: Client investment risk profile, for the suitability
      *-- check on every buy and the nightly review of each
      *-- portfolio's risk mix. Carved from the filler; the record
      *-- length is unchanged. SPACES throughout mean no profile has
      *-- been taken and the client's buys are not judged.
           05  :PREFIX:-RISK-PROFILE.
               10  :PREFIX:-RISK-TOLERANCE   PIC X(01).
                   88  :PREFIX:-RISK-PROFILED    VALUE '1' THRU '5'.
               10  :PREFIX:-OBJECTIVE        PIC X(01).
                   88  :PREFIX:-OBJ-PRESERVATION VALUE 'P'.
                   88  :PREFIX:-OBJ-INCOME       VALUE 'I'.
                   88  :PREFIX:-OBJ-BALANCED     VALUE 'B'.
                   88  :PREFIX:-OBJ-GROWTH       VALUE 'G'.
                   88  :PREFIX:-OBJ-SPECULATION  VALUE 'S'.
               10  :PREFIX:-HORIZON          PIC X(01).
                   88  :PREFIX:-HORIZON-SHORT    VALUE 'S'.
                   88  :PREFIX:-HORIZON-MEDIUM   VALUE 'M'.
                   88  :PREFIX:-HORIZON-LONG     VALUE 'L'.
           05  :PREFIX:-FILLER             PIC X(03).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * :PREFIX:-ID      : COUNTERPARTY/CUSTOMER IDENTIFIER. ALSO USED
      *                    BANK=BANK
      * :PREFIX:-STATUS  : A=ACTIVE, C=CLOSED
      * :PREFIX:-COUNTRY : ISO COUNTRY CODE
      * :PREFIX:-KYC-LAST-REVIEW : DATE THE CLIENT'S LAST KYC REVIEW
      *                    WAS COMPLETED (YYYYMMDD); SPACES WHEN NO
      *                    REVIEW HAS BEEN RECORDED
      * :PREFIX:-KYC-RISK-RATING : H=HIGH (REVIEW DUE EVERY YEAR),
      *                    M=MEDIUM (EVERY 2 YEARS), L=LOW (EVERY 3
      *                    YEARS); ANY OTHER VALUE IS TREATED AS HIGH
      * :PREFIX:-RISK-TOLERANCE : HIGHEST PRODUCT RISK RATING THE
      *                    CLIENT ACCEPTS, 1 (LOWEST) THROUGH 5;
      *                    SPACE = NO RISK PROFILE TAKEN
      * :PREFIX:-OBJECTIVE : P=CAPITAL PRESERVATION (CAPS THE ACCEPTED
      *                    RATING AT 2), I=INCOME (CAPS IT AT 3),
      *                    B=BALANCED, G=GROWTH, S=SPECULATION
      * :PREFIX:-HORIZON : S=SHORT (CAPS THE ACCEPTED RATING AT 2),
      *                    M=MEDIUM (CAPS IT AT 4), L=LONG
      *****************************************************************
