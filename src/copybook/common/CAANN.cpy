                   88  ANN-ACTION-SYMCHG     VALUE 'SC'.
                   88  ANN-ACTION-MERGER     VALUE 'MG'.
                   88  ANN-ACTION-SPINOFF    VALUE 'SO'.
      *-- Change: Voluntary events, where each holder chooses the
      *-- outcome by ANN-ELECTION-DEADLINE from the options the
      *-- announcement offers: a tender offer, a rights issue, and an
      *-- optional (cash-or-stock) dividend. Elections are captured
      *-- on the election file through CAEMNT00; a holder who has
      *-- not elected by the deadline takes ANN-DEFAULT-OPTION.
                   88  ANN-ACTION-TENDER     VALUE 'TO'.
                   88  ANN-ACTION-RIGHTS     VALUE 'RI'.
                   88  ANN-ACTION-OPT-DIV    VALUE 'OD'.
                   88  ANN-ACTION-VOLUNTARY  VALUE 'TO' 'RI' 'OD'.
               10  ANN-EX-DATE           PIC X(08).
           05  ANN-DATA.
               10  ANN-PAY-DATE          PIC X(08).
      *-- SC/MG/SO action types; spaces/zero on DV and SP.
               10  ANN-NEW-INVESTMENT-ID PIC X(10).
               10  ANN-ALLOC-PCT         PIC S9(03)V9(04) COMP-3.
      *-- Change: Election deadline, default option and the options
      *-- on offer for the voluntary TO/RI/OD types; spaces/zero on
      *-- every mandatory type. Each option names what a holder
      *-- electing it receives.
               10  ANN-ELECTION-DEADLINE PIC X(08).
               10  ANN-DEFAULT-OPTION    PIC 9(01).
               10  ANN-OPTION OCCURS 3 TIMES.
                   15  ANN-OPT-ACTION    PIC X(04).
                       88  ANN-OPT-CASH      VALUE 'CASH'.
                       88  ANN-OPT-STOCK     VALUE 'STCK'.
                       88  ANN-OPT-TENDER    VALUE 'TNDR'.
                       88  ANN-OPT-SUBSCRIBE VALUE 'SUBS'.
                       88  ANN-OPT-NO-ACTION VALUE 'NONE'.
                       88  ANN-OPT-VALID     VALUE 'CASH' 'STCK'
                                                   'TNDR' 'SUBS'
                                                   'NONE'.
                   15  ANN-OPT-RATE      PIC S9(07)V9(06) COMP-3.
                   15  ANN-OPT-RATIO-FROM PIC 9(05) COMP-3.
                   15  ANN-OPT-RATIO-TO  PIC 9(05) COMP-3.
           05  ANN-FILLER                PIC X(09).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * ANN-INVESTMENT-ID  : SECURITY THE ACTION APPLIES TO
      * ANN-ACTION-TYPE    : DV=CASH DIVIDEND, SP=SPLIT,
      *                      SC=SYMBOL CHANGE, MG=STOCK MERGER,
      *                      SO=SPIN-OFF; VOLUNTARY: TO=TENDER
      *                      OFFER, RI=RIGHTS ISSUE, OD=OPTIONAL
      *                      CASH-OR-STOCK DIVIDEND
      * ANN-EX-DATE        : DATE ENTITLEMENT IS STRUCK FROM HOLDINGS
      * ANN-PAY-DATE       : DATE THE ACTION PAYS/EFFECTS
      * ANN-RATE-PER-SHARE : CASH RATE PER UNIT HELD (DV); NEW UNITS
      *                      TO, OR THE SO SPINS OFF INTO
      * ANN-ALLOC-PCT      : PERCENT OF THE OLD COST BASIS ALLOCATED
      *                      TO THE SPUN-OFF HOLDING (SO ONLY)
      * ANN-ELECTION-DEADLINE : LAST DATE A HOLDER MAY ELECT (TO/RI/
      *                      OD). ENTITLEMENTS GENERATE THE FIRST
      *                      RUN AFTER IT
      * ANN-DEFAULT-OPTION : OPTION (1-3) A HOLDER WITH NO ELECTION
      *                      ON FILE TAKES
      * ANN-OPT-ACTION     : CASH=CASH AT ANN-OPT-RATE PER UNIT HELD,
      *                      STCK=RATIO-TO NEW UNITS PER RATIO-FROM
      *                      HELD, TNDR=WHOLE HOLDING SOLD INTO THE
      *                      OFFER AT ANN-OPT-RATE PER UNIT,
      *                      SUBS=RATIO-TO NEW UNITS PER RATIO-FROM
      *                      HELD BOUGHT AT ANN-OPT-RATE PER UNIT,
      *                      NONE=NOTHING (KEEP / LET LAPSE);
      *                      SPACES=OPTION NOT OFFERED
      * ANN-OPT-RATE       : CASH RATE OR PRICE PER UNIT, AS ABOVE
      * ANN-OPT-RATIO-FROM/TO : UNITS HELD / NEW UNITS (STCK, SUBS)
      *****************************************************************
