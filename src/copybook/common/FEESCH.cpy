      * THE MATCHING POSITION-MASTER BALANCES. FEE-INVESTMENT-TYPE OF
      * SPACES MATCHES EVERY INVESTMENT TYPE FOR THE PORTFOLIO, SO A
      * PORTFOLIO CAN CARRY ONE BLANKET RATE OR A RATE PER TYPE.
      * A HOUSEHOLD ENTRY (METHOD H) PRICES THE BASIS POINTS AGAINST
      * THE TOTAL ASSETS OF THE PORTFOLIO'S HOUSEHOLD (HHDMST), WITH
      * A LOWER RATE ABOVE THE BREAKPOINT, AND CHARGES EACH POSITION
      * ITS SHARE AT THE RESULTING BLENDED RATE.
      *****************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FEE-KEY.
               10  FEE-CALC-METHOD       PIC X(01).
                   88  FEE-METHOD-FLAT       VALUE 'F'.
                   88  FEE-METHOD-BPS        VALUE 'B'.
      *-- Change: household breakpoint pricing, carved from the filler
      *-- so the record length is unchanged.
                   88  FEE-METHOD-HOUSEHOLD  VALUE 'H'.
               10  FEE-FLAT-AMOUNT       PIC S9(09)V9(02) COMP-3.
               10  FEE-BASIS-POINTS      PIC S9(05)V9(02) COMP-3.
               10  FEE-BREAKPOINT-ASSETS PIC S9(11) COMP-3.
               10  FEE-BREAKPOINT-BPS    PIC S9(03)V9(02) COMP-3.
           05  FEE-FILLER                PIC X(01).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * FEE-PORTFOLIO-ID    : PORTFOLIO IDENTIFIER
      * FEE-INVESTMENT-TYPE : MATCHES POS-INVESTMENT-TYPE, OR SPACES
      *                       TO MATCH EVERY TYPE FOR THE PORTFOLIO
      * FEE-CALC-METHOD     : F=FLAT AMOUNT, B=BASIS POINTS,
      *                       H=BASIS POINTS ON HOUSEHOLD TOTAL ASSETS
      * FEE-FLAT-AMOUNT     : FLAT FEE CHARGED PER SCHEDULE RUN
      * FEE-BASIS-POINTS    : ANNUAL RATE IN BASIS POINTS APPLIED TO
      *                       THE POSITION'S CURRENT VALUE (METHOD
      *                       H: TO HOUSEHOLD ASSETS UP TO THE
      *                       BREAKPOINT)
      * FEE-BREAKPOINT-ASSETS: METHOD H ONLY -- HOUSEHOLD TOTAL ASSETS,
      *                       IN THE HOUSEHOLD'S REPORTING CURRENCY,
      *                       ABOVE WHICH FEE-BREAKPOINT-BPS APPLIES
      *                       (ZERO = NO BREAKPOINT)
      * FEE-BREAKPOINT-BPS  : METHOD H ONLY -- ANNUAL BASIS-POINT RATE
      *                       ON HOUSEHOLD ASSETS ABOVE THE BREAKPOINT
      *****************************************************************
