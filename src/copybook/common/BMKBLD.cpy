      * E.G. A 60/40 BALANCED MANDATE BLEND IS TWO RECORDS, THE
      * EQUITY INDEX AT 60 AND THE BOND INDEX AT 40. COMPONENT
      * WEIGHTS SHOULD SUM TO 100 PER BLEND.
      *-- Change: each component names the asset class it stands for,
      *-- in POS-INVESTMENT-TYPE terms, so performance attribution
      *-- (PRFATR00) can set the blend's weight and return in each
      *-- class against the portfolio's own.
      *****************************************************************
       01  BENCHMARK-BLEND-RECORD.
           05  BLD-KEY.
               10  BLD-COMPONENT-ID      PIC X(08).
           05  BLD-DATA.
               10  BLD-WEIGHT-PCT        PIC S9(03)V9(04) COMP-3.
               10  BLD-SEGMENT           PIC X(04).
           05  BLD-FILLER                PIC X(06).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * BLD-BLEND-ID     : THE BLENDED BENCHMARK'S OWN IDENTIFIER
      * BLD-COMPONENT-ID : A COMPONENT BENCHMARK (KEYS BMKRTN)
      * BLD-WEIGHT-PCT   : THE COMPONENT'S WEIGHT IN THE BLEND,
      *                    PERCENT
      * BLD-SEGMENT      : ASSET CLASS THE COMPONENT REPRESENTS
      *                    (EQ/FI/CASH/MM, AS POS-INVESTMENT-TYPE);
      *                    SPACES WHEN NOT CLASSIFIED
      *****************************************************************
