      *****************************************************************
      * MONEY-WEIGHTED RETURN RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER PORTFOLIO AND ONE PER CLIENT FOR A RETURN
      * PERIOD, WRITTEN BY MWRCAL00: THE INTERNAL RATE OF RETURN ON
      * THE MONEY ACTUALLY INVESTED (OPENING CLOSING-SNAPSHOT VALUE,
      * THE DATED EXTERNAL TRANSFERS IN BETWEEN, CLOSING VALUE),
      * CUMULATIVE AND ANNUALIZED, CARRIED NEXT TO THE TIME-WEIGHTED
      * RETURN CHAINED OVER THE SAME SNAPSHOTS SO THE TWO CAN BE
      * SHOWN SIDE BY SIDE. STMGEN00 PRINTS THE RECORDS WHOSE PERIOD
      * MATCHES THE STATEMENT PERIOD. PERCENTAGES ARE PERCENT (5.25
      * IS 5.25%); AMOUNTS ARE AS CARRIED ON THE SNAPSHOTS.
      *****************************************************************
       01  MONEY-WEIGHTED-RETURN-RECORD.
           05  MWR-KEY.
               10  MWR-LEVEL             PIC X(01).
                   88  MWR-LEVEL-PORTFOLIO   VALUE 'P'.
                   88  MWR-LEVEL-CLIENT      VALUE 'C'.
               10  MWR-ENTITY-ID         PIC X(08).
           05  MWR-DATA.
               10  MWR-CLIENT-ID         PIC X(08).
               10  MWR-PERIOD-FROM       PIC X(08).
               10  MWR-PERIOD-TO         PIC X(08).
               10  MWR-FIRST-DATE        PIC X(08).
               10  MWR-LAST-DATE         PIC X(08).
               10  MWR-DAYS              PIC 9(05).
               10  MWR-OPENING-VALUE     PIC S9(13)V9(2) COMP-3.
               10  MWR-NET-FLOWS         PIC S9(13)V9(2) COMP-3.
               10  MWR-CLOSING-VALUE     PIC S9(13)V9(2) COMP-3.
               10  MWR-IRR-CUM-PCT       PIC S9(05)V9(04) COMP-3.
               10  MWR-IRR-ANN-PCT       PIC S9(05)V9(04) COMP-3.
               10  MWR-TWR-CUM-PCT       PIC S9(05)V9(04) COMP-3.
               10  MWR-TWR-ANN-PCT       PIC S9(05)V9(04) COMP-3.
               10  MWR-ANNUALIZED-SW     PIC X(01).
                   88  MWR-ANNUALIZED        VALUE 'Y'.
               10  MWR-STATUS            PIC X(01).
                   88  MWR-STATUS-SOLVED     VALUE 'S'.
                   88  MWR-STATUS-NO-ROOT    VALUE 'N'.
                   88  MWR-STATUS-NO-DATA    VALUE 'I'.
                   88  MWR-STATUS-TABLE-FULL VALUE 'T'.
           05  MWR-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * MWR-LEVEL          : P=PORTFOLIO, C=CLIENT (ALL THE CLIENT'S
      *                      PORTFOLIOS TAKEN TOGETHER)
      * MWR-ENTITY-ID      : PORT-ID OR CLIENT ID, BY LEVEL
      * MWR-CLIENT-ID      : PORT-CLIENT-ID (SPACES = UNASSIGNED)
      * MWR-PERIOD-FROM/TO : PERIOD REQUESTED ON THE PARM CARD;
      *                      SPACES WHEN THE RUN TOOK EVERY DATE
      * MWR-FIRST/LAST-DATE: FIRST AND LAST SNAPSHOT DATES ACTUALLY
      *                      USED (A PORTFOLIO FUNDED MID-PERIOD
      *                      STARTS LATER THAN REQUESTED)
      * MWR-DAYS           : CALENDAR DAYS FIRST TO LAST DATE
      * MWR-NET-FLOWS      : DONE TR TRANSFERS AFTER THE FIRST DATE,
      *                      ON OR BEFORE THE LAST (+ = CONTRIBUTED)
      * MWR-IRR-CUM-PCT    : MONEY-WEIGHTED RETURN OVER THE PERIOD
      * MWR-IRR-ANN-PCT    : THE SAME, ANNUALIZED
      * MWR-TWR-CUM-PCT    : TIME-WEIGHTED RETURN, SAME SNAPSHOTS
      * MWR-TWR-ANN-PCT    : THE SAME, ANNUALIZED
      * MWR-ANNUALIZED-SW  : Y WHEN THE PERIOD IS A YEAR OR LONGER;
      *                      SHORTER PERIODS ARE NOT ANNUALIZED AND
      *                      THE ANNUALIZED FIELDS ARE ZERO
      * MWR-STATUS         : S=SOLVED, N=NO RATE BALANCES THE FLOWS,
      *                      I=TOO LITTLE DATA (ONE DATE OR NOTHING
      *                      INVESTED), T=WORK TABLE FULL
      *****************************************************************
