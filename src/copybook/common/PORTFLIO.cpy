               10  :PREFIX:-TYPE           PIC X(04).
                   88  :PREFIX:-TYPE-RETAIL   VALUE 'RTL '.
                   88  :PREFIX:-TYPE-INST     VALUE 'INST'.
      *-- Change: Pooled fund issuing units to many investors. Its
      *-- holdings and cash belong to the unitholders on the
      *-- unitholder register; NAVCAL00 strikes its daily NAV per
      *-- unit and FNDDLG00 issues and cancels units at it.
                   88  :PREFIX:-TYPE-FUND     VALUE 'FUND'.
               10  :PREFIX:-BASE-CURRENCY  PIC X(03).
               10  :PREFIX:-OPEN-DATE      PIC X(08).
               10  :PREFIX:-STATUS         PIC X(01).
               10  :PREFIX:-SWEEP-VEHICLE  PIC X(10).
               10  :PREFIX:-SWEEP-THRESHOLD
                                           PIC S9(13)V9(2) COMP-3.
      *-- Change: One-day value-at-risk limit in the portfolio's
      *-- base currency. RSKVAR00 flags a portfolio whose historical
      *-- VaR at the limit confidence level exceeds it and logs the
      *-- breach; zero (or an unloaded field) means no limit.
               10  :PREFIX:-VAR-LIMIT      PIC S9(13)V9(2) COMP-3.
      *-- Change: Dormancy and unclaimed-property state, kept by
      *-- DRMACT00. A portfolio with no client-initiated activity and
      *-- no successful statement delivery for the dormancy period is
      *-- flagged dormant and sent a due-diligence letter; one still
      *-- dormant on its escheatment date is reported as unclaimed
      *-- property. SPACES on the existing book reads as not dormant.
               10  :PREFIX:-DORMANCY-STATUS PIC X(01).
                   88  :PREFIX:-DORMANT        VALUE 'D'.
                   88  :PREFIX:-ESCHEAT-DUE    VALUE 'E'.
                   88  :PREFIX:-DORMANT-OR-ESCHEAT
                                               VALUE 'D' 'E'.
               10  :PREFIX:-DORMANT-DATE   PIC X(08).
               10  :PREFIX:-ESCHEAT-DATE   PIC X(08).
           05  :PREFIX:-FILLER             PIC X(01).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * :PREFIX:-ID            : PORTFOLIO IDENTIFIER
      * :PREFIX:-NAME          : PORTFOLIO DESCRIPTIVE NAME
      * :PREFIX:-TYPE          : RTL=RETAIL, INST=INSTITUTIONAL,
      *                          FUND=POOLED FUND ISSUING UNITS
      * :PREFIX:-BASE-CURRENCY : CURRENCY THE PORTFOLIO REPORTS IN
      * :PREFIX:-OPEN-DATE     : DATE THE PORTFOLIO WAS OPENED
      * :PREFIX:-STATUS        : A=ACTIVE, C=CLOSED
      * :PREFIX:-CHANNEL-CODE  : PRIMARY CHANNEL FOR THIS PORTFOLIO
      * :PREFIX:-CLIENT-ID     : CLIENT THE PORTFOLIO IS ASSIGNED TO
      *                          (NON-UNIQUE ALTERNATE KEY, CICS
      *                          PATH PRTMSTRC, SO ONE CLIENT'S
      *                          PORTFOLIOS BROWSE BY KEY)
      * :PREFIX:-DRIP-SW       : Y=DIVIDENDS REINVEST AS A SHARE
      *                          PURCHASE AT THE PAY-DATE PRICE;
      *                          ANYTHING ELSE CREDITS CASH AS BEFORE
      *                          SPACES = PORTFOLIO DOES NOT SWEEP
      * :PREFIX:-SWEEP-THRESHOLD : CASH BALANCE ABOVE WHICH THE
      *                          EXCESS SWEEPS IN
      * :PREFIX:-VAR-LIMIT     : MAXIMUM ONE-DAY HISTORICAL VAR IN
      *                          THE BASE CURRENCY; ZERO = NO LIMIT
      * :PREFIX:-DORMANCY-STATUS : D=DORMANT (DUE-DILIGENCE LETTER
      *                          SENT), E=ESCHEATMENT DUE (ON THE
      *                          UNCLAIMED-PROPERTY REPORT); ANYTHING
      *                          ELSE = NOT DORMANT
      * :PREFIX:-DORMANT-DATE  : BUSINESS DATE THE PORTFOLIO WAS
      *                          FLAGGED DORMANT
      * :PREFIX:-ESCHEAT-DATE  : DATE THE PORTFOLIO ESCHEATS IF THE
      *                          OWNER HAS NOT COME FORWARD BY THEN
      *****************************************************************
