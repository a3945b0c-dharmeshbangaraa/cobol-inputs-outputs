                   88  :PREFIX:-TYPE-SYMCHG  VALUE 'SC'.
                   88  :PREFIX:-TYPE-MERGER  VALUE 'MG'.
                   88  :PREFIX:-TYPE-SPINOFF VALUE 'SO'.
      *-- Change: Securities-lending fee income posted daily by
      *-- SECLND00 for each loan still out, net of any cash-collateral
      *-- rebate. Pure cash, with no position to apply to.
                   88  :PREFIX:-TYPE-LEND-FEE VALUE 'LF'.
      *-- Change: Spot FX conversion between two of a portfolio's
      *-- cash currencies. Pure cash with no position: the bought
      *-- currency rides :PREFIX:-CURRENCY with the amount bought in
      *-- :PREFIX:-AMOUNT, the sold currency rides :PREFIX:-SETTLE-CCY
      *-- and :PREFIX:-FX-RATE is the sold-currency price of one unit
      *-- bought -- the same trade-to-settle rate every other row
      *-- carries, so the amount sold is AMOUNT * FX-RATE.
                   88  :PREFIX:-TYPE-FX-CONV  VALUE 'FX'.
      *-- Change: Daily variation margin on a listed future, posted
      *-- DONE by POSRVL00 when it marks the contract to the day's
      *-- settlement price. Pure cash with no position to apply to:
      *-- :PREFIX:-AMOUNT is signed, positive received and negative
      *-- paid, and :PREFIX:-PRICE carries the settlement price.
      *-- A futures BU/SL itself carries no consideration
      *-- (:PREFIX:-AMOUNT zero): the contract's gains and losses
      *-- reach cash only through these rows.
                   88  :PREFIX:-TYPE-VAR-MARGIN VALUE 'VM'.
               10  :PREFIX:-QUANTITY       PIC S9(11)V9(4) COMP-3.
               10  :PREFIX:-PRICE         PIC S9(11)V9(4) COMP-3.
               10  :PREFIX:-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  :PREFIX:-CURRENCY      PIC X(03).
               10  :PREFIX:-FX-BUY-CCY REDEFINES :PREFIX:-CURRENCY
                                          PIC X(03).
               10  :PREFIX:-STATUS        PIC X(01).
                   88  :PREFIX:-STATUS-PEND   VALUE 'P'.
                   88  :PREFIX:-STATUS-DONE   VALUE 'D'.
      *-- portfolio's base currency carries its own conversion instead
      *-- of relying on an out-of-band FX rate sheet.
               10  :PREFIX:-SETTLE-CCY    PIC X(03).
               10  :PREFIX:-FX-SELL-CCY REDEFINES :PREFIX:-SETTLE-CCY
                                          PIC X(03).
               10  :PREFIX:-FX-RATE       PIC S9(05)V9(06) COMP-3.
      *-- Change: Split ratio detail. A split is :PREFIX:-SPLIT-TO new
      *-- units for every :PREFIX:-SPLIT-FROM old units held (e.g. a
           05  :PREFIX:-AUDIT.
               10  :PREFIX:-PROCESS-DATE  PIC X(26).
               10  :PREFIX:-PROCESS-USER  PIC X(08).
      *-- Change: Accrued interest changing hands on a buy or sell of
      *-- an interest-bearing (FI) security, set by POSUPD00 when the
      *-- trade posts -- quantity at the security's rate over the days
      *-- of the accrual period before the trade date, on its
      *-- SEC-DAY-COUNT convention. :PREFIX:-AMOUNT remains the full
      *-- consideration; this is the interest portion of it. On an
      *-- 'IN' row INTACR00 posts, the part of the income that only
      *-- recovers accrued interest bought with the position.
      *-- Anything else (or a row posted before this field existed,
      *-- which carries spaces here) has no interest portion.
           05  :PREFIX:-ACCRUED-INT      PIC S9(07)V9(2) COMP-3.
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * :PREFIX:-DATE          : TRANSACTION DATE (YYYYMMDD)
      *                          DV=DIVIDEND, SP=SPLIT, WH=WITHHELD
      *                          DIVIDEND TAX, IN=ACCRUED INTEREST
      *                          INCOME, SC=SYMBOL CHANGE, MG=STOCK
      *                          MERGER, SO=SPIN-OFF, LF=SECURITIES
      *                          LENDING FEE, FX=SPOT FX CONVERSION,
      *                          VM=FUTURES VARIATION MARGIN
      * :PREFIX:-STATUS        : P=PENDING, D=DONE, F=FAILED, R=REVERSED
      * :PREFIX:-CHANNEL-CODE  : CHANNEL IDENTIFICATION (e.g. 'BRCH')
      * :PREFIX:-SETTLE-CCY    : SETTLEMENT CURRENCY (MAY DIFFER FROM
      *                          :PREFIX:-CURRENCY, THE TRADE CURRENCY)
      * :PREFIX:-FX-RATE       : TRADE-CCY TO SETTLE-CCY RATE
      * :PREFIX:-FX-BUY-CCY    : ON AN FX ROW, THE CURRENCY BOUGHT
      *                          (:PREFIX:-CURRENCY BY ANOTHER NAME)
      * :PREFIX:-FX-SELL-CCY   : ON AN FX ROW, THE CURRENCY SOLD
      *                          (:PREFIX:-SETTLE-CCY BY ANOTHER NAME)
      * :PREFIX:-SPLIT-FROM/TO : SPLIT RATIO (OLD UNITS/NEW UNITS)
      * :PREFIX:-PARENT-ORDER-ID : PARENT ORDER ID LINKING PARTIAL
      *                          FILLS OF A MULTI-LEG ORDER TOGETHER;
      *                          THE DESIGNATION IS CONSUMED WHEN THE
      *                          SELL POSTS AND THE FIELD REVERTS TO
      *                          THE SETTLEMENT MATCH
      * :PREFIX:-ACCRUED-INT   : ON AN FI BU/SL, THE ACCRUED INTEREST
      *                          INCLUDED IN :PREFIX:-AMOUNT (BOUGHT ON
      *                          A BUY, SOLD ON A SELL); ON AN 'IN'
      *                          ROW, THE PURCHASED ACCRUED INTEREST
      *                          THE INCOME RECOVERS. NOT NUMERIC =
      *                          NO INTEREST PORTION
      *****************************************************************
