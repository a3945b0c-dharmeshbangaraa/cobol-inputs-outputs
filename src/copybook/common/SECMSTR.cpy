                   88  :PREFIX:-TYPE-FIXED     VALUE 'FI  '.
                   88  :PREFIX:-TYPE-CASH      VALUE 'CASH'.
                   88  :PREFIX:-TYPE-MMKT      VALUE 'MM  '.
      *-- Change: Listed derivatives -- exchange-traded options and
      *-- futures, held by the institutional mandates that hedge.
                   88  :PREFIX:-TYPE-OPTION    VALUE 'OPT '.
                   88  :PREFIX:-TYPE-FUTURE    VALUE 'FUT '.
                   88  :PREFIX:-TYPE-DERIVATIVE VALUE 'OPT ' 'FUT '.
               10  :PREFIX:-CURRENCY       PIC X(03).
               10  :PREFIX:-STATUS         PIC X(01).
                   88  :PREFIX:-STATUS-ACTIVE    VALUE 'A'.
      *-- from any source wins, the historical behavior.
               10  :PREFIX:-PRICE-SOURCE-1 PIC X(04).
               10  :PREFIX:-PRICE-SOURCE-2 PIC X(04).
      *-- Change: Contract terms for a listed option or future. A
      *-- contract is quoted per unit of the underlying and covers
      *-- :PREFIX:-CONTRACT-MULT units of it, so a position's value
      *-- is contracts times price times multiplier. The strike and
      *-- put/call apply to options only; the expiry date drives the
      *-- expiry run. All of it is SPACES/zero on a cash instrument.
               10  :PREFIX:-UNDERLYING-ID  PIC X(10).
               10  :PREFIX:-CONTRACT-MULT  PIC S9(07)V9(04) COMP-3.
               10  :PREFIX:-STRIKE-PRICE   PIC S9(11)V9(04) COMP-3.
               10  :PREFIX:-PUT-CALL       PIC X(01).
                   88  :PREFIX:-OPTION-PUT     VALUE 'P'.
                   88  :PREFIX:-OPTION-CALL    VALUE 'C'.
               10  :PREFIX:-EXPIRY-DATE    PIC X(08).
      *-- Change: Product risk rating, one (lowest) to five (highest),
      *-- judged against the client's risk profile on COUNTERPARTY-
      *-- MASTER when a buy is entered or loaded, and weighted by
      *-- value in the nightly suitability review. SPACE = not yet
      *-- rated; an unrated security is not judged.
               10  :PREFIX:-RISK-RATING    PIC X(01).
                   88  :PREFIX:-RISK-RATED     VALUE '1' THRU '5'.
      *-- Change: The issuer's shares outstanding and the date that
      *-- figure took effect, so the nightly disclosure monitor can
      *-- measure the firm's combined holding as a share of the
      *-- issuer. Zero on anything that is not an issued share
      *-- class; a zero figure is not monitored.
               10  :PREFIX:-SHARES-OUTSTANDING PIC S9(13) COMP-3.
               10  :PREFIX:-SHARES-OUT-DATE PIC X(08).
           05  :PREFIX:-FILLER             PIC X(01).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      *                        POS-INVESTMENT-ID
      * :PREFIX:-DESCRIPTION : SECURITY DESCRIPTIVE NAME
      * :PREFIX:-INVESTMENT-TYPE : EQ=EQUITY, FI=FIXED INCOME,
      *                        CASH=CASH, MM=MONEY MARKET, OPT=LISTED
      *                        OPTION, FUT=LISTED FUTURE (SAME CODES
      *                        AS POS-INVESTMENT-TYPE)
      * :PREFIX:-CURRENCY    : CURRENCY THE SECURITY TRADES IN
      * :PREFIX:-STATUS      : A=ACTIVE, I=INACTIVE (NO NEW TRADES)
      * :PREFIX:-PRICE-SOURCE-1/2 : PRIMARY AND FALLBACK PRICING
      *                        VENDORS FOR REVALUATION; SPACES = NO
      *                        PREFERENCE, FRESHEST QUOTE WINS
      * :PREFIX:-UNDERLYING-ID : OPT/FUT ONLY -- THE SECURITY THE
      *                        CONTRACT IS WRITTEN ON, AS CARRIED ON
      *                        :PREFIX:-ID
      * :PREFIX:-CONTRACT-MULT : OPT/FUT ONLY -- UNITS OF THE
      *                        UNDERLYING ONE CONTRACT COVERS; ZERO
      *                        READS AS ONE
      * :PREFIX:-STRIKE-PRICE : OPT ONLY -- EXERCISE PRICE PER UNIT
      *                        OF THE UNDERLYING
      * :PREFIX:-PUT-CALL    : OPT ONLY -- P=PUT, C=CALL
      * :PREFIX:-EXPIRY-DATE : OPT/FUT ONLY -- LAST TRADING DAY
      *                        (YYYYMMDD); THE EXPIRY RUN EXERCISES,
      *                        ASSIGNS OR LAPSES THE CONTRACT ON IT
      * :PREFIX:-RISK-RATING : PRODUCT RISK RATING, 1=LOWEST THROUGH
      *                        5=HIGHEST; SPACE = NOT YET RATED
      * :PREFIX:-SHARES-OUTSTANDING : ISSUER'S SHARES OUTSTANDING IN
      *                        THIS SHARE CLASS; ZERO = NOT MONITORED
      *                        FOR SUBSTANTIAL-HOLDING DISCLOSURE
      * :PREFIX:-SHARES-OUT-DATE : DATE (YYYYMMDD) THE SHARES
      *                        OUTSTANDING FIGURE TOOK EFFECT
      *****************************************************************
