      *****************************************************************
      * FUND NAV HISTORY RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER POOLED FUND PER VALUATION DATE, WRITTEN BY THE
      * DAILY NAV RUN (NAVCAL00): THE FUND'S ASSETS, ITS ACCRUED FEE
      * LIABILITY, THE NET ASSETS LEFT FOR THE UNITHOLDERS AND THE
      * NAV PER UNIT THEY DIVIDE INTO. FNDDLG00 DEALS THE DAY'S
      * SUBSCRIPTIONS AND REDEMPTIONS AT THAT DAY'S NAV PER UNIT,
      * AND THE ACCRUED FEE CARRIES FROM ONE DAY'S RECORD TO THE
      * NEXT UNTIL THE FEE IS CHARGED. ALL AMOUNTS ARE IN THE FUND'S
      * BASE CURRENCY.
      *****************************************************************
       01  NAV-HISTORY-RECORD.
           05  NAV-KEY.
               10  NAV-FUND-ID           PIC X(08).
               10  NAV-DATE              PIC X(08).
           05  NAV-DATA.
               10  NAV-CURRENCY          PIC X(03).
               10  NAV-SECURITIES-VALUE  PIC S9(13)V9(2) COMP-3.
               10  NAV-CASH-VALUE        PIC S9(13)V9(2) COMP-3.
               10  NAV-ACCRUED-INCOME    PIC S9(13)V9(2) COMP-3.
               10  NAV-FEE-ACCRUED       PIC S9(13)V9(2) COMP-3.
               10  NAV-NET-ASSETS        PIC S9(13)V9(2) COMP-3.
               10  NAV-UNITS-IN-ISSUE    PIC S9(11)V9(4) COMP-3.
               10  NAV-PER-UNIT          PIC S9(07)V9(4) COMP-3.
           05  NAV-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * NAV-FUND-ID          : FUND PORTFOLIO (PORT-ID, TYPE FUND)
      * NAV-DATE             : VALUATION DATE (YYYYMMDD)
      * NAV-CURRENCY         : FUND BASE CURRENCY
      * NAV-SECURITIES-VALUE : POSITION-MASTER MARKET VALUE
      * NAV-CASH-VALUE       : CASH LEDGER CLOSING BALANCES, EVERY
      *                        CURRENCY CONVERTED TO BASE
      * NAV-ACCRUED-INCOME   : INTEREST EARNED AND NOT YET POSTED
      *                        (ACCRUAL FILE); A NEGATIVE ACCRUAL IS
      *                        INTEREST OWED
      * NAV-FEE-ACCRUED      : MANAGEMENT FEE ACCRUED AND NOT YET
      *                        CHARGED -- A LIABILITY OF THE FUND
      * NAV-NET-ASSETS       : SECURITIES + CASH + ACCRUED INCOME
      *                        LESS THE FEE ACCRUED
      * NAV-UNITS-IN-ISSUE   : UNITS ON THE REGISTER AT VALUATION
      * NAV-PER-UNIT         : NET ASSETS / UNITS IN ISSUE; THE LAUNCH
      *                        PRICE WHILE NO UNITS ARE IN ISSUE
      *****************************************************************
