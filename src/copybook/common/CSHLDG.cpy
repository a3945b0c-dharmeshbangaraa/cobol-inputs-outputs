      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER PORTFOLIO/CURRENCY/VALUE-DATE WITH CASH ACTIVITY,
      * REBUILT NIGHTLY FROM TRANHIST BY THE CASH LEDGER JOB THE SAME
      * WAY GLEXTR00 REBUILDS THE GL POSTING EXTRACT. CSH-NET-MOVEMENT
      * IS THE DAY'S SIGNED CASH IMPACT (RECEIPTS POSITIVE, PAYMENTS
      * NEGATIVE); CSH-CLOSING-BALANCE IS THE RUNNING PORTFOLIO CASH
      * BALANCE AFTER THAT DAY'S MOVEMENT, SO THE DESK CAN READ A
      * PORTFOLIO'S CASH POSITION STRAIGHT OFF THE FILE.
      *-- Change: Balances are kept per currency -- a portfolio holding
      *-- USD, EUR and GBP cash has three running balances, never one
      *-- netted figure. The currency was taken from the filler so
      *-- the record length is unchanged; the last record for a
      *-- portfolio/currency carries that currency's closing balance.
      *****************************************************************
       01  CASH-LEDGER-RECORD.
           05  CSH-KEY.
               10  CSH-NET-MOVEMENT      PIC S9(13)V9(2) COMP-3.
               10  CSH-CLOSING-BALANCE   PIC S9(13)V9(2) COMP-3.
               10  CSH-MOVEMENT-COUNT    PIC 9(07) COMP.
               10  CSH-CURRENCY          PIC X(03).
           05  CSH-FILLER                PIC X(07).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CSH-PORTFOLIO-ID    : PORTFOLIO IDENTIFIER
      * CSH-CLOSING-BALANCE : RUNNING CASH BALANCE AFTER THIS DAY
      * CSH-MOVEMENT-COUNT  : NUMBER OF TRANSACTIONS NETTED INTO THE
      *                       DAY'S MOVEMENT
      * CSH-CURRENCY        : CURRENCY THE BALANCE IS HELD IN; SPACES
      *                       ONLY ON RECORDS WRITTEN BEFORE BALANCES
      *                       WERE KEPT PER CURRENCY, READ AS THE
      *                       PORTFOLIO'S BASE CURRENCY
      *****************************************************************
