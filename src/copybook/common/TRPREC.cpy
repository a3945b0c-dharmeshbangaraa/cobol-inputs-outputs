      *****************************************************************
      * OUTBOUND REGULATORY TRADE REPORT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER TRADE REPORT SENT TO THE REGULATOR BY THE DAILY
      * TRADE-REPORTING EXTRACT (TRPEXT00), IN THE REPORTING REGIME'S
      * FILE FORMAT. TRP-REPORT-REF IS THE TRAN-KEY OF THE ROW
      * REPORTED -- THE EXECUTED TRADE ON A NEW REPORT, THE TRNREV00
      * REVERSAL ROW ON A CANCELLATION -- AND IS THE REFERENCE THE
      * REGULATOR ECHOES BACK ON ITS RESPONSE FILE, SO TRPACK00 FINDS
      * THE REPORT'S STATUS RECORD (TRPSTS) BY IT DIRECTLY.
      *****************************************************************
       01  TRADE-REPORT-RECORD.
           05  TRP-REPORT-REF            PIC X(28).
           05  TRP-DATA.
               10  TRP-ACTION            PIC X(01).
                   88  TRP-ACTION-NEW        VALUE 'N'.
                   88  TRP-ACTION-CANCEL     VALUE 'C'.
               10  TRP-ORIG-REF          PIC X(28).
               10  TRP-SUBMISSION-NO     PIC 9(03).
               10  TRP-TRADE-DATE        PIC X(08).
               10  TRP-TRADE-TIME        PIC X(06).
               10  TRP-BUY-SELL          PIC X(01).
                   88  TRP-BUY               VALUE 'B'.
                   88  TRP-SELL              VALUE 'S'.
               10  TRP-INVESTMENT-ID     PIC X(10).
               10  TRP-QUANTITY          PIC S9(11)V9(4) COMP-3.
               10  TRP-PRICE             PIC S9(11)V9(4) COMP-3.
               10  TRP-CURRENCY          PIC X(03).
               10  TRP-VENUE             PIC X(04).
               10  TRP-BROKER-ID         PIC X(08).
               10  TRP-CLIENT-ID         PIC X(08).
               10  TRP-PORTFOLIO-ID      PIC X(08).
           05  TRP-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * TRP-REPORT-REF    : UNIQUE TRANSACTION REFERENCE -- TRAN-KEY
      *                     OF THE ROW REPORTED
      * TRP-ACTION        : N=NEW TRADE REPORT, C=CANCELLATION OF A
      *                     TRADE REPORTED EARLIER
      * TRP-ORIG-REF      : ON A CANCELLATION, THE TRP-REPORT-REF OF
      *                     THE REPORT IT CANCELS; SPACES ON NEW
      * TRP-SUBMISSION-NO : 1 ON FIRST SUBMISSION, COUNTING UP EACH
      *                     TIME A REJECTED OR HELD REPORT GOES AGAIN
      * TRP-TRADE-DATE    : TRADE DATE (TRAN-DATE), YYYYMMDD
      * TRP-TRADE-TIME    : EXECUTION TIME (TRAN-TIME), HHMMSS
      * TRP-BUY-SELL      : B=BUY, S=SELL, FROM THE PORTFOLIO'S SIDE
      * TRP-INVESTMENT-ID : SECURITY TRADED (MATCHES SEC-ID)
      * TRP-QUANTITY      : QUANTITY TRADED (UNITS, OR CONTRACTS FOR
      *                     A LISTED OPTION OR FUTURE)
      * TRP-PRICE         : EXECUTION PRICE PER UNIT
      * TRP-CURRENCY      : CURRENCY OF THE PRICE (TRAN-CURRENCY)
      * TRP-VENUE         : EXECUTION VENUE/CHANNEL (TRAN-CHANNEL-
      *                     CODE); 'XTRD' FOR AN INTERNAL CROSS
      * TRP-BROKER-ID     : EXECUTING BROKER (TRAN-COUNTERPARTY-ID,
      *                     KEYS COUNTERPARTY-MASTER); ON AN INTERNAL
      *                     CROSS, THE CONTRA PORTFOLIO
      * TRP-CLIENT-ID     : CLIENT THE TRADE WAS EXECUTED FOR
      *                     (PORT-CLIENT-ID)
      * TRP-PORTFOLIO-ID  : PORTFOLIO THE TRADE WAS BOOKED TO
      *****************************************************************
