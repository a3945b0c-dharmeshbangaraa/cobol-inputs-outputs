       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCARPT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Monthly Transaction Cost Analysis Report                       *
      *                                                               *
      * BRKCST00 says what the brokers were paid; this report says    *
      * whether the execution price itself was any good, the other    *
      * half of the best-execution review:                            *
      * - Builds each security's market for every trade date in the   *
      *   window from the day's vendor quotes on SECPRICE: the mean   *
      *   of the vendors' prices is the benchmark, the lowest and      *
      *   highest the day's range across vendors                      *
      * - Measures every applied (DONE) buy and sell in the window     *
      *   against its day's benchmark: slippage in basis points and    *
      *   in money (per-unit difference times quantity), signed so a   *
      *   positive figure is a cost -- a buy above the benchmark or a  *
      *   sell below it                                                *
      * - Totals the slippage by executing broker (TRAN-COUNTERPARTY-  *
      *   ID), by security and by portfolio, with the value-weighted   *
      *   average in basis points                                      *
      * - Lists every trade outside the slippage band (either way),    *
      *   or outside the day's vendor range, with the user who keyed   *
      *   it, for the best-execution committee                         *
      *                                                               *
      * The optional parameter card (TCARPPRM) gives the window and    *
      * the band; it defaults to the business date's month to date    *
      * and 50 basis points.                                           *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SECURITY-PRICE-FILE ASSIGN TO SECPRICE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT PROCESS-PARMS ASSIGN TO TCARPPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  SECURITY-PRICE-FILE
           RECORDING MODE IS F.
           COPY PRCREC.

       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-DATE-FROM            PIC X(08).
           05  PARM-DATE-TO              PIC X(08).
           05  PARM-BAND-BPS             PIC 9(05).
           05  FILLER                    PIC X(59).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'TCARPT00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PRICE-STATUS           PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           05  WS-EOF-PRICE-SW           PIC X(01) VALUE 'N'.
               88  EOF-PRICE-FEED            VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-RANGE-SW               PIC X(01) VALUE 'N'.
               88  WS-OUTSIDE-RANGE          VALUE 'Y'.

       01  WS-SELECTION-RANGE.
           05  WS-SEL-DATE-FROM          PIC X(08).
           05  WS-SEL-DATE-TO            PIC X(08).
           05  WS-BAND-BPS               PIC 9(05) VALUE 50.

      *-- The day's market per security: one entry per investment
      *-- and quote date in the window, across every vendor quoting
      *-- it. A vendor quoting twice on a day counts twice.
       01  WS-MARKET-TABLE.
           05  WS-MKT-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-MK-ENTRY OCCURS 10000 TIMES
                                         INDEXED BY WS-MK-IDX.
               10  WS-MK-INVESTMENT-ID   PIC X(10).
               10  WS-MK-PRICE-DATE      PIC X(08).
               10  WS-MK-CURRENCY        PIC X(03).
               10  WS-MK-QUOTES          PIC 9(03) COMP.
               10  WS-MK-PRICE-SUM       PIC S9(13)V9(4) COMP-3.
               10  WS-MK-LOW-PRICE       PIC S9(11)V9(4) COMP-3.
               10  WS-MK-HIGH-PRICE      PIC S9(11)V9(4) COMP-3.

      *-- Slippage totals by broker, security and portfolio, the
      *-- BRKCST00 find-or-add convention. Notional is quantity at
      *-- the benchmark, the weight for the average basis points.
       01  WS-BROKER-TABLE.
           05  WS-BROKER-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-BK-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-BK-IDX.
               10  WS-BK-BROKER-ID       PIC X(08).
               10  WS-BK-TRADE-COUNT     PIC 9(07) COMP.
               10  WS-BK-NOTIONAL        PIC S9(15)V9(2) COMP-3.
               10  WS-BK-SLIPPAGE        PIC S9(13)V9(2) COMP-3.
               10  WS-BK-OUTSIDE-COUNT   PIC 9(07) COMP.

       01  WS-SECURITY-TABLE.
           05  WS-SECURITY-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-SC-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-SC-IDX.
               10  WS-SC-INVESTMENT-ID   PIC X(10).
               10  WS-SC-TRADE-COUNT     PIC 9(07) COMP.
               10  WS-SC-NOTIONAL        PIC S9(15)V9(2) COMP-3.
               10  WS-SC-SLIPPAGE        PIC S9(13)V9(2) COMP-3.
               10  WS-SC-OUTSIDE-COUNT   PIC 9(07) COMP.

       01  WS-PORT-TABLE.
           05  WS-PORT-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-PC-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-PC-IDX.
               10  WS-PC-PORTFOLIO-ID    PIC X(08).
               10  WS-PC-TRADE-COUNT     PIC 9(07) COMP.
               10  WS-PC-NOTIONAL        PIC S9(15)V9(2) COMP-3.
               10  WS-PC-SLIPPAGE        PIC S9(13)V9(2) COMP-3.
               10  WS-PC-OUTSIDE-COUNT   PIC 9(07) COMP.

       01  WS-WORK-AREA.
           05  WS-BROKER-ID              PIC X(08).
           05  WS-ABS-QUANTITY           PIC S9(11)V9(4) COMP-3.
           05  WS-BENCHMARK-PRICE        PIC S9(11)V9(4) COMP-3.
           05  WS-NOTIONAL               PIC S9(15)V9(2) COMP-3.
           05  WS-SLIPPAGE-AMOUNT        PIC S9(13)V9(2) COMP-3.
           05  WS-SLIPPAGE-BPS           PIC S9(07)V9(2) COMP-3.
           05  WS-ABS-BPS                PIC S9(07)V9(2) COMP-3.
           05  WS-OUTSIDE-SW             PIC X(01).
               88  WS-TRADE-OUTSIDE          VALUE 'Y'.

       01  WS-RUN-COUNTS.
           05  WS-QUOTES-LOADED          PIC 9(07) COMP VALUE ZERO.
           05  WS-TRADES-SWEPT           PIC 9(07) COMP VALUE ZERO.
           05  WS-TRADES-MEASURED        PIC 9(07) COMP VALUE ZERO.
           05  WS-TRADES-NO-QUOTE        PIC 9(07) COMP VALUE ZERO.
           05  WS-TRADES-CCY-DIFFERS     PIC 9(07) COMP VALUE ZERO.
           05  WS-TRADES-OUTSIDE         PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'MONTHLY TRANSACTION COST ANALYSIS REPORT'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(09)
                   VALUE '  RANGE: '.
               10  WS-HDR-DATE-FROM      PIC X(08).
               10  FILLER                PIC X(03) VALUE ' - '.
               10  WS-HDR-DATE-TO        PIC X(08).
               10  FILLER                PIC X(17)
                   VALUE '  SLIPPAGE BAND: '.
               10  WS-HDR-BAND-BPS       PIC ZZZZ9.
               10  FILLER                PIC X(04) VALUE ' BPS'.
               10  FILLER                PIC X(53) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                    PIC X(60)
               VALUE 'TRADES OUTSIDE THE SLIPPAGE BAND OR VENDOR RANGE'.
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-EXCEPTION-COLUMNS.
           05  FILLER                    PIC X(09) VALUE 'DATE'.
           05  FILLER                    PIC X(09) VALUE 'PORTFOL'.
           05  FILLER                    PIC X(11) VALUE 'SECURITY'.
           05  FILLER                    PIC X(09) VALUE 'BROKER'.
           05  FILLER                    PIC X(03) VALUE 'BS'.
           05  FILLER                    PIC X(11)
               VALUE '   QUANTITY'.
           05  FILLER                    PIC X(13)
               VALUE '  TRADE PRICE'.
           05  FILLER                    PIC X(13)
               VALUE '    BENCHMARK'.
           05  FILLER                    PIC X(24)
               VALUE '     VENDOR LOW - HIGH'.
           05  FILLER                    PIC X(09) VALUE '      BPS'.
           05  FILLER                    PIC X(11) VALUE '   SLIPPAGE'.
           05  FILLER                    PIC X(10) VALUE ' KEYED BY'.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-DATE                PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-EX-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-EX-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-EX-BROKER              PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-EX-TYPE                PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-EX-QUANTITY            PIC -(07)9.99.
           05  WS-EX-PRICE               PIC -(07)9.9999.
           05  WS-EX-BENCHMARK           PIC -(07)9.9999.
           05  WS-EX-LOW                 PIC -(05)9.9999.
           05  FILLER                    PIC X(01) VALUE '-'.
           05  WS-EX-HIGH                PIC -(05)9.9999.
           05  WS-EX-RANGE-FLAG          PIC X(01).
           05  WS-EX-BPS                 PIC -(05)9.99.
           05  WS-EX-SLIPPAGE            PIC -(07)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-EX-USER                PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.

       01  WS-TOTALS-HEADING.
           05  WS-TH-TITLE               PIC X(40).
           05  FILLER                    PIC X(92) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(12) VALUE 'KEY'.
           05  FILLER                PIC X(09) VALUE ' TRADES'.
           05  FILLER                PIC X(21)
               VALUE '      NOTIONAL TRADED'.
           05  FILLER                PIC X(17)
               VALUE '       SLIPPAGE'.
           05  FILLER                PIC X(12) VALUE '   AVG BPS'.
           05  FILLER                PIC X(07) VALUE 'OUTSIDE'.
           05  FILLER                PIC X(54) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-KEY                 PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-TRADES              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-NOTIONAL            PIC -(15)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-SLIPPAGE            PIC -(11)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-AVG-BPS             PIC -(06)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-OUTSIDE             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(54) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
           05  WS-SL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-TRANSACTIONS
               UNTIL EOF-TRAN-HIST
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           PERFORM 1150-READ-SELECTION-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-LOAD-MARKET
           WRITE REPORT-RECORD FROM WS-EXCEPTION-HEADING
           WRITE REPORT-RECORD FROM WS-EXCEPTION-COLUMNS
           PERFORM 2010-READ-TRANSACTION.

      *-- The card is optional: the window defaults to the business
      *-- date's month to date, the band to 50 basis points.
       1150-READ-SELECTION-PARMS.
           MOVE WS-CURRENT-DATE TO WS-SEL-DATE-FROM
           MOVE '01' TO WS-SEL-DATE-FROM (7:2)
           MOVE WS-CURRENT-DATE TO WS-SEL-DATE-TO
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       IF PARM-DATE-FROM NOT = SPACES
                           AND PARM-DATE-FROM NOT = ZEROS
                           MOVE PARM-DATE-FROM TO WS-SEL-DATE-FROM
                       END-IF
                       IF PARM-DATE-TO NOT = SPACES
                           AND PARM-DATE-TO NOT = ZEROS
                           MOVE PARM-DATE-TO TO WS-SEL-DATE-TO
                       END-IF
                       IF PARM-BAND-BPS NUMERIC
                           AND PARM-BAND-BPS NOT = ZERO
                           MOVE PARM-BAND-BPS TO WS-BAND-BPS
                       END-IF
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-PRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-PRICE-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1200-WRITE-HEADERS.
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE   TO WS-HDR-REPORT-DATE
           MOVE WS-SEL-DATE-FROM TO WS-HDR-DATE-FROM
           MOVE WS-SEL-DATE-TO   TO WS-HDR-DATE-TO
           MOVE WS-BAND-BPS      TO WS-HDR-BAND-BPS
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-- Only quotes inside the window can benchmark a trade in it.
       1300-LOAD-MARKET.
           PERFORM 1310-READ-PRICE
           PERFORM 1320-ADD-QUOTE
               UNTIL EOF-PRICE-FEED
           CLOSE SECURITY-PRICE-FILE.

       1310-READ-PRICE.
           READ SECURITY-PRICE-FILE
               AT END
                   SET EOF-PRICE-FEED TO TRUE
           END-READ.

       1320-ADD-QUOTE.
           IF PRC-PRICE-DATE NOT < WS-SEL-DATE-FROM
               AND PRC-PRICE-DATE NOT > WS-SEL-DATE-TO
               AND PRC-PRICE > ZERO
               MOVE 'N' TO WS-FOUND-SW
               SET WS-MK-IDX TO 1
               SEARCH WS-MK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MK-INVESTMENT-ID (WS-MK-IDX)
                            = PRC-INVESTMENT-ID
                       AND WS-MK-PRICE-DATE (WS-MK-IDX)
                            = PRC-PRICE-DATE
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-MK-QUOTES (WS-MK-IDX)
                   ADD PRC-PRICE TO WS-MK-PRICE-SUM (WS-MK-IDX)
                   IF PRC-PRICE < WS-MK-LOW-PRICE (WS-MK-IDX)
                       MOVE PRC-PRICE TO WS-MK-LOW-PRICE (WS-MK-IDX)
                   END-IF
                   IF PRC-PRICE > WS-MK-HIGH-PRICE (WS-MK-IDX)
                       MOVE PRC-PRICE TO WS-MK-HIGH-PRICE (WS-MK-IDX)
                   END-IF
                   ADD 1 TO WS-QUOTES-LOADED
               ELSE
                   IF WS-MKT-COUNT < 10000
                       ADD 1 TO WS-MKT-COUNT
                       SET WS-MK-IDX TO WS-MKT-COUNT
                       MOVE PRC-INVESTMENT-ID
                           TO WS-MK-INVESTMENT-ID (WS-MK-IDX)
                       MOVE PRC-PRICE-DATE
                           TO WS-MK-PRICE-DATE (WS-MK-IDX)
                       MOVE PRC-CURRENCY TO WS-MK-CURRENCY (WS-MK-IDX)
                       MOVE 1 TO WS-MK-QUOTES (WS-MK-IDX)
                       MOVE PRC-PRICE TO WS-MK-PRICE-SUM (WS-MK-IDX)
                       MOVE PRC-PRICE TO WS-MK-LOW-PRICE (WS-MK-IDX)
                       MOVE PRC-PRICE TO WS-MK-HIGH-PRICE (WS-MK-IDX)
                       ADD 1 TO WS-QUOTES-LOADED
                   ELSE
                       DISPLAY 'TCARPT00 WARNING: MARKET TABLE FULL, '
                           PRC-INVESTMENT-ID ' ' PRC-PRICE-DATE
                           ' DROPPED'
                   END-IF
               END-IF
           END-IF
           PERFORM 1310-READ-PRICE.

      *-----------------------------------------------------------------
      * TRANSACTION SWEEP
      *-----------------------------------------------------------------
      *-- The BRKCST00 selection: applied buys and sells in the
      *-- window; a trade with no broker id rolls up under 'UNKNOWN'.
       2000-SWEEP-TRANSACTIONS.
           IF TRAN-STATUS-DONE
               AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL)
               AND TRAN-DATE NOT < WS-SEL-DATE-FROM
               AND TRAN-DATE NOT > WS-SEL-DATE-TO
               PERFORM 2020-MEASURE-ONE-TRADE
           END-IF
           PERFORM 2010-READ-TRANSACTION.

       2010-READ-TRANSACTION.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

      *-- A trade with no quote on its own date, or quoted in another
      *-- currency than it traded in, cannot be measured; it is
      *-- counted, not guessed at.
       2020-MEASURE-ONE-TRADE.
           ADD 1 TO WS-TRADES-SWEPT
           MOVE 'N' TO WS-FOUND-SW
           SET WS-MK-IDX TO 1
           SEARCH WS-MK-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MK-INVESTMENT-ID (WS-MK-IDX)
                        = TRAN-INVESTMENT-ID
                   AND WS-MK-PRICE-DATE (WS-MK-IDX) = TRAN-DATE
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-TRADES-NO-QUOTE
           ELSE
               IF WS-MK-CURRENCY (WS-MK-IDX) NOT = TRAN-CURRENCY
                   AND WS-MK-CURRENCY (WS-MK-IDX) NOT = SPACES
                   ADD 1 TO WS-TRADES-CCY-DIFFERS
               ELSE
                   PERFORM 2030-COMPUTE-SLIPPAGE
                   PERFORM 2040-NOTE-BROKER-TOTALS
                   PERFORM 2050-NOTE-SECURITY-TOTALS
                   PERFORM 2060-NOTE-PORTFOLIO-TOTALS
                   IF WS-TRADE-OUTSIDE
                       PERFORM 2070-LIST-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *-- Signed so a positive figure is a cost to the client: a buy
      *-- above the benchmark, or a sell below it.
       2030-COMPUTE-SLIPPAGE.
           ADD 1 TO WS-TRADES-MEASURED
           IF TRAN-COUNTERPARTY-ID = SPACES
               MOVE 'UNKNOWN' TO WS-BROKER-ID
           ELSE
               MOVE TRAN-COUNTERPARTY-ID TO WS-BROKER-ID
           END-IF
           IF TRAN-QUANTITY < ZERO
               COMPUTE WS-ABS-QUANTITY = TRAN-QUANTITY * -1
           ELSE
               MOVE TRAN-QUANTITY TO WS-ABS-QUANTITY
           END-IF
           COMPUTE WS-BENCHMARK-PRICE ROUNDED =
               WS-MK-PRICE-SUM (WS-MK-IDX) / WS-MK-QUOTES (WS-MK-IDX)
           COMPUTE WS-NOTIONAL ROUNDED =
               WS-ABS-QUANTITY * WS-BENCHMARK-PRICE
           IF TRAN-TYPE-BUY
               COMPUTE WS-SLIPPAGE-AMOUNT ROUNDED =
                   (TRAN-PRICE - WS-BENCHMARK-PRICE) * WS-ABS-QUANTITY
               COMPUTE WS-SLIPPAGE-BPS ROUNDED =
                   (TRAN-PRICE - WS-BENCHMARK-PRICE) * 10000
                   / WS-BENCHMARK-PRICE
           ELSE
               COMPUTE WS-SLIPPAGE-AMOUNT ROUNDED =
                   (WS-BENCHMARK-PRICE - TRAN-PRICE) * WS-ABS-QUANTITY
               COMPUTE WS-SLIPPAGE-BPS ROUNDED =
                   (WS-BENCHMARK-PRICE - TRAN-PRICE) * 10000
                   / WS-BENCHMARK-PRICE
           END-IF
           IF WS-SLIPPAGE-BPS < ZERO
               COMPUTE WS-ABS-BPS = WS-SLIPPAGE-BPS * -1
           ELSE
               MOVE WS-SLIPPAGE-BPS TO WS-ABS-BPS
           END-IF
           MOVE 'N' TO WS-RANGE-SW
           IF TRAN-PRICE < WS-MK-LOW-PRICE (WS-MK-IDX)
               OR TRAN-PRICE > WS-MK-HIGH-PRICE (WS-MK-IDX)
               SET WS-OUTSIDE-RANGE TO TRUE
           END-IF
           MOVE 'N' TO WS-OUTSIDE-SW
           IF WS-ABS-BPS > WS-BAND-BPS
               OR WS-OUTSIDE-RANGE
               SET WS-TRADE-OUTSIDE TO TRUE
               ADD 1 TO WS-TRADES-OUTSIDE
           END-IF.

       2040-NOTE-BROKER-TOTALS.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-BK-IDX TO 1
           SEARCH WS-BK-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BK-BROKER-ID (WS-BK-IDX) = WS-BROKER-ID
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-BROKER-COUNT < 100
                   ADD 1 TO WS-BROKER-COUNT
                   SET WS-BK-IDX TO WS-BROKER-COUNT
                   MOVE WS-BROKER-ID TO WS-BK-BROKER-ID (WS-BK-IDX)
                   MOVE ZERO TO WS-BK-TRADE-COUNT (WS-BK-IDX)
                   MOVE ZERO TO WS-BK-NOTIONAL (WS-BK-IDX)
                   MOVE ZERO TO WS-BK-SLIPPAGE (WS-BK-IDX)
                   MOVE ZERO TO WS-BK-OUTSIDE-COUNT (WS-BK-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'TCARPT00 WARNING: BROKER TABLE FULL, '
                       WS-BROKER-ID ' DROPPED'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-BK-TRADE-COUNT (WS-BK-IDX)
               ADD WS-NOTIONAL TO WS-BK-NOTIONAL (WS-BK-IDX)
               ADD WS-SLIPPAGE-AMOUNT TO WS-BK-SLIPPAGE (WS-BK-IDX)
               IF WS-TRADE-OUTSIDE
                   ADD 1 TO WS-BK-OUTSIDE-COUNT (WS-BK-IDX)
               END-IF
           END-IF.

       2050-NOTE-SECURITY-TOTALS.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-SC-IDX TO 1
           SEARCH WS-SC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SC-INVESTMENT-ID (WS-SC-IDX)
                        = TRAN-INVESTMENT-ID
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-SECURITY-COUNT < 500
                   ADD 1 TO WS-SECURITY-COUNT
                   SET WS-SC-IDX TO WS-SECURITY-COUNT
                   MOVE TRAN-INVESTMENT-ID
                       TO WS-SC-INVESTMENT-ID (WS-SC-IDX)
                   MOVE ZERO TO WS-SC-TRADE-COUNT (WS-SC-IDX)
                   MOVE ZERO TO WS-SC-NOTIONAL (WS-SC-IDX)
                   MOVE ZERO TO WS-SC-SLIPPAGE (WS-SC-IDX)
                   MOVE ZERO TO WS-SC-OUTSIDE-COUNT (WS-SC-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'TCARPT00 WARNING: SECURITY TABLE FULL, '
                       TRAN-INVESTMENT-ID ' DROPPED'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-SC-TRADE-COUNT (WS-SC-IDX)
               ADD WS-NOTIONAL TO WS-SC-NOTIONAL (WS-SC-IDX)
               ADD WS-SLIPPAGE-AMOUNT TO WS-SC-SLIPPAGE (WS-SC-IDX)
               IF WS-TRADE-OUTSIDE
                   ADD 1 TO WS-SC-OUTSIDE-COUNT (WS-SC-IDX)
               END-IF
           END-IF.

       2060-NOTE-PORTFOLIO-TOTALS.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PC-IDX TO 1
           SEARCH WS-PC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PC-PORTFOLIO-ID (WS-PC-IDX)
                        = TRAN-PORTFOLIO-ID
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-PORT-COUNT < 500
                   ADD 1 TO WS-PORT-COUNT
                   SET WS-PC-IDX TO WS-PORT-COUNT
                   MOVE TRAN-PORTFOLIO-ID
                       TO WS-PC-PORTFOLIO-ID (WS-PC-IDX)
                   MOVE ZERO TO WS-PC-TRADE-COUNT (WS-PC-IDX)
                   MOVE ZERO TO WS-PC-NOTIONAL (WS-PC-IDX)
                   MOVE ZERO TO WS-PC-SLIPPAGE (WS-PC-IDX)
                   MOVE ZERO TO WS-PC-OUTSIDE-COUNT (WS-PC-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'TCARPT00 WARNING: PORTFOLIO TABLE FULL, '
                       TRAN-PORTFOLIO-ID ' DROPPED'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-PC-TRADE-COUNT (WS-PC-IDX)
               ADD WS-NOTIONAL TO WS-PC-NOTIONAL (WS-PC-IDX)
               ADD WS-SLIPPAGE-AMOUNT TO WS-PC-SLIPPAGE (WS-PC-IDX)
               IF WS-TRADE-OUTSIDE
                   ADD 1 TO WS-PC-OUTSIDE-COUNT (WS-PC-IDX)
               END-IF
           END-IF.

      *-- The committee's list: the trade, its market, and who keyed
      *-- it. An asterisk after the range marks a price the vendors
      *-- never quoted that day.
       2070-LIST-EXCEPTION.
           MOVE TRAN-DATE            TO WS-EX-DATE
           MOVE TRAN-PORTFOLIO-ID    TO WS-EX-PORTFOLIO
           MOVE TRAN-INVESTMENT-ID   TO WS-EX-INVESTMENT-ID
           MOVE WS-BROKER-ID         TO WS-EX-BROKER
           MOVE TRAN-TYPE            TO WS-EX-TYPE
           MOVE WS-ABS-QUANTITY      TO WS-EX-QUANTITY
           MOVE TRAN-PRICE           TO WS-EX-PRICE
           MOVE WS-BENCHMARK-PRICE   TO WS-EX-BENCHMARK
           MOVE WS-MK-LOW-PRICE (WS-MK-IDX)  TO WS-EX-LOW
           MOVE WS-MK-HIGH-PRICE (WS-MK-IDX) TO WS-EX-HIGH
           IF WS-OUTSIDE-RANGE
               MOVE '*' TO WS-EX-RANGE-FLAG
           ELSE
               MOVE SPACE TO WS-EX-RANGE-FLAG
           END-IF
           MOVE WS-SLIPPAGE-BPS      TO WS-EX-BPS
           MOVE WS-SLIPPAGE-AMOUNT   TO WS-EX-SLIPPAGE
           MOVE TRAN-PROCESS-USER    TO WS-EX-USER
           WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'SLIPPAGE BY EXECUTING BROKER' TO WS-TH-TITLE
           WRITE REPORT-RECORD FROM WS-TOTALS-HEADING
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM 3100-PRINT-ONE-BROKER
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BROKER-COUNT
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'SLIPPAGE BY SECURITY' TO WS-TH-TITLE
           WRITE REPORT-RECORD FROM WS-TOTALS-HEADING
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM 3200-PRINT-ONE-SECURITY
               VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SECURITY-COUNT
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'SLIPPAGE BY PORTFOLIO' TO WS-TH-TITLE
           WRITE REPORT-RECORD FROM WS-TOTALS-HEADING
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM 3300-PRINT-ONE-PORTFOLIO
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PORT-COUNT
           WRITE REPORT-RECORD FROM WS-HEADER1
           PERFORM 3500-PRINT-RUN-SUMMARY
           CLOSE TRANSACTION-HISTORY
           CLOSE REPORT-FILE
           IF WS-TRADES-OUTSIDE > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

       3100-PRINT-ONE-BROKER.
           MOVE WS-BK-BROKER-ID (WS-BK-IDX)     TO WS-TL-KEY
           MOVE WS-BK-TRADE-COUNT (WS-BK-IDX)   TO WS-TL-TRADES
           MOVE WS-BK-NOTIONAL (WS-BK-IDX)      TO WS-NOTIONAL
           MOVE WS-BK-SLIPPAGE (WS-BK-IDX)      TO WS-SLIPPAGE-AMOUNT
           MOVE WS-BK-OUTSIDE-COUNT (WS-BK-IDX) TO WS-TL-OUTSIDE
           PERFORM 3400-WRITE-TOTAL-LINE.

       3200-PRINT-ONE-SECURITY.
           MOVE WS-SC-INVESTMENT-ID (WS-SC-IDX) TO WS-TL-KEY
           MOVE WS-SC-TRADE-COUNT (WS-SC-IDX)   TO WS-TL-TRADES
           MOVE WS-SC-NOTIONAL (WS-SC-IDX)      TO WS-NOTIONAL
           MOVE WS-SC-SLIPPAGE (WS-SC-IDX)      TO WS-SLIPPAGE-AMOUNT
           MOVE WS-SC-OUTSIDE-COUNT (WS-SC-IDX) TO WS-TL-OUTSIDE
           PERFORM 3400-WRITE-TOTAL-LINE.

       3300-PRINT-ONE-PORTFOLIO.
           MOVE WS-PC-PORTFOLIO-ID (WS-PC-IDX)  TO WS-TL-KEY
           MOVE WS-PC-TRADE-COUNT (WS-PC-IDX)   TO WS-TL-TRADES
           MOVE WS-PC-NOTIONAL (WS-PC-IDX)      TO WS-NOTIONAL
           MOVE WS-PC-SLIPPAGE (WS-PC-IDX)      TO WS-SLIPPAGE-AMOUNT
           MOVE WS-PC-OUTSIDE-COUNT (WS-PC-IDX) TO WS-TL-OUTSIDE
           PERFORM 3400-WRITE-TOTAL-LINE.

      *-- The average is value-weighted -- total slippage over total
      *-- notional -- so one odd-lot trade cannot swing a broker's
      *-- figure; nothing notional prints zero rather than dividing.
       3400-WRITE-TOTAL-LINE.
           MOVE WS-NOTIONAL        TO WS-TL-NOTIONAL
           MOVE WS-SLIPPAGE-AMOUNT TO WS-TL-SLIPPAGE
           IF WS-NOTIONAL = ZERO
               MOVE ZERO TO WS-SLIPPAGE-BPS
           ELSE
               COMPUTE WS-SLIPPAGE-BPS ROUNDED =
                   WS-SLIPPAGE-AMOUNT * 10000 / WS-NOTIONAL
           END-IF
           MOVE WS-SLIPPAGE-BPS TO WS-TL-AVG-BPS
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.

       3500-PRINT-RUN-SUMMARY.
           MOVE 'VENDOR QUOTES LOADED:' TO WS-SL-LABEL
           MOVE WS-QUOTES-LOADED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'TRADES SWEPT:' TO WS-SL-LABEL
           MOVE WS-TRADES-SWEPT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'TRADES MEASURED:' TO WS-SL-LABEL
           MOVE WS-TRADES-MEASURED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'NO VENDOR QUOTE ON TRADE DATE:' TO WS-SL-LABEL
           MOVE WS-TRADES-NO-QUOTE TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'QUOTED IN ANOTHER CURRENCY:' TO WS-SL-LABEL
           MOVE WS-TRADES-CCY-DIFFERS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'TRADES LISTED FOR REVIEW:' TO WS-SL-LABEL
           MOVE WS-TRADES-OUTSIDE TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'TCARPT00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'TCARPT00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'TCARPT00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'TCARPT00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           MOVE WS-CURRENT-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
