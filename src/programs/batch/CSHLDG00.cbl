      * projects cash settling on future value dates, so the desk      *
      * stops funding settlements from a spreadsheet:                  *
      * - Sweeps every TRN-STATUS-DONE transaction and nets its        *
      *   signed cash impact by portfolio, currency and date (buys and *
      *   fees pay cash away, sells and dividends bring cash in,       *
      *   transfers carry their own sign as the external flows         *
      *   TWRCALC0 already treats them as)                             *
      * - Writes the CASH-LEDGER-FILE, one record per portfolio/       *
      *   currency/date with the day's net movement and the running    *
      *   balance                                                      *
      * - Forecasts future cash: a custodian confirmation whose        *
      *   CNF-SETTLE-DATE is after the run date projects on that       *
      *   date; a pending trade with no confirmation yet projects on   *
      *   trade date plus the standard settlement lag                  *
      * - Prints closing balances by portfolio/currency and the        *
      *   forecast by value date                                       *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      *             RUNS BUT MOVES NO CASH, AND LEDGERING IT PUSHED   *
      *             PHANTOM BALANCES INTO THE SWEEP AND THE           *
      *             CUSTODIAN CASH RECONCILIATION.                    *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  SECURITIES-LENDING FEE POSTINGS (SECLND00, TYPE   *
      *             'LF') NOW LEDGER AS CASH IN.                      *
      * 2026-10-15  CASH NOW LEDGERS PER PORTFOLIO PER CURRENCY: A    *
      *             ROW LANDS IN ITS SETTLEMENT CURRENCY (CONVERTED   *
      *             AT ITS OWN FX RATE WHEN IT TRADED IN ANOTHER) AND *
      *             A SPOT FX CONVERSION ('FX') LEDGERS BOTH LEGS.    *
      *             PRIOR RECORDS CARRYING NO CURRENCY COPY FORWARD   *
      *             STAMPED WITH THE PORTFOLIO'S BASE CURRENCY.       *
      * 2026-10-15  FUTURES VARIATION MARGIN (POSRVL00, TYPE 'VM')    *
      *             NOW LEDGERS AS CASH, SIGNED AS POSTED.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

      *-- Change: the portfolio master supplies the base currency a
      *-- row (or a prior ledger record) carrying no currency of its
      *-- own is ledgered in.
           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05  PRL-NET-MOVEMENT          PIC S9(13)V9(2) COMP-3.
           05  PRL-CLOSING-BALANCE       PIC S9(13)V9(2) COMP-3.
           05  PRL-MOVEMENT-COUNT        PIC 9(07) COMP.
           05  PRL-CURRENCY              PIC X(03).
           05  PRL-FILLER                PIC X(07).

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  REPORT-FILE
           RECORDING MODE IS F
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Change: Working copy of PDTSVC00's LINKAGE layout -- dates
      *-- default to the system business process date rather than
      *-- the machine clock, so a chain that runs past midnight still
      *-- books against one date.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-CONF-STATUS            PIC XX.
           05  WS-LEDGER-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-PRIOR-STATUS           PIC XX.
           05  WS-PORT-STATUS            PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
           05  WS-EOF-PRIOR-SW           PIC X(01) VALUE 'N'.
               88  EOF-PRIOR-LEDGER          VALUE 'Y'.

      *-- Settled-cash table, one entry per portfolio/currency/
      *-- value-date, accumulated the same find-or-add way GLEXTR00
      *-- nets by account. TRANHIST is keyed date-major, so entries
      *-- land in this table in date order within the run and the
      *-- running balance can be struck portfolio by portfolio (and
      *-- currency by currency) at the end.
       01  WS-CASH-TABLE.
           05  WS-CASH-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-CA-ENTRY OCCURS 2000 TIMES
                                         INDEXED BY WS-CA-IDX.
               10  WS-CA-PORTFOLIO-ID    PIC X(08).
               10  WS-CA-CURRENCY        PIC X(03).
               10  WS-CA-VALUE-DATE      PIC X(08).
               10  WS-CA-NET-MOVEMENT    PIC S9(13)V9(2) COMP-3.
               10  WS-CA-MOVEMENT-COUNT  PIC 9(07) COMP.
      *-- Distinct portfolios seen, in first-encountered order, so
      *-- the ledger can be written one portfolio at a time with a
      *-- running balance, the same driver-list idea TWRCALC0 uses.
      *-- Change: one entry per portfolio/currency -- each currency
      *-- the portfolio holds runs its own balance.
       01  WS-PORT-LIST.
           05  WS-PORT-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-PL-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-PL-IDX.
               10  WS-PL-PORTFOLIO-ID    PIC X(08).
               10  WS-PL-CURRENCY        PIC X(03).
      *-- Change: the portfolio's closing balance carried in from
      *-- the prior ledger, the seed for tonight's running balance.
               10  WS-PL-PRIOR-BALANCE   PIC S9(13)V9(2) COMP-3.
           05  WS-FC-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-FC-IDX.
               10  WS-FC-PORTFOLIO-ID    PIC X(08).
               10  WS-FC-CURRENCY        PIC X(03).
               10  WS-FC-VALUE-DATE      PIC X(08).
               10  WS-FC-NET-AMOUNT      PIC S9(13)V9(2) COMP-3.

       01  WS-LOOKUP-AREA.
           05  WS-LOOKUP-PORTFOLIO       PIC X(08).
           05  WS-LOOKUP-CURRENCY        PIC X(03).
           05  WS-LOOKUP-DATE            PIC X(08).
           05  WS-CASH-IMPACT            PIC S9(13)V9(2) COMP-3.
           05  WS-RUNNING-BALANCE        PIC S9(13)V9(2) COMP-3.
                                         INDEXED BY WS-DN-IDX.
               10  WS-DN-PORTFOLIO-ID    PIC X(08).
               10  WS-DN-SEQUENCE-NO     PIC X(06).
               10  WS-DN-CURRENCY        PIC X(03).
               10  WS-DN-DIRECTION       PIC X(01).
                   88  WS-DN-CASH-OUT        VALUE '-'.
                   88  WS-DN-CASH-IN         VALUE '+'.

       01  WS-BALANCE-HEADING.
           05  FILLER                    PIC X(40)
                   VALUE 'CLOSING CASH BALANCES BY PORTFOLIO/CCY'.
           05  FILLER                    PIC X(92) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-BL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-BL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-BL-BALANCE             PIC -(13)9.99.
           05  FILLER                    PIC X(96) VALUE SPACES.

       01  WS-FORECAST-HEADING.
           05  FILLER                    PIC X(40)
       01  WS-FORECAST-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-FL-VALUE-DATE          PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-FL-NET-AMOUNT          PIC -(13)9.99.
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
                   MOVE 'ERROR OPENING PRIOR-LEDGER-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)

       1520-CARRY-ONE-PRIOR.
           MOVE PRIOR-LEDGER-RECORD TO CASH-LEDGER-RECORD
           MOVE PRL-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           MOVE PRL-CURRENCY     TO WS-LOOKUP-CURRENCY
      *-- Change: a record written before balances were kept per
      *-- currency carries none; it is the portfolio's base currency
      *-- and is stamped so as it copies forward.
           IF WS-LOOKUP-CURRENCY = SPACES
               PERFORM 2027-RESOLVE-BASE-CURRENCY
               MOVE WS-LOOKUP-CURRENCY TO CSH-CURRENCY
           END-IF
           WRITE CASH-LEDGER-RECORD
           PERFORM 2040-NOTE-PORTFOLIO
           PERFORM 1530-NOTE-PRIOR-BALANCE
           PERFORM 1510-READ-PRIOR-LEDGER.
                   CONTINUE
               WHEN WS-PL-PORTFOLIO-ID (WS-PL-IDX)
                        = PRL-PORTFOLIO-ID
                   AND WS-PL-CURRENCY (WS-PL-IDX) = WS-LOOKUP-CURRENCY
                   MOVE PRL-CLOSING-BALANCE
                       TO WS-PL-PRIOR-BALANCE (WS-PL-IDX)
           END-SEARCH.
                   IF TRAN-DATE < WS-CURRENT-DATE
                       MOVE WS-CURRENT-DATE TO WS-LOOKUP-DATE
                   END-IF
                   PERFORM 2025-RESOLVE-CASH-CURRENCY
                   PERFORM 2030-POST-TO-CASH-TABLE
                   PERFORM 2040-NOTE-PORTFOLIO
                   PERFORM 2050-NOTE-DONE-DIRECTION
                   IF TRAN-TYPE-FX-CONV
                       PERFORM 2036-SET-FX-BOUGHT-LEG
                       PERFORM 2030-POST-TO-CASH-TABLE
                       PERFORM 2040-NOTE-PORTFOLIO
                   END-IF
               END-IF
           ELSE
               IF TRAN-STATUS-PEND
                   AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                       OR TRAN-TYPE-FX-CONV)
                   PERFORM 2060-FORECAST-PENDING-TRADE
               END-IF
           END-IF
      *-- moves securities, not cash: ledgering its book value would
      *-- invent a phantom balance the sweep would then act on.
      *-- Splits move units, not cash.
      *-- Change: a securities-lending fee (SECLND00, net of any cash
      *-- collateral rebate) is cash in, signed as posted.
      *-- Change: an FX conversion's impact here is its sold leg --
      *-- the amount bought, paid away, which 2025 prices into the
      *-- sold currency; the bought leg is posted separately.
      *-- Change: a future's variation margin (POSRVL00) is already
      *-- signed, received positive and paid negative.
       2020-COMPUTE-CASH-IMPACT.
           EVALUATE TRUE
               WHEN TRAN-TYPE-BUY
                   COMPUTE WS-CASH-IMPACT = TRAN-AMOUNT * -1
               WHEN TRAN-TYPE-INT
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
               WHEN TRAN-TYPE-LEND-FEE
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
               WHEN TRAN-TYPE-FX-CONV
                   COMPUTE WS-CASH-IMPACT = TRAN-AMOUNT * -1
               WHEN TRAN-TYPE-VAR-MARGIN
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
               WHEN OTHER
                   MOVE ZERO TO WS-CASH-IMPACT
           END-EVALUATE.

      *-- Change: cash moves in the row's settlement currency. A row
      *-- traded in another currency converts at the trade-to-settle
      *-- rate it carries (the rate UTLVAL00 proves against the
      *-- master); a row carrying no currency at all is in the
      *-- portfolio's base currency. WS-LOOKUP-PORTFOLIO is set
      *-- first by every caller.
       2025-RESOLVE-CASH-CURRENCY.
           IF TRAN-SETTLE-CCY NOT = SPACES
               MOVE TRAN-SETTLE-CCY TO WS-LOOKUP-CURRENCY
               IF TRAN-CURRENCY NOT = SPACES
                   AND TRAN-CURRENCY NOT = TRAN-SETTLE-CCY
                   AND TRAN-FX-RATE NOT = ZERO
                   COMPUTE WS-CASH-IMPACT ROUNDED =
                       WS-CASH-IMPACT * TRAN-FX-RATE
               END-IF
           ELSE
               MOVE TRAN-CURRENCY TO WS-LOOKUP-CURRENCY
           END-IF
           IF WS-LOOKUP-CURRENCY = SPACES
               PERFORM 2027-RESOLVE-BASE-CURRENCY
           END-IF.

       2027-RESOLVE-BASE-CURRENCY.
           MOVE WS-LOOKUP-PORTFOLIO TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PORT-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
           END-READ.

      *-- The bought leg of an FX conversion: the amount bought
      *-- arrives in the bought currency.
       2036-SET-FX-BOUGHT-LEG.
           MOVE TRAN-AMOUNT     TO WS-CASH-IMPACT
           MOVE TRAN-FX-BUY-CCY TO WS-LOOKUP-CURRENCY
           IF WS-LOOKUP-CURRENCY = SPACES
               PERFORM 2027-RESOLVE-BASE-CURRENCY
           END-IF.

       2030-POST-TO-CASH-TABLE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CA-IDX TO 1
                   CONTINUE
               WHEN WS-CA-PORTFOLIO-ID (WS-CA-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   AND WS-CA-CURRENCY (WS-CA-IDX) = WS-LOOKUP-CURRENCY
                   AND WS-CA-VALUE-DATE (WS-CA-IDX) = WS-LOOKUP-DATE
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CASH-COUNT < 2000
                   ADD 1 TO WS-CASH-COUNT
                   SET WS-CA-IDX TO WS-CASH-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-CA-PORTFOLIO-ID (WS-CA-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CA-CURRENCY (WS-CA-IDX)
                   MOVE WS-LOOKUP-DATE
                       TO WS-CA-VALUE-DATE (WS-CA-IDX)
                   MOVE ZERO TO WS-CA-NET-MOVEMENT (WS-CA-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'CSHLDG00 WARNING: CASH TABLE FULL, '
                       WS-LOOKUP-PORTFOLIO ' ' WS-LOOKUP-CURRENCY
                       ' ' WS-LOOKUP-DATE
                       ' DROPPED FROM CASH LEDGER'
               END-IF
           END-IF
                   CONTINUE
               WHEN WS-PL-PORTFOLIO-ID (WS-PL-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   AND WS-PL-CURRENCY (WS-PL-IDX) = WS-LOOKUP-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-PORT-COUNT < 300
                   ADD 1 TO WS-PORT-COUNT
                   SET WS-PL-IDX TO WS-PORT-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-PL-PORTFOLIO-ID (WS-PL-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-PL-CURRENCY (WS-PL-IDX)
                   MOVE ZERO
                       TO WS-PL-PRIOR-BALANCE (WS-PL-IDX)
               ELSE
                   DISPLAY 'CSHLDG00 WARNING: PORTFOLIO LIST FULL, '
                       WS-LOOKUP-PORTFOLIO ' ' WS-LOOKUP-CURRENCY
                       ' DROPPED FROM LEDGER'
               END-IF
           END-IF.

                   TO WS-DN-PORTFOLIO-ID (WS-DN-IDX)
               MOVE TRAN-SEQUENCE-NO
                   TO WS-DN-SEQUENCE-NO (WS-DN-IDX)
               MOVE WS-LOOKUP-CURRENCY
                   TO WS-DN-CURRENCY (WS-DN-IDX)
               IF WS-CASH-IMPACT < ZERO
                   SET WS-DN-CASH-OUT (WS-DN-IDX) TO TRUE
               ELSE
               MOVE WS-LOOKUP-DATE     TO WS-CS-DATE-IN
               CALL 'CALSVC00' USING WS-CALSVC-REQUEST
               MOVE WS-CS-DATE-OUT     TO WS-LOOKUP-DATE
               PERFORM 2025-RESOLVE-CASH-CURRENCY
               PERFORM 2070-POST-TO-FORECAST-TABLE
               IF TRAN-TYPE-FX-CONV
                   PERFORM 2036-SET-FX-BOUGHT-LEG
                   PERFORM 2070-POST-TO-FORECAST-TABLE
               END-IF
           END-IF.

       2070-POST-TO-FORECAST-TABLE.
                   CONTINUE
               WHEN WS-FC-PORTFOLIO-ID (WS-FC-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   AND WS-FC-CURRENCY (WS-FC-IDX) = WS-LOOKUP-CURRENCY
                   AND WS-FC-VALUE-DATE (WS-FC-IDX) = WS-LOOKUP-DATE
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
                   SET WS-FC-IDX TO WS-FCST-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-FC-PORTFOLIO-ID (WS-FC-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-FC-CURRENCY (WS-FC-IDX)
                   MOVE WS-LOOKUP-DATE
                       TO WS-FC-VALUE-DATE (WS-FC-IDX)
                   MOVE ZERO TO WS-FC-NET-AMOUNT (WS-FC-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'CSHLDG00 WARNING: FORECAST TABLE FULL, '
                       WS-LOOKUP-PORTFOLIO ' ' WS-LOOKUP-CURRENCY
                       ' ' WS-LOOKUP-DATE
                       ' DROPPED FROM FORECAST'
               END-IF
           END-IF
      *-- trade it settles (matched by portfolio/sequence, the same
      *-- key STLMAT00 matches on) -- CNF-AMOUNT alone is unsigned
      *-- for a buy.
      *-- Change: the currency comes from the settled trade too; a
      *-- confirmation for a trade not seen tonight projects in the
      *-- portfolio's base currency.
       2500-FORECAST-CONFIRMATIONS.
           IF CNF-SETTLE-DATE > WS-CURRENT-DATE
               MOVE CNF-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 2510-READ-CONFIRMATION.

       2520-RESOLVE-CONF-DIRECTION.
           MOVE SPACES TO WS-LOOKUP-CURRENCY
           SET WS-DN-IDX TO 1
           SEARCH WS-DN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DN-PORTFOLIO-ID (WS-DN-IDX) = CNF-PORTFOLIO-ID
                   AND WS-DN-SEQUENCE-NO (WS-DN-IDX) = CNF-SEQUENCE-NO
                   MOVE WS-DN-CURRENCY (WS-DN-IDX)
                       TO WS-LOOKUP-CURRENCY
                   IF WS-DN-CASH-OUT (WS-DN-IDX)
                       AND WS-CASH-IMPACT > ZERO
                       COMPUTE WS-CASH-IMPACT = WS-CASH-IMPACT * -1
                   END-IF
           END-SEARCH
           IF WS-LOOKUP-CURRENCY = SPACES
               PERFORM 2027-RESOLVE-BASE-CURRENCY
           END-IF.

       2510-READ-CONFIRMATION.
           READ CONFIRMATION-FILE
           CLOSE TRANSACTION-HISTORY
           CLOSE CONFIRMATION-FILE
           CLOSE CASH-LEDGER-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE REPORT-FILE
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-- cash table accumulated them (TRANHIST is keyed date-major),
      *-- striking the running balance as it goes, then prints the
      *-- portfolio's closing balance.
      *-- Change: one pass per portfolio/currency entry, so each
      *-- currency's balance runs on its own.
       3100-WRITE-LEDGER-ONE-PORT.
           IF WS-PL-IDX = 1
               WRITE REPORT-RECORD FROM WS-HEADER1
               VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CASH-COUNT
           MOVE WS-PL-PORTFOLIO-ID (WS-PL-IDX) TO WS-BL-PORTFOLIO
           MOVE WS-PL-CURRENCY (WS-PL-IDX)     TO WS-BL-CURRENCY
           MOVE WS-RUNNING-BALANCE TO WS-BL-BALANCE
           WRITE REPORT-RECORD FROM WS-BALANCE-LINE.

       3200-WRITE-ONE-LEDGER-ENTRY.
           IF WS-CA-PORTFOLIO-ID (WS-CA-IDX)
                   = WS-PL-PORTFOLIO-ID (WS-PL-IDX)
               AND WS-CA-CURRENCY (WS-CA-IDX)
                   = WS-PL-CURRENCY (WS-PL-IDX)
               ADD WS-CA-NET-MOVEMENT (WS-CA-IDX)
                   TO WS-RUNNING-BALANCE
               MOVE SPACES TO CASH-LEDGER-RECORD
               MOVE WS-CA-PORTFOLIO-ID (WS-CA-IDX)
                   TO CSH-PORTFOLIO-ID
               MOVE WS-CA-CURRENCY (WS-CA-IDX)    TO CSH-CURRENCY
               MOVE WS-CA-VALUE-DATE (WS-CA-IDX)  TO CSH-VALUE-DATE
               MOVE WS-CA-NET-MOVEMENT (WS-CA-IDX)
                   TO CSH-NET-MOVEMENT

       3310-PRINT-ONE-FORECAST.
           MOVE WS-FC-PORTFOLIO-ID (WS-FC-IDX) TO WS-FL-PORTFOLIO
           MOVE WS-FC-CURRENCY (WS-FC-IDX)     TO WS-FL-CURRENCY
           MOVE WS-FC-VALUE-DATE (WS-FC-IDX)   TO WS-FL-VALUE-DATE
           MOVE WS-FC-NET-AMOUNT (WS-FC-IDX)   TO WS-FL-NET-AMOUNT
           WRITE REPORT-RECORD FROM WS-FORECAST-LINE.

       3400-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'LEDGER PORTFOLIO/CCY/DATE ENTRIES:' TO WS-SL-LABEL
           MOVE WS-CASH-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'FORECAST VALUE-DATE ENTRIES:' TO WS-SL-LABEL
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
