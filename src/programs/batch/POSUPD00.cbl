      *   remaining units is unchanged                                 *
      * - TRANSFER: adds the signed TRAN-QUANTITY at the carried       *
      *   TRAN-PRICE, re-deriving the average cost on an inbound leg   *
      * - FX CONVERSION: moves no position; posts when the sold        *
      *   currency's projected cash covers the amount sold             *
      * - Marks the transaction TRN-STATUS-DONE once applied, or       *
      *   TRN-STATUS-FAIL when it cannot be (e.g. a sell against a     *
      *   position that does not exist)                                *
      *             JOINTLY OVERDRAW THE BALANCE THE CASH CHECK       *
      *             EXISTS TO GUARD. IN-KIND 'INKD' LEGS ARE LEFT     *
      *             OUT -- THEY MOVE SECURITIES, NOT CASH.            *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  A SELL THAT WOULD DELIVER SHARES CURRENTLY OUT ON *
      *             LOAN (THE SECURITIES-LOAN FILE SECLND00 KEEPS) IS *
      *             FAILED WITH A REASON INSTEAD OF POSTING -- THE    *
      *             DESK RECALLS THE LOAN BEFORE SELLING.             *
      * 2026-10-15  A NEWLY OPENED TAX LOT STARTS WITH NO WASH-SALE   *
      *             DETAIL (WSHSAL00 SETS IT LATER).                  *
      * 2026-10-15  PROJECTED CASH IS NOW KEPT PER PORTFOLIO PER      *
      *             CURRENCY: A BUY IS CHECKED AGAINST THE CASH OF    *
      *             ITS SETTLEMENT CURRENCY (CONVERTED AT THE ROW'S   *
      *             OWN RATE), AND A SPOT FX CONVERSION ('FX') POSTS  *
      *             WHEN THE SOLD CURRENCY COVERS IT, MOVING BOTH     *
      *             CURRENCIES. LEDGER RECORDS WITH NO CURRENCY READ  *
      *             AS THE PORTFOLIO'S BASE CURRENCY.                 *
      * 2026-10-15  A BUY OR SELL OF AN INTEREST-BEARING FI           *
      *             SECURITY NOW CARRIES ITS ACCRUED INTEREST ON      *
      *             TRAN-ACCRUED-INT (THE DAYS OF THE MONTH'S ACCRUAL *
      *             PERIOD BEFORE THE TRADE, ON THE SECURITY'S        *
      *             SEC-DAY-COUNT): A BUY BOOKS IT TO THE ACCRUAL     *
      *             FILE AS PURCHASED ACCRUED, A SELL TAKES IT OFF    *
      *             ACR-ACCRUED-AMOUNT, SO THE SELLER IS NO LONGER    *
      *             POSTED INCOME THE BUYER NOW OWNS.                 *
      * 2026-10-15  PARTITIONED PARALLEL RUNS: A PARAMETER CARD WITH  *
      *             A PARTITION NUMBER, PARTITION COUNT AND PORTFOLIO *
      *             RANGE RESTRICTS THE OVERNIGHT RUN TO THAT RANGE   *
      *             AND REGISTERS IT WITH BCHCTL00 AS JOB POSUPDNN,   *
      *             WITH ITS OWN CHECKPOINT, JOURNAL AND CONTROL      *
      *             TOTALS, SO SEVERAL RANGES POST CONCURRENTLY.      *
      *             CTLBAL00 PROVES THE RANGES COVERED THE FILE ONCE. *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

      *-- Change: the securities-loan file SECLND00 maintains -- a
      *-- sell may not deliver shares that are out on loan. OPTIONAL
      *-- so a shop that lends nothing runs exactly as before.
           SELECT OPTIONAL SECURITIES-LOAN-FILE ASSIGN TO SECLOANS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

      *-- Change: the accrual file INTACR00 keeps -- an FI buy books
      *-- the accrued interest it paid for, an FI sell takes the
      *-- interest it sold off the balance. OPTIONAL so the first
      *-- posting run before any accrual has run creates it.
           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO ACCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACCR-STATUS.

      *-- Optional run-mode parameter card, the INTACR00 convention:
      *-- absent a card the run is the normal overnight posting.
           SELECT PROCESS-PARMS ASSIGN TO POSUPPRM
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  SECURITIES-LOAN-FILE
           RECORDING MODE IS F.
           COPY SECLOAN.

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
           COPY ACCRREC.

       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-RUN-MODE             PIC X(04).
           05  PARM-CYCLE-NO             PIC X(02).
      *-- Change: partitioned run. Partition 01-99 of a run split
      *-- PARM-PARTITION-COUNT ways takes the portfolios from
      *-- PARM-RANGE-FROM (inclusive; SPACES = the first portfolio)
      *-- up to PARM-RANGE-TO (exclusive, the next partition's FROM;
      *-- SPACES = through the last). 00 or SPACES is a whole-file
      *-- run. Ignored on an intraday card.
           05  PARM-PARTITION-NO         PIC X(02).
           05  PARM-PARTITION-NO-N REDEFINES PARM-PARTITION-NO
                                         PIC 9(02).
           05  PARM-PARTITION-COUNT      PIC X(02).
           05  PARM-PARTITION-COUNT-N REDEFINES PARM-PARTITION-COUNT
                                         PIC 9(02).
           05  PARM-RANGE-FROM           PIC X(08).
           05  PARM-RANGE-TO             PIC X(08).
           05  FILLER                    PIC X(54).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
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
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-CASH-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-LOAN-STATUS            PIC XX.
           05  WS-ACCR-STATUS            PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  WS-CASH-SUFFICIENT        VALUE 'Y'.
           05  WS-CASH-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-CASH-ENTRY-FOUND       VALUE 'Y'.
           05  WS-LOAN-FILE-SW           PIC X(01) VALUE 'N'.
               88  WS-LOAN-FILE-PRESENT      VALUE 'Y'.
           05  WS-LOAN-SCAN-SW           PIC X(01) VALUE 'N'.
               88  WS-LOAN-SCAN-DONE         VALUE 'Y'.
           05  WS-ACCR-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-ACCRUAL-FOUND          VALUE 'Y'.

      *-- Units of the position being sold that are out on loan
      *-- (open or recalled), summed off the loan file.
       01  WS-ON-LOAN-QTY                PIC S9(11)V9(4) COMP-3.

      *-- Projected cash per portfolio: seeded from the ledger's
      *-- closing balances, then moved with each trade this run
      *-- applies, so a sell posted earlier in the day's key order
      *-- funds a buy posted later. The find-or-add pattern is
      *-- CSHLDG00's.
      *-- Change: one entry per portfolio/currency, as the ledger now
      *-- keeps it -- a buy settling in EUR is checked against EUR
      *-- cash, not against the portfolio's dollars.
       01  WS-CASH-TABLE.
           05  WS-CASH-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-CB-IDX.
               10  WS-CB-PORTFOLIO-ID    PIC X(08).
               10  WS-CB-CURRENCY        PIC X(03).
               10  WS-CB-PROJECTED-CASH  PIC S9(13)V9(2) COMP-3.

       01  WS-CASH-IMPACT                PIC S9(13)V9(2) COMP-3.
      *-- Accrued interest on an FI trade: the days of the accrual
      *-- period (the calendar month the period-end income posting
      *-- closes) that fall before the trade date, counted and
      *-- divided on the security's own day-count convention exactly
      *-- as INTACR00 earns them.
       01  WS-ACCRUED-INTEREST-AREA.
           05  WS-AI-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-AI-DAYS                PIC 9(02).
           05  WS-AI-DAY-COUNT-BASE      PIC 9(03) COMP.
           05  WS-AI-HELD-BEFORE         PIC S9(11)V9(4) COMP-3.
           05  WS-AI-PURCHASED-SHARE     PIC S9(13)V9(2) COMP-3.
           05  WS-AI-BOUGHT-TOTAL        PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.
           05  WS-AI-SOLD-TOTAL          PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.
           05  WS-EDIT-INTEREST          PIC -(09)9.99.
       01  WS-LOOKUP-PORTFOLIO           PIC X(08).
       01  WS-LOOKUP-CURRENCY            PIC X(03).

      *-- Intraday cycle control: 'INTR' restricts the run to today's
      *-- online-entered pending trades, registered with BCHCTL00 as
      *-- POSUPD00 overnight, POSINTnn for an intraday cycle, so the
      *-- cycles' journals and control totals stay distinguishable.
       01  WS-RUN-JOB-NAME               PIC X(08) VALUE 'POSUPD00'.
      *-- Change: the portfolio range a partitioned run posts; a
      *-- partition runs as POSUPDnn under its own BCHCTL00 record.
       01  WS-PARTITION-AREA.
           05  WS-PARTITION-NO           PIC 9(02) VALUE ZERO.
               88  WS-WHOLE-FILE-RUN         VALUE ZERO.
           05  WS-PARTITION-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-RANGE-FROM             PIC X(08) VALUE SPACES.
           05  WS-RANGE-TO               PIC X(08) VALUE SPACES.
           05  WS-IN-RANGE-SW            PIC X(01) VALUE 'Y'.
               88  WS-IN-RANGE               VALUE 'Y'.
       01  WS-BCHCTL-REQUEST.
           05  WS-BC-FUNCTION            PIC X(04).
               88  WS-BC-FUNC-INIT           VALUE 'INIT'.
           05  WS-BC-RETRY-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-BC-WATERMARK           PIC X(28) VALUE SPACES.
           05  WS-BC-RECORDS-PROCESSED   PIC 9(09) VALUE ZERO.
      *-- Change: BCHCTL00's LINKAGE layout grew a partition count
      *-- after the records-processed count; the working copy has to
      *-- match so FUNC-INIT reads real storage.
           05  WS-BC-PARTITION-COUNT     PIC 9(02) VALUE ZERO.

       01  WS-OLD-COST-TOTAL             PIC S9(13)V9(4) COMP-3.
       01  WS-NEW-COST-TOTAL             PIC S9(13)V9(4) COMP-3.
           05  WS-CT-AMOUNT-IN           PIC S9(13)V9(2) COMP-3.
           05  WS-CT-AMOUNT-OUT          PIC S9(13)V9(2) COMP-3.
           05  WS-CT-RETURN-CODE         PIC S9(04) COMP.
      *-- Change: CTLWRT00's LINKAGE layout grew the partition
      *-- fields; a whole-file run passes them zero/SPACES.
           05  WS-CT-PARTITION-NO        PIC 9(02) VALUE ZERO.
           05  WS-CT-PARTITION-COUNT     PIC 9(02) VALUE ZERO.
           05  WS-CT-RANGE-FROM          PIC X(08) VALUE SPACES.
           05  WS-CT-RANGE-TO            PIC X(08) VALUE SPACES.

       01  WS-TRADE-COUNTS.
           05  WS-BUY-COUNT              PIC 9(07) COMP VALUE ZERO.
           05  WS-CLOSED-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  WS-TRADES-SEEN            PIC 9(07) COMP VALUE ZERO.
           05  WS-CASH-FAIL-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-LOAN-FAIL-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-FX-COUNT               PIC 9(07) COMP VALUE ZERO.
           05  WS-AI-TRADE-COUNT         PIC 9(07) COMP VALUE ZERO.

       01  WS-REPORT-DATE                 PIC X(10).
       01  WS-CURRENT-DATE                PIC X(08).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       01  WS-AMOUNT-SUMMARY-LINE.
           05  WS-AS-LABEL               PIC X(30).
           05  WS-AS-AMOUNT              PIC -(13)9.99.
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  WS-LOT-GAIN-LINE.
           05  FILLER                    PIC X(10)
                   VALUE 'LOT GAIN'.
           IF MODE-INTRADAY
               PERFORM 1250-REGISTER-INTRADAY-CYCLE
           END-IF
           IF NOT WS-WHOLE-FILE-RUN
               PERFORM 1255-REGISTER-PARTITION
           END-IF
           IF MODE-RESTART-RUN
               PERFORM 1260-READ-RESUME-KEY
           END-IF
                   NOT AT END
                       MOVE PARM-RUN-MODE TO WS-RUN-MODE
                       MOVE PARM-CYCLE-NO TO WS-CYCLE-NO
                       IF NOT MODE-INTRADAY
                           PERFORM 1060-READ-PARTITION
                       END-IF
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

      *-- A partition card must number itself within its count and
      *-- carry a range that runs forward; a card that cannot be
      *-- trusted stops the run rather than posting the wrong
      *-- portfolios.
       1060-READ-PARTITION.
           IF PARM-PARTITION-NO = SPACES OR '00'
               CONTINUE
           ELSE
               IF PARM-PARTITION-NO-N NOT NUMERIC
                   OR PARM-PARTITION-COUNT-N NOT NUMERIC
                   OR PARM-PARTITION-COUNT-N < PARM-PARTITION-NO-N
                   OR (PARM-RANGE-TO NOT = SPACES
                       AND PARM-RANGE-FROM NOT < PARM-RANGE-TO)
                   MOVE 'INVALID PARTITION PARAMETER CARD'
                       TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
               MOVE PARM-PARTITION-NO-N    TO WS-PARTITION-NO
               MOVE PARM-PARTITION-COUNT-N TO WS-PARTITION-COUNT
               MOVE PARM-RANGE-FROM        TO WS-RANGE-FROM
               MOVE PARM-RANGE-TO          TO WS-RANGE-TO
               MOVE SPACES TO WS-RUN-JOB-NAME
               STRING 'POSUPD' PARM-PARTITION-NO
                   DELIMITED BY SIZE INTO WS-RUN-JOB-NAME
           END-IF.

      *-- Each hourly pass registers as its own POSINTnn job/date
      *-- with BCHCTL00, so the cycles show on the run sheet and a
      *-- failed one restarts without touching the overnight chain.
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- Each partition registers as its own POSUPDnn job/date with
      *-- the partition count, so BCHCTL00 holds the jobs that wait
      *-- on POSUPD00 until every partition has completed.
       1255-REGISTER-PARTITION.
           MOVE WS-RUN-JOB-NAME    TO WS-BC-JOB-NAME
           MOVE WS-CURRENT-DATE    TO WS-BC-PROCESS-DATE
           MOVE WS-PARTITION-COUNT TO WS-BC-PARTITION-COUNT
           SET WS-BC-FUNC-INIT TO TRUE
           CALL 'BCHCTL00' USING WS-BCHCTL-REQUEST
           IF WS-BC-RETURN-CODE NOT = 0
               MOVE 'BCHCTL00 REJECTED PARTITION START'
                   TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
                   MOVE 'ERROR OPENING CASH-LEDGER-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN I-O ACCRUAL-FILE
           IF WS-ACCR-STATUS NOT = '00' AND WS-ACCR-STATUS NOT = '05'
               MOVE 'ERROR OPENING ACCRUAL-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITIES-LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               SET WS-LOAN-FILE-PRESENT TO TRUE
           ELSE
               IF WS-LOAN-STATUS NOT = '05'
                   AND WS-LOAN-STATUS NOT = '35'
                   MOVE 'ERROR OPENING SECURITIES-LOAN-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               END-READ
           END-IF.

      *-- Change: a ledger record from before balances were kept per
      *-- currency carries none and is the portfolio's base currency.
       1320-NOTE-CASH-BALANCE.
           MOVE CSH-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           MOVE CSH-CURRENCY     TO WS-LOOKUP-CURRENCY
           IF WS-LOOKUP-CURRENCY = SPACES
               PERFORM 1340-RESOLVE-BASE-CURRENCY
           END-IF
           PERFORM 1330-FIND-CASH-ENTRY
           IF WS-CASH-ENTRY-FOUND
               MOVE CSH-CLOSING-BALANCE
      *-- Find-or-add on the projected cash table. The portfolio id
      *-- to find travels in WS-LOOKUP-PORTFOLIO, which every caller
      *-- sets first.
      *-- Change: and the currency in WS-LOOKUP-CURRENCY.
       1330-FIND-CASH-ENTRY.
           MOVE 'N' TO WS-CASH-FOUND-SW
           SET WS-CB-IDX TO 1
               AT END
                   CONTINUE
               WHEN WS-CB-PORTFOLIO-ID (WS-CB-IDX) = WS-LOOKUP-PORTFOLIO
                   AND WS-CB-CURRENCY (WS-CB-IDX) = WS-LOOKUP-CURRENCY
                   SET WS-CASH-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-CASH-ENTRY-FOUND
               IF WS-CASH-COUNT < 300
                   ADD 1 TO WS-CASH-COUNT
                   SET WS-CB-IDX TO WS-CASH-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CB-CURRENCY (WS-CB-IDX)
                   MOVE ZERO TO WS-CB-PROJECTED-CASH (WS-CB-IDX)
                   SET WS-CASH-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'POSUPD00 WARNING: CASH TABLE FULL, '
                       WS-LOOKUP-PORTFOLIO ' ' WS-LOOKUP-CURRENCY
                       ' NOT CASH-CHECKED'
               END-IF
           END-IF.

       1340-RESOLVE-BASE-CURRENCY.
           MOVE WS-LOOKUP-PORTFOLIO TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PORT-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
           END-READ.

      *-----------------------------------------------------------------
      * MAIN PROCESSING LOOP
      *-----------------------------------------------------------------
      *-- The intraday cycle touches only today's online-entered
      *-- trades; everything else waits for the overnight run as it
      *-- always has.
      *-- Change: spot FX conversions post here too -- no position
      *-- moves, but the sold currency's cash must cover them.
      *-- Change: a partitioned run sees only its own portfolio range,
      *-- pending and already-posted rows alike.
       2000-PROCESS-TRANSACTIONS.
           PERFORM 2005-CHECK-RANGE
           IF TRAN-STATUS-PEND
               AND WS-IN-RANGE
               AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL OR TRAN-TYPE-TRANS
                   OR TRAN-TYPE-FX-CONV)
               AND (NOT MODE-RESTART-RUN
                   OR TRAN-KEY > WS-RESUME-KEY)
               AND (NOT MODE-INTRADAY
      *-- can jointly overdraw the very balance the cash check
      *-- guards.
               IF TRAN-STATUS-DONE
                   AND WS-IN-RANGE
                   AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                       OR TRAN-TYPE-TRANS OR TRAN-TYPE-FX-CONV)
                   AND TRAN-PROCESS-DATE (1:8) = WS-CURRENT-DATE
                   PERFORM 2048-NET-POSTED-TODAY
               END-IF
           END-IF
           PERFORM 2010-READ-TRANSACTION.

      *-- FROM is inclusive and TO exclusive, so adjacent partitions
      *-- cut at one portfolio id share no row between them.
       2005-CHECK-RANGE.
           MOVE 'Y' TO WS-IN-RANGE-SW
           IF NOT WS-WHOLE-FILE-RUN
               IF TRAN-PORTFOLIO-ID < WS-RANGE-FROM
                   MOVE 'N' TO WS-IN-RANGE-SW
               END-IF
               IF WS-RANGE-TO NOT = SPACES
                   AND TRAN-PORTFOLIO-ID NOT < WS-RANGE-TO
                   MOVE 'N' TO WS-IN-RANGE-SW
               END-IF
           END-IF.

      *-- Same sign conventions as 2046; an in-kind transfer leg
      *-- (PRTXFR00's 'INKD' channel) moved securities, not cash,
      *-- and is left out.
           MOVE TRANSACTION-RECORD TO WS-JRN-IMAGE
           PERFORM 8000-WRITE-JOURNAL
           PERFORM 2020-FIND-POSITION
           IF TRAN-TYPE-BUY OR TRAN-TYPE-SELL
               MOVE ZERO TO TRAN-ACCRUED-INT
           END-IF
           EVALUATE TRUE
               WHEN TRAN-TYPE-BUY
                   PERFORM 2040-APPLY-BUY
               WHEN TRAN-TYPE-SELL
                   PERFORM 2050-APPLY-SELL
               WHEN TRAN-TYPE-FX-CONV
                   PERFORM 2065-APPLY-FX-CONVERSION
               WHEN OTHER
                   PERFORM 2060-APPLY-TRANSFER
           END-EVALUATE
           IF WS-TRADE-APPLIED
               SET TRAN-STATUS-DONE TO TRUE
               PERFORM 2046-MOVE-PROJECTED-CASH
               IF TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                   PERFORM 2200-BOOK-ACCRUED-INTEREST
               END-IF
           ELSE
               SET TRAN-STATUS-FAIL TO TRUE
               ADD 1 TO WS-FAILED-COUNT
      *-- posting's settled cash never reaches the incremental
      *-- ledger.
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           REWRITE TRANSACTION-RECORD
           PERFORM 8400-COUNT-TOWARD-CHECKPOINT.

      *-- applied) covers its full consideration. The check is on the
      *-- projected balance, not the posting itself, so a sell earlier
      *-- in today's key order funds a buy later in it.
      *-- Change: the cash checked is the settlement currency's, and
      *-- the consideration is converted into it first (2047). An FX
      *-- conversion makes the same test on the currency it sells.
       2042-CHECK-BUY-CASH.
           MOVE 'N' TO WS-CASH-OK-SW
           MOVE TRAN-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           COMPUTE WS-CASH-IMPACT = TRAN-AMOUNT * -1
           PERFORM 2047-RESOLVE-CASH-CURRENCY
           PERFORM 1330-FIND-CASH-ENTRY
           IF WS-CASH-ENTRY-FOUND
               IF WS-CB-PROJECTED-CASH (WS-CB-IDX) + WS-CASH-IMPACT
                       NOT < ZERO
                   SET WS-CASH-SUFFICIENT TO TRUE
               END-IF
      *-- position at all) posts through to a negative quantity only
      *-- for a portfolio carrying the short-selling authority;
      *-- everyone else keeps the hard fail for the workbench.
      *-- Change: shares out on loan are not ours to deliver until
      *-- the borrower returns them, so a sell that would dip into
      *-- the on-loan quantity fails with a reason, short authority
      *-- or not -- the desk recalls the loan first.
       2050-APPLY-SELL.
           PERFORM 2048-CHECK-SHORT-PERMISSION
           IF WS-POSITION-FOUND
               PERFORM 2052-SUM-SHARES-ON-LOAN
               EVALUATE TRUE
                   WHEN TRAN-QUANTITY > POS-QUANTITY
                       AND NOT WS-SHORT-PERMITTED
                       MOVE 'OVERSELL - NOT SHORT-AUTHORIZED - FAILED'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   WHEN WS-ON-LOAN-QTY > ZERO
                       AND TRAN-QUANTITY > POS-QUANTITY - WS-ON-LOAN-QTY
                       ADD 1 TO WS-LOAN-FAIL-COUNT
                       MOVE 'SELL FAILED' TO WS-PL-ACTION
                       MOVE TRAN-PORTFOLIO-ID  TO WS-PL-PORTFOLIO
                       MOVE TRAN-INVESTMENT-ID TO WS-PL-INVESTMENT-ID
                       MOVE 'SHARES ON LOAN - RECALL BEFORE SELLING'
                           TO WS-PL-DETAIL
                       WRITE REPORT-RECORD FROM WS-POSTING-LINE
                       MOVE 'SELL WOULD DELIVER SHARES ON LOAN - FAILED'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   WHEN OTHER
                       PERFORM 8100-JOURNAL-POSITION-IMAGE
                       SUBTRACT TRAN-QUANTITY FROM POS-QUANTITY
                       REWRITE POSITION-RECORD
                       PERFORM 2100-RELIEVE-LOTS
                       SET WS-TRADE-APPLIED TO TRUE
                       ADD 1 TO WS-SELL-COUNT
                       MOVE 'SELL' TO WS-PL-ACTION
                       PERFORM 2080-WRITE-POSTING-LINE
               END-EVALUATE
           ELSE
               IF WS-SHORT-PERMITTED
                   PERFORM 2070-CREATE-POSITION
               END-IF
           END-IF.

      *-- The loan file keys a holding's loans together, so the
      *-- on-loan total is a partial-key START and a forward read --
      *-- the same walk lot relief makes over the tax-lot file.
       2052-SUM-SHARES-ON-LOAN.
           MOVE ZERO TO WS-ON-LOAN-QTY
           IF WS-LOAN-FILE-PRESENT
               MOVE 'N' TO WS-LOAN-SCAN-SW
               MOVE TRAN-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
               MOVE TRAN-INVESTMENT-ID TO SLN-INVESTMENT-ID
               MOVE LOW-VALUES         TO SLN-LOAN-ID
               START SECURITIES-LOAN-FILE KEY NOT LESS THAN SLN-KEY
                   INVALID KEY
                       SET WS-LOAN-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-LOAN-SCAN-DONE
                   PERFORM 2053-READ-NEXT-LOAN
               END-IF
               PERFORM 2054-ADD-ONE-LOAN
                   UNTIL WS-LOAN-SCAN-DONE
           END-IF.

       2053-READ-NEXT-LOAN.
           READ SECURITIES-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-LOAN-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-LOAN-SCAN-DONE
               IF SLN-PORTFOLIO-ID NOT = TRAN-PORTFOLIO-ID
                   OR SLN-INVESTMENT-ID NOT = TRAN-INVESTMENT-ID
                   SET WS-LOAN-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       2054-ADD-ONE-LOAN.
           IF SLN-ON-LOAN
               ADD SLN-QUANTITY TO WS-ON-LOAN-QTY
           END-IF
           PERFORM 2053-READ-NEXT-LOAN.

       2048-CHECK-SHORT-PERMISSION.
           MOVE 'N' TO WS-SHORT-OK-SW
           MOVE TRAN-PORTFOLIO-ID TO PORT-ID
               END-IF
           END-IF.

      *-- Change: an FX conversion touches no position. It pays the
      *-- sold currency away and receives the bought one, and posts
      *-- when the sold currency's projected cash covers the amount
      *-- sold -- the same test a buy makes.
       2065-APPLY-FX-CONVERSION.
           PERFORM 2042-CHECK-BUY-CASH
           MOVE TRAN-PORTFOLIO-ID  TO WS-PL-PORTFOLIO
           MOVE TRAN-INVESTMENT-ID TO WS-PL-INVESTMENT-ID
           MOVE SPACES TO WS-PL-DETAIL
           IF WS-CASH-SUFFICIENT
               SET WS-TRADE-APPLIED TO TRUE
               ADD 1 TO WS-FX-COUNT
               MOVE 'FX' TO WS-PL-ACTION
               STRING 'BOUGHT ' TRAN-FX-BUY-CCY
                      ' SOLD ' WS-LOOKUP-CURRENCY
                   DELIMITED BY SIZE INTO WS-PL-DETAIL
               WRITE REPORT-RECORD FROM WS-POSTING-LINE
           ELSE
               ADD 1 TO WS-CASH-FAIL-COUNT
               MOVE 'FX FAILED' TO WS-PL-ACTION
               STRING 'INSUFFICIENT ' WS-LOOKUP-CURRENCY
                      ' CASH - WOULD OVERDRAW'
                   DELIMITED BY SIZE INTO WS-PL-DETAIL
               WRITE REPORT-RECORD FROM WS-POSTING-LINE
               MOVE 'FX CONVERSION EXCEEDS PROJECTED CASH - FAILED'
                   TO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- An applied trade moves the portfolio's projected cash the
      *-- same way CSHLDG00 will ledger it tonight: a buy pays cash
      *-- away, a sell brings it in, a transfer's TRAN-AMOUNT is
      *-- already signed and is taken as-is.
      *-- Change: in the settlement currency (2047), and an FX
      *-- conversion moves both of its currencies.
       2046-MOVE-PROJECTED-CASH.
           EVALUATE TRUE
               WHEN TRAN-TYPE-BUY
                   COMPUTE WS-CASH-IMPACT = TRAN-AMOUNT * -1
               WHEN TRAN-TYPE-SELL
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
               WHEN TRAN-TYPE-FX-CONV
                   COMPUTE WS-CASH-IMPACT = TRAN-AMOUNT * -1
               WHEN OTHER
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
           END-EVALUATE
           MOVE TRAN-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 2047-RESOLVE-CASH-CURRENCY
           PERFORM 2049-ADD-PROJECTED-CASH
           IF TRAN-TYPE-FX-CONV
               MOVE TRAN-AMOUNT     TO WS-CASH-IMPACT
               MOVE TRAN-FX-BUY-CCY TO WS-LOOKUP-CURRENCY
               IF WS-LOOKUP-CURRENCY = SPACES
                   PERFORM 1340-RESOLVE-BASE-CURRENCY
               END-IF
               PERFORM 2049-ADD-PROJECTED-CASH
           END-IF.

      *-- Cash moves in the row's settlement currency, converted at
      *-- the trade-to-settle rate the row carries when it traded in
      *-- another; a row carrying no currency is in the portfolio's
      *-- base currency -- the rule CSHLDG00 ledgers by. On an FX
      *-- row this is the sold leg.
       2047-RESOLVE-CASH-CURRENCY.
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
               PERFORM 1340-RESOLVE-BASE-CURRENCY
           END-IF.

       2049-ADD-PROJECTED-CASH.
           PERFORM 1330-FIND-CASH-ENTRY
           IF WS-CASH-ENTRY-FOUND
               ADD WS-CASH-IMPACT
               DELIMITED BY SIZE INTO WS-PL-DETAIL
           WRITE REPORT-RECORD FROM WS-POSTING-LINE.

      *-----------------------------------------------------------------
      * ACCRUED INTEREST ON FIXED-INCOME TRADES
      *-----------------------------------------------------------------
      *-- A bond trades with the interest accrued since the start of
      *-- the accrual period: the buyer pays it to the seller on top
      *-- of the price, and collects the whole period's income at
      *-- period end. The trade carries that interest portion on
      *-- TRAN-ACCRUED-INT (TRAN-AMOUNT stays the full
      *-- consideration), and the accrual file follows it -- a buy
      *-- books it as purchased accrued, so the period-end posting
      *-- pays the buyer back what was paid out, and a sell takes it
      *-- off ACR-ACCRUED-AMOUNT, so the seller is not posted income
      *-- for interest the buyer now owns. A matured security, or one
      *-- with no accrual rate, trades with no interest portion.
       2200-BOOK-ACCRUED-INTEREST.
           MOVE TRAN-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SEC-TYPE-FIXED
                       AND SEC-ACCRUAL-RATE NOT = ZERO
                       AND (SEC-MATURITY-DATE = SPACES
                           OR SEC-MATURITY-DATE = '00000000'
                           OR SEC-MATURITY-DATE > TRAN-DATE)
                       PERFORM 2210-CALC-ACCRUED-INTEREST
                   END-IF
           END-READ.

      *-- The accrual period runs from the first of the trade month,
      *-- so the seller's days are the trade date's day-of-month less
      *-- one; under 30/360 the 31st counts as the 30th, the same
      *-- day INTACR00 does not accrue.
       2210-CALC-ACCRUED-INTEREST.
           MOVE TRAN-DATE (7:2) TO WS-AI-DAYS
           IF SEC-DC-30-360 AND WS-AI-DAYS > 30
               MOVE 30 TO WS-AI-DAYS
           END-IF
           SUBTRACT 1 FROM WS-AI-DAYS
           IF SEC-DC-ACT-360 OR SEC-DC-30-360
               MOVE 360 TO WS-AI-DAY-COUNT-BASE
           ELSE
               MOVE 365 TO WS-AI-DAY-COUNT-BASE
           END-IF
           COMPUTE WS-AI-AMOUNT ROUNDED =
               TRAN-QUANTITY * SEC-ACCRUAL-RATE / 100
               * WS-AI-DAYS / WS-AI-DAY-COUNT-BASE
           IF WS-AI-AMOUNT NOT = ZERO
               COMPUTE TRAN-ACCRUED-INT = WS-AI-AMOUNT
                   ON SIZE ERROR
                       MOVE ZERO TO TRAN-ACCRUED-INT
                       MOVE 'ACCRUED INTEREST TOO LARGE - NOT SPLIT OUT'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   NOT ON SIZE ERROR
                       PERFORM 2220-APPLY-TO-ACCRUAL
               END-COMPUTE
           END-IF.

       2220-APPLY-TO-ACCRUAL.
           MOVE 'N' TO WS-ACCR-FOUND-SW
           MOVE TRAN-PORTFOLIO-ID  TO ACR-PORTFOLIO-ID
           MOVE TRAN-INVESTMENT-ID TO ACR-INVESTMENT-ID
           READ ACCRUAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCRUAL-FOUND TO TRUE
           END-READ
           IF WS-ACCRUAL-FOUND
               MOVE 'ACCRFILE' TO WS-JRN-FILE-ID
               MOVE 'RW'       TO WS-JRN-ACTION
               MOVE SPACES     TO WS-JRN-IMAGE
               MOVE ACCRUAL-RECORD TO WS-JRN-IMAGE (1:47)
               PERFORM 8000-WRITE-JOURNAL
               IF ACR-PURCHASED-AMOUNT NOT NUMERIC
                   MOVE ZERO TO ACR-PURCHASED-AMOUNT
               END-IF
           END-IF
           IF TRAN-TYPE-BUY
               PERFORM 2230-BOOK-PURCHASED-ACCRUED
           ELSE
               PERFORM 2240-TAKE-OFF-SOLD-ACCRUED
           END-IF
           ADD 1 TO WS-AI-TRADE-COUNT
           MOVE TRAN-ACCRUED-INT TO WS-EDIT-INTEREST
           MOVE SPACES TO WS-PL-DETAIL
           STRING 'ACCRUED INTEREST ' WS-EDIT-INTEREST
               DELIMITED BY SIZE INTO WS-PL-DETAIL
           WRITE REPORT-RECORD FROM WS-POSTING-LINE.

      *-- A first buy of the bond creates the accrual record the
      *-- daily accrual then earns into, in the position's currency
      *-- as INTACR00 would have created it.
       2230-BOOK-PURCHASED-ACCRUED.
           ADD TRAN-ACCRUED-INT TO WS-AI-BOUGHT-TOTAL
           IF WS-ACCRUAL-FOUND
               ADD TRAN-ACCRUED-INT TO ACR-ACCRUED-AMOUNT
               ADD TRAN-ACCRUED-INT TO ACR-PURCHASED-AMOUNT
               REWRITE ACCRUAL-RECORD
           ELSE
               MOVE TRAN-PORTFOLIO-ID  TO ACR-PORTFOLIO-ID
               MOVE TRAN-INVESTMENT-ID TO ACR-INVESTMENT-ID
               MOVE TRAN-ACCRUED-INT   TO ACR-ACCRUED-AMOUNT
               MOVE TRAN-ACCRUED-INT   TO ACR-PURCHASED-AMOUNT
               MOVE SPACES             TO ACR-LAST-ACCRUAL-DATE
               MOVE POS-CURRENCY       TO ACR-CURRENCY
               MOVE SPACES             TO ACR-FILLER
               MOVE 'ACCRFILE' TO WS-JRN-FILE-ID
               MOVE 'WR'       TO WS-JRN-ACTION
               MOVE SPACES     TO WS-JRN-IMAGE
               MOVE ACCRUAL-RECORD TO WS-JRN-IMAGE (1:47)
               PERFORM 8000-WRITE-JOURNAL
               WRITE ACCRUAL-RECORD
           END-IF.

      *-- The interest sold comes off the balance, never below zero
      *-- (a holding bought before the accrual file existed may have
      *-- accrued less than the period's full interest). Purchased
      *-- accrued leaves with the units sold, in proportion to the
      *-- holding before the sell.
       2240-TAKE-OFF-SOLD-ACCRUED.
           ADD TRAN-ACCRUED-INT TO WS-AI-SOLD-TOTAL
           IF WS-ACCRUAL-FOUND
               COMPUTE WS-AI-HELD-BEFORE = POS-QUANTITY + TRAN-QUANTITY
               IF WS-AI-HELD-BEFORE > TRAN-QUANTITY
                   COMPUTE WS-AI-PURCHASED-SHARE ROUNDED =
                       ACR-PURCHASED-AMOUNT * TRAN-QUANTITY
                       / WS-AI-HELD-BEFORE
               ELSE
                   MOVE ACR-PURCHASED-AMOUNT TO WS-AI-PURCHASED-SHARE
               END-IF
               SUBTRACT WS-AI-PURCHASED-SHARE FROM ACR-PURCHASED-AMOUNT
               SUBTRACT TRAN-ACCRUED-INT FROM ACR-ACCRUED-AMOUNT
               IF ACR-ACCRUED-AMOUNT < ZERO
                   MOVE ZERO TO ACR-ACCRUED-AMOUNT
               END-IF
               IF ACR-PURCHASED-AMOUNT > ACR-ACCRUED-AMOUNT
                   MOVE ACR-ACCRUED-AMOUNT TO ACR-PURCHASED-AMOUNT
               END-IF
               REWRITE ACCRUAL-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * TAX LOT MAINTENANCE
      *-----------------------------------------------------------------
           MOVE SPACES             TO LOT-CLOSE-DATE
           MOVE ZERO               TO LOT-PROCEEDS
           MOVE ZERO               TO LOT-REALIZED-GAIN
      *-- Change: No wash-sale detail until WSHSAL00 finds any.
           MOVE ZERO               TO LOT-WASH-AMOUNT
           SET LOT-WASH-NONE       TO TRUE
           MOVE SPACES             TO LOT-FILLER
           MOVE 'TAXLOTS ' TO WS-JRN-FILE-ID
           MOVE 'WR'       TO WS-JRN-ACTION
           MOVE SPACES     TO WS-JRN-IMAGE
           MOVE 'SKIPPED - PERIOD CLOSED:' TO WS-SL-LABEL
           MOVE WS-CLOSED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'FX CONVERSIONS APPLIED:' TO WS-SL-LABEL
           MOVE WS-FX-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'BUYS/FX FAILED - NO CASH:' TO WS-SL-LABEL
           MOVE WS-CASH-FAIL-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'SELLS FAILED - ON LOAN:' TO WS-SL-LABEL
           MOVE WS-LOAN-FAIL-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'FI TRADES WITH ACCRUED INT:' TO WS-SL-LABEL
           MOVE WS-AI-TRADE-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ACCRUED INTEREST BOUGHT:' TO WS-AS-LABEL
           MOVE WS-AI-BOUGHT-TOTAL TO WS-AS-AMOUNT
           WRITE REPORT-RECORD FROM WS-AMOUNT-SUMMARY-LINE
           MOVE 'ACCRUED INTEREST SOLD:' TO WS-AS-LABEL
           MOVE WS-AI-SOLD-TOTAL TO WS-AS-AMOUNT
           WRITE REPORT-RECORD FROM WS-AMOUNT-SUMMARY-LINE
           PERFORM 3100-WRITE-CONTROL-TOTALS
      *-- A clean completion clears the checkpoint, so the next
      *-- normal run is not mistaken for a restart.
           MOVE WS-RUN-JOB-NAME TO WS-BC-JOB-NAME
           MOVE SPACES TO WS-BC-WATERMARK
           CALL 'BCHCTL00' USING WS-BCHCTL-REQUEST
           IF MODE-INTRADAY OR NOT WS-WHOLE-FILE-RUN
               PERFORM 3200-TERMINATE-INTRADAY-CYCLE
           END-IF
           CLOSE TRANSACTION-HISTORY
           CLOSE SECURITY-MASTER
           CLOSE PORTFOLIO-MASTER
           CLOSE JOURNAL-FILE
           CLOSE ACCRUAL-FILE
           IF WS-LOAN-FILE-PRESENT
               CLOSE SECURITIES-LOAN-FILE
           END-IF
           MOVE RTN-SUCCESS TO RETURN-CODE.

       3200-TERMINATE-INTRADAY-CYCLE.
               WS-BUY-COUNT + WS-SELL-COUNT + WS-TRANSFER-COUNT
           MOVE ZERO            TO WS-CT-AMOUNT-IN
           MOVE ZERO            TO WS-CT-AMOUNT-OUT
           MOVE WS-PARTITION-NO    TO WS-CT-PARTITION-NO
           MOVE WS-PARTITION-COUNT TO WS-CT-PARTITION-COUNT
           MOVE WS-RANGE-FROM      TO WS-CT-RANGE-FROM
           MOVE WS-RANGE-TO        TO WS-CT-RANGE-TO
           CALL 'CTLWRT00' USING WS-CTLTOT-REQUEST.

      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
