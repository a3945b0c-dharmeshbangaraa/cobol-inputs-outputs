      *             IS THE REVALUATION DATE -- AN APPROVED OVERRIDE   *
      *             IS A ONE-DAY PRICE OPINION, NOT A PERMANENT PIN   *
      *             THAT SILENTLY OUTRANKS EVERY LATER VENDOR QUOTE.  *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  EVERY POSITION'S NIGHT-END QUANTITY AND VALUE IS  *
      *             NOW WRITTEN TO THE DAILY VALUATION HISTORY FILE   *
      *             (VALHST) -- REVALUED, OVERRIDDEN OR CARRIED --    *
      *             SO A PORTFOLIO'S VALUE ON ANY DAY CAN BE ANSWERED *
      *             BETWEEN MONTH-END SNAPSHOTS. HISTORY OLDER THAN   *
      *             THE PARM CARD'S RETENTION DAYS (DEFAULT 731) IS   *
      *             PURGED AT THE END OF THE RUN.                     *
      * 2026-10-15  LISTED OPTIONS AND FUTURES: A DERIVATIVE IS       *
      *             VALUED AT CONTRACTS TIMES PRICE TIMES THE         *
      *             SECURITY'S CONTRACT MULTIPLIER, AND A FUTURE IS   *
      *             MARKED TO CASH -- THE DAY'S MOVE FROM ITS LAST    *
      *             SETTLEMENT PRICE POSTS TO TRANHIST AS A DONE 'VM' *
      *             VARIATION MARGIN ROW, THE SETTLEMENT PRICE        *
      *             BECOMES ITS NEW BASIS AND ITS CARRIED VALUE STAYS *
      *             AT ZERO.                                          *
      * 2026-10-15  A STALE OR MISSING QUOTE IS NOW ALSO RAISED ONTO  *
      *             THE MORNING EXCEPTIONS WORKBENCH THROUGH          *
      *             EXCSVC00, ONE CASE PER SECURITY AND PORTFOLIO,    *
      *             CARRYING THE VALUE LEFT UNREVALUED.               *
      * 2026-10-15  THE PRICE FEED IS FINGERPRINTED BEFORE ANY QUOTE  *
      *             IS USED AND REFUSED IF THE SAME FILE WAS ALREADY  *
      *             PROCESSED; RECEIPT IS RECORDED ON THE INTERFACE   *
      *             REGISTRY THROUGH IFRSVC00.                        *
      * 2026-10-15  EACH HISTORY RECORD NOW ALSO CARRIES THE OPEN     *
      *             DIVIDEND RECEIVABLES ON THE POSITION (DIVRCVBL,   *
      *             BOOKED AT EX-DATE BY CAGEN00) IN                  *
      *             VAL-DIV-RECEIVABLE, SO A DAY'S VALUATION INCLUDES *
      *             DIVIDENDS EARNED BUT NOT YET PAID.                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OVR-KEY
               FILE STATUS IS WS-OVR-STATUS.

      *-- Change: daily valuation history, one record per position per
      *-- run date; OPTIONAL so the first run creates it. The key is
      *-- date-major, which keeps the retention purge a short read
      *-- from the front of the file.
           SELECT OPTIONAL VALUATION-HISTORY ASSIGN TO VALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-KEY
               FILE STATUS IS WS-VAL-STATUS.

      *-- Change: futures variation margin posts here as DONE cash
      *-- rows, the way SECLND00 posts its lending fees.
           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

      *-- Change: open dividend receivables are carried on each
      *-- position's history record; OPTIONAL so a shop that has not
      *-- booked one yet revalues exactly as before.
           SELECT OPTIONAL DIVIDEND-RECEIVABLE-FILE ASSIGN TO DIVRCVBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVR-KEY
               FILE STATUS IS WS-DVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-PRICE-FILE
      *-- Change: cross-vendor disagreement tolerance, in whole
      *-- percent; zero takes the default.
           05  PARM-VENDOR-TOL-PCT       PIC 9(03).
      *-- Change: valuation history retention, in calendar days; zero
      *-- takes the default.
           05  PARM-HISTORY-DAYS         PIC 9(04).
           05  FILLER                    PIC X(70).

       FD  SECURITY-MASTER
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY PRCOVR.

       FD  VALUATION-HISTORY
           RECORDING MODE IS F.
           COPY VALHST.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  DIVIDEND-RECEIVABLE-FILE
           RECORDING MODE IS F.
           COPY DIVRCV.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
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

      *-- Change: Working copy of EXCSVC00's LINKAGE layout --
      *-- unpriced holdings are raised onto the morning exceptions
      *-- workbench as well as listed here.
       01  WS-EXCSVC-REQUEST.
           05  WS-XC-JOB-NAME            PIC X(08) VALUE 'POSRVL00'.
           05  WS-XC-PROCESS-DATE        PIC X(08).
           05  WS-XC-CATEGORY            PIC X(04) VALUE 'STPX'.
           05  WS-XC-REFERENCE           PIC X(30).
           05  WS-XC-PORTFOLIO-ID        PIC X(08).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-DESCRIPTION         PIC X(60).
           05  WS-XC-RETURN-CODE         PIC S9(04) COMP.

      *-- Change: Working copy of IFRSVC00's LINKAGE layout -- the
      *-- price feed is fingerprinted before any quote is used and
      *-- refused if the same file was already processed, so a resent
      *-- day-old file never revalues the book; receipt goes on the
      *-- interface registry once the revaluation completes.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'SECPRICE'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'POSRVL00'.
           05  WS-IF-PROCESS-DATE        PIC X(08).
           05  WS-IF-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IF-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IF-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-DUPLICATE-OF        PIC X(08).
           05  WS-IF-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-PRICE-STATUS           PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-OVR-STATUS             PIC XX.
           05  WS-VAL-STATUS             PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-DVR-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-PRICE-SW           PIC X(01) VALUE 'N'.
               10  WS-OV-PRICE           PIC S9(11)V9(4) COMP-3.

       01  WS-STALE-DAYS                 PIC 9(03) VALUE 5.

      *-- Derivative valuation: the contract multiplier the position
      *-- is valued with (one for anything that is not an option or
      *-- future), and a future's variation margin for the day.
       01  WS-DERIVATIVE-AREA.
           05  WS-SEC-FOUND-SW           PIC X(01).
               88  WS-SEC-FOUND              VALUE 'Y'.
           05  WS-CONTRACT-MULT          PIC S9(07)V9(04) COMP-3.
           05  WS-VARIATION-MARGIN       PIC S9(13)V9(02) COMP-3.
           05  WS-MARGIN-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  WS-CURRENT-TIME           PIC X(06).

      *-- Variation margin rows take their sequence numbers from the
      *-- central SEQSVC00 service, as every generated row does.
       01  WS-SEQSVC-REQUEST.
           05  WS-SQ-FUNCTION            PIC X(04).
               88  WS-SQ-FUNC-NEXT           VALUE 'NEXT'.
           05  WS-SQ-PROCESS-DATE        PIC X(08).
           05  WS-SQ-BLOCK-SIZE          PIC 9(04) VALUE ZERO.
           05  WS-SQ-FIRST-SEQUENCE      PIC 9(06).
           05  WS-SQ-LAST-SEQUENCE       PIC 9(06).
           05  WS-SQ-RETURN-CODE         PIC S9(04) COMP.

      *-- Valuation history: the basis each position's value was struck
      *-- on tonight, and the retention horizon and its cutoff date.
       01  WS-HISTORY-AREA.
           05  WS-HIST-BASIS             PIC X(01).
           05  WS-HIST-PRICE             PIC S9(11)V9(4) COMP-3.
           05  WS-HISTORY-DAYS           PIC 9(04) VALUE 0731.
           05  WS-HIST-CUTOFF-JULIAN     PIC 9(07).
           05  WS-HIST-CUTOFF-DATE       PIC 9(08).
           05  WS-HIST-EOF-SW            PIC X(01) VALUE 'N'.
               88  EOF-HISTORY               VALUE 'Y'.
           05  WS-HIST-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-HIST-REPLACED-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  WS-HIST-PURGED-COUNT      PIC 9(07) COMP VALUE ZERO.
      *-- Change: open dividend receivables summed for the position
      *-- in hand.
           05  WS-DVR-FILE-SW            PIC X(01) VALUE 'N'.
               88  WS-DVR-FILE-PRESENT       VALUE 'Y'.
           05  WS-DVR-SCAN-SW            PIC X(01) VALUE 'N'.
               88  WS-DVR-SCAN-DONE          VALUE 'Y'.
           05  WS-POS-RECEIVABLE         PIC S9(11)V9(2) COMP-3.
       01  WS-DATE-WORK.
           05  WS-TODAY-DATE-NUM         PIC 9(08).
           05  WS-TODAY-JULIAN           PIC 9(07).
           PERFORM 1100-OPEN-FILES
           PERFORM 1150-READ-STALE-DAYS
           PERFORM 1200-WRITE-HEADERS
      *-- Change: refuse a price file already processed.
           PERFORM 1250-FINGERPRINT-FEED
           PERFORM 1300-LOAD-PRICE-TABLE
           PERFORM 1350-LOAD-OVERRIDES
           PERFORM 1400-COMPARE-VENDORS
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O VALUATION-HISTORY
           IF WS-VAL-STATUS NOT = '00' AND WS-VAL-STATUS NOT = '05'
               MOVE 'ERROR OPENING VALUATION-HISTORY' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT DIVIDEND-RECEIVABLE-FILE
           IF WS-DVR-STATUS = '00'
               SET WS-DVR-FILE-PRESENT TO TRUE
           ELSE
               IF WS-DVR-STATUS NOT = '05' AND WS-DVR-STATUS NOT = '35'
                   MOVE 'ERROR OPENING DIVIDEND-RECEIVABLE-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

      *-- PROCESS-PARMS is optional, the same way GLEXTR00's is --
                           MOVE PARM-VENDOR-TOL-PCT
                               TO WS-VENDOR-TOL-PCT
                       END-IF
                       IF PARM-HISTORY-DAYS NUMERIC
                           AND PARM-HISTORY-DAYS NOT = ZERO
                           MOVE PARM-HISTORY-DAYS TO WS-HISTORY-DAYS
                       END-IF
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-- A counting pass over the whole feed builds its fingerprint;
      *-- the feed is then reopened for the load pass.
       1250-FINGERPRINT-FEED.
           PERFORM 1310-READ-PRICE
           PERFORM 1260-HASH-ONE-RECORD
               UNTIL EOF-PRICE-FEED
           CLOSE SECURITY-PRICE-FILE
           OPEN INPUT SECURITY-PRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'ERROR REOPENING SECURITY-PRICE-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE 'N' TO WS-EOF-PRICE-SW
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE 'CHEK' TO WS-IF-FUNCTION
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST SECURITY-PRICE-RECORD
           IF WS-IF-RETURN-CODE = 8
               MOVE SPACES TO ERR-TEXT
               STRING 'FEED ALREADY PROCESSED ON ' WS-IF-DUPLICATE-OF
                      ' - REFUSED'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1260-HASH-ONE-RECORD.
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF SECURITY-PRICE-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST SECURITY-PRICE-RECORD
           PERFORM 1310-READ-PRICE.

      *-----------------------------------------------------------------
      * PRICE TABLE LOAD
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * REVALUATION
      *-----------------------------------------------------------------
      *-- Change: whichever way the position came out -- revalued,
      *-- overridden or carried -- its night-end value goes to the
      *-- valuation history before the next position is read.
      *-- Change: the security is read once up front, for its
      *-- pricing hierarchy and, on a derivative, its multiplier.
       2000-REVALUE-POSITIONS.
           PERFORM 2002-READ-SECURITY
           PERFORM 2015-FIND-OVERRIDE
           IF WS-OVERRIDE-USED
               PERFORM 2045-APPLY-OVERRIDE
           ELSE
               PERFORM 2005-REVALUE-FROM-VENDORS
           END-IF
           PERFORM 2070-WRITE-HISTORY
           PERFORM 2010-READ-POSITION.

       2005-REVALUE-FROM-VENDORS.
           PERFORM 2020-FIND-PRICE
               END-IF
           ELSE
               PERFORM 2060-REPORT-MISSING-QUOTE
           END-IF.

       2010-READ-POSITION.
           READ POSITION-MASTER NEXT RECORD
                   SET EOF-POSITION TO TRUE
           END-READ.

      *-- A contract multiplier of zero reads as one, as does any
      *-- security that is not an option or future.
       2002-READ-SECURITY.
           MOVE 'N' TO WS-SEC-FOUND-SW
           MOVE 1 TO WS-CONTRACT-MULT
           MOVE POS-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE SPACES TO SEC-PRICE-SOURCE-1
                   MOVE SPACES TO SEC-PRICE-SOURCE-2
               NOT INVALID KEY
                   SET WS-SEC-FOUND TO TRUE
                   IF SEC-TYPE-DERIVATIVE
                       AND SEC-CONTRACT-MULT > ZERO
                       MOVE SEC-CONTRACT-MULT TO WS-CONTRACT-MULT
                   END-IF
           END-READ.

      *-- Source hierarchy: the security's primary vendor is asked
      *-- first, then its secondary; a security with no hierarchy
      *-- (or not on the master) takes the freshest quote from any
      *-- source, the historical behavior.
      *-- Change: the security was read by 2002.
       2020-FIND-PRICE.
           MOVE 'N' TO WS-FOUND-SW
           IF SEC-PRICE-SOURCE-1 NOT = SPACES
               MOVE SEC-PRICE-SOURCE-1 TO WS-WANTED-SOURCE
               PERFORM 2022-FIND-SOURCE-QUOTE
      *-- The roll itself: yesterday's current value becomes the
      *-- previous value, the new current value is struck from the
      *-- day's quote, and the position is stamped with the run date.
      *-- Change: the value itself is struck by 2042.
       2040-APPLY-REVALUATION.
           MOVE POS-CURRENT-VALUE TO POS-PREVIOUS-VALUE
           MOVE WS-PR-PRICE (WS-PR-IDX) TO WS-HIST-PRICE
           PERFORM 2042-STRIKE-VALUE
           MOVE WS-CURRENT-DATE TO POS-AS-OF-DATE
           REWRITE POSITION-RECORD
           ADD 1 TO WS-REVALUED-COUNT
           MOVE 'V' TO WS-HIST-BASIS.

      *-- Quantity times the day's price, times the contract
      *-- multiplier on an option. A future is different: its gain
      *-- or loss is settled in cash every day, so it is marked to
      *-- cash instead and carries no value of its own.
       2042-STRIKE-VALUE.
           IF POS-INV-TYPE-FUTURE
               PERFORM 2043-MARK-FUTURE
           ELSE
               COMPUTE POS-CURRENT-VALUE ROUNDED =
                   POS-QUANTITY * WS-HIST-PRICE * WS-CONTRACT-MULT
           END-IF.

      *-- The day's variation is the move from the last settlement
      *-- price (the position's basis -- the trade price on the day
      *-- it was opened) to today's, over every unit the contracts
      *-- cover. Today's price then becomes the basis, so a rerun
      *-- for the same day finds nothing further to settle.
       2043-MARK-FUTURE.
           COMPUTE WS-VARIATION-MARGIN ROUNDED =
               POS-QUANTITY * WS-CONTRACT-MULT
               * (WS-HIST-PRICE - POS-AVG-COST)
           IF WS-VARIATION-MARGIN NOT = ZERO
               PERFORM 2047-POST-VARIATION-MARGIN
           END-IF
           MOVE WS-HIST-PRICE TO POS-AVG-COST
           MOVE ZERO TO POS-CURRENT-VALUE.

      *-- The margin posts DONE: it is cash with no position to
      *-- apply, straight into the cash ledger the way SECLND00's
      *-- lending fees are.
       2047-POST-VARIATION-MARGIN.
           MOVE SPACES            TO TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE   TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE POS-PORTFOLIO-ID  TO TRAN-PORTFOLIO-ID
           PERFORM 2048-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE POS-INVESTMENT-ID TO TRAN-INVESTMENT-ID
           SET TRAN-TYPE-VAR-MARGIN TO TRUE
           SET TRAN-STATUS-DONE   TO TRUE
           MOVE POS-QUANTITY      TO TRAN-QUANTITY
           MOVE WS-HIST-PRICE     TO TRAN-PRICE
           MOVE WS-VARIATION-MARGIN TO TRAN-AMOUNT
           MOVE POS-CURRENCY      TO TRAN-CURRENCY
           MOVE SPACES            TO TRAN-CHANNEL-CODE
           MOVE POS-CURRENCY      TO TRAN-SETTLE-CCY
           MOVE 1                 TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE SPACES            TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE SPACES            TO TRAN-COUNTERPARTY-ID
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE ZERO              TO TRAN-ACCRUED-INT
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'POSRVL00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE VARIATION MARGIN KEY - NOT POSTED'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-MARGIN-COUNT
           END-WRITE.

       2048-GET-NEXT-SEQUENCE.
           SET WS-SQ-FUNC-NEXT TO TRUE
           MOVE WS-CURRENT-DATE TO WS-SQ-PROCESS-DATE
           CALL 'SEQSVC00' USING WS-SEQSVC-REQUEST
           IF WS-SQ-RETURN-CODE NOT = 0
               MOVE 'SEQUENCE SERVICE FAILED' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       2015-FIND-OVERRIDE.
           MOVE 'N' TO WS-OVR-USED-SW
      *-- position prints on the exception report marked as manually
      *-- priced -- an overridden value must never pass for a market
      *-- one unannounced.
      *-- Change: struck by 2042, as a vendor price is.
       2045-APPLY-OVERRIDE.
           MOVE POS-CURRENT-VALUE TO POS-PREVIOUS-VALUE
           MOVE WS-OV-PRICE (WS-OV-IDX) TO WS-HIST-PRICE
           PERFORM 2042-STRIKE-VALUE
           MOVE WS-CURRENT-DATE TO POS-AS-OF-DATE
           REWRITE POSITION-RECORD
           ADD 1 TO WS-REVALUED-COUNT
           ADD 1 TO WS-OVERRIDDEN-COUNT
           MOVE 'O' TO WS-HIST-BASIS
           MOVE 'OVERRIDE PRICE' TO WS-EX-TYPE
           MOVE POS-PORTFOLIO-ID  TO WS-EX-PORTFOLIO
           MOVE POS-INVESTMENT-ID TO WS-EX-INVESTMENT-ID

       2050-REPORT-STALE-QUOTE.
           ADD 1 TO WS-STALE-COUNT
           MOVE 'S' TO WS-HIST-BASIS
           MOVE ZERO TO WS-HIST-PRICE
           MOVE 'STALE QUOTE' TO WS-EX-TYPE
           MOVE POS-PORTFOLIO-ID  TO WS-EX-PORTFOLIO
           MOVE POS-INVESTMENT-ID TO WS-EX-INVESTMENT-ID
           MOVE WS-PR-PRICE-DATE (WS-PR-IDX) TO WS-EX-QUOTE-DATE
           MOVE 'QUOTE PAST STALENESS LIMIT - NOT REVALUED'
               TO WS-EX-DETAIL
           WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
           PERFORM 2065-RAISE-EXCEPTION.

       2060-REPORT-MISSING-QUOTE.
           ADD 1 TO WS-NO-QUOTE-COUNT
           MOVE 'N' TO WS-HIST-BASIS
           MOVE ZERO TO WS-HIST-PRICE
           MOVE 'NO QUOTE' TO WS-EX-TYPE
           MOVE POS-PORTFOLIO-ID  TO WS-EX-PORTFOLIO
           MOVE POS-INVESTMENT-ID TO WS-EX-INVESTMENT-ID
           MOVE SPACES TO WS-EX-QUOTE-DATE
           MOVE 'NO PRICE ON FEED - NOT REVALUED' TO WS-EX-DETAIL
           WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
           PERFORM 2065-RAISE-EXCEPTION.

      *-- Change: the holding goes onto the workbench too, keyed by
      *-- security and portfolio alone, so a quote that goes from
      *-- stale to missing stays the one case.
       2065-RAISE-EXCEPTION.
           MOVE WS-CURRENT-DATE   TO WS-XC-PROCESS-DATE
           MOVE POS-PORTFOLIO-ID  TO WS-XC-PORTFOLIO-ID
           MOVE POS-CURRENT-VALUE TO WS-XC-AMOUNT
           MOVE SPACES TO WS-XC-REFERENCE
           STRING WS-EX-INVESTMENT-ID ' ' WS-EX-PORTFOLIO
               DELIMITED BY SIZE INTO WS-XC-REFERENCE
           MOVE SPACES TO WS-XC-DESCRIPTION
           STRING WS-EX-TYPE ' ' WS-EX-QUOTE-DATE ' ' WS-EX-DETAIL
               DELIMITED BY SIZE INTO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

      *-----------------------------------------------------------------
      * VALUATION HISTORY
      *-----------------------------------------------------------------
      *-- One record per position per run date. A rerun for the same
      *-- date finds its own record already there and replaces it, so
      *-- the history always holds the last word for the day.
       2070-WRITE-HISTORY.
           MOVE SPACES TO VALUATION-HISTORY-RECORD
           MOVE WS-CURRENT-DATE   TO VAL-DATE
           MOVE POS-PORTFOLIO-ID  TO VAL-PORTFOLIO-ID
           MOVE POS-INVESTMENT-ID TO VAL-INVESTMENT-ID
           MOVE POS-PORTFOLIO-ID  TO VAL-PK-PORTFOLIO-ID
           MOVE POS-INVESTMENT-ID TO VAL-PK-INVESTMENT-ID
           MOVE WS-CURRENT-DATE   TO VAL-PK-DATE
           MOVE POS-DESCRIPTION   TO VAL-DESCRIPTION
           MOVE POS-QUANTITY      TO VAL-QUANTITY
           MOVE POS-CURRENT-VALUE TO VAL-MARKET-VALUE
           MOVE WS-HIST-PRICE     TO VAL-PRICE
           MOVE POS-CURRENCY      TO VAL-CURRENCY
           MOVE POS-BASE-CURRENCY TO VAL-BASE-CURRENCY
           MOVE POS-INVESTMENT-TYPE TO VAL-INVESTMENT-TYPE
           MOVE WS-HIST-BASIS     TO VAL-PRICE-BASIS
           MOVE POS-AS-OF-DATE    TO VAL-VALUED-DATE
           PERFORM 2080-SUM-RECEIVABLES
           MOVE WS-POS-RECEIVABLE TO VAL-DIV-RECEIVABLE
           WRITE VALUATION-HISTORY-RECORD
               INVALID KEY
                   PERFORM 2075-REPLACE-HISTORY
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-WRITTEN-COUNT
           END-WRITE.

       2075-REPLACE-HISTORY.
           REWRITE VALUATION-HISTORY-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING VALUATION-HISTORY' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-REPLACED-COUNT
           END-REWRITE.

      *-- Open dividend receivables on the position: its records
      *-- read together by portfolio and investment, whatever their
      *-- pay dates.
       2080-SUM-RECEIVABLES.
           MOVE ZERO TO WS-POS-RECEIVABLE
           IF WS-DVR-FILE-PRESENT
               MOVE POS-PORTFOLIO-ID  TO DVR-PORTFOLIO-ID
               MOVE POS-INVESTMENT-ID TO DVR-INVESTMENT-ID
               MOVE LOW-VALUES TO DVR-PAY-DATE
               MOVE LOW-VALUES TO DVR-SEQUENCE-NO
               MOVE 'N' TO WS-DVR-SCAN-SW
               START DIVIDEND-RECEIVABLE-FILE
                   KEY NOT LESS THAN DVR-KEY
                   INVALID KEY
                       SET WS-DVR-SCAN-DONE TO TRUE
               END-START
               PERFORM 2085-ADD-NEXT-RECEIVABLE
                   UNTIL WS-DVR-SCAN-DONE
           END-IF.

       2085-ADD-NEXT-RECEIVABLE.
           READ DIVIDEND-RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-DVR-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-DVR-SCAN-DONE
               IF DVR-PORTFOLIO-ID NOT = POS-PORTFOLIO-ID
                   OR DVR-INVESTMENT-ID NOT = POS-INVESTMENT-ID
                   SET WS-DVR-SCAN-DONE TO TRUE
               ELSE
                   IF DVR-STATUS-OPEN
                       ADD DVR-NET-AMOUNT TO WS-POS-RECEIVABLE
                   END-IF
               END-IF
           END-IF.

      *-- Retention: everything dated before the cutoff goes. The key
      *-- is date-major, so the purge reads from the front of the file
      *-- and stops at the first record inside the horizon.
       2500-PURGE-HISTORY.
           COMPUTE WS-HIST-CUTOFF-JULIAN =
               WS-TODAY-JULIAN - WS-HISTORY-DAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-HIST-CUTOFF-JULIAN)
               TO WS-HIST-CUTOFF-DATE
           MOVE LOW-VALUES TO VAL-KEY
           START VALUATION-HISTORY KEY NOT LESS THAN VAL-KEY
               INVALID KEY
                   SET EOF-HISTORY TO TRUE
           END-START
           IF NOT EOF-HISTORY
               PERFORM 2510-READ-NEXT-HISTORY
               PERFORM 2520-PURGE-ONE-RECORD
                   UNTIL EOF-HISTORY
           END-IF.

       2510-READ-NEXT-HISTORY.
           READ VALUATION-HISTORY NEXT RECORD
               AT END
                   SET EOF-HISTORY TO TRUE
           END-READ.

       2520-PURGE-ONE-RECORD.
           IF VAL-DATE < WS-HIST-CUTOFF-DATE
               DELETE VALUATION-HISTORY RECORD
                   INVALID KEY
                       MOVE 'ERROR DELETING PURGED VALHIST RECORD'
                           TO ERR-TEXT
                       DISPLAY 'POSRVL00 WARNING: ' ERR-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-PURGED-COUNT
               END-DELETE
               PERFORM 2510-READ-NEXT-HISTORY
           ELSE
               SET EOF-HISTORY TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           PERFORM 2500-PURGE-HISTORY
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'POSITIONS REVALUED:' TO WS-SL-LABEL
           MOVE WS-REVALUED-COUNT TO WS-SL-COUNT
           MOVE 'OVERRIDE PRICES APPLIED:' TO WS-SL-LABEL
           MOVE WS-OVERRIDDEN-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HISTORY RECORDS WRITTEN:' TO WS-SL-LABEL
           MOVE WS-HIST-WRITTEN-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HISTORY RECORDS REPLACED:' TO WS-SL-LABEL
           MOVE WS-HIST-REPLACED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HISTORY RECORDS PURGED:' TO WS-SL-LABEL
           MOVE WS-HIST-PURGED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'VARIATION MARGIN POSTINGS:' TO WS-SL-LABEL
           MOVE WS-MARGIN-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE SECURITY-PRICE-FILE
           CLOSE POSITION-MASTER
           CLOSE REPORT-FILE
           CLOSE SECURITY-MASTER
           CLOSE VALUATION-HISTORY
           CLOSE TRANSACTION-HISTORY
           IF WS-DVR-FILE-PRESENT
               CLOSE DIVIDEND-RECEIVABLE-FILE
           END-IF
      *-- Change: record the price file's receipt on the interface
      *-- registry.
           MOVE 'RECV' TO WS-IF-FUNCTION
           MOVE WS-IF-RECORD-COUNT TO WS-IF-ACCEPTED-COUNT
           MOVE ZERO TO WS-IF-REJECTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST
               SECURITY-PRICE-RECORD
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
