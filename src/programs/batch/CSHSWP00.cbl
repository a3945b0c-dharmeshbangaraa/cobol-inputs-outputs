      * -- so sweeping stops being a manual TRNENT00 entry someone     *
      * has to remember:                                               *
      * - Reads each portfolio's closing cash balance from the         *
      *   CASH-LEDGER-FILE (last record per portfolio/currency, the    *
      *   same read POSUPD00's cash check does); only the base-        *
      *   currency balance sweeps                                      *
      * - A sweeping portfolio (PORT-SWEEP-VEHICLE set) whose balance  *
      *   exceeds PORT-SWEEP-THRESHOLD generates a pending BUY of the  *
      *   excess into the vehicle at its latest feed price (or 1.00,   *
      *   vehicle that funds it, capped at the units actually held     *
      * - POSUPD00 posts both through the normal overnight cycle       *
      * - Prints every sweep generated and the portfolios it could     *
      *   not fully fund, including overdrafts in other currencies     *
      *   that need an FX conversion                                   *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  CASH IS NOW READ PER PORTFOLIO PER CURRENCY. ONLY  *
      *             THE BASE-CURRENCY BALANCE SWEEPS INTO OR OUT OF    *
      *             THE VEHICLE; AN OVERDRAFT IN ANY OTHER CURRENCY    *
      *             IS REPORTED AS A SHORTFALL FOR THE DESK TO FUND    *
      *             BY FX.                                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CASH-STATUS            PIC XX.

      *-- Closing cash per portfolio, loaded from the ledger the same
      *-- last-record-wins way POSUPD00's cash check loads it.
      *-- Change: one entry per portfolio/currency. A ledger record
      *-- from before currencies were kept is held with a blank
      *-- currency and counts as the base currency.
       01  WS-CASH-TABLE.
           05  WS-CASH-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-CB-IDX.
               10  WS-CB-PORTFOLIO-ID    PIC X(08).
               10  WS-CB-CURRENCY        PIC X(03).
               10  WS-CB-CLOSING-CASH    PIC S9(13)V9(2) COMP-3.

      *-- Latest quote per security, the POSRVL00 load pattern.
           05  WS-SWEEP-QUANTITY         PIC S9(11)V9(4) COMP-3.
           05  WS-HELD-VALUE             PIC S9(13)V9(2) COMP-3.
           05  WS-LOOKUP-PORTFOLIO       PIC X(08).
           05  WS-LOOKUP-CURRENCY        PIC X(03).

       01  WS-SEQSVC-REQUEST.
           05  WS-SQ-FUNCTION            PIC X(04).
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)

       1320-NOTE-CASH-BALANCE.
           MOVE CSH-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           MOVE CSH-CURRENCY     TO WS-LOOKUP-CURRENCY
           PERFORM 1330-FIND-CASH-ENTRY
           IF WS-ENTRY-FOUND
               MOVE CSH-CLOSING-BALANCE
                   CONTINUE
               WHEN WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   AND WS-CB-CURRENCY (WS-CB-IDX) = WS-LOOKUP-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CASH-COUNT < 300
                   ADD 1 TO WS-CASH-COUNT
                   SET WS-CB-IDX TO WS-CASH-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CB-CURRENCY (WS-CB-IDX)
                   MOVE ZERO TO WS-CB-CLOSING-CASH (WS-CB-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'CSHSWP00 WARNING: CASH TABLE FULL, '
                       WS-LOOKUP-PORTFOLIO ' ' WS-LOOKUP-CURRENCY
                       ' NOT SWEPT'
               END-IF
           END-IF.

                   SET EOF-PORTFOLIOS TO TRUE
           END-READ.

      *-- Change: the sweep vehicle is a base-currency fund, so only
      *-- the base-currency balance sweeps. Cash held in any other
      *-- currency is left where it is; an overdraft in one cannot
      *-- be funded from the vehicle and is reported for the desk to
      *-- cover with an FX conversion.
       2020-DECIDE-ONE-PORTFOLIO.
           MOVE ZERO TO WS-CLOSING-CASH
           PERFORM 2022-ADD-BASE-BALANCE
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CASH-COUNT
           EVALUATE TRUE
               WHEN WS-CLOSING-CASH > PORT-SWEEP-THRESHOLD
                   COMPUTE WS-SWEEP-AMOUNT =
                   PERFORM 2040-SWEEP-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2070-REPORT-FOREIGN-OVERDRAFT
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CASH-COUNT.

       2022-ADD-BASE-BALANCE.
           IF WS-CB-PORTFOLIO-ID (WS-CB-IDX) = PORT-ID
               AND (WS-CB-CURRENCY (WS-CB-IDX) = PORT-BASE-CURRENCY
                   OR WS-CB-CURRENCY (WS-CB-IDX) = SPACES)
               ADD WS-CB-CLOSING-CASH (WS-CB-IDX) TO WS-CLOSING-CASH
           END-IF.

      *-- Money-market vehicles price at par when the feed carries no
      *-- quote -- a sweep must not wait on a price that never moves.
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'CSHSWP00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
           MOVE WS-SWEEP-AMOUNT    TO WS-SW-AMOUNT
           WRITE REPORT-RECORD FROM WS-SWEEP-LINE.

       2070-REPORT-FOREIGN-OVERDRAFT.
           IF WS-CB-PORTFOLIO-ID (WS-CB-IDX) = PORT-ID
               AND WS-CB-CURRENCY (WS-CB-IDX) NOT = PORT-BASE-CURRENCY
               AND WS-CB-CURRENCY (WS-CB-IDX) NOT = SPACES
               AND WS-CB-CLOSING-CASH (WS-CB-IDX) < ZERO
               COMPUTE WS-SWEEP-AMOUNT =
                   ZERO - WS-CB-CLOSING-CASH (WS-CB-IDX)
               ADD 1 TO WS-SHORTFALLS
               MOVE 'NO SWEEP' TO WS-SW-ACTION
               MOVE SPACES TO WS-SW-LABEL
               STRING WS-CB-CURRENCY (WS-CB-IDX)
                      ' OVERDRAFT - FUND BY FX'
                   DELIMITED BY SIZE INTO WS-SW-LABEL
               PERFORM 2060-WRITE-SWEEP-LINE
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
