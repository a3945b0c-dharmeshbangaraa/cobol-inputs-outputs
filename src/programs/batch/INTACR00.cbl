      *             CALSVC00 TO A BUSINESS DAY IN THE ACCRUAL         *
      *             CURRENCY'S MARKET, SO INCOME IS NEVER POSTED      *
      *             VALUE A HOLIDAY IN ITS OWN CURRENCY.              *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  CASH INTEREST NOW ACCRUES PER PORTFOLIO PER       *
      *             CURRENCY: A BALANCE HELD IN OTHER THAN THE BASE   *
      *             CURRENCY ACCRUES AT THE SAME CARD RATES UNDER ITS *
      *             OWN '*CASH*CCY' ENTRY AND POSTS IN THAT CURRENCY. *
      * 2026-10-15  THE PERIOD-END INCOME ROW NOW CARRIES THE         *
      *             PURCHASED ACCRUED INTEREST INSIDE THE BALANCE ON  *
      *             TRAN-ACCRUED-INT; NEW ACCRUAL RECORDS START IT AT *
      *             ZERO.                                             *
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
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-CASH-DEBIT-RATE        PIC S9(03)V9(06) COMP-3
                                         VALUE ZERO.
       01  WS-CASH-INVESTMENT-ID         PIC X(10) VALUE '*CASH*'.
      *-- Change: cash held in a currency other than the portfolio's
      *-- base accrues under its own pseudo-investment, '*CASH*'
      *-- followed by the currency ('*CASH*EUR'), so each currency's
      *-- interest accrues and posts separately.
       01  WS-CASH-ACCRUAL-ID            PIC X(10).
       01  WS-CASH-ACCRUED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-CASH-RATE                  PIC S9(03)V9(06) COMP-3.
       01  WS-CASH-CCY                   PIC X(03).
      *-- the ledger (the POSUPD00 cash-check pattern) so the accrual
      *-- works the closing balance, not whichever day's record
      *-- happened to be read first.
      *-- Change: one entry per portfolio/currency; a ledger record
      *-- carrying no currency is the portfolio's base currency.
       01  WS-CASHBAL-TABLE.
           05  WS-CASHBAL-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-CB-IDX.
               10  WS-CB-PORTFOLIO-ID    PIC X(08).
               10  WS-CB-CURRENCY        PIC X(03).
               10  WS-CB-CLOSING-CASH    PIC S9(13)V9(2) COMP-3.
       01  WS-CB-FOUND-SW                PIC X(01).
           88  WS-CB-ENTRY-FOUND             VALUE 'Y'.
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
               MOVE WS-DAILY-INTEREST TO ACR-ACCRUED-AMOUNT
               MOVE WS-CURRENT-DATE   TO ACR-LAST-ACCRUAL-DATE
               MOVE POS-CURRENCY      TO ACR-CURRENCY
               MOVE ZERO              TO ACR-PURCHASED-AMOUNT
               WRITE ACCRUAL-RECORD
               PERFORM 2040-COUNT-ACCRUAL
               PERFORM 2050-AMORTIZE-COST
                   CONTINUE
               WHEN WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                        = CSH-PORTFOLIO-ID
                   AND WS-CB-CURRENCY (WS-CB-IDX) = CSH-CURRENCY
                   SET WS-CB-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-CB-ENTRY-FOUND
               IF WS-CASHBAL-COUNT < 300
                   ADD 1 TO WS-CASHBAL-COUNT
                   SET WS-CB-IDX TO WS-CASHBAL-COUNT
                   MOVE CSH-PORTFOLIO-ID
                       TO WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                   MOVE CSH-CURRENCY
                       TO WS-CB-CURRENCY (WS-CB-IDX)
                   SET WS-CB-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'INTACR00 WARNING: CASH TABLE FULL, '
                       CSH-PORTFOLIO-ID ' ' CSH-CURRENCY
                       ' CASH NOT ACCRUED'
               END-IF
           END-IF
           IF WS-CB-ENTRY-FOUND

      *-- The portfolio's base currency is the currency its cash
      *-- interest accrues and later posts in.
      *-- Change: unless the balance is held in another currency,
      *-- which accrues (at the same card rates) and posts in that
      *-- currency under its own '*CASH*ccy' entry.
       2250-APPLY-CASH-ACCRUAL.
           MOVE SPACES TO WS-CASH-CCY
           MOVE WS-CB-PORTFOLIO-ID (WS-CB-IDX) TO PORT-ID
               NOT INVALID KEY
                   MOVE PORT-BASE-CURRENCY TO WS-CASH-CCY
           END-READ
           MOVE WS-CASH-INVESTMENT-ID TO WS-CASH-ACCRUAL-ID
           IF WS-CB-CURRENCY (WS-CB-IDX) NOT = SPACES
               AND WS-CB-CURRENCY (WS-CB-IDX) NOT = WS-CASH-CCY
               MOVE WS-CB-CURRENCY (WS-CB-IDX) TO WS-CASH-CCY
               MOVE WS-CASH-CCY TO WS-CASH-ACCRUAL-ID (7:3)
           END-IF
           MOVE 'N' TO WS-ACCR-FOUND-SW
           MOVE WS-CB-PORTFOLIO-ID (WS-CB-IDX) TO ACR-PORTFOLIO-ID
           MOVE WS-CASH-ACCRUAL-ID TO ACR-INVESTMENT-ID
           READ ACCRUAL-FILE
               INVALID KEY
                   CONTINUE
           ELSE
               MOVE WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                   TO ACR-PORTFOLIO-ID
               MOVE WS-CASH-ACCRUAL-ID TO ACR-INVESTMENT-ID
               MOVE WS-DAILY-INTEREST TO ACR-ACCRUED-AMOUNT
               MOVE WS-CURRENT-DATE   TO ACR-LAST-ACCRUAL-DATE
               MOVE WS-CASH-CCY       TO ACR-CURRENCY
               MOVE ZERO              TO ACR-PURCHASED-AMOUNT
               WRITE ACCRUAL-RECORD
               PERFORM 2260-COUNT-CASH-ACCRUAL
           END-IF.
           ADD 1 TO WS-CASH-ACCRUED-COUNT
           ADD WS-DAILY-INTEREST TO WS-TOTAL-ACCRUED
           MOVE WS-CB-PORTFOLIO-ID (WS-CB-IDX) TO WS-AL-PORTFOLIO
           MOVE WS-CASH-ACCRUAL-ID TO WS-AL-INVESTMENT-ID
           MOVE WS-DAILY-INTEREST TO WS-AL-AMOUNT
           MOVE 'CASH INTEREST ACCRUED' TO WS-AL-LABEL
           WRITE REPORT-RECORD FROM WS-ACCRUAL-LINE.
      *-- posted the way FEEGEN00 posts fees; CAPROC00 credits it to
      *-- the position the same way it credits a cash dividend. The
      *-- balance resets so the next period starts from zero.
      *-- Change: the income row carries the purchased accrued
      *-- interest inside the balance on TRAN-ACCRUED-INT, so the GL
      *-- books that part as the recovery of what the buyer paid the
      *-- seller rather than as income; it resets with the balance.
       2500-POST-ACCRUED-INCOME.
           IF ACR-PURCHASED-AMOUNT NOT NUMERIC
               MOVE ZERO TO ACR-PURCHASED-AMOUNT
           END-IF
           IF ACR-ACCRUED-AMOUNT NOT = ZERO
               PERFORM 2520-WRITE-INCOME-TRANSACTION
               MOVE ZERO TO ACR-ACCRUED-AMOUNT
               MOVE ZERO TO ACR-PURCHASED-AMOUNT
               REWRITE ACCRUAL-RECORD
           END-IF
           PERFORM 2510-READ-ACCRUAL.
      *-- Change: cash-balance interest has no position for CAPROC00
      *-- to credit -- its 'IN' row posts DONE and settles straight
      *-- into the cash ledger like the custodian's own entry.
           IF ACR-INVESTMENT-ID (1:6) = WS-CASH-INVESTMENT-ID (1:6)
               SET TRAN-STATUS-DONE TO TRUE
           ELSE
               SET TRAN-STATUS-PEND TO TRUE
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE ACR-PURCHASED-AMOUNT TO TRAN-ACCRUED-INT
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'INTACR00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
