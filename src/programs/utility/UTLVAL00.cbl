      *             COMPARED AGAINST THE DAY'S FX RATE MASTER AND
      *             FLAGGED WHEN IT DEVIATES BY MORE THAN THE
      *             TOLERANCE.
      * 2026-10-05  ERROR-LOG AND AUDIT ENTRIES NOW CARRY THE SYSTEM
      *             BUSINESS PROCESS DATE (PDTSVC00) INSTEAD OF THE
      *             MACHINE CLOCK DATE, SO THEY CROSS-REFERENCE TO THE
      *             NIGHT'S RUNS BY BUSINESS DATE.
      * 2026-10-15  SECURITIES-LENDING FEE POSTINGS ARE EXEMPT FROM
      *             THE AMOUNT-CONSISTENCY CHECK LIKE OTHER INCOME.
      * 2026-10-15  SPOT FX CONVERSIONS ARE EXEMPT FROM THE AMOUNT-
      *             CONSISTENCY CHECK AND MUST NAME TWO DIFFERENT
      *             CURRENCIES AND A RATE.
      * 2026-10-15  THE AMOUNT-CONSISTENCY CHECK NOW PRICES AN OPTION
      *             TRADE WITH ITS CONTRACT MULTIPLIER, EXPECTS NO
      *             CONSIDERATION ON A FUTURES TRADE, AND EXEMPTS
      *             FUTURES VARIATION MARGIN POSTINGS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           05  WS-VAL-STATUS         PIC XX.
           05  WS-POS-STATUS         PIC XX.
           05  WS-ABS-AMOUNT-DIFF    PIC S9(13)V9(2) COMP-3.
           05  WS-AMOUNT-TOLERANCE   PIC S9(03)V9(2) COMP-3
                                     VALUE 0.01.
      *-- Change: the traded security's contract multiplier (one
      *-- unless it is an option or future) and whether it is a
      *-- future, which changes hands for no consideration.
           05  WS-TRADE-MULTIPLIER   PIC S9(07)V9(04) COMP-3.
           05  WS-TRADE-FUTURE-SW    PIC X(01).
               88  WS-TRADE-IS-FUTURE    VALUE 'Y'.

      *-- Change: FX reasonableness working storage. A trade rate
      *-- within the tolerance band either side of the day's master
           PERFORM 2440-CHECK-AMOUNT-CONSISTENCY
           PERFORM 2460-CHECK-COUNTERPARTY
           PERFORM 2470-CHECK-FX-RATE
           PERFORM 2480-CHECK-FX-CONVERSION
           PERFORM 2010-READ-TRAN.

       2420-CHECK-TRANSACTION-FORMAT.
      *-- of zero (a flat or basis-point fee, a unit/cash dividend, a
      *-- split ratio adjustment with no price), so QTY * PRICE is not
      *-- the right reconciliation for them.
      *-- Change: a derivative trade is priced per unit of the
      *-- underlying, so an option's amount is quantity times price
      *-- times the contract multiplier; a future changes hands for
      *-- nothing (its gains and losses reach cash as variation
      *-- margin), and the margin rows themselves are pure cash.
       2440-CHECK-AMOUNT-CONSISTENCY.
           IF TRAN-TYPE-FEE OR TRAN-TYPE-DIV OR TRAN-TYPE-SPLIT
               OR TRAN-TYPE-WHT OR TRAN-TYPE-INT
               OR TRAN-TYPE-LEND-FEE OR TRAN-TYPE-FX-CONV
               OR TRAN-TYPE-VAR-MARGIN
               CONTINUE
           ELSE
               PERFORM 2442-RESOLVE-MULTIPLIER
               IF WS-TRADE-IS-FUTURE
                   MOVE ZERO TO WS-EXPECTED-AMOUNT
               ELSE
                   COMPUTE WS-EXPECTED-AMOUNT ROUNDED =
                       TRAN-QUANTITY * TRAN-PRICE * WS-TRADE-MULTIPLIER
               END-IF
               COMPUTE WS-AMOUNT-DIFF = TRAN-AMOUNT - WS-EXPECTED-AMOUNT
               IF WS-AMOUNT-DIFF < ZERO
                   COMPUTE WS-ABS-AMOUNT-DIFF = WS-AMOUNT-DIFF * -1
               END-IF
           END-IF.

      *-- Change: A spot FX conversion must name two different
      *-- currencies and carry the rate between them -- without
      *-- them the cash ledger cannot tell which balance it moves,
      *-- and 2470 has nothing to prove the rate against.
       2480-CHECK-FX-CONVERSION.
           IF TRAN-TYPE-FX-CONV
               IF TRAN-FX-BUY-CCY = SPACES
                   OR TRAN-FX-SELL-CCY = SPACES
                   OR TRAN-FX-BUY-CCY = TRAN-FX-SELL-CCY
                   OR TRAN-FX-RATE = ZERO
                   MOVE 'FX CONVERSION MISSING CURRENCY OR RATE'
                       TO WS-ERR-DESC
                   PERFORM 2450-WRITE-TRAN-ERROR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * BALANCE RECONCILIATION (POSITION-MASTER VS. TRNREC ACTIVITY)
      *-----------------------------------------------------------------
      *-- active security on SECURITY-MASTER, the same cross-file
      *-- lookup 2460-CHECK-COUNTERPARTY applies to transfers -- a
      *-- phantom position created from a mistyped id surfaces here.
       2442-RESOLVE-MULTIPLIER.
           MOVE 1 TO WS-TRADE-MULTIPLIER
           MOVE 'N' TO WS-TRADE-FUTURE-SW
           MOVE TRAN-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SEC-TYPE-FUTURE
                       SET WS-TRADE-IS-FUTURE TO TRUE
                   END-IF
                   IF SEC-TYPE-DERIVATIVE
                       AND SEC-CONTRACT-MULT > ZERO
                       MOVE SEC-CONTRACT-MULT TO WS-TRADE-MULTIPLIER
                   END-IF
           END-READ.

       2660-CHECK-SECURITY-MASTER.
           MOVE POS-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
