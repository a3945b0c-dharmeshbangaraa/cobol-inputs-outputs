       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIYCAL00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Fixed-Income Yield Calculator                                  *
      *                                                                *
      * A small callable service, in the CALSVC00 mold, so every       *
      * program that needs a bond's yield or rate sensitivity gets the *
      * same answer from the same arithmetic instead of each carrying  *
      * its own solver:                                                *
      * - Takes the run date, the security's maturity date, day count  *
      *   and coupon rate (SEC-MATURITY-DATE, SEC-DAY-COUNT,           *
      *   SEC-ACCRUAL-RATE) and the clean price per unit of face       *
      * - Returns the days and day-count years to maturity, the yield  *
      *   to maturity, modified duration and convexity                 *
      * Return codes: 0 = solved; 4 = term returned but the yield did  *
      * not settle (analytics zero); 8 = maturity missing, invalid or  *
      * not after the run date (nothing returned).                     *
      *                                                                *
      * Annual coupons are counted back from maturity: the last falls  *
      * at the maturity date, each earlier one a year before, so the   *
      * first comes WS-FIRST-FLOW years out and the buyer owes the     *
      * seller the rest of that coupon year as accrued. The yield is   *
      * the rate at which the discounted flows equal the dirty price,  *
      * found by Newton's method from the usual approximation.         *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-YIELD-SW               PIC X(01) VALUE 'N'.
               88  WS-YIELD-SOLVED           VALUE 'Y'.
               88  WS-YIELD-FAILED           VALUE 'F'.
               88  WS-YIELD-WORKING          VALUE 'N'.

      *-- Prices, coupons and yields are decimal fractions per unit
      *-- of face (5% = 0.05); the caller gets percentages back.
       01  WS-BOND-AREA.
           05  WS-PRICE                  PIC S9(11)V9(4) COMP-3.
           05  WS-COUPON                 PIC S9(03)V9(08) COMP-3.
           05  WS-FLOW-COUNT             PIC 9(03) COMP.
           05  WS-FIRST-FLOW             PIC S9(03)V9(09) COMP-3.
           05  WS-DIRTY-PRICE            PIC S9(05)V9(09) COMP-3.

      *-- Solver work. Each pass discounts every remaining coupon at
      *-- the trial yield; the sums below are the price, its
      *-- time-weighted form (Macaulay numerator) and the convexity
      *-- numerator.
       01  WS-YIELD-WORK.
           05  WS-YW-YIELD               PIC S9(03)V9(12) COMP-3.
           05  WS-YW-STEP                PIC S9(03)V9(12) COMP-3.
           05  WS-YW-ITERATIONS          PIC 9(03) COMP.
           05  WS-YW-FLOW-IDX            PIC 9(03) COMP.
           05  WS-YW-FLOW-TIME           PIC S9(03)V9(09) COMP-3.
           05  WS-YW-CASH-FLOW           PIC S9(03)V9(09) COMP-3.
           05  WS-YW-DISCOUNT            PIC S9(03)V9(12) COMP-3.
           05  WS-YW-PV                  PIC S9(05)V9(12) COMP-3.
           05  WS-YW-TIME-PV             PIC S9(07)V9(10) COMP-3.
           05  WS-YW-CONVEX-PV           PIC S9(09)V9(08) COMP-3.
           05  WS-YW-MACAULAY            PIC S9(05)V9(09) COMP-3.
       01  WS-MAX-ITERATIONS             PIC 9(03) COMP VALUE 50.
       01  WS-MAX-FLOWS                  PIC 9(03) COMP VALUE 100.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-NUM           PIC 9(08).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-NUM.
               10  WS-RUN-YYYY           PIC 9(04).
               10  WS-RUN-MM             PIC 9(02).
               10  WS-RUN-DD             PIC 9(02).
           05  WS-RUN-JULIAN             PIC 9(07).
           05  WS-MAT-DATE-NUM           PIC 9(08).
           05  WS-MAT-DATE-PARTS REDEFINES WS-MAT-DATE-NUM.
               10  WS-MAT-YYYY           PIC 9(04).
               10  WS-MAT-MM             PIC 9(02).
               10  WS-MAT-DD             PIC 9(02).
           05  WS-MAT-JULIAN             PIC 9(07).
           05  WS-DAYS-30-360            PIC S9(07) COMP.
           05  WS-RUN-DD-30              PIC 9(02).
           05  WS-MAT-DD-30              PIC 9(02).

       LINKAGE SECTION.
       01  LS-FIYCAL-REQUEST.
           05  LS-RUN-DATE               PIC X(08).
           05  LS-MATURITY-DATE          PIC X(08).
           05  LS-DAY-COUNT              PIC X(01).
               88  LS-DC-ACT-360             VALUE '0'.
               88  LS-DC-30-360              VALUE '3'.
           05  LS-COUPON-RATE            PIC S9(03)V9(06) COMP-3.
           05  LS-CLEAN-PRICE            PIC S9(11)V9(4) COMP-3.
           05  LS-DAYS-TO-MAT            PIC S9(07) COMP.
           05  LS-YEARS                  PIC S9(03)V9(09) COMP-3.
           05  LS-YTM-PCT                PIC S9(03)V9(06) COMP-3.
           05  LS-MOD-DURATION           PIC S9(03)V9(06) COMP-3.
           05  LS-CONVEXITY              PIC S9(05)V9(06) COMP-3.
           05  LS-RETURN-CODE            PIC S9(04) COMP.

       PROCEDURE DIVISION USING LS-FIYCAL-REQUEST.
       0000-MAIN.
           MOVE 0    TO LS-RETURN-CODE
           MOVE ZERO TO LS-DAYS-TO-MAT
           MOVE ZERO TO LS-YEARS
           MOVE ZERO TO LS-YTM-PCT
           MOVE ZERO TO LS-MOD-DURATION
           MOVE ZERO TO LS-CONVEXITY
           IF LS-RUN-DATE NOT NUMERIC
               OR LS-MATURITY-DATE NOT NUMERIC
               OR LS-MATURITY-DATE NOT > LS-RUN-DATE
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF
           MOVE LS-CLEAN-PRICE TO WS-PRICE
           IF LS-COUPON-RATE NUMERIC
               COMPUTE WS-COUPON = LS-COUPON-RATE / 100
           ELSE
               MOVE ZERO TO WS-COUPON
           END-IF
           PERFORM 1000-COMPUTE-TERM
           PERFORM 2000-COMPUTE-YIELD
           IF NOT WS-YIELD-SOLVED
               MOVE 4 TO LS-RETURN-CODE
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * TERM TO MATURITY
      *-----------------------------------------------------------------
      *-- Years to maturity on the security's day count: actual days
      *-- over 365 or 360, or 30/360 days (a 31st counts as the 30th)
      *-- over 360.
       1000-COMPUTE-TERM.
           MOVE LS-RUN-DATE TO WS-RUN-DATE-NUM
           MOVE LS-MATURITY-DATE TO WS-MAT-DATE-NUM
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           COMPUTE WS-MAT-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-MAT-DATE-NUM)
           COMPUTE LS-DAYS-TO-MAT = WS-MAT-JULIAN - WS-RUN-JULIAN
           EVALUATE TRUE
               WHEN LS-DC-30-360
                   PERFORM 1100-COMPUTE-30-360-DAYS
                   COMPUTE LS-YEARS ROUNDED = WS-DAYS-30-360 / 360
               WHEN LS-DC-ACT-360
                   COMPUTE LS-YEARS ROUNDED = LS-DAYS-TO-MAT / 360
               WHEN OTHER
                   COMPUTE LS-YEARS ROUNDED = LS-DAYS-TO-MAT / 365
           END-EVALUATE
           IF LS-YEARS NOT > ZERO
               MOVE 0.002739726 TO LS-YEARS
           END-IF.

       1100-COMPUTE-30-360-DAYS.
           MOVE WS-RUN-DD TO WS-RUN-DD-30
           IF WS-RUN-DD-30 > 30
               MOVE 30 TO WS-RUN-DD-30
           END-IF
           MOVE WS-MAT-DD TO WS-MAT-DD-30
           IF WS-MAT-DD-30 > 30
               MOVE 30 TO WS-MAT-DD-30
           END-IF
           COMPUTE WS-DAYS-30-360 =
               (WS-MAT-YYYY - WS-RUN-YYYY) * 360
             + (WS-MAT-MM - WS-RUN-MM) * 30
             + (WS-MAT-DD-30 - WS-RUN-DD-30).

      *-----------------------------------------------------------------
      * YIELD TO MATURITY, DURATION AND CONVEXITY
      *-----------------------------------------------------------------
      *-- A yield that will not settle inside the iteration limit (or
      *-- a bond beyond the flow limit) comes back return code 4.
       2000-COMPUTE-YIELD.
           SET WS-YIELD-WORKING TO TRUE
           MOVE LS-YEARS TO WS-FLOW-COUNT
           IF WS-FLOW-COUNT < LS-YEARS
               ADD 1 TO WS-FLOW-COUNT
           END-IF
           IF WS-FLOW-COUNT > WS-MAX-FLOWS
               SET WS-YIELD-FAILED TO TRUE
           ELSE
               COMPUTE WS-FIRST-FLOW =
                   LS-YEARS - (WS-FLOW-COUNT - 1)
               COMPUTE WS-DIRTY-PRICE =
                   WS-PRICE + WS-COUPON * (1 - WS-FIRST-FLOW)
               COMPUTE WS-YW-YIELD ROUNDED =
                   (WS-COUPON + (1 - WS-PRICE) / LS-YEARS)
                   / ((1 + WS-PRICE) / 2)
                   ON SIZE ERROR
                       MOVE WS-COUPON TO WS-YW-YIELD
               END-COMPUTE
               IF WS-YW-YIELD NOT > -0.5
                   MOVE WS-COUPON TO WS-YW-YIELD
               END-IF
               MOVE ZERO TO WS-YW-ITERATIONS
               PERFORM 2100-NEWTON-STEP
                   UNTIL NOT WS-YIELD-WORKING
           END-IF
           IF WS-YIELD-SOLVED
               PERFORM 2200-SUM-CASH-FLOWS
           END-IF
           IF WS-YIELD-SOLVED
               PERFORM 2400-COMPUTE-RISK-MEASURES
           END-IF.

       2100-NEWTON-STEP.
           ADD 1 TO WS-YW-ITERATIONS
           PERFORM 2200-SUM-CASH-FLOWS
           IF WS-YIELD-WORKING
               IF WS-YW-TIME-PV NOT > ZERO
                   SET WS-YIELD-FAILED TO TRUE
               ELSE
                   COMPUTE WS-YW-STEP ROUNDED =
                       (WS-YW-PV - WS-DIRTY-PRICE)
                       * (1 + WS-YW-YIELD) / WS-YW-TIME-PV
                       ON SIZE ERROR
                           SET WS-YIELD-FAILED TO TRUE
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-YIELD-WORKING
               ADD WS-YW-STEP TO WS-YW-YIELD
                   ON SIZE ERROR
                       SET WS-YIELD-FAILED TO TRUE
               END-ADD
           END-IF
           IF WS-YIELD-WORKING
               IF WS-YW-YIELD NOT > -0.95
                   SET WS-YIELD-FAILED TO TRUE
               ELSE
                   IF WS-YW-STEP < 0.000000001
                       AND WS-YW-STEP > -0.000000001
                       SET WS-YIELD-SOLVED TO TRUE
                   ELSE
                       IF WS-YW-ITERATIONS NOT < WS-MAX-ITERATIONS
                           SET WS-YIELD-FAILED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-SUM-CASH-FLOWS.
           MOVE ZERO TO WS-YW-PV
           MOVE ZERO TO WS-YW-TIME-PV
           MOVE ZERO TO WS-YW-CONVEX-PV
           PERFORM 2300-DISCOUNT-ONE-FLOW
               VARYING WS-YW-FLOW-IDX FROM 1 BY 1
               UNTIL WS-YW-FLOW-IDX > WS-FLOW-COUNT
                  OR WS-YIELD-FAILED.

       2300-DISCOUNT-ONE-FLOW.
           COMPUTE WS-YW-FLOW-TIME =
               WS-FIRST-FLOW + (WS-YW-FLOW-IDX - 1)
           MOVE WS-COUPON TO WS-YW-CASH-FLOW
           IF WS-YW-FLOW-IDX = WS-FLOW-COUNT
               ADD 1 TO WS-YW-CASH-FLOW
           END-IF
           COMPUTE WS-YW-DISCOUNT ROUNDED =
               1 / ((1 + WS-YW-YIELD) ** WS-YW-FLOW-TIME)
               ON SIZE ERROR
                   SET WS-YIELD-FAILED TO TRUE
           END-COMPUTE
           IF NOT WS-YIELD-FAILED
               COMPUTE WS-YW-PV ROUNDED = WS-YW-PV
                   + WS-YW-CASH-FLOW * WS-YW-DISCOUNT
               COMPUTE WS-YW-TIME-PV ROUNDED = WS-YW-TIME-PV
                   + WS-YW-FLOW-TIME * WS-YW-CASH-FLOW
                     * WS-YW-DISCOUNT
               COMPUTE WS-YW-CONVEX-PV ROUNDED = WS-YW-CONVEX-PV
                   + WS-YW-FLOW-TIME * (WS-YW-FLOW-TIME + 1)
                     * WS-YW-CASH-FLOW * WS-YW-DISCOUNT
           END-IF.

      *-- Macaulay duration is the present-value-weighted time to the
      *-- flows; modified duration discounts it one period for the
      *-- price's sensitivity to yield, and convexity is the second-
      *-- order term, both on the annual compounding basis above.
       2400-COMPUTE-RISK-MEASURES.
           IF WS-YW-PV NOT > ZERO
               SET WS-YIELD-FAILED TO TRUE
           ELSE
               COMPUTE LS-YTM-PCT ROUNDED = WS-YW-YIELD * 100
               COMPUTE WS-YW-MACAULAY ROUNDED =
                   WS-YW-TIME-PV / WS-YW-PV
               COMPUTE LS-MOD-DURATION ROUNDED =
                   WS-YW-MACAULAY / (1 + WS-YW-YIELD)
               COMPUTE LS-CONVEXITY ROUNDED =
                   WS-YW-CONVEX-PV
                   / (WS-YW-PV * (1 + WS-YW-YIELD) ** 2)
                   ON SIZE ERROR
                       SET WS-YIELD-FAILED TO TRUE
                       MOVE ZERO TO LS-YTM-PCT
                       MOVE ZERO TO LS-MOD-DURATION
               END-COMPUTE
           END-IF.
