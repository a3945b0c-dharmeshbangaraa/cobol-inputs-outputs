       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIARPT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Fixed-Income Analytics Report                                  *
      *                                                                *
      * Yield, duration and maturity profile of every bond holding,    *
      * so advisors stop rebuilding them in a spreadsheet from         *
      * RPTPOS00's CSV:                                                *
      * - Sweeps POSITION-MASTER; every FI position with units held    *
      *   is priced from the latest security price feed (the           *
      *   security's primary vendor, then its secondary, then the      *
      *   freshest quote from any vendor -- the POSRVL00 hierarchy),   *
      *   falling back to the position's last revalued value when the  *
      *   feed has no quote                                            *
      * - Takes the coupon rate, maturity date and day count from      *
      *   SECURITY-MASTER and has FIYCAL00 solve for the yield to      *
      *   maturity, modified duration and convexity                    *
      * - Prints each holding, then a per-portfolio summary carrying   *
      *   the market-value-weighted yield, modified duration and       *
      *   convexity in the portfolio's base currency                   *
      * - Closes with a firm-wide maturity ladder bucketed by whole    *
      *   years to SEC-MATURITY-DATE                                   *
      * - Writes one CSV row per holding analyzed, in the RPTPOS00     *
      *   convention                                                   *
      *                                                                *
      * Pricing follows POSRVL00: a price is per unit of POS-QUANTITY, *
      * the bond's face, so the coupon a unit earns a year is          *
      * SEC-ACCRUAL-RATE / 100. The feed price is taken as clean.      *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      * 2026-10-15  THE YIELD, DURATION AND CONVEXITY ARITHMETIC       *
      *             MOVED TO THE CALLABLE FIYCAL00 SERVICE, SO THE     *
      *             RISK RUN PRICES RATE SHOCKS ON THE SAME DURATION.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO SECMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT SECURITY-PRICE-FILE ASSIGN TO SECPRICE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

      *-- Central FX rate master, the RPTPOS00 base-currency source;
      *-- a site without the treasury feed reports every holding at
      *-- its trade-currency value.
           SELECT FX-RATE-MASTER ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CSV-FILE ASSIGN TO FIACSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  SECURITY-MASTER
           RECORDING MODE IS F.
       01  SECURITY-RECORD.
           COPY SECMSTR REPLACING ==:PREFIX:== BY ==SEC==.

       FD  SECURITY-PRICE-FILE
           RECORDING MODE IS F.
           COPY PRCREC.

       FD  FX-RATE-MASTER
           RECORDING MODE IS F.
       01  FX-RATE-RECORD.
           COPY FXRATE REPLACING ==:PREFIX:== BY ==FXR==.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       FD  CSV-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CSV-RECORD                    PIC X(170).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'FIARPT00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of PDTSVC00's LINKAGE layout -- the run date
      *-- is the system business process date, not the machine clock.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-PRICE-STATUS           PIC XX.
           05  WS-FXR-STATUS             PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-CSV-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-POSITION-SW        PIC X(01) VALUE 'N'.
               88  EOF-POSITION              VALUE 'Y'.
           05  WS-EOF-PRICE-SW           PIC X(01) VALUE 'N'.
               88  EOF-PRICE-FEED            VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-PRICE-FOUND            VALUE 'Y'.
           05  WS-HOLDING-SW             PIC X(01) VALUE 'N'.
               88  WS-HOLDING-USABLE         VALUE 'Y'.
           05  WS-YIELD-SW               PIC X(01) VALUE 'N'.
               88  WS-YIELD-SOLVED           VALUE 'Y'.
               88  WS-YIELD-FAILED           VALUE 'F'.

      *-- In-memory price table, one entry per investment per vendor
      *-- carrying that vendor's most recent quote -- the POSRVL00
      *-- table, so both programs read the feed the same way.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-PR-ENTRY OCCURS 2000 TIMES
                                         INDEXED BY WS-PR-IDX.
               10  WS-PR-INVESTMENT-ID   PIC X(10).
               10  WS-PR-SOURCE          PIC X(04).
               10  WS-PR-PRICE-DATE      PIC X(08).
               10  WS-PR-PRICE           PIC S9(11)V9(4) COMP-3.

       01  WS-SOURCE-LOOKUP.
           05  WS-WANTED-SOURCE          PIC X(04).
           05  WS-BEST-DATE              PIC X(08).
       01  WS-CMP-I                      PIC 9(04) COMP.
       01  WS-CMP-J                      PIC 9(04) COMP.

      *-- Latest master rate per currency pair, loaded once, the
      *-- RPTPOS00 load-once pattern.
       01  WS-FX-MASTER-TABLE.
           05  WS-FXM-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-FXM-EOF-SW             PIC X(01) VALUE 'N'.
               88  EOF-FX-MASTER             VALUE 'Y'.
           05  WS-FXM-FOUND-SW           PIC X(01).
               88  WS-FXM-PAIR-FOUND         VALUE 'Y'.
           05  WS-FXM-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-FXM-IDX.
               10  WS-FXM-FROM-CCY       PIC X(03).
               10  WS-FXM-TO-CCY         PIC X(03).
               10  WS-FXM-RATE-DATE      PIC X(08).
               10  WS-FXM-RATE           PIC S9(05)V9(06) COMP-3.

      *-- One holding's inputs and results. Prices, coupons and
      *-- yields are decimal fractions per unit of face (5% = 0.05);
      *-- they print as percentages.
       01  WS-HOLDING-AREA.
           05  WS-FI-PRICE               PIC S9(11)V9(4) COMP-3.
           05  WS-FI-PRICE-SOURCE        PIC X(04).
           05  WS-FI-COUPON              PIC S9(03)V9(08) COMP-3.
           05  WS-FI-MARKET-VALUE        PIC S9(13)V9(2) COMP-3.
           05  WS-FI-BASE-VALUE          PIC S9(13)V9(2) COMP-3.
           05  WS-FI-FX-RATE             PIC S9(05)V9(06) COMP-3.
           05  WS-FI-DAYS-TO-MAT         PIC S9(07) COMP.
           05  WS-FI-YEARS               PIC S9(03)V9(09) COMP-3.
           05  WS-FI-LADDER-YEARS        PIC 9(05) COMP.
           05  WS-FI-BUCKET              PIC 9(02) COMP.
           05  WS-FI-YTM-PCT             PIC S9(03)V9(06) COMP-3.
           05  WS-FI-MOD-DURATION        PIC S9(03)V9(06) COMP-3.
           05  WS-FI-CONVEXITY           PIC S9(05)V9(06) COMP-3.
           05  WS-FI-EXCEPTION           PIC X(50).

      *-- Working copy of FIYCAL00's LINKAGE layout -- the yield,
      *-- duration and convexity arithmetic the risk programs share.
       01  WS-FIYCAL-REQUEST.
           05  WS-FY-RUN-DATE            PIC X(08).
           05  WS-FY-MATURITY-DATE       PIC X(08).
           05  WS-FY-DAY-COUNT           PIC X(01).
           05  WS-FY-COUPON-RATE         PIC S9(03)V9(06) COMP-3.
           05  WS-FY-CLEAN-PRICE         PIC S9(11)V9(4) COMP-3.
           05  WS-FY-DAYS-TO-MAT         PIC S9(07) COMP.
           05  WS-FY-YEARS               PIC S9(03)V9(09) COMP-3.
           05  WS-FY-YTM-PCT             PIC S9(03)V9(06) COMP-3.
           05  WS-FY-MOD-DURATION        PIC S9(03)V9(06) COMP-3.
           05  WS-FY-CONVEXITY           PIC S9(05)V9(06) COMP-3.
           05  WS-FY-RETURN-CODE         PIC S9(04) COMP.

      *-- Per-portfolio running sums, reset at each portfolio break.
      *-- The weighted sums carry base value times the measure; the
      *-- averages divide by the base value of the holdings whose
      *-- yield solved.
       01  WS-PORTFOLIO-AREA.
           05  WS-PA-PORTFOLIO-ID        PIC X(08) VALUE SPACES.
           05  WS-PA-BASE-CCY            PIC X(03).
           05  WS-PA-HOLDINGS            PIC 9(07) COMP.
           05  WS-PA-BASE-VALUE          PIC S9(13)V9(2) COMP-3.
           05  WS-PA-SOLVED-VALUE        PIC S9(13)V9(2) COMP-3.
           05  WS-PA-SUM-YTM             PIC S9(16)V9(2) COMP-3.
           05  WS-PA-SUM-DURATION        PIC S9(16)V9(2) COMP-3.
           05  WS-PA-SUM-CONVEXITY       PIC S9(16)V9(2) COMP-3.

       01  WS-FIRM-AREA.
           05  WS-FA-HOLDINGS            PIC 9(07) COMP VALUE ZERO.
           05  WS-FA-BASE-VALUE          PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.
           05  WS-FA-SOLVED-VALUE        PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.
           05  WS-FA-SUM-YTM             PIC S9(16)V9(2) COMP-3
                                         VALUE ZERO.
           05  WS-FA-SUM-DURATION        PIC S9(16)V9(2) COMP-3
                                         VALUE ZERO.
           05  WS-FA-SUM-CONVEXITY       PIC S9(16)V9(2) COMP-3
                                         VALUE ZERO.

       01  WS-WEIGHTED-RESULTS.
           05  WS-WR-YTM                 PIC S9(03)V9(06) COMP-3.
           05  WS-WR-DURATION            PIC S9(03)V9(06) COMP-3.
           05  WS-WR-CONVEXITY           PIC S9(05)V9(06) COMP-3.

      *-- Firm-wide maturity ladder: bucket n holds the holdings
      *-- maturing n-1 to n whole years out; the last bucket takes
      *-- everything ten years and beyond.
       01  WS-LADDER-LABEL-VALUES.
           05  FILLER                    PIC X(12) VALUE 'UNDER 1 YR'.
           05  FILLER                    PIC X(12) VALUE '1 - 2 YRS'.
           05  FILLER                    PIC X(12) VALUE '2 - 3 YRS'.
           05  FILLER                    PIC X(12) VALUE '3 - 4 YRS'.
           05  FILLER                    PIC X(12) VALUE '4 - 5 YRS'.
           05  FILLER                    PIC X(12) VALUE '5 - 6 YRS'.
           05  FILLER                    PIC X(12) VALUE '6 - 7 YRS'.
           05  FILLER                    PIC X(12) VALUE '7 - 8 YRS'.
           05  FILLER                    PIC X(12) VALUE '8 - 9 YRS'.
           05  FILLER                    PIC X(12) VALUE '9 - 10 YRS'.
           05  FILLER                    PIC X(12) VALUE '10 YRS +'.
       01  WS-LADDER-LABELS REDEFINES WS-LADDER-LABEL-VALUES.
           05  WS-LL-LABEL               PIC X(12) OCCURS 11 TIMES.

       01  WS-LADDER-TABLE.
           05  WS-LADDER-BUCKETS         PIC 9(02) COMP VALUE 11.
           05  WS-LD-ENTRY OCCURS 11 TIMES
                                         INDEXED BY WS-LD-IDX.
               10  WS-LD-HOLDINGS        PIC 9(07) COMP.
               10  WS-LD-FACE            PIC S9(13)V9(4) COMP-3.
               10  WS-LD-BASE-VALUE      PIC S9(13)V9(2) COMP-3.
       01  WS-LADDER-TOTAL-VALUE         PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-LADDER-PCT                 PIC S9(03)V9(2) COMP-3.

       01  WS-COUNTS.
           05  WS-POSITIONS-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-ANALYZED-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-POSITION-PRICED-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  WS-PORTFOLIO-COUNT        PIC 9(07) COMP VALUE ZERO.

      *-- Working copy of CTLWRT00's LINKAGE layout -- end of run,
      *-- the report's counts go to the shared control-totals file
      *-- for the morning balancing run.
       01  WS-CTLTOT-REQUEST.
           05  WS-CT-JOB-NAME            PIC X(08) VALUE 'FIARPT00'.
           05  WS-CT-PROCESS-DATE        PIC X(08).
           05  WS-CT-RECORDS-IN          PIC 9(09).
           05  WS-CT-RECORDS-OUT         PIC 9(09).
           05  WS-CT-AMOUNT-IN           PIC S9(13)V9(2) COMP-3.
           05  WS-CT-AMOUNT-OUT          PIC S9(13)V9(2) COMP-3.
           05  WS-CT-RETURN-CODE         PIC S9(04) COMP.
      *-- Change: CTLWRT00's LINKAGE layout grew the partition
      *-- fields; a whole-file run passes them zero/SPACES.
           05  WS-CT-PARTITION-NO        PIC 9(02) VALUE ZERO.
           05  WS-CT-PARTITION-COUNT     PIC 9(02) VALUE ZERO.
           05  WS-CT-RANGE-FROM          PIC X(08) VALUE SPACES.
           05  WS-CT-RANGE-TO            PIC X(08) VALUE SPACES.

       01  WS-REPORT-DATE                PIC X(10).
       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'FIXED-INCOME ANALYTICS REPORT'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                    PIC X(12) VALUE 'INVESTMENT'.
           05  FILLER                    PIC X(10) VALUE 'MATURITY'.
           05  FILLER                    PIC X(17)
                   VALUE '   FACE QUANTITY'.
           05  FILLER                    PIC X(13) VALUE '      PRICE'.
           05  FILLER                    PIC X(17)
                   VALUE '  MKT VALUE BASE'.
           05  FILLER                    PIC X(09) VALUE '   CPN%'.
           05  FILLER                    PIC X(08) VALUE '   YRS'.
           05  FILLER                    PIC X(11) VALUE '     YTM%'.
           05  FILLER                    PIC X(10) VALUE ' MOD DUR'.
           05  FILLER                    PIC X(11) VALUE '   CONVEX'.
           05  FILLER                    PIC X(04) VALUE 'SRC'.

       01  WS-DETAIL-LINE.
           05  WS-DL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-MATURITY-DATE       PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-QUANTITY            PIC -(09)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-PRICE               PIC ZZZ9.999999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-BASE-VALUE          PIC -(11)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-COUPON              PIC ZZ9.999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-YEARS               PIC ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-YTM                 PIC -ZZ9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-MOD-DURATION        PIC ZZ9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-CONVEXITY           PIC ZZZZ9.999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-SOURCE              PIC X(04).

       01  WS-EXCEPTION-LINE.
           05  WS-EX-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EX-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EX-MATURITY-DATE       PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EX-DETAIL              PIC X(50).
           05  FILLER                    PIC X(50) VALUE SPACES.

       01  WS-PORTFOLIO-SUMMARY-LINE.
           05  WS-PS-LABEL               PIC X(10).
           05  WS-PS-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'HOLDINGS: '.
           05  WS-PS-HOLDINGS            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'MKT VAL '.
           05  WS-PS-BASE-VALUE          PIC -(12)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-PS-BASE-CCY            PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'YTM% '.
           05  WS-PS-YTM                 PIC -ZZ9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'MOD DUR '.
           05  WS-PS-MOD-DURATION        PIC ZZ9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'CONVEXITY '.
           05  WS-PS-CONVEXITY           PIC ZZZZ9.999.
           05  FILLER                    PIC X(19) VALUE SPACES.

       01  WS-LADDER-HEADING-LINE.
           05  FILLER                    PIC X(30)
                   VALUE 'FIRM-WIDE MATURITY LADDER'.
           05  FILLER                    PIC X(102) VALUE SPACES.

       01  WS-LADDER-LINE.
           05  WS-LL-BUCKET              PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'HOLDINGS: '.
           05  WS-LL-HOLDINGS            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'FACE: '.
           05  WS-LL-FACE                PIC -(13)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'MKT VAL: '.
           05  WS-LL-BASE-VALUE          PIC -(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-PCT                 PIC ZZ9.99.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(34) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

      *-- Delimited layout for the CSV extract, the RPTPOS00
      *-- convention: fixed-width fields, comma separated, no print
      *-- editing, so it loads straight into a spreadsheet.
       01  WS-CSV-DETAIL.
           05  WS-CSV-PORTFOLIO          PIC X(08).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-INVESTMENT-ID      PIC X(10).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-MATURITY-DATE      PIC X(08).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-CURRENCY           PIC X(03).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-QUANTITY           PIC -(10)9.9999.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-PRICE              PIC -(04)9.999999.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-VALUE              PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-BASE-VALUE         PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-BASE-CCY           PIC X(03).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-COUPON             PIC -(03)9.999999.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-YEARS              PIC -(03)9.9999.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-YTM                PIC -(03)9.9999.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-MOD-DURATION       PIC -(03)9.9999.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-CONVEXITY          PIC -(05)9.9999.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-CSV-BUCKET             PIC X(12).
           05  FILLER                    PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-POSITIONS
               UNTIL EOF-POSITION
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-LOAD-PRICE-TABLE
           PERFORM 1400-LOAD-FX-MASTER-TABLE
           PERFORM 1500-CLEAR-LADDER
               VARYING WS-LD-IDX FROM 1 BY 1
               UNTIL WS-LD-IDX > WS-LADDER-BUCKETS
           PERFORM 2010-READ-POSITION.

       1100-OPEN-FILES.
           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-MASTER' TO ERR-TEXT
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
           END-IF

           OPEN OUTPUT CSV-FILE
           IF WS-CSV-STATUS NOT = '00'
               MOVE 'ERROR OPENING CSV-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *-- The FX master is preferred but not demanded, as in RPTPOS00.
           OPEN INPUT FX-RATE-MASTER
           IF WS-FXR-STATUS NOT = '00' AND WS-FXR-STATUS NOT = '35'
               MOVE 'ERROR OPENING FX-RATE-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADING.

      *-----------------------------------------------------------------
      * PRICE AND FX TABLE LOADS
      *-----------------------------------------------------------------
       1300-LOAD-PRICE-TABLE.
           PERFORM 1310-READ-PRICE
           PERFORM 1320-ADD-PRICE-ENTRY
               UNTIL EOF-PRICE-FEED
           CLOSE SECURITY-PRICE-FILE.

       1310-READ-PRICE.
           READ SECURITY-PRICE-FILE
               AT END
                   SET EOF-PRICE-FEED TO TRUE
           END-READ.

      *-- Only each vendor's most recent quote is kept, so a late
      *-- back-dated quote cannot overwrite a fresher one.
       1320-ADD-PRICE-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PR-IDX TO 1
           SEARCH WS-PR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PR-INVESTMENT-ID (WS-PR-IDX) = PRC-INVESTMENT-ID
                   AND WS-PR-SOURCE (WS-PR-IDX) = PRC-SOURCE
                   SET WS-PRICE-FOUND TO TRUE
           END-SEARCH
           IF WS-PRICE-FOUND
               IF PRC-PRICE-DATE > WS-PR-PRICE-DATE (WS-PR-IDX)
                   MOVE PRC-PRICE-DATE TO WS-PR-PRICE-DATE (WS-PR-IDX)
                   MOVE PRC-PRICE      TO WS-PR-PRICE (WS-PR-IDX)
               END-IF
           ELSE
               IF WS-PRICE-COUNT < 2000
                   ADD 1 TO WS-PRICE-COUNT
                   SET WS-PR-IDX TO WS-PRICE-COUNT
                   MOVE PRC-INVESTMENT-ID
                       TO WS-PR-INVESTMENT-ID (WS-PR-IDX)
                   MOVE PRC-SOURCE     TO WS-PR-SOURCE (WS-PR-IDX)
                   MOVE PRC-PRICE-DATE TO WS-PR-PRICE-DATE (WS-PR-IDX)
                   MOVE PRC-PRICE      TO WS-PR-PRICE (WS-PR-IDX)
               ELSE
                   DISPLAY 'FIARPT00 WARNING: PRICE TABLE FULL, '
                       PRC-INVESTMENT-ID ' DROPPED FROM ANALYTICS'
               END-IF
           END-IF
           PERFORM 1310-READ-PRICE.

       1400-LOAD-FX-MASTER-TABLE.
           IF WS-FXR-STATUS = '00'
               MOVE LOW-VALUES TO FXR-KEY
               START FX-RATE-MASTER KEY NOT LESS THAN FXR-KEY
                   INVALID KEY
                       SET EOF-FX-MASTER TO TRUE
               END-START
               IF NOT EOF-FX-MASTER
                   PERFORM 1410-READ-FX-MASTER
               END-IF
               PERFORM 1420-ADD-FX-MASTER-ENTRY
                   UNTIL EOF-FX-MASTER
           END-IF.

       1410-READ-FX-MASTER.
           READ FX-RATE-MASTER NEXT RECORD
               AT END
                   SET EOF-FX-MASTER TO TRUE
           END-READ.

      *-- The master is keyed pair/date ascending, so the last record
      *-- seen for a pair is its latest rate.
       1420-ADD-FX-MASTER-ENTRY.
           MOVE 'N' TO WS-FXM-FOUND-SW
           SET WS-FXM-IDX TO 1
           SEARCH WS-FXM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FXM-FROM-CCY (WS-FXM-IDX) = FXR-FROM-CCY
                   AND WS-FXM-TO-CCY (WS-FXM-IDX) = FXR-TO-CCY
                   SET WS-FXM-PAIR-FOUND TO TRUE
           END-SEARCH
           IF WS-FXM-PAIR-FOUND
               MOVE FXR-RATE-DATE TO WS-FXM-RATE-DATE (WS-FXM-IDX)
               MOVE FXR-RATE      TO WS-FXM-RATE (WS-FXM-IDX)
           ELSE
               IF WS-FXM-COUNT < 100
                   ADD 1 TO WS-FXM-COUNT
                   SET WS-FXM-IDX TO WS-FXM-COUNT
                   MOVE FXR-FROM-CCY  TO WS-FXM-FROM-CCY (WS-FXM-IDX)
                   MOVE FXR-TO-CCY    TO WS-FXM-TO-CCY (WS-FXM-IDX)
                   MOVE FXR-RATE-DATE TO WS-FXM-RATE-DATE (WS-FXM-IDX)
                   MOVE FXR-RATE      TO WS-FXM-RATE (WS-FXM-IDX)
               ELSE
                   DISPLAY 'FIARPT00 WARNING: FX MASTER TABLE FULL, '
                       FXR-FROM-CCY '/' FXR-TO-CCY ' DROPPED'
               END-IF
           END-IF
           PERFORM 1410-READ-FX-MASTER.

       1500-CLEAR-LADDER.
           MOVE ZERO TO WS-LD-HOLDINGS (WS-LD-IDX)
           MOVE ZERO TO WS-LD-FACE (WS-LD-IDX)
           MOVE ZERO TO WS-LD-BASE-VALUE (WS-LD-IDX).

      *-----------------------------------------------------------------
      * HOLDING ANALYTICS
      *-----------------------------------------------------------------
      *-- POSITION-MASTER reads in portfolio order, so a change of
      *-- portfolio on an FI holding closes off the previous
      *-- portfolio's summary. Short and flat FI positions carry no
      *-- bond to analyze and are passed over.
       2000-PROCESS-POSITIONS.
           ADD 1 TO WS-POSITIONS-READ
           IF POS-INV-TYPE-FIXED AND POS-QUANTITY > ZERO
               IF POS-PORTFOLIO-ID NOT = WS-PA-PORTFOLIO-ID
                   PERFORM 2500-PORTFOLIO-BREAK
               END-IF
               PERFORM 2100-ANALYZE-HOLDING
           END-IF
           PERFORM 2010-READ-POSITION.

       2010-READ-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET EOF-POSITION TO TRUE
           END-READ.

       2100-ANALYZE-HOLDING.
           SET WS-HOLDING-USABLE TO TRUE
           MOVE SPACES TO WS-FI-EXCEPTION
           PERFORM 2110-CHECK-SECURITY
           IF WS-HOLDING-USABLE
               PERFORM 2120-FIND-PRICE
           END-IF
           IF WS-HOLDING-USABLE
               PERFORM 2130-COMPUTE-BASE-VALUE
               PERFORM 2140-COMPUTE-TERM
               PERFORM 2150-ADD-TO-LADDER
               PERFORM 2300-WRITE-DETAIL-LINE
               PERFORM 2310-WRITE-CSV-RECORD
               PERFORM 2400-ACCUMULATE-PORTFOLIO
               ADD 1 TO WS-ANALYZED-COUNT
           ELSE
               PERFORM 2600-WRITE-EXCEPTION
           END-IF.

      *-- A holding needs its security on the master with a real
      *-- maturity still ahead of the run date. A perpetual (no
      *-- maturity) has no yield to maturity, and a bond already
      *-- matured is SECMAT00's to redeem, not this report's.
       2110-CHECK-SECURITY.
           MOVE POS-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-HOLDING-SW
                   MOVE SPACES TO SEC-MATURITY-DATE
                   MOVE 'SECURITY NOT ON SECURITY-MASTER'
                       TO WS-FI-EXCEPTION
           END-READ
           IF WS-HOLDING-USABLE
               IF SEC-MATURITY-DATE = SPACES
                   OR SEC-MATURITY-DATE = '00000000'
                   MOVE 'N' TO WS-HOLDING-SW
                   MOVE 'NO MATURITY DATE - NO YIELD TO MATURITY'
                       TO WS-FI-EXCEPTION
               ELSE
                   IF SEC-MATURITY-DATE NOT NUMERIC
                       MOVE 'N' TO WS-HOLDING-SW
                       MOVE 'MATURITY DATE NOT A VALID DATE'
                           TO WS-FI-EXCEPTION
                   ELSE
                       IF SEC-MATURITY-DATE NOT > WS-CURRENT-DATE
                           MOVE 'N' TO WS-HOLDING-SW
                           MOVE 'MATURED - AWAITING REDEMPTION'
                               TO WS-FI-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-- Price hierarchy as POSRVL00: the security's primary vendor,
      *-- its secondary, then the freshest quote from any vendor.
      *-- With no quote at all the position's last revalued value
      *-- per unit stands in, marked POSN on the line.
       2120-FIND-PRICE.
           MOVE 'N' TO WS-FOUND-SW
           IF SEC-PRICE-SOURCE-1 NOT = SPACES
               MOVE SEC-PRICE-SOURCE-1 TO WS-WANTED-SOURCE
               PERFORM 2122-FIND-SOURCE-QUOTE
           END-IF
           IF NOT WS-PRICE-FOUND
               AND SEC-PRICE-SOURCE-2 NOT = SPACES
               MOVE SEC-PRICE-SOURCE-2 TO WS-WANTED-SOURCE
               PERFORM 2122-FIND-SOURCE-QUOTE
           END-IF
           IF NOT WS-PRICE-FOUND
               PERFORM 2124-FIND-FRESHEST-QUOTE
           END-IF
           IF WS-PRICE-FOUND
               MOVE WS-PR-PRICE (WS-PR-IDX) TO WS-FI-PRICE
               MOVE 'FEED' TO WS-FI-PRICE-SOURCE
           ELSE
               COMPUTE WS-FI-PRICE ROUNDED =
                   POS-CURRENT-VALUE / POS-QUANTITY
               MOVE 'POSN' TO WS-FI-PRICE-SOURCE
               ADD 1 TO WS-POSITION-PRICED-COUNT
           END-IF
           IF WS-FI-PRICE NOT > ZERO
               MOVE 'N' TO WS-HOLDING-SW
               MOVE 'NO PRICE ON FEED AND NO REVALUED VALUE'
                   TO WS-FI-EXCEPTION
           END-IF.

       2122-FIND-SOURCE-QUOTE.
           SET WS-PR-IDX TO 1
           SEARCH WS-PR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PR-INVESTMENT-ID (WS-PR-IDX) = POS-INVESTMENT-ID
                   AND WS-PR-SOURCE (WS-PR-IDX) = WS-WANTED-SOURCE
                   SET WS-PRICE-FOUND TO TRUE
           END-SEARCH.

       2124-FIND-FRESHEST-QUOTE.
           MOVE LOW-VALUES TO WS-BEST-DATE
           MOVE ZERO TO WS-CMP-J
           PERFORM 2126-CHECK-ONE-QUOTE
               VARYING WS-CMP-I FROM 1 BY 1
               UNTIL WS-CMP-I > WS-PRICE-COUNT
           IF WS-CMP-J NOT = ZERO
               SET WS-PR-IDX TO WS-CMP-J
               SET WS-PRICE-FOUND TO TRUE
           END-IF.

       2126-CHECK-ONE-QUOTE.
           IF WS-PR-INVESTMENT-ID (WS-CMP-I) = POS-INVESTMENT-ID
               AND WS-PR-PRICE-DATE (WS-CMP-I) > WS-BEST-DATE
               MOVE WS-PR-PRICE-DATE (WS-CMP-I) TO WS-BEST-DATE
               MOVE WS-CMP-I TO WS-CMP-J
           END-IF.

      *-- Market value at the analytics price, converted into the
      *-- position's base currency at the master's latest rate, the
      *-- RPTPOS00 revaluation. A pair the master does not quote is
      *-- warned about and carried at the trade-currency value.
       2130-COMPUTE-BASE-VALUE.
           COMPUTE WS-FI-MARKET-VALUE ROUNDED =
               POS-QUANTITY * WS-FI-PRICE
           MOVE 1 TO WS-FI-FX-RATE
           IF POS-CURRENCY NOT = POS-BASE-CURRENCY
               AND POS-BASE-CURRENCY NOT = SPACES
               MOVE 'N' TO WS-FXM-FOUND-SW
               IF WS-FXM-COUNT > 0
                   SET WS-FXM-IDX TO 1
                   SEARCH WS-FXM-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-FXM-FROM-CCY (WS-FXM-IDX) = POS-CURRENCY
                           AND WS-FXM-TO-CCY (WS-FXM-IDX)
                                = POS-BASE-CURRENCY
                           MOVE WS-FXM-RATE (WS-FXM-IDX)
                               TO WS-FI-FX-RATE
                           SET WS-FXM-PAIR-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT WS-FXM-PAIR-FOUND
                   MOVE 'NO MATCHING FX RATE FOR CURRENCY PAIR'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           COMPUTE WS-FI-BASE-VALUE ROUNDED =
               WS-FI-MARKET-VALUE * WS-FI-FX-RATE.

      *-- Term, yield, modified duration and convexity all come back
      *-- from FIYCAL00 on the security's day count; a yield that
      *-- will not settle (return code 4) still returns the term, so
      *-- the holding is laddered and printed without analytics and
      *-- left out of the averages. The ladder buckets on actual
      *-- days / 365 whatever the day count.
       2140-COMPUTE-TERM.
           IF SEC-ACCRUAL-RATE NUMERIC
               COMPUTE WS-FI-COUPON = SEC-ACCRUAL-RATE / 100
               MOVE SEC-ACCRUAL-RATE TO WS-FY-COUPON-RATE
           ELSE
               MOVE ZERO TO WS-FI-COUPON
               MOVE ZERO TO WS-FY-COUPON-RATE
           END-IF
           MOVE WS-CURRENT-DATE   TO WS-FY-RUN-DATE
           MOVE SEC-MATURITY-DATE TO WS-FY-MATURITY-DATE
           MOVE SEC-DAY-COUNT     TO WS-FY-DAY-COUNT
           MOVE WS-FI-PRICE       TO WS-FY-CLEAN-PRICE
           CALL 'FIYCAL00' USING WS-FIYCAL-REQUEST
           MOVE WS-FY-DAYS-TO-MAT  TO WS-FI-DAYS-TO-MAT
           MOVE WS-FY-YEARS        TO WS-FI-YEARS
           MOVE WS-FY-YTM-PCT      TO WS-FI-YTM-PCT
           MOVE WS-FY-MOD-DURATION TO WS-FI-MOD-DURATION
           MOVE WS-FY-CONVEXITY    TO WS-FI-CONVEXITY
           IF WS-FY-RETURN-CODE = 0
               SET WS-YIELD-SOLVED TO TRUE
           ELSE
               SET WS-YIELD-FAILED TO TRUE
           END-IF
           COMPUTE WS-FI-LADDER-YEARS = WS-FI-DAYS-TO-MAT / 365
           IF WS-FI-LADDER-YEARS < WS-LADDER-BUCKETS
               COMPUTE WS-FI-BUCKET = WS-FI-LADDER-YEARS + 1
           ELSE
               MOVE WS-LADDER-BUCKETS TO WS-FI-BUCKET
           END-IF.

       2150-ADD-TO-LADDER.
           SET WS-LD-IDX TO WS-FI-BUCKET
           ADD 1 TO WS-LD-HOLDINGS (WS-LD-IDX)
           ADD POS-QUANTITY TO WS-LD-FACE (WS-LD-IDX)
           ADD WS-FI-BASE-VALUE TO WS-LD-BASE-VALUE (WS-LD-IDX)
           ADD WS-FI-BASE-VALUE TO WS-LADDER-TOTAL-VALUE.

      *-----------------------------------------------------------------
      * OUTPUT
      *-----------------------------------------------------------------
       2300-WRITE-DETAIL-LINE.
           MOVE POS-PORTFOLIO-ID    TO WS-DL-PORTFOLIO
           MOVE POS-INVESTMENT-ID   TO WS-DL-INVESTMENT-ID
           MOVE SEC-MATURITY-DATE   TO WS-DL-MATURITY-DATE
           MOVE POS-QUANTITY        TO WS-DL-QUANTITY
           MOVE WS-FI-PRICE         TO WS-DL-PRICE
           MOVE WS-FI-BASE-VALUE    TO WS-DL-BASE-VALUE
           COMPUTE WS-DL-COUPON = WS-FI-COUPON * 100
           MOVE WS-FI-YEARS         TO WS-DL-YEARS
           MOVE WS-FI-YTM-PCT       TO WS-DL-YTM
           MOVE WS-FI-MOD-DURATION  TO WS-DL-MOD-DURATION
           MOVE WS-FI-CONVEXITY     TO WS-DL-CONVEXITY
           MOVE WS-FI-PRICE-SOURCE  TO WS-DL-SOURCE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           IF NOT WS-YIELD-SOLVED
               MOVE 'YIELD DID NOT SOLVE - LEFT OUT OF AVERAGES'
                   TO WS-FI-EXCEPTION
               PERFORM 2600-WRITE-EXCEPTION
           END-IF.

       2310-WRITE-CSV-RECORD.
           MOVE POS-PORTFOLIO-ID    TO WS-CSV-PORTFOLIO
           MOVE POS-INVESTMENT-ID   TO WS-CSV-INVESTMENT-ID
           MOVE SEC-MATURITY-DATE   TO WS-CSV-MATURITY-DATE
           MOVE POS-CURRENCY        TO WS-CSV-CURRENCY
           MOVE POS-QUANTITY        TO WS-CSV-QUANTITY
           MOVE WS-FI-PRICE         TO WS-CSV-PRICE
           MOVE WS-FI-MARKET-VALUE  TO WS-CSV-VALUE
           MOVE WS-FI-BASE-VALUE    TO WS-CSV-BASE-VALUE
           MOVE POS-BASE-CURRENCY   TO WS-CSV-BASE-CCY
           COMPUTE WS-CSV-COUPON = WS-FI-COUPON * 100
           MOVE WS-FI-YEARS         TO WS-CSV-YEARS
           MOVE WS-FI-YTM-PCT       TO WS-CSV-YTM
           MOVE WS-FI-MOD-DURATION  TO WS-CSV-MOD-DURATION
           MOVE WS-FI-CONVEXITY     TO WS-CSV-CONVEXITY
           MOVE WS-LL-LABEL (WS-FI-BUCKET) TO WS-CSV-BUCKET
           WRITE CSV-RECORD FROM WS-CSV-DETAIL.

       2400-ACCUMULATE-PORTFOLIO.
           IF WS-PA-HOLDINGS = ZERO
               MOVE POS-BASE-CURRENCY TO WS-PA-BASE-CCY
           END-IF
           ADD 1 TO WS-PA-HOLDINGS
           ADD 1 TO WS-FA-HOLDINGS
           ADD WS-FI-BASE-VALUE TO WS-PA-BASE-VALUE
           ADD WS-FI-BASE-VALUE TO WS-FA-BASE-VALUE
           IF WS-YIELD-SOLVED
               ADD WS-FI-BASE-VALUE TO WS-PA-SOLVED-VALUE
               ADD WS-FI-BASE-VALUE TO WS-FA-SOLVED-VALUE
               COMPUTE WS-PA-SUM-YTM ROUNDED = WS-PA-SUM-YTM
                   + WS-FI-BASE-VALUE * WS-FI-YTM-PCT
               COMPUTE WS-PA-SUM-DURATION ROUNDED = WS-PA-SUM-DURATION
                   + WS-FI-BASE-VALUE * WS-FI-MOD-DURATION
               COMPUTE WS-PA-SUM-CONVEXITY ROUNDED =
                   WS-PA-SUM-CONVEXITY
                   + WS-FI-BASE-VALUE * WS-FI-CONVEXITY
               COMPUTE WS-FA-SUM-YTM ROUNDED = WS-FA-SUM-YTM
                   + WS-FI-BASE-VALUE * WS-FI-YTM-PCT
               COMPUTE WS-FA-SUM-DURATION ROUNDED = WS-FA-SUM-DURATION
                   + WS-FI-BASE-VALUE * WS-FI-MOD-DURATION
               COMPUTE WS-FA-SUM-CONVEXITY ROUNDED =
                   WS-FA-SUM-CONVEXITY
                   + WS-FI-BASE-VALUE * WS-FI-CONVEXITY
           END-IF.

      *-- Closes off the portfolio in hand (if it had any FI holding
      *-- reported) and starts the sums for the next.
       2500-PORTFOLIO-BREAK.
           IF WS-PA-HOLDINGS > ZERO
               PERFORM 2510-WRITE-PORTFOLIO-SUMMARY
           END-IF
           MOVE POS-PORTFOLIO-ID TO WS-PA-PORTFOLIO-ID
           MOVE SPACES TO WS-PA-BASE-CCY
           MOVE ZERO TO WS-PA-HOLDINGS
           MOVE ZERO TO WS-PA-BASE-VALUE
           MOVE ZERO TO WS-PA-SOLVED-VALUE
           MOVE ZERO TO WS-PA-SUM-YTM
           MOVE ZERO TO WS-PA-SUM-DURATION
           MOVE ZERO TO WS-PA-SUM-CONVEXITY.

       2510-WRITE-PORTFOLIO-SUMMARY.
           ADD 1 TO WS-PORTFOLIO-COUNT
           MOVE ZERO TO WS-WR-YTM
           MOVE ZERO TO WS-WR-DURATION
           MOVE ZERO TO WS-WR-CONVEXITY
           IF WS-PA-SOLVED-VALUE NOT = ZERO
               COMPUTE WS-WR-YTM ROUNDED =
                   WS-PA-SUM-YTM / WS-PA-SOLVED-VALUE
               COMPUTE WS-WR-DURATION ROUNDED =
                   WS-PA-SUM-DURATION / WS-PA-SOLVED-VALUE
               COMPUTE WS-WR-CONVEXITY ROUNDED =
                   WS-PA-SUM-CONVEXITY / WS-PA-SOLVED-VALUE
           END-IF
           MOVE 'PORTFOLIO ' TO WS-PS-LABEL
           MOVE WS-PA-PORTFOLIO-ID TO WS-PS-PORTFOLIO
           MOVE WS-PA-HOLDINGS     TO WS-PS-HOLDINGS
           MOVE WS-PA-BASE-VALUE   TO WS-PS-BASE-VALUE
           MOVE WS-PA-BASE-CCY     TO WS-PS-BASE-CCY
           MOVE WS-WR-YTM          TO WS-PS-YTM
           MOVE WS-WR-DURATION     TO WS-PS-MOD-DURATION
           MOVE WS-WR-CONVEXITY    TO WS-PS-CONVEXITY
           WRITE REPORT-RECORD FROM WS-PORTFOLIO-SUMMARY-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       2600-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE POS-PORTFOLIO-ID    TO WS-EX-PORTFOLIO
           MOVE POS-INVESTMENT-ID   TO WS-EX-INVESTMENT-ID
           MOVE SEC-MATURITY-DATE   TO WS-EX-MATURITY-DATE
           MOVE WS-FI-EXCEPTION     TO WS-EX-DETAIL
           WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           IF WS-PA-HOLDINGS > ZERO
               PERFORM 2510-WRITE-PORTFOLIO-SUMMARY
           END-IF
           PERFORM 3100-WRITE-FIRM-SUMMARY
           PERFORM 3200-PRINT-LADDER
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'FI HOLDINGS ANALYZED:' TO WS-SL-LABEL
           MOVE WS-ANALYZED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PRICED FROM POSITION VALUE:' TO WS-SL-LABEL
           MOVE WS-POSITION-PRICED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'EXCEPTIONS:' TO WS-SL-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PORTFOLIOS REPORTED:' TO WS-SL-LABEL
           MOVE WS-PORTFOLIO-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM 3300-WRITE-CONTROL-TOTALS
           PERFORM 3400-CLOSE-FILES
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-- The firm line weights across every portfolio's base value;
      *-- a book whose portfolios report in different base currencies
      *-- reads it as indicative only.
       3100-WRITE-FIRM-SUMMARY.
           MOVE ZERO TO WS-WR-YTM
           MOVE ZERO TO WS-WR-DURATION
           MOVE ZERO TO WS-WR-CONVEXITY
           IF WS-FA-SOLVED-VALUE NOT = ZERO
               COMPUTE WS-WR-YTM ROUNDED =
                   WS-FA-SUM-YTM / WS-FA-SOLVED-VALUE
               COMPUTE WS-WR-DURATION ROUNDED =
                   WS-FA-SUM-DURATION / WS-FA-SOLVED-VALUE
               COMPUTE WS-WR-CONVEXITY ROUNDED =
                   WS-FA-SUM-CONVEXITY / WS-FA-SOLVED-VALUE
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'FIRM-WIDE ' TO WS-PS-LABEL
           MOVE SPACES             TO WS-PS-PORTFOLIO
           MOVE WS-FA-HOLDINGS     TO WS-PS-HOLDINGS
           MOVE WS-FA-BASE-VALUE   TO WS-PS-BASE-VALUE
           MOVE SPACES             TO WS-PS-BASE-CCY
           MOVE WS-WR-YTM          TO WS-PS-YTM
           MOVE WS-WR-DURATION     TO WS-PS-MOD-DURATION
           MOVE WS-WR-CONVEXITY    TO WS-PS-CONVEXITY
           WRITE REPORT-RECORD FROM WS-PORTFOLIO-SUMMARY-LINE.

       3200-PRINT-LADDER.
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-LADDER-HEADING-LINE
           PERFORM 3210-PRINT-ONE-BUCKET
               VARYING WS-LD-IDX FROM 1 BY 1
               UNTIL WS-LD-IDX > WS-LADDER-BUCKETS.

       3210-PRINT-ONE-BUCKET.
           MOVE ZERO TO WS-LADDER-PCT
           IF WS-LADDER-TOTAL-VALUE NOT = ZERO
               COMPUTE WS-LADDER-PCT ROUNDED =
                   WS-LD-BASE-VALUE (WS-LD-IDX) * 100
                   / WS-LADDER-TOTAL-VALUE
           END-IF
           MOVE WS-LL-LABEL (WS-LD-IDX)      TO WS-LL-BUCKET
           MOVE WS-LD-HOLDINGS (WS-LD-IDX)   TO WS-LL-HOLDINGS
           MOVE WS-LD-FACE (WS-LD-IDX)       TO WS-LL-FACE
           MOVE WS-LD-BASE-VALUE (WS-LD-IDX) TO WS-LL-BASE-VALUE
           MOVE WS-LADDER-PCT                TO WS-LL-PCT
           WRITE REPORT-RECORD FROM WS-LADDER-LINE.

       3300-WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE      TO WS-CT-PROCESS-DATE
           MOVE WS-POSITIONS-READ    TO WS-CT-RECORDS-IN
           MOVE WS-ANALYZED-COUNT    TO WS-CT-RECORDS-OUT
           MOVE ZERO                 TO WS-CT-AMOUNT-IN
           MOVE WS-FA-BASE-VALUE     TO WS-CT-AMOUNT-OUT
           CALL 'CTLWRT00' USING WS-CTLTOT-REQUEST.

       3400-CLOSE-FILES.
           CLOSE POSITION-MASTER
           CLOSE SECURITY-MASTER
           CLOSE REPORT-FILE
           CLOSE CSV-FILE
           IF WS-FXR-STATUS = '00'
               CLOSE FX-RATE-MASTER
           END-IF.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'FIARPT00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'FIARPT00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'FIARPT00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'FIARPT00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
