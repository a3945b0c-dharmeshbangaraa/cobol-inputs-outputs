       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSKVAR00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Value-at-Risk and Stress Test Report                           *
      *                                                                *
      * Answers the risk committee's "how much could each portfolio    *
      * lose" with a number rather than CMPMON00's concentration       *
      * limits alone:                                                  *
      * - Builds each held security's daily price series from the     *
      *   price history on SECPRICE (one price a day, chosen by the    *
      *   POSRVL00 vendor hierarchy) over the most recent history      *
      *   window, 250 daily returns unless the parameter card says     *
      *   otherwise                                                    *
      * - Applies every historical day's returns to today's            *
      *   POSITION-MASTER holdings, valued in the portfolio's base     *
      *   currency, and reads the one-day 95% and 99% historical VaR   *
      *   off the sorted profit-and-loss per portfolio and firm-wide   *
      * - Flags a portfolio whose VaR at the limit confidence level    *
      *   (99% unless the card says 95) exceeds PORT-VAR-LIMIT, and    *
      *   logs each breach to ERROR-FILE through ERRLOG00              *
      * - Runs the stress scenarios on the RSKSCEN cards: a price      *
      *   shock in percent to one investment type (or every priced     *
      *   holding) and a parallel rate shock in basis points to FI     *
      *   holdings through their modified duration and convexity      *
      *   from FIYCAL00. Cards sharing a scenario id combine into one  *
      *   scenario ("equities down 20% and rates up 100bp").           *
      *                                                                *
      * A holding with no price history (cash among them) contributes  *
      * its value but no historical profit or loss. FX rates are held  *
      * at today's master rate, so the VaR is market risk in the       *
      * holding's own currency, not currency risk.                     *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO SECMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT SECURITY-PRICE-FILE ASSIGN TO SECPRICE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT FX-RATE-MASTER ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT OPTIONAL STRESS-SCENARIO-FILE ASSIGN TO RSKSCEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCEN-STATUS.

           SELECT PROCESS-PARMS ASSIGN TO RSKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

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

      *-- One card per shock. P = price shock of SCN-SHOCK-PCT percent
      *-- to SCN-TARGET-TYPE holdings (SPACES = every priced holding);
      *-- R = parallel rate shock of SCN-SHOCK-BP basis points to FI
      *-- holdings. Cards with the same scenario id are one scenario.
       FD  STRESS-SCENARIO-FILE
           RECORDING MODE IS F.
       01  STRESS-SCENARIO-RECORD.
           05  SCN-SCENARIO-ID           PIC X(08).
           05  SCN-DESCRIPTION           PIC X(30).
           05  SCN-SHOCK-TYPE            PIC X(01).
               88  SCN-PRICE-SHOCK           VALUE 'P'.
               88  SCN-RATE-SHOCK            VALUE 'R'.
           05  SCN-TARGET-TYPE           PIC X(04).
           05  SCN-SHOCK-PCT             PIC S9(03)V9(02)
                                         SIGN IS LEADING SEPARATE.
           05  SCN-SHOCK-BP              PIC S9(04)
                                         SIGN IS LEADING SEPARATE.
           05  FILLER                    PIC X(26).

       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-RUN-DATE             PIC X(08).
           05  PARM-HISTORY-DAYS         PIC 9(03).
           05  PARM-LIMIT-CONF           PIC 9(02).
           05  FILLER                    PIC X(67).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'RSKVAR00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of PDTSVC00's LINKAGE layout -- the run date
      *-- is the system business process date unless the parameter
      *-- card supplies one.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of FIYCAL00's LINKAGE layout -- each FI
      *-- security's modified duration and convexity for the rate
      *-- shocks.
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

       01  WS-FILE-STATUS.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-PRICE-STATUS           PIC XX.
           05  WS-FXR-STATUS             PIC XX.
           05  WS-SCEN-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-POSITION-SW        PIC X(01) VALUE 'N'.
               88  EOF-POSITION              VALUE 'Y'.
           05  WS-EOF-PRICE-SW           PIC X(01) VALUE 'N'.
               88  EOF-PRICE-FEED            VALUE 'Y'.
           05  WS-EOF-SCEN-SW            PIC X(01) VALUE 'N'.
               88  EOF-SCENARIOS             VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-VAR-SOURCE-SW          PIC X(01) VALUE 'P'.
               88  WS-VAR-OF-PORTFOLIO       VALUE 'P'.
               88  WS-VAR-OF-FIRM            VALUE 'F'.

       01  WS-RUN-PARAMETERS.
           05  WS-CURRENT-DATE           PIC X(08).
           05  WS-HISTORY-DAYS           PIC 9(03) COMP VALUE 250.
           05  WS-MAX-HISTORY-DAYS       PIC 9(03) COMP VALUE 260.
           05  WS-MIN-HISTORY-DAYS       PIC 9(03) COMP VALUE 20.
           05  WS-LIMIT-CONF             PIC 9(02) VALUE 99.

      *-- The history window: the most recent distinct price dates on
      *-- or before the run date, ascending, one more than the
      *-- number of daily returns wanted.
       01  WS-DATE-WINDOW.
           05  WS-DATE-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-DATE-LIMIT             PIC 9(03) COMP.
           05  WS-DT-ENTRY OCCURS 261 TIMES
                                         INDEXED BY WS-DT-IDX.
               10  WS-DT-DATE            PIC X(08).
       01  WS-OBS-COUNT                  PIC 9(03) COMP VALUE ZERO.

      *-- Every non-cash security held anywhere in the book, with its
      *-- daily price on each window date. A day's price is the
      *-- security's primary vendor's quote, else its secondary's,
      *-- else any vendor's (rank 1/2/3); a day with no quote carries
      *-- the previous day's price forward.
       01  WS-SECURITY-TABLE.
           05  WS-SEC-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-SP-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-SP-IDX.
               10  WS-SP-INVESTMENT-ID   PIC X(10).
               10  WS-SP-SOURCE-1        PIC X(04).
               10  WS-SP-SOURCE-2        PIC X(04).
               10  WS-SP-FIXED-SW        PIC X(01).
                   88  WS-SP-FIXED-INCOME    VALUE 'Y'.
               10  WS-SP-MATURITY-DATE   PIC X(08).
               10  WS-SP-DAY-COUNT       PIC X(01).
               10  WS-SP-ACCRUAL-RATE    PIC S9(03)V9(06) COMP-3.
               10  WS-SP-POSN-PRICE      PIC S9(11)V9(4) COMP-3.
               10  WS-SP-HISTORY-SW      PIC X(01).
                   88  WS-SP-HAS-HISTORY     VALUE 'Y'.
               10  WS-SP-DURATION-SW     PIC X(01).
                   88  WS-SP-DURATION-SOLVED VALUE 'Y'.
               10  WS-SP-MOD-DURATION    PIC S9(03)V9(06) COMP-3.
               10  WS-SP-CONVEXITY       PIC S9(05)V9(06) COMP-3.
               10  WS-SP-DAY OCCURS 261 TIMES.
                   15  WS-SP-PRICE       PIC S9(11)V9(4) COMP-3.
                   15  WS-SP-RANK        PIC 9(01).
       01  WS-SEC-I                      PIC 9(04) COMP.
       01  WS-SEARCH-ID                  PIC X(10).
       01  WS-OBS-I                      PIC 9(03) COMP.
       01  WS-PRICE-RANK                 PIC 9(01).

      *-- Stress scenarios and their shocks, from the RSKSCEN cards.
       01  WS-SCENARIO-TABLE.
           05  WS-SCENARIO-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-SC-ENTRY OCCURS 50 TIMES
                                         INDEXED BY WS-SC-IDX.
               10  WS-SC-SCENARIO-ID     PIC X(08).
               10  WS-SC-DESCRIPTION     PIC X(30).
       01  WS-SHOCK-TABLE.
           05  WS-SHOCK-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-SH-ENTRY OCCURS 200 TIMES.
               10  WS-SH-SCENARIO-NO     PIC 9(02) COMP.
               10  WS-SH-SHOCK-TYPE      PIC X(01).
                   88  WS-SH-PRICE-SHOCK     VALUE 'P'.
                   88  WS-SH-RATE-SHOCK      VALUE 'R'.
               10  WS-SH-TARGET-TYPE     PIC X(04).
               10  WS-SH-SHOCK-PCT       PIC S9(03)V9(02) COMP-3.
               10  WS-SH-SHOCK-BP        PIC S9(04) COMP-3.
       01  WS-SH-I                       PIC 9(03) COMP.
       01  WS-SC-I                       PIC 9(02) COMP.

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

      *-- One holding in hand.
       01  WS-HOLDING-AREA.
           05  WS-HD-BASE-CCY            PIC X(03).
           05  WS-HD-FX-RATE             PIC S9(05)V9(06) COMP-3.
           05  WS-HD-BASE-VALUE          PIC S9(13)V9(2) COMP-3.
           05  WS-HD-PNL                 PIC S9(13)V9(2) COMP-3.
           05  WS-HD-RATE-MOVE           PIC S9(01)V9(08) COMP-3.

      *-- Per-portfolio and firm-wide profit and loss under each
      *-- historical day and each stress scenario.
       01  WS-PORTFOLIO-AREA.
           05  WS-PA-PORTFOLIO-ID        PIC X(08) VALUE SPACES.
           05  WS-PA-BASE-CCY            PIC X(03).
           05  WS-PA-VAR-LIMIT           PIC S9(13)V9(2) COMP-3.
           05  WS-PA-HOLDINGS            PIC 9(07) COMP.
           05  WS-PA-BASE-VALUE          PIC S9(13)V9(2) COMP-3.
           05  WS-PA-PNL OCCURS 260 TIMES
                                         PIC S9(13)V9(2) COMP-3.
           05  WS-PA-STRESS OCCURS 50 TIMES
                                         PIC S9(13)V9(2) COMP-3.
       01  WS-FIRM-AREA.
           05  WS-FA-HOLDINGS            PIC 9(07) COMP VALUE ZERO.
           05  WS-FA-BASE-VALUE          PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.
           05  WS-FA-PNL OCCURS 260 TIMES
                                         PIC S9(13)V9(2) COMP-3.
           05  WS-FA-STRESS OCCURS 50 TIMES
                                         PIC S9(13)V9(2) COMP-3.

      *-- The profit-and-loss vector being read for VaR, sorted
      *-- ascending so the worst days come first.
       01  WS-SORT-AREA.
           05  WS-SRT-PNL OCCURS 260 TIMES
                                         PIC S9(13)V9(2) COMP-3.
           05  WS-SRT-KEY                PIC S9(13)V9(2) COMP-3.
           05  WS-SRT-I                  PIC 9(03) COMP.
           05  WS-SRT-J                  PIC 9(03) COMP.
           05  WS-SRT-RANK               PIC 9(03) COMP.
       01  WS-VAR-RESULTS.
           05  WS-VAR-95                 PIC S9(13)V9(2) COMP-3.
           05  WS-VAR-99                 PIC S9(13)V9(2) COMP-3.
           05  WS-VAR-AT-LIMIT           PIC S9(13)V9(2) COMP-3.
           05  WS-STRESS-PCT             PIC S9(05)V9(2) COMP-3.

       01  WS-COUNTS.
           05  WS-POSITIONS-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-PRICES-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-PORTFOLIO-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-BREACH-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  WS-NO-HISTORY-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-NO-DURATION-COUNT      PIC 9(07) COMP VALUE ZERO.

      *-- Working copy of CTLWRT00's LINKAGE layout -- end of run,
      *-- the run's counts go to the shared control-totals file.
       01  WS-CTLTOT-REQUEST.
           05  WS-CT-JOB-NAME            PIC X(08) VALUE 'RSKVAR00'.
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

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'VALUE-AT-RISK AND STRESS TEST REPORT'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(17)
                   VALUE '   DAILY RETURNS:'.
               10  WS-HDR-OBS            PIC ZZ9.
               10  FILLER                PIC X(17)
                   VALUE '   HISTORY FROM: '.
               10  WS-HDR-FROM-DATE      PIC X(08).
               10  FILLER                PIC X(19)
                   VALUE '   LIMIT CONF PCT: '.
               10  WS-HDR-LIMIT-CONF     PIC 9(02).
               10  FILLER                PIC X(41) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                    PIC X(05) VALUE 'CCY'.
           05  FILLER                    PIC X(08) VALUE 'HOLDINGS'.
           05  FILLER                    PIC X(18)
                   VALUE '      MARKET VALUE'.
           05  FILLER                    PIC X(18)
                   VALUE '       1-DAY VAR95'.
           05  FILLER                    PIC X(18)
                   VALUE '       1-DAY VAR99'.
           05  FILLER                    PIC X(18)
                   VALUE '         VAR LIMIT'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(35) VALUE 'STATUS'.

       01  WS-VAR-LINE.
           05  WS-VL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-BASE-CCY            PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-HOLDINGS            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-BASE-VALUE          PIC -(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-VAR-95              PIC -(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-VAR-99              PIC -(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-VAR-LIMIT           PIC -(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-STATUS              PIC X(20).
           05  FILLER                    PIC X(15) VALUE SPACES.

       01  WS-STRESS-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'STRESS: '.
           05  WS-ST-SCENARIO-ID         PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ST-DESCRIPTION         PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ST-PNL                 PIC -(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ST-PCT                 PIC -(04)9.99.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(51) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       01  WS-EDIT-AMOUNT                PIC -(12)9.99.
       01  WS-EDIT-LIMIT                 PIC -(12)9.99.

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
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1300-LOAD-SCENARIOS
           PERFORM 1400-LOAD-FX-MASTER-TABLE
           PERFORM 1500-COLLECT-SECURITIES
           PERFORM 1600-BUILD-DATE-WINDOW
           PERFORM 1700-LOAD-PRICE-HISTORY
           PERFORM 1800-PREPARE-ONE-SECURITY
               VARYING WS-SEC-I FROM 1 BY 1
               UNTIL WS-SEC-I > WS-SEC-COUNT
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1900-CLEAR-FIRM-VECTORS
           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR REOPENING POSITION-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE 'N' TO WS-EOF-POSITION-SW
           PERFORM 2010-READ-POSITION.

       1050-READ-PARMS.
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       PERFORM 1060-APPLY-PARMS
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

       1060-APPLY-PARMS.
           IF PARM-RUN-DATE NOT = SPACES
               AND PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-CURRENT-DATE
           END-IF
           IF PARM-HISTORY-DAYS IS NUMERIC
               AND PARM-HISTORY-DAYS NOT < WS-MIN-HISTORY-DAYS
               AND PARM-HISTORY-DAYS NOT > WS-MAX-HISTORY-DAYS
               MOVE PARM-HISTORY-DAYS TO WS-HISTORY-DAYS
           END-IF
           IF PARM-LIMIT-CONF = 95 OR PARM-LIMIT-CONF = 99
               MOVE PARM-LIMIT-CONF TO WS-LIMIT-CONF
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT STRESS-SCENARIO-FILE
           IF WS-SCEN-STATUS = '05' OR WS-SCEN-STATUS = '35'
               SET EOF-SCENARIOS TO TRUE
           ELSE
               IF WS-SCEN-STATUS NOT = '00'
                   MOVE 'ERROR OPENING STRESS-SCENARIO-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

      *-- The FX master is preferred but not demanded, as in RPTPOS00.
           OPEN INPUT FX-RATE-MASTER
           IF WS-FXR-STATUS NOT = '00' AND WS-FXR-STATUS NOT = '35'
               MOVE 'ERROR OPENING FX-RATE-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1200-WRITE-HEADERS.
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           MOVE WS-OBS-COUNT TO WS-HDR-OBS
           IF WS-DATE-COUNT > ZERO
               MOVE WS-DT-DATE (1) TO WS-HDR-FROM-DATE
           ELSE
               MOVE SPACES TO WS-HDR-FROM-DATE
           END-IF
           MOVE WS-LIMIT-CONF TO WS-HDR-LIMIT-CONF
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADING.

      *-----------------------------------------------------------------
      * STRESS SCENARIO AND FX TABLE LOADS
      *-----------------------------------------------------------------
       1300-LOAD-SCENARIOS.
           IF NOT EOF-SCENARIOS
               PERFORM 1310-READ-SCENARIO
               PERFORM 1320-ADD-SHOCK
                   UNTIL EOF-SCENARIOS
               CLOSE STRESS-SCENARIO-FILE
           END-IF.

       1310-READ-SCENARIO.
           READ STRESS-SCENARIO-FILE
               AT END
                   SET EOF-SCENARIOS TO TRUE
           END-READ.

      *-- A card that is neither a price nor a rate shock, or whose
      *-- shock is not numeric, is reported and skipped rather than
      *-- silently shocking nothing.
       1320-ADD-SHOCK.
           IF (SCN-PRICE-SHOCK AND SCN-SHOCK-PCT IS NUMERIC)
               OR (SCN-RATE-SHOCK AND SCN-SHOCK-BP IS NUMERIC)
               PERFORM 1330-FIND-SCENARIO
               IF WS-ENTRY-FOUND
                   IF WS-SHOCK-COUNT < 200
                       ADD 1 TO WS-SHOCK-COUNT
                       SET WS-SH-SCENARIO-NO (WS-SHOCK-COUNT)
                           TO WS-SC-IDX
                       MOVE SCN-SHOCK-TYPE
                           TO WS-SH-SHOCK-TYPE (WS-SHOCK-COUNT)
                       MOVE SCN-TARGET-TYPE
                           TO WS-SH-TARGET-TYPE (WS-SHOCK-COUNT)
                       MOVE ZERO TO WS-SH-SHOCK-PCT (WS-SHOCK-COUNT)
                       MOVE ZERO TO WS-SH-SHOCK-BP (WS-SHOCK-COUNT)
                       IF SCN-PRICE-SHOCK
                           MOVE SCN-SHOCK-PCT
                               TO WS-SH-SHOCK-PCT (WS-SHOCK-COUNT)
                       ELSE
                           MOVE SCN-SHOCK-BP
                               TO WS-SH-SHOCK-BP (WS-SHOCK-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'RSKVAR00 WARNING: SHOCK TABLE FULL, '
                           SCN-SCENARIO-ID ' CARD DROPPED'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'RSKVAR00 WARNING: INVALID STRESS CARD FOR '
                   SCN-SCENARIO-ID ' SKIPPED'
           END-IF
           PERFORM 1310-READ-SCENARIO.

       1330-FIND-SCENARIO.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-SC-IDX TO 1
           SEARCH WS-SC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SC-IDX > WS-SCENARIO-COUNT
                   CONTINUE
               WHEN WS-SC-SCENARIO-ID (WS-SC-IDX) = SCN-SCENARIO-ID
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-SCENARIO-COUNT < 50
                   ADD 1 TO WS-SCENARIO-COUNT
                   SET WS-SC-IDX TO WS-SCENARIO-COUNT
                   MOVE SCN-SCENARIO-ID
                       TO WS-SC-SCENARIO-ID (WS-SC-IDX)
                   MOVE SCN-DESCRIPTION
                       TO WS-SC-DESCRIPTION (WS-SC-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'RSKVAR00 WARNING: SCENARIO TABLE FULL, '
                       SCN-SCENARIO-ID ' DROPPED'
               END-IF
           END-IF.

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
                   DISPLAY 'RSKVAR00 WARNING: FX MASTER TABLE FULL, '
                       FXR-FROM-CCY '/' FXR-TO-CCY ' DROPPED'
               END-IF
           END-IF
           PERFORM 1410-READ-FX-MASTER.

      *-----------------------------------------------------------------
      * SECURITY COLLECTION AND PRICE HISTORY
      *-----------------------------------------------------------------
      *-- A first sweep of POSITION-MASTER finds every non-cash
      *-- security the book holds, so the price history is kept for
      *-- those alone.
       1500-COLLECT-SECURITIES.
           PERFORM 2010-READ-POSITION
           PERFORM 1510-COLLECT-ONE-POSITION
               UNTIL EOF-POSITION
           CLOSE POSITION-MASTER.

       1510-COLLECT-ONE-POSITION.
           IF POS-QUANTITY NOT = ZERO
               AND POS-INVESTMENT-TYPE NOT = 'CASH'
               MOVE POS-INVESTMENT-ID TO WS-SEARCH-ID
               PERFORM 1520-FIND-SECURITY
               IF NOT WS-ENTRY-FOUND
                   PERFORM 1530-ADD-SECURITY
               END-IF
           END-IF
           PERFORM 2010-READ-POSITION.

       1520-FIND-SECURITY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-SP-IDX TO 1
           SEARCH WS-SP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SP-IDX > WS-SEC-COUNT
                   CONTINUE
               WHEN WS-SP-INVESTMENT-ID (WS-SP-IDX) = WS-SEARCH-ID
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-SEC-I TO WS-SP-IDX
           END-SEARCH.

       1530-ADD-SECURITY.
           IF WS-SEC-COUNT < 500
               ADD 1 TO WS-SEC-COUNT
               MOVE WS-SEC-COUNT TO WS-SEC-I
               MOVE POS-INVESTMENT-ID
                   TO WS-SP-INVESTMENT-ID (WS-SEC-I)
               MOVE SPACES TO WS-SP-SOURCE-1 (WS-SEC-I)
               MOVE SPACES TO WS-SP-SOURCE-2 (WS-SEC-I)
               MOVE 'N' TO WS-SP-FIXED-SW (WS-SEC-I)
               MOVE 'N' TO WS-SP-HISTORY-SW (WS-SEC-I)
               MOVE 'N' TO WS-SP-DURATION-SW (WS-SEC-I)
               MOVE ZERO TO WS-SP-MOD-DURATION (WS-SEC-I)
               MOVE ZERO TO WS-SP-CONVEXITY (WS-SEC-I)
               MOVE ZERO TO WS-SP-POSN-PRICE (WS-SEC-I)
               IF POS-QUANTITY > ZERO
                   COMPUTE WS-SP-POSN-PRICE (WS-SEC-I) ROUNDED =
                       POS-CURRENT-VALUE / POS-QUANTITY
               END-IF
               PERFORM 1540-CLEAR-ONE-DAY
                   VARYING WS-OBS-I FROM 1 BY 1
                   UNTIL WS-OBS-I > 261
               MOVE POS-INVESTMENT-ID TO SEC-ID
               READ SECURITY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1550-TAKE-SECURITY-TERMS
               END-READ
           ELSE
               DISPLAY 'RSKVAR00 WARNING: SECURITY TABLE FULL, '
                   POS-INVESTMENT-ID ' HAS NO HISTORY'
           END-IF.

       1540-CLEAR-ONE-DAY.
           MOVE ZERO TO WS-SP-PRICE (WS-SEC-I, WS-OBS-I)
           MOVE 9    TO WS-SP-RANK (WS-SEC-I, WS-OBS-I).

       1550-TAKE-SECURITY-TERMS.
           MOVE SEC-PRICE-SOURCE-1 TO WS-SP-SOURCE-1 (WS-SEC-I)
           MOVE SEC-PRICE-SOURCE-2 TO WS-SP-SOURCE-2 (WS-SEC-I)
           IF SEC-TYPE-FIXED
               MOVE 'Y' TO WS-SP-FIXED-SW (WS-SEC-I)
               MOVE SEC-MATURITY-DATE
                   TO WS-SP-MATURITY-DATE (WS-SEC-I)
               MOVE SEC-DAY-COUNT TO WS-SP-DAY-COUNT (WS-SEC-I)
               IF SEC-ACCRUAL-RATE NUMERIC
                   MOVE SEC-ACCRUAL-RATE
                       TO WS-SP-ACCRUAL-RATE (WS-SEC-I)
               ELSE
                   MOVE ZERO TO WS-SP-ACCRUAL-RATE (WS-SEC-I)
               END-IF
           END-IF.

      *-- First pass over the price feed: keep the latest distinct
      *-- dates on or before the run date, in ascending order. A
      *-- newer date once the window is full pushes the oldest out.
       1600-BUILD-DATE-WINDOW.
           COMPUTE WS-DATE-LIMIT = WS-HISTORY-DAYS + 1
           OPEN INPUT SECURITY-PRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-PRICE-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE 'N' TO WS-EOF-PRICE-SW
           PERFORM 1610-READ-PRICE
           PERFORM 1620-TAKE-PRICE-DATE
               UNTIL EOF-PRICE-FEED
           CLOSE SECURITY-PRICE-FILE
           IF WS-DATE-COUNT > 1
               COMPUTE WS-OBS-COUNT = WS-DATE-COUNT - 1
           ELSE
               MOVE ZERO TO WS-OBS-COUNT
           END-IF.

       1610-READ-PRICE.
           READ SECURITY-PRICE-FILE
               AT END
                   SET EOF-PRICE-FEED TO TRUE
           END-READ.

       1620-TAKE-PRICE-DATE.
           ADD 1 TO WS-PRICES-READ
           IF PRC-PRICE-DATE IS NUMERIC
               AND PRC-PRICE-DATE NOT > WS-CURRENT-DATE
               MOVE 'N' TO WS-FOUND-SW
               SET WS-DT-IDX TO 1
               SEARCH WS-DT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DT-IDX > WS-DATE-COUNT
                       CONTINUE
                   WHEN WS-DT-DATE (WS-DT-IDX) = PRC-PRICE-DATE
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
               IF NOT WS-ENTRY-FOUND
                   IF WS-DATE-COUNT < WS-DATE-LIMIT
                       PERFORM 1630-INSERT-DATE
                   ELSE
                       IF PRC-PRICE-DATE > WS-DT-DATE (1)
                           PERFORM 1640-DROP-OLDEST-DATE
                               VARYING WS-SRT-I FROM 1 BY 1
                               UNTIL WS-SRT-I NOT < WS-DATE-COUNT
                           SUBTRACT 1 FROM WS-DATE-COUNT
                           PERFORM 1630-INSERT-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1610-READ-PRICE.

       1630-INSERT-DATE.
           MOVE WS-DATE-COUNT TO WS-SRT-J
           PERFORM 1635-SHIFT-DATE-UP
               UNTIL WS-SRT-J = ZERO
                  OR WS-DT-DATE (WS-SRT-J) < PRC-PRICE-DATE
           MOVE PRC-PRICE-DATE TO WS-DT-DATE (WS-SRT-J + 1)
           ADD 1 TO WS-DATE-COUNT.

       1635-SHIFT-DATE-UP.
           MOVE WS-DT-DATE (WS-SRT-J) TO WS-DT-DATE (WS-SRT-J + 1)
           SUBTRACT 1 FROM WS-SRT-J.

       1640-DROP-OLDEST-DATE.
           MOVE WS-DT-DATE (WS-SRT-I + 1) TO WS-DT-DATE (WS-SRT-I).

      *-- Second pass: each quote inside the window lands on its
      *-- security and date, a better-ranked vendor's quote for the
      *-- day replacing a worse one.
       1700-LOAD-PRICE-HISTORY.
           IF WS-DATE-COUNT > ZERO AND WS-SEC-COUNT > ZERO
               OPEN INPUT SECURITY-PRICE-FILE
               IF WS-PRICE-STATUS NOT = '00'
                   MOVE 'ERROR OPENING SECURITY-PRICE-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
               MOVE 'N' TO WS-EOF-PRICE-SW
               PERFORM 1610-READ-PRICE
               PERFORM 1710-PLACE-ONE-PRICE
                   UNTIL EOF-PRICE-FEED
               CLOSE SECURITY-PRICE-FILE
           END-IF.

       1710-PLACE-ONE-PRICE.
           IF PRC-PRICE-DATE NOT < WS-DT-DATE (1)
               AND PRC-PRICE-DATE NOT > WS-CURRENT-DATE
               AND PRC-PRICE > ZERO
               MOVE PRC-INVESTMENT-ID TO WS-SEARCH-ID
               PERFORM 1520-FIND-SECURITY
               IF WS-ENTRY-FOUND
                   MOVE 'N' TO WS-FOUND-SW
                   SET WS-DT-IDX TO 1
                   SEARCH WS-DT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-DT-IDX > WS-DATE-COUNT
                           CONTINUE
                       WHEN WS-DT-DATE (WS-DT-IDX) = PRC-PRICE-DATE
                           SET WS-ENTRY-FOUND TO TRUE
                           SET WS-OBS-I TO WS-DT-IDX
                   END-SEARCH
                   IF WS-ENTRY-FOUND
                       PERFORM 1720-RANK-AND-STORE
                   END-IF
               END-IF
           END-IF
           PERFORM 1610-READ-PRICE.

       1720-RANK-AND-STORE.
           EVALUATE TRUE
               WHEN PRC-SOURCE = WS-SP-SOURCE-1 (WS-SEC-I)
                   AND PRC-SOURCE NOT = SPACES
                   MOVE 1 TO WS-PRICE-RANK
               WHEN PRC-SOURCE = WS-SP-SOURCE-2 (WS-SEC-I)
                   AND PRC-SOURCE NOT = SPACES
                   MOVE 2 TO WS-PRICE-RANK
               WHEN OTHER
                   MOVE 3 TO WS-PRICE-RANK
           END-EVALUATE
           IF WS-PRICE-RANK < WS-SP-RANK (WS-SEC-I, WS-OBS-I)
               MOVE PRC-PRICE TO WS-SP-PRICE (WS-SEC-I, WS-OBS-I)
               MOVE WS-PRICE-RANK TO WS-SP-RANK (WS-SEC-I, WS-OBS-I)
               MOVE 'Y' TO WS-SP-HISTORY-SW (WS-SEC-I)
           END-IF.

      *-- Fills each day with no quote from the day before, then has
      *-- FIYCAL00 work out an FI security's duration at its latest
      *-- price (the position's own value per unit if the feed has
      *-- none) for the rate shocks.
       1800-PREPARE-ONE-SECURITY.
           PERFORM 1810-CARRY-PRICE-FORWARD
               VARYING WS-OBS-I FROM 2 BY 1
               UNTIL WS-OBS-I > WS-DATE-COUNT
           IF WS-SP-FIXED-INCOME (WS-SEC-I)
               MOVE WS-CURRENT-DATE TO WS-FY-RUN-DATE
               MOVE WS-SP-MATURITY-DATE (WS-SEC-I)
                   TO WS-FY-MATURITY-DATE
               MOVE WS-SP-DAY-COUNT (WS-SEC-I) TO WS-FY-DAY-COUNT
               MOVE WS-SP-ACCRUAL-RATE (WS-SEC-I)
                   TO WS-FY-COUPON-RATE
               MOVE WS-SP-POSN-PRICE (WS-SEC-I) TO WS-FY-CLEAN-PRICE
               IF WS-DATE-COUNT > ZERO
                   IF WS-SP-PRICE (WS-SEC-I, WS-DATE-COUNT) > ZERO
                       MOVE WS-SP-PRICE (WS-SEC-I, WS-DATE-COUNT)
                           TO WS-FY-CLEAN-PRICE
                   END-IF
               END-IF
               IF WS-FY-CLEAN-PRICE > ZERO
                   CALL 'FIYCAL00' USING WS-FIYCAL-REQUEST
                   IF WS-FY-RETURN-CODE = 0
                       MOVE 'Y' TO WS-SP-DURATION-SW (WS-SEC-I)
                       MOVE WS-FY-MOD-DURATION
                           TO WS-SP-MOD-DURATION (WS-SEC-I)
                       MOVE WS-FY-CONVEXITY
                           TO WS-SP-CONVEXITY (WS-SEC-I)
                   END-IF
               END-IF
           END-IF.

       1810-CARRY-PRICE-FORWARD.
           IF WS-SP-PRICE (WS-SEC-I, WS-OBS-I) = ZERO
               MOVE WS-SP-PRICE (WS-SEC-I, WS-OBS-I - 1)
                   TO WS-SP-PRICE (WS-SEC-I, WS-OBS-I)
           END-IF.

       1900-CLEAR-FIRM-VECTORS.
           PERFORM 1910-CLEAR-FIRM-DAY
               VARYING WS-OBS-I FROM 1 BY 1
               UNTIL WS-OBS-I > 260
           PERFORM 1920-CLEAR-FIRM-SCENARIO
               VARYING WS-SC-I FROM 1 BY 1
               UNTIL WS-SC-I > 50.

       1910-CLEAR-FIRM-DAY.
           MOVE ZERO TO WS-FA-PNL (WS-OBS-I).

       1920-CLEAR-FIRM-SCENARIO.
           MOVE ZERO TO WS-FA-STRESS (WS-SC-I).

      *-----------------------------------------------------------------
      * HOLDINGS
      *-----------------------------------------------------------------
      *-- POSITION-MASTER reads in portfolio order, so a change of
      *-- portfolio closes off the previous portfolio's VaR.
       2000-PROCESS-POSITIONS.
           ADD 1 TO WS-POSITIONS-READ
           IF POS-PORTFOLIO-ID NOT = WS-PA-PORTFOLIO-ID
               PERFORM 2500-PORTFOLIO-BREAK
           END-IF
           IF POS-CURRENT-VALUE NOT = ZERO
               PERFORM 2100-APPLY-HOLDING
           END-IF
           PERFORM 2010-READ-POSITION.

       2010-READ-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET EOF-POSITION TO TRUE
           END-READ.

       2100-APPLY-HOLDING.
           PERFORM 2110-COMPUTE-BASE-VALUE
           ADD 1 TO WS-PA-HOLDINGS
           ADD 1 TO WS-FA-HOLDINGS
           ADD WS-HD-BASE-VALUE TO WS-PA-BASE-VALUE
           ADD WS-HD-BASE-VALUE TO WS-FA-BASE-VALUE
           MOVE 'N' TO WS-FOUND-SW
           IF POS-INVESTMENT-TYPE NOT = 'CASH'
               MOVE POS-INVESTMENT-ID TO WS-SEARCH-ID
               PERFORM 1520-FIND-SECURITY
               IF WS-ENTRY-FOUND
                   IF NOT WS-SP-HAS-HISTORY (WS-SEC-I)
                       MOVE 'N' TO WS-FOUND-SW
                   END-IF
               END-IF
               IF WS-ENTRY-FOUND
                   PERFORM 2120-APPLY-ONE-DAY
                       VARYING WS-OBS-I FROM 1 BY 1
                       UNTIL WS-OBS-I > WS-OBS-COUNT
               ELSE
                   ADD 1 TO WS-NO-HISTORY-COUNT
               END-IF
           END-IF
           PERFORM 2130-APPLY-ONE-SHOCK
               VARYING WS-SH-I FROM 1 BY 1
               UNTIL WS-SH-I > WS-SHOCK-COUNT.

      *-- Market value converted into the portfolio's base currency
      *-- at the master's latest rate, the RPTPOS00 revaluation. A
      *-- pair the master does not quote is warned about and carried
      *-- at the trade-currency value.
       2110-COMPUTE-BASE-VALUE.
           MOVE 1 TO WS-HD-FX-RATE
           MOVE WS-PA-BASE-CCY TO WS-HD-BASE-CCY
           IF WS-HD-BASE-CCY = SPACES
               MOVE POS-BASE-CURRENCY TO WS-HD-BASE-CCY
               MOVE POS-BASE-CURRENCY TO WS-PA-BASE-CCY
           END-IF
           IF POS-CURRENCY NOT = WS-HD-BASE-CCY
               AND WS-HD-BASE-CCY NOT = SPACES
               AND POS-CURRENCY NOT = SPACES
               MOVE 'N' TO WS-FXM-FOUND-SW
               IF WS-FXM-COUNT > 0
                   SET WS-FXM-IDX TO 1
                   SEARCH WS-FXM-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-FXM-FROM-CCY (WS-FXM-IDX) = POS-CURRENCY
                           AND WS-FXM-TO-CCY (WS-FXM-IDX)
                                = WS-HD-BASE-CCY
                           MOVE WS-FXM-RATE (WS-FXM-IDX)
                               TO WS-HD-FX-RATE
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
           COMPUTE WS-HD-BASE-VALUE ROUNDED =
               POS-CURRENT-VALUE * WS-HD-FX-RATE.

      *-- Day n's profit or loss is today's value moved by the
      *-- security's return from window date n to window date n+1.
      *-- A day before the security's first quote has no return.
       2120-APPLY-ONE-DAY.
           IF WS-SP-PRICE (WS-SEC-I, WS-OBS-I) > ZERO
               COMPUTE WS-HD-PNL ROUNDED =
                   WS-HD-BASE-VALUE
                   * (WS-SP-PRICE (WS-SEC-I, WS-OBS-I + 1)
                      - WS-SP-PRICE (WS-SEC-I, WS-OBS-I))
                   / WS-SP-PRICE (WS-SEC-I, WS-OBS-I)
               ADD WS-HD-PNL TO WS-PA-PNL (WS-OBS-I)
               ADD WS-HD-PNL TO WS-FA-PNL (WS-OBS-I)
           END-IF.

      *-- A price shock moves the targeted type's value (every
      *-- non-cash holding when the card names no type) by the card
      *-- percentage. A rate shock moves an FI holding by minus
      *-- modified duration times the yield change plus half the
      *-- convexity times its square.
       2130-APPLY-ONE-SHOCK.
           MOVE ZERO TO WS-HD-PNL
           EVALUATE TRUE
               WHEN WS-SH-PRICE-SHOCK (WS-SH-I)
                   IF (WS-SH-TARGET-TYPE (WS-SH-I) = SPACES
                       AND POS-INVESTMENT-TYPE NOT = 'CASH')
                       OR WS-SH-TARGET-TYPE (WS-SH-I)
                          = POS-INVESTMENT-TYPE
                       COMPUTE WS-HD-PNL ROUNDED =
                           WS-HD-BASE-VALUE
                           * WS-SH-SHOCK-PCT (WS-SH-I) / 100
                   END-IF
               WHEN WS-SH-RATE-SHOCK (WS-SH-I)
                   IF POS-INV-TYPE-FIXED
                       PERFORM 2135-APPLY-RATE-SHOCK
                   END-IF
           END-EVALUATE
           MOVE WS-SH-SCENARIO-NO (WS-SH-I) TO WS-SC-I
           ADD WS-HD-PNL TO WS-PA-STRESS (WS-SC-I)
           ADD WS-HD-PNL TO WS-FA-STRESS (WS-SC-I).

       2135-APPLY-RATE-SHOCK.
           MOVE POS-INVESTMENT-ID TO WS-SEARCH-ID
           PERFORM 1520-FIND-SECURITY
           IF WS-ENTRY-FOUND
               IF WS-SP-DURATION-SOLVED (WS-SEC-I)
                   COMPUTE WS-HD-RATE-MOVE =
                       WS-SH-SHOCK-BP (WS-SH-I) / 10000
                   COMPUTE WS-HD-PNL ROUNDED =
                       WS-HD-BASE-VALUE
                       * (0 - WS-SP-MOD-DURATION (WS-SEC-I)
                              * WS-HD-RATE-MOVE
                          + WS-SP-CONVEXITY (WS-SEC-I)
                              * WS-HD-RATE-MOVE * WS-HD-RATE-MOVE
                              / 2)
               ELSE
                   ADD 1 TO WS-NO-DURATION-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-NO-DURATION-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * PORTFOLIO CONTROL BREAK
      *-----------------------------------------------------------------
      *-- Closes off the portfolio in hand and starts the next from
      *-- its PORTFOLIO-MASTER record (base currency and VaR limit).
      *-- A portfolio not on the master takes the position's base
      *-- currency and has no limit.
       2500-PORTFOLIO-BREAK.
           IF WS-PA-PORTFOLIO-ID NOT = SPACES
               PERFORM 2600-CLOSE-PORTFOLIO
           END-IF
           MOVE POS-PORTFOLIO-ID TO WS-PA-PORTFOLIO-ID
           MOVE SPACES TO WS-PA-BASE-CCY
           MOVE ZERO TO WS-PA-VAR-LIMIT
           MOVE ZERO TO WS-PA-HOLDINGS
           MOVE ZERO TO WS-PA-BASE-VALUE
           MOVE POS-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PORT-BASE-CURRENCY TO WS-PA-BASE-CCY
                   IF PORT-VAR-LIMIT IS NUMERIC
                       MOVE PORT-VAR-LIMIT TO WS-PA-VAR-LIMIT
                   END-IF
           END-READ
           PERFORM 2510-CLEAR-PORTFOLIO-DAY
               VARYING WS-OBS-I FROM 1 BY 1
               UNTIL WS-OBS-I > 260
           PERFORM 2520-CLEAR-PORTFOLIO-SCENARIO
               VARYING WS-SC-I FROM 1 BY 1
               UNTIL WS-SC-I > 50.

       2510-CLEAR-PORTFOLIO-DAY.
           MOVE ZERO TO WS-PA-PNL (WS-OBS-I).

       2520-CLEAR-PORTFOLIO-SCENARIO.
           MOVE ZERO TO WS-PA-STRESS (WS-SC-I).

       2600-CLOSE-PORTFOLIO.
           ADD 1 TO WS-PORTFOLIO-COUNT
           SET WS-VAR-OF-PORTFOLIO TO TRUE
           PERFORM 2700-COMPUTE-VAR
           MOVE WS-PA-PORTFOLIO-ID TO WS-VL-PORTFOLIO
           MOVE WS-PA-BASE-CCY     TO WS-VL-BASE-CCY
           MOVE WS-PA-HOLDINGS     TO WS-VL-HOLDINGS
           MOVE WS-PA-BASE-VALUE   TO WS-VL-BASE-VALUE
           MOVE WS-VAR-95          TO WS-VL-VAR-95
           MOVE WS-VAR-99          TO WS-VL-VAR-99
           MOVE WS-PA-VAR-LIMIT    TO WS-VL-VAR-LIMIT
           IF WS-LIMIT-CONF = 95
               MOVE WS-VAR-95 TO WS-VAR-AT-LIMIT
           ELSE
               MOVE WS-VAR-99 TO WS-VAR-AT-LIMIT
           END-IF
           EVALUATE TRUE
               WHEN WS-OBS-COUNT < WS-MIN-HISTORY-DAYS
                   MOVE 'TOO LITTLE HISTORY' TO WS-VL-STATUS
               WHEN WS-PA-VAR-LIMIT NOT > ZERO
                   MOVE 'NO LIMIT' TO WS-VL-STATUS
               WHEN WS-VAR-AT-LIMIT > WS-PA-VAR-LIMIT
                   MOVE '*** LIMIT BREACH ***' TO WS-VL-STATUS
                   ADD 1 TO WS-BREACH-COUNT
                   PERFORM 8000-LOG-BREACH
               WHEN OTHER
                   MOVE 'WITHIN LIMIT' TO WS-VL-STATUS
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-VAR-LINE
           PERFORM 2610-WRITE-PORTFOLIO-STRESS
               VARYING WS-SC-I FROM 1 BY 1
               UNTIL WS-SC-I > WS-SCENARIO-COUNT.

       2610-WRITE-PORTFOLIO-STRESS.
           MOVE WS-SC-SCENARIO-ID (WS-SC-I) TO WS-ST-SCENARIO-ID
           MOVE WS-SC-DESCRIPTION (WS-SC-I) TO WS-ST-DESCRIPTION
           MOVE WS-PA-STRESS (WS-SC-I) TO WS-ST-PNL
           MOVE ZERO TO WS-STRESS-PCT
           IF WS-PA-BASE-VALUE NOT = ZERO
               COMPUTE WS-STRESS-PCT ROUNDED =
                   WS-PA-STRESS (WS-SC-I) * 100 / WS-PA-BASE-VALUE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-STRESS-PCT
               END-COMPUTE
           END-IF
           MOVE WS-STRESS-PCT TO WS-ST-PCT
           WRITE REPORT-RECORD FROM WS-STRESS-LINE.

      *-- Historical VaR: the loss on the k-th worst of the N
      *-- historical days, k being N times the tail fraction plus
      *-- one (the 13th worst of 250 at 95%, the 3rd at 99%). A run
      *-- with too little history, or whose worst days are gains,
      *-- reports zero.
       2700-COMPUTE-VAR.
           MOVE ZERO TO WS-VAR-95
           MOVE ZERO TO WS-VAR-99
           IF WS-OBS-COUNT NOT < WS-MIN-HISTORY-DAYS
               PERFORM 2710-COPY-ONE-DAY
                   VARYING WS-SRT-I FROM 1 BY 1
                   UNTIL WS-SRT-I > WS-OBS-COUNT
               PERFORM 2720-INSERT-ONE-DAY
                   VARYING WS-SRT-I FROM 2 BY 1
                   UNTIL WS-SRT-I > WS-OBS-COUNT
               COMPUTE WS-SRT-RANK = WS-OBS-COUNT * 5 / 100 + 1
               IF WS-SRT-PNL (WS-SRT-RANK) < ZERO
                   COMPUTE WS-VAR-95 = 0 - WS-SRT-PNL (WS-SRT-RANK)
               END-IF
               COMPUTE WS-SRT-RANK = WS-OBS-COUNT * 1 / 100 + 1
               IF WS-SRT-PNL (WS-SRT-RANK) < ZERO
                   COMPUTE WS-VAR-99 = 0 - WS-SRT-PNL (WS-SRT-RANK)
               END-IF
           END-IF.

       2710-COPY-ONE-DAY.
           IF WS-VAR-OF-PORTFOLIO
               MOVE WS-PA-PNL (WS-SRT-I) TO WS-SRT-PNL (WS-SRT-I)
           ELSE
               MOVE WS-FA-PNL (WS-SRT-I) TO WS-SRT-PNL (WS-SRT-I)
           END-IF.

       2720-INSERT-ONE-DAY.
           MOVE WS-SRT-PNL (WS-SRT-I) TO WS-SRT-KEY
           COMPUTE WS-SRT-J = WS-SRT-I - 1
           PERFORM 2730-SHIFT-ONE-DAY
               UNTIL WS-SRT-J = ZERO
                  OR WS-SRT-PNL (WS-SRT-J) NOT > WS-SRT-KEY
           MOVE WS-SRT-KEY TO WS-SRT-PNL (WS-SRT-J + 1).

       2730-SHIFT-ONE-DAY.
           MOVE WS-SRT-PNL (WS-SRT-J) TO WS-SRT-PNL (WS-SRT-J + 1)
           SUBTRACT 1 FROM WS-SRT-J.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           IF WS-PA-PORTFOLIO-ID NOT = SPACES
               PERFORM 2600-CLOSE-PORTFOLIO
           END-IF
           PERFORM 3100-WRITE-FIRM-VAR
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'PORTFOLIOS MEASURED:' TO WS-SL-LABEL
           MOVE WS-PORTFOLIO-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'VAR LIMIT BREACHES:' TO WS-SL-LABEL
           MOVE WS-BREACH-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'SECURITIES WITH HISTORY:' TO WS-SL-LABEL
           MOVE WS-SEC-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HOLDINGS WITH NO HISTORY:' TO WS-SL-LABEL
           MOVE WS-NO-HISTORY-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'FI RATE SHOCKS NOT APPLIED:' TO WS-SL-LABEL
           MOVE WS-NO-DURATION-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'STRESS SCENARIOS RUN:' TO WS-SL-LABEL
           MOVE WS-SCENARIO-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           IF WS-OBS-COUNT < WS-MIN-HISTORY-DAYS
               MOVE 'TOO LITTLE PRICE HISTORY - NO VAR MEASURED'
                   TO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 3300-WRITE-CONTROL-TOTALS
           CLOSE POSITION-MASTER
           CLOSE PORTFOLIO-MASTER
           CLOSE SECURITY-MASTER
           CLOSE REPORT-FILE
           IF WS-FXR-STATUS = '00'
               CLOSE FX-RATE-MASTER
           END-IF
           IF WS-BREACH-COUNT > ZERO
               OR WS-OBS-COUNT < WS-MIN-HISTORY-DAYS
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-- The firm line sums every portfolio's daily profit and loss
      *-- before sorting, so diversification across portfolios shows;
      *-- a book whose portfolios report in different base
      *-- currencies reads it as indicative only.
       3100-WRITE-FIRM-VAR.
           SET WS-VAR-OF-FIRM TO TRUE
           PERFORM 2700-COMPUTE-VAR
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'FIRM-WIDE'     TO WS-VL-PORTFOLIO
           MOVE SPACES          TO WS-VL-BASE-CCY
           MOVE WS-FA-HOLDINGS  TO WS-VL-HOLDINGS
           MOVE WS-FA-BASE-VALUE TO WS-VL-BASE-VALUE
           MOVE WS-VAR-95       TO WS-VL-VAR-95
           MOVE WS-VAR-99       TO WS-VL-VAR-99
           MOVE ZERO            TO WS-VL-VAR-LIMIT
           MOVE SPACES          TO WS-VL-STATUS
           WRITE REPORT-RECORD FROM WS-VAR-LINE
           PERFORM 3110-WRITE-FIRM-STRESS
               VARYING WS-SC-I FROM 1 BY 1
               UNTIL WS-SC-I > WS-SCENARIO-COUNT.

       3110-WRITE-FIRM-STRESS.
           MOVE WS-SC-SCENARIO-ID (WS-SC-I) TO WS-ST-SCENARIO-ID
           MOVE WS-SC-DESCRIPTION (WS-SC-I) TO WS-ST-DESCRIPTION
           MOVE WS-FA-STRESS (WS-SC-I) TO WS-ST-PNL
           MOVE ZERO TO WS-STRESS-PCT
           IF WS-FA-BASE-VALUE NOT = ZERO
               COMPUTE WS-STRESS-PCT ROUNDED =
                   WS-FA-STRESS (WS-SC-I) * 100 / WS-FA-BASE-VALUE
                   ON SIZE ERROR
                       MOVE ZERO TO WS-STRESS-PCT
               END-COMPUTE
           END-IF
           MOVE WS-STRESS-PCT TO WS-ST-PCT
           WRITE REPORT-RECORD FROM WS-STRESS-LINE.

       3300-WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE      TO WS-CT-PROCESS-DATE
           MOVE WS-POSITIONS-READ    TO WS-CT-RECORDS-IN
           MOVE WS-PORTFOLIO-COUNT   TO WS-CT-RECORDS-OUT
           MOVE WS-FA-BASE-VALUE     TO WS-CT-AMOUNT-IN
           MOVE ZERO                 TO WS-CT-AMOUNT-OUT
           CALL 'CTLWRT00' USING WS-CTLTOT-REQUEST.

      *-- Each breach is logged to the central ERROR-FILE so it shows
      *-- up in RPTAUD00's error summary, as CMPMON00 logs its
      *-- compliance breaches.
       8000-LOG-BREACH.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE 'RSKVAR00' TO WS-EL-PROGRAM-ID
           MOVE WS-VAR-AT-LIMIT TO WS-EDIT-AMOUNT
           MOVE WS-PA-VAR-LIMIT TO WS-EDIT-LIMIT
           MOVE SPACES TO WS-EL-DESCRIPTION
           STRING 'VAR LIMIT BREACH ' WS-PA-PORTFOLIO-ID
                  ' VAR ' WS-EDIT-AMOUNT
                  ' LIMIT ' WS-EDIT-LIMIT
               DELIMITED BY SIZE INTO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'RSKVAR00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'RSKVAR00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'RSKVAR00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'RSKVAR00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
