       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRFATR00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Performance Attribution                                        *
      *                                                                *
      * TWRCALC0 says whether a portfolio beat or lagged its assigned  *
      * benchmark; this program says why, for one period between two   *
      * closing-snapshot dates named on the parameter card:            *
      * - Sorts the opening and closing snapshot holdings and the      *
      *   period's settled trades in each security by portfolio and    *
      *   investment into a work file, and streams it one portfolio    *
      *   at a time, each security's gain being its closing value      *
      *   less its opening value less the money put into it            *
      * - Sets the portfolio's weight and return in each investment    *
      *   type (EQ/FI/CASH/MM) against the benchmark's: a blended      *
      *   benchmark's components (BMKBLD) carry their asset class and  *
      *   weight, and each component's return over the period is its   *
      *   BMKRTN returns chained across the period's dates             *
      * - Splits the active return Brinson-style into an allocation    *
      *   effect (weight difference times the class's benchmark        *
      *   return relative to the whole benchmark) and a selection      *
      *   effect (the portfolio's class weight times its return        *
      *   difference), which sum to the active return                  *
      * - Lists the top contributors by security with each one's       *
      *   selection effect, and a full contribution-to-return table,   *
      *   for the advisor's client review                              *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSING-SNAPSHOT-FILE ASSIGN TO CLSSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ATTRIBUTION-PARMS ASSIGN TO ATRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BENCHMARK-RETURN-FILE ASSIGN TO BMKRTN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BMK-KEY
               FILE STATUS IS WS-BMK-STATUS.

           SELECT BENCHMARK-ASSIGN-FILE ASSIGN TO BMKASG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BMA-STATUS.

      *-- Blended benchmark definitions; OPTIONAL, and a benchmark
      *-- with no blend is a single unclassified index.
           SELECT OPTIONAL BENCHMARK-BLEND-FILE ASSIGN TO BMKBLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BLD-STATUS.

           SELECT HOLD-WORK-FILE ASSIGN TO ATRWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLW-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSING-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CLSSNAP.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

      *-- The period is deliberate work: both closing-snapshot dates
      *-- are required. The portfolio range and the number of top
      *-- contributors listed are optional.
       FD  ATTRIBUTION-PARMS
           RECORDING MODE IS F.
       01  ATTRIBUTION-PARM-RECORD.
           05  PARM-PORTFOLIO-FROM       PIC X(08).
           05  PARM-PORTFOLIO-TO         PIC X(08).
           05  PARM-BEGIN-DATE           PIC X(08).
           05  PARM-END-DATE             PIC X(08).
           05  PARM-TOP-COUNT            PIC 9(02).
           05  FILLER                    PIC X(46).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       FD  BENCHMARK-RETURN-FILE
           RECORDING MODE IS F.
       01  BENCHMARK-RETURN-RECORD.
           COPY BMKRTN REPLACING ==:PREFIX:== BY ==BMK==.

       FD  BENCHMARK-ASSIGN-FILE
           RECORDING MODE IS F.
           COPY BMKASG.

       FD  BENCHMARK-BLEND-FILE
           RECORDING MODE IS F.
           COPY BMKBLD.

       FD  HOLD-WORK-FILE
           RECORDING MODE IS F.
       01  HOLD-WORK-RECORD.
           05  HLW-PORTFOLIO-ID          PIC X(08).
           05  HLW-INVESTMENT-ID         PIC X(10).
           05  HLW-INVESTMENT-TYPE       PIC X(04).
           05  HLW-DESCRIPTION           PIC X(30).
           05  HLW-BEGIN-VALUE           PIC S9(13)V9(2) COMP-3.
           05  HLW-END-VALUE             PIC S9(13)V9(2) COMP-3.
           05  HLW-FLOW                  PIC S9(13)V9(2) COMP-3.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-PORTFOLIO-ID          PIC X(08).
           05  SRT-INVESTMENT-ID         PIC X(10).
           05  SRT-INVESTMENT-TYPE       PIC X(04).
           05  SRT-DESCRIPTION           PIC X(30).
           05  SRT-BEGIN-VALUE           PIC S9(13)V9(2) COMP-3.
           05  SRT-END-VALUE             PIC S9(13)V9(2) COMP-3.
           05  SRT-FLOW                  PIC S9(13)V9(2) COMP-3.

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'PRFATR00'.
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
           05  WS-SNAP-STATUS            PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-BMK-STATUS             PIC XX.
           05  WS-BMA-STATUS             PIC XX.
           05  WS-BLD-STATUS             PIC XX.
           05  WS-HLW-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SNAP-SW            PIC X(01) VALUE 'N'.
               88  EOF-SNAPSHOT              VALUE 'Y'.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           05  WS-EOF-HLW-SW             PIC X(01) VALUE 'N'.
               88  EOF-HOLD-WORK             VALUE 'Y'.
           05  WS-EOF-BMK-SW             PIC X(01) VALUE 'N'.
               88  EOF-BENCHMARK-RTN         VALUE 'Y'.
           05  WS-EOF-BMA-SW             PIC X(01) VALUE 'N'.
               88  EOF-BENCHMARK-ASG         VALUE 'Y'.
           05  WS-EOF-BLD-SW             PIC X(01) VALUE 'N'.
               88  EOF-BLEND-DEFS            VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.

       01  WS-SELECTION.
           05  WS-SEL-PORT-FROM          PIC X(08) VALUE LOW-VALUES.
           05  WS-SEL-PORT-TO            PIC X(08) VALUE HIGH-VALUES.
           05  WS-BEGIN-DATE             PIC X(08).
           05  WS-END-DATE               PIC X(08).
           05  WS-TOP-COUNT              PIC 9(02) VALUE 5.

      *-- Benchmark returns by benchmark/period date, loaded once.
       01  WS-BMK-TABLE.
           05  WS-BMK-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-BK-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-BK-IDX.
               10  WS-BK-ID              PIC X(08).
               10  WS-BK-PERIOD-DATE     PIC X(08).
               10  WS-BK-RETURN-PCT      PIC S9(03)V9(06) COMP-3.

       01  WS-BMA-TABLE.
           05  WS-BMA-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-BA-ENTRY OCCURS 200 TIMES
                                         INDEXED BY WS-BA-IDX.
               10  WS-BA-PORTFOLIO-ID    PIC X(08).
               10  WS-BA-BENCHMARK-ID    PIC X(08).

       01  WS-BLD-TABLE.
           05  WS-BLD-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-BD-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-BD-IDX.
               10  WS-BD-BLEND-ID        PIC X(08).
               10  WS-BD-COMPONENT-ID    PIC X(08).
               10  WS-BD-WEIGHT-PCT      PIC S9(03)V9(04) COMP-3.
               10  WS-BD-SEGMENT         PIC X(04).

      *-- Per-portfolio streaming state.
       01  WS-STREAM-STATE.
           05  WS-CUR-PORTFOLIO          PIC X(08).
           05  WS-CUR-INVESTMENT         PIC X(10).
           05  WS-CUR-TYPE               PIC X(04).
           05  WS-CUR-DESCRIPTION        PIC X(30).
           05  WS-CUR-BEGIN              PIC S9(13)V9(2) COMP-3.
           05  WS-CUR-END                PIC S9(13)V9(2) COMP-3.
           05  WS-CUR-FLOW               PIC S9(13)V9(2) COMP-3.
           05  WS-CUR-GAIN               PIC S9(13)V9(2) COMP-3.
           05  WS-PORT-BEGIN             PIC S9(13)V9(2) COMP-3.
           05  WS-PORT-GAIN              PIC S9(13)V9(2) COMP-3.
           05  WS-PORTFOLIO-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-ATTRIBUTED-COUNT       PIC 9(05) COMP VALUE ZERO.

      *-- The portfolio's investment-type segments, with the
      *-- benchmark's weight and weighted return in each.
       01  WS-SEG-TABLE.
           05  WS-SEG-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-SG-ENTRY OCCURS 10 TIMES
                                         INDEXED BY WS-SG-IDX.
               10  WS-SG-TYPE            PIC X(04).
               10  WS-SG-BEGIN           PIC S9(13)V9(2) COMP-3.
               10  WS-SG-GAIN            PIC S9(13)V9(2) COMP-3.
               10  WS-SG-BMK-WEIGHT      PIC S9(05)V9(04) COMP-3.
               10  WS-SG-BMK-WTD-RTN     PIC S9(07)V9(08) COMP-3.
               10  WS-SG-PORT-WT         PIC S9(05)V9(08) COMP-3.
               10  WS-SG-PORT-RTN        PIC S9(05)V9(08) COMP-3.
               10  WS-SG-BMK-WT          PIC S9(05)V9(08) COMP-3.
               10  WS-SG-BMK-RTN         PIC S9(05)V9(08) COMP-3.
               10  WS-SG-ALLOCATION      PIC S9(05)V9(08) COMP-3.
               10  WS-SG-SELECTION       PIC S9(05)V9(08) COMP-3.

      *-- The portfolio's securities, for the contribution table and
      *-- the top contributors. The segment and portfolio totals are
      *-- kept apart from this table, so a security dropped when it
      *-- is full still counts in the effects.
       01  WS-SEC-TABLE.
           05  WS-SEC-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-SE-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-SE-IDX.
               10  WS-SE-INVESTMENT-ID   PIC X(10).
               10  WS-SE-DESCRIPTION     PIC X(30).
               10  WS-SE-TYPE            PIC X(04).
               10  WS-SE-BEGIN           PIC S9(13)V9(2) COMP-3.
               10  WS-SE-GAIN            PIC S9(13)V9(2) COMP-3.
               10  WS-SE-CONTRIBUTION    PIC S9(05)V9(08) COMP-3.
               10  WS-SE-SELECTION       PIC S9(05)V9(08) COMP-3.
               10  WS-SE-LISTED-SW       PIC X(01).
                   88  WS-SE-LISTED          VALUE 'Y'.

      *-- Benchmark working areas for the portfolio being attributed.
       01  WS-BENCH-AREA.
           05  WS-BENCH-ID               PIC X(08).
           05  WS-BENCH-TYPE-SW          PIC X(01).
               88  WS-NO-BENCHMARK           VALUE 'N'.
               88  WS-SIMPLE-BENCHMARK       VALUE 'S'.
               88  WS-BLENDED-BENCHMARK      VALUE 'B'.
           05  WS-BENCH-WEIGHT-SUM       PIC S9(05)V9(04) COMP-3.
           05  WS-BENCH-WTD-RTN          PIC S9(07)V9(08) COMP-3.
           05  WS-COMPONENT-ID           PIC X(08).
           05  WS-COMPONENT-SEGMENT      PIC X(04).
           05  WS-COMPONENT-WEIGHT       PIC S9(05)V9(04) COMP-3.
           05  WS-COMPONENT-FACTOR       PIC S9(05)V9(08) COMP-3.
           05  WS-COMPONENT-RTN          PIC S9(05)V9(08) COMP-3.

       01  WS-ATTRIB-AREA.
           05  WS-PORT-RTN               PIC S9(05)V9(08) COMP-3.
           05  WS-BENCH-RTN              PIC S9(05)V9(08) COMP-3.
           05  WS-ACTIVE-RTN             PIC S9(05)V9(08) COMP-3.
           05  WS-TOTAL-ALLOCATION       PIC S9(05)V9(08) COMP-3.
           05  WS-TOTAL-SELECTION        PIC S9(05)V9(08) COMP-3.
           05  WS-SEG-BMK-RTN            PIC S9(05)V9(08) COMP-3.
           05  WS-SEC-WEIGHT             PIC S9(05)V9(08) COMP-3.
           05  WS-WANTED-TYPE            PIC X(04).
           05  WS-TOP-IDX                PIC 9(03) COMP.
           05  WS-SCAN-IDX               PIC 9(03) COMP.
           05  WS-BEST-IDX               PIC 9(03) COMP.
           05  WS-BEST-ABS               PIC S9(05)V9(08) COMP-3.
           05  WS-THIS-ABS               PIC S9(05)V9(08) COMP-3.
           05  WS-RANK                   PIC 9(02).

       01  WS-REPORT-DATE                PIC X(10).
       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'PERFORMANCE ATTRIBUTION REPORT'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15)
                   VALUE 'RUN DATE:'.
               10  WS-HDR-RUN-DATE       PIC X(10).
               10  FILLER                PIC X(05) VALUE SPACES.
               10  FILLER                PIC X(08) VALUE 'PERIOD:'.
               10  WS-HDR-BEGIN-DATE     PIC X(08).
               10  FILLER                PIC X(04) VALUE ' TO '.
               10  WS-HDR-END-DATE       PIC X(08).
               10  FILLER                PIC X(74) VALUE SPACES.

       01  WS-PORTFOLIO-LINE.
           05  FILLER                    PIC X(11) VALUE 'PORTFOLIO: '.
           05  WS-PL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(14)
               VALUE '   BENCHMARK: '.
           05  WS-PL-BENCHMARK           PIC X(08).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-PL-NOTE                PIC X(50).
           05  FILLER                    PIC X(38) VALUE SPACES.

       01  WS-RETURN-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-RL-LABEL               PIC X(30).
           05  WS-RL-PCT                 PIC -(4)9.99.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(89) VALUE SPACES.

       01  WS-SEG-HEADING.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'TYPE'.
           05  FILLER                    PIC X(10) VALUE ' PORT WT%'.
           05  FILLER                    PIC X(10) VALUE '  BMK WT%'.
           05  FILLER                    PIC X(10) VALUE ' PORT RTN%'.
           05  FILLER                    PIC X(10) VALUE '  BMK RTN%'.
           05  FILLER                    PIC X(10) VALUE '   ALLOC%'.
           05  FILLER                    PIC X(10) VALUE '  SELECT%'.
           05  FILLER                    PIC X(10) VALUE '  ACTIVE%'.
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  WS-SEG-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-SGL-TYPE               PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SGL-PORT-WT            PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SGL-BMK-WT             PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SGL-PORT-RTN           PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SGL-BMK-RTN            PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SGL-ALLOCATION         PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SGL-SELECTION          PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SGL-ACTIVE             PIC -(5)9.99.
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  WS-SEC-HEADING.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE 'RANK'.
           05  FILLER                    PIC X(12) VALUE ' INVESTMENT'.
           05  FILLER                    PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(06) VALUE 'TYPE'.
           05  FILLER                    PIC X(10) VALUE ' BEGIN WT%'.
           05  FILLER                    PIC X(10) VALUE '   RETURN%'.
           05  FILLER                    PIC X(10) VALUE ' CONTRIB%'.
           05  FILLER                    PIC X(10) VALUE '  SELECT%'.
           05  FILLER                    PIC X(35) VALUE SPACES.

       01  WS-SEC-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-SCL-RANK               PIC Z(03)9 BLANK WHEN ZERO.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SCL-INVESTMENT-ID      PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SCL-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SCL-TYPE               PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SCL-WEIGHT             PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SCL-RETURN             PIC -(5)9.99.
           05  WS-SCL-RETURN-X REDEFINES WS-SCL-RETURN
                                         PIC X(09).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SCL-CONTRIBUTION       PIC -(5)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SCL-SELECTION          PIC -(5)9.99.
           05  FILLER                    PIC X(35) VALUE SPACES.

       01  WS-TITLE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-TT-TITLE               PIC X(60).
           05  FILLER                    PIC X(68) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1700-SORT-HOLDINGS
           PERFORM 2000-STREAM-PORTFOLIOS
           PERFORM 4000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1150-READ-ATTRIBUTION-PARMS
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1400-LOAD-BENCHMARK-RETURNS
           PERFORM 1500-LOAD-BENCHMARK-ASSIGNS
           PERFORM 1650-LOAD-BLEND-DEFINITIONS.

       1100-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT BENCHMARK-RETURN-FILE
           IF WS-BMK-STATUS NOT = '00'
               MOVE 'ERROR OPENING BENCHMARK-RETURN-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT BENCHMARK-ASSIGN-FILE
           IF WS-BMA-STATUS NOT = '00'
               MOVE 'ERROR OPENING BENCHMARK-ASSIGN-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- The two snapshot dates anchor the opening and closing
      *-- weights, so the card is required, as STMGEN00's is.
       1150-READ-ATTRIBUTION-PARMS.
           OPEN INPUT ATTRIBUTION-PARMS
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'ATTRIBUTION PERIOD PARM CARD IS REQUIRED'
                   TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           READ ATTRIBUTION-PARMS
               AT END
                   MOVE 'ATTRIBUTION PERIOD PARM CARD IS EMPTY'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ
           IF PARM-BEGIN-DATE = SPACES OR PARM-END-DATE = SPACES
               OR PARM-END-DATE NOT > PARM-BEGIN-DATE
               MOVE 'ATTRIBUTION PERIOD DATES MISSING OR REVERSED'
                   TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE PARM-BEGIN-DATE TO WS-BEGIN-DATE
           MOVE PARM-END-DATE   TO WS-END-DATE
           IF PARM-PORTFOLIO-FROM NOT = SPACES
               MOVE PARM-PORTFOLIO-FROM TO WS-SEL-PORT-FROM
           END-IF
           IF PARM-PORTFOLIO-TO NOT = SPACES
               MOVE PARM-PORTFOLIO-TO TO WS-SEL-PORT-TO
           END-IF
           IF PARM-TOP-COUNT NUMERIC AND PARM-TOP-COUNT NOT = ZERO
               MOVE PARM-TOP-COUNT TO WS-TOP-COUNT
           END-IF
           CLOSE ATTRIBUTION-PARMS.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-RUN-DATE
           MOVE WS-BEGIN-DATE  TO WS-HDR-BEGIN-DATE
           MOVE WS-END-DATE    TO WS-HDR-END-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-----------------------------------------------------------------
      * REFERENCE DATA LOAD
      *-----------------------------------------------------------------
       1400-LOAD-BENCHMARK-RETURNS.
           PERFORM 1410-READ-BENCHMARK-RTN
           PERFORM 1420-ADD-BENCHMARK-RTN
               UNTIL EOF-BENCHMARK-RTN.

       1410-READ-BENCHMARK-RTN.
           READ BENCHMARK-RETURN-FILE
               AT END
                   SET EOF-BENCHMARK-RTN TO TRUE
           END-READ.

      *-- Only the returns inside the period are wanted.
       1420-ADD-BENCHMARK-RTN.
           IF BMK-PERIOD-DATE > WS-BEGIN-DATE
               AND BMK-PERIOD-DATE NOT > WS-END-DATE
               IF WS-BMK-COUNT < 1000
                   ADD 1 TO WS-BMK-COUNT
                   SET WS-BK-IDX TO WS-BMK-COUNT
                   MOVE BMK-ID          TO WS-BK-ID (WS-BK-IDX)
                   MOVE BMK-PERIOD-DATE
                       TO WS-BK-PERIOD-DATE (WS-BK-IDX)
                   MOVE BMK-RETURN-PCT  TO WS-BK-RETURN-PCT (WS-BK-IDX)
               ELSE
                   DISPLAY 'PRFATR00 WARNING: BENCHMARK RETURN TABLE '
                       'FULL, ' BMK-ID ' ' BMK-PERIOD-DATE ' DROPPED'
               END-IF
           END-IF
           PERFORM 1410-READ-BENCHMARK-RTN.

       1500-LOAD-BENCHMARK-ASSIGNS.
           PERFORM 1510-READ-BENCHMARK-ASG
           PERFORM 1520-ADD-BENCHMARK-ASG
               UNTIL EOF-BENCHMARK-ASG.

       1510-READ-BENCHMARK-ASG.
           READ BENCHMARK-ASSIGN-FILE
               AT END
                   SET EOF-BENCHMARK-ASG TO TRUE
           END-READ.

       1520-ADD-BENCHMARK-ASG.
           IF WS-BMA-COUNT < 200
               ADD 1 TO WS-BMA-COUNT
               SET WS-BA-IDX TO WS-BMA-COUNT
               MOVE BMA-PORTFOLIO-ID TO WS-BA-PORTFOLIO-ID (WS-BA-IDX)
               MOVE BMA-BENCHMARK-ID TO WS-BA-BENCHMARK-ID (WS-BA-IDX)
           ELSE
               DISPLAY 'PRFATR00 WARNING: BENCHMARK ASSIGN TABLE '
                   'FULL, ' BMA-PORTFOLIO-ID ' DROPPED'
           END-IF
           PERFORM 1510-READ-BENCHMARK-ASG.

       1650-LOAD-BLEND-DEFINITIONS.
           OPEN INPUT BENCHMARK-BLEND-FILE
           IF WS-BLD-STATUS = '05' OR WS-BLD-STATUS = '35'
               SET EOF-BLEND-DEFS TO TRUE
           ELSE
               IF WS-BLD-STATUS NOT = '00'
                   MOVE 'ERROR OPENING BENCHMARK-BLEND-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           IF NOT EOF-BLEND-DEFS
               PERFORM 1660-READ-BLEND-DEF
               PERFORM 1670-ADD-BLEND-DEF
                   UNTIL EOF-BLEND-DEFS
               CLOSE BENCHMARK-BLEND-FILE
           END-IF.

       1660-READ-BLEND-DEF.
           READ BENCHMARK-BLEND-FILE
               AT END
                   SET EOF-BLEND-DEFS TO TRUE
           END-READ.

       1670-ADD-BLEND-DEF.
           IF WS-BLD-COUNT < 100
               ADD 1 TO WS-BLD-COUNT
               SET WS-BD-IDX TO WS-BLD-COUNT
               MOVE BLD-BLEND-ID     TO WS-BD-BLEND-ID (WS-BD-IDX)
               MOVE BLD-COMPONENT-ID TO WS-BD-COMPONENT-ID (WS-BD-IDX)
               MOVE BLD-WEIGHT-PCT   TO WS-BD-WEIGHT-PCT (WS-BD-IDX)
               MOVE BLD-SEGMENT      TO WS-BD-SEGMENT (WS-BD-IDX)
           ELSE
               DISPLAY 'PRFATR00 WARNING: BLEND TABLE FULL, '
                   BLD-BLEND-ID ' ' BLD-COMPONENT-ID ' DROPPED'
           END-IF
           PERFORM 1660-READ-BLEND-DEF.

      *-----------------------------------------------------------------
      * SORT
      *-----------------------------------------------------------------
      *-- The opening and closing holdings and the period's trades all
      *-- sort together by portfolio and investment, so each
      *-- security's pieces arrive side by side and the calculation
      *-- streams one portfolio at a time.
       1700-SORT-HOLDINGS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-PORTFOLIO-ID
                                SRT-INVESTMENT-ID
               INPUT PROCEDURE IS 1710-RELEASE-HOLDINGS
                   THRU 1719-RELEASE-HOLD-EXIT
               GIVING HOLD-WORK-FILE.

       1710-RELEASE-HOLDINGS.
           PERFORM 1720-RELEASE-SNAPSHOTS
           PERFORM 1740-RELEASE-TRADES.
       1719-RELEASE-HOLD-EXIT.
           EXIT.

       1720-RELEASE-SNAPSHOTS.
           OPEN INPUT CLOSING-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = '00'
               MOVE 'ERROR OPENING CLOSING-SNAPSHOT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 1722-READ-SNAPSHOT
           PERFORM 1724-RELEASE-ONE-SNAPSHOT
               UNTIL EOF-SNAPSHOT
           CLOSE CLOSING-SNAPSHOT-FILE.

       1722-READ-SNAPSHOT.
           READ CLOSING-SNAPSHOT-FILE
               AT END
                   SET EOF-SNAPSHOT TO TRUE
           END-READ.

       1724-RELEASE-ONE-SNAPSHOT.
           IF (CLS-CLOSE-DATE = WS-BEGIN-DATE
                   OR CLS-CLOSE-DATE = WS-END-DATE)
               AND CLS-PORTFOLIO-ID NOT < WS-SEL-PORT-FROM
               AND CLS-PORTFOLIO-ID NOT > WS-SEL-PORT-TO
               MOVE CLS-PORTFOLIO-ID    TO SRT-PORTFOLIO-ID
               MOVE CLS-INVESTMENT-ID   TO SRT-INVESTMENT-ID
               MOVE CLS-INVESTMENT-TYPE TO SRT-INVESTMENT-TYPE
               MOVE CLS-DESCRIPTION     TO SRT-DESCRIPTION
               MOVE ZERO TO SRT-BEGIN-VALUE
               MOVE ZERO TO SRT-END-VALUE
               MOVE ZERO TO SRT-FLOW
               IF CLS-CLOSE-DATE = WS-BEGIN-DATE
                   MOVE CLS-CURRENT-VALUE TO SRT-BEGIN-VALUE
               ELSE
                   MOVE CLS-CURRENT-VALUE TO SRT-END-VALUE
               END-IF
               RELEASE SORT-WORK-RECORD
           END-IF
           PERFORM 1722-READ-SNAPSHOT.

      *-- Money put into a security during the period is not return:
      *-- a buy or a transfer in adds to the flow, a sale takes from
      *-- it, and income paid out of the security (dividends,
      *-- interest) counts as value taken out, so it stays in the
      *-- security's return. TRANHIST is keyed date-major, so the read
      *-- starts just past the opening date.
       1740-RELEASE-TRADES.
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE HIGH-VALUES TO TRAN-KEY
           MOVE WS-BEGIN-DATE TO TRAN-DATE
           START TRANSACTION-HISTORY KEY NOT LESS THAN TRAN-KEY
               INVALID KEY
                   SET EOF-TRAN-HIST TO TRUE
           END-START
           IF NOT EOF-TRAN-HIST
               PERFORM 1742-READ-TRANSACTION
               PERFORM 1744-RELEASE-ONE-TRADE
                   UNTIL EOF-TRAN-HIST
           END-IF
           CLOSE TRANSACTION-HISTORY.

       1742-READ-TRANSACTION.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

       1744-RELEASE-ONE-TRADE.
           IF TRAN-DATE > WS-END-DATE
               SET EOF-TRAN-HIST TO TRUE
           ELSE
               IF TRAN-STATUS-DONE
                   AND TRAN-PORTFOLIO-ID NOT < WS-SEL-PORT-FROM
                   AND TRAN-PORTFOLIO-ID NOT > WS-SEL-PORT-TO
                   AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                        OR TRAN-TYPE-TRANS OR TRAN-TYPE-DIV
                        OR TRAN-TYPE-INT)
                   MOVE TRAN-PORTFOLIO-ID  TO SRT-PORTFOLIO-ID
                   MOVE TRAN-INVESTMENT-ID TO SRT-INVESTMENT-ID
                   MOVE SPACES TO SRT-INVESTMENT-TYPE
                   MOVE SPACES TO SRT-DESCRIPTION
                   MOVE ZERO TO SRT-BEGIN-VALUE
                   MOVE ZERO TO SRT-END-VALUE
                   IF TRAN-TYPE-BUY OR TRAN-TYPE-TRANS
                       MOVE TRAN-AMOUNT TO SRT-FLOW
                   ELSE
                       COMPUTE SRT-FLOW = ZERO - TRAN-AMOUNT
                   END-IF
                   RELEASE SORT-WORK-RECORD
               END-IF
               PERFORM 1742-READ-TRANSACTION
           END-IF.

      *-----------------------------------------------------------------
      * PORTFOLIO STREAMING
      *-----------------------------------------------------------------
      *-- Control breaks on investment (one security's opening value,
      *-- closing value and flow are complete) and on portfolio (the
      *-- portfolio is attributed and printed).
       2000-STREAM-PORTFOLIOS.
           OPEN INPUT HOLD-WORK-FILE
           IF WS-HLW-STATUS NOT = '00'
               MOVE 'ERROR OPENING HOLD-WORK-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 2010-READ-HOLD-WORK
           IF NOT EOF-HOLD-WORK
               PERFORM 2020-START-PORTFOLIO
               PERFORM 2030-START-SECURITY
               PERFORM 2100-PROCESS-HOLD-RECORD
                   UNTIL EOF-HOLD-WORK
               PERFORM 2200-END-SECURITY
               PERFORM 2400-END-PORTFOLIO
           END-IF
           CLOSE HOLD-WORK-FILE.

       2010-READ-HOLD-WORK.
           READ HOLD-WORK-FILE
               AT END
                   SET EOF-HOLD-WORK TO TRUE
           END-READ.

       2020-START-PORTFOLIO.
           MOVE HLW-PORTFOLIO-ID TO WS-CUR-PORTFOLIO
           MOVE ZERO TO WS-PORT-BEGIN
           MOVE ZERO TO WS-PORT-GAIN
           MOVE ZERO TO WS-SEG-COUNT
           MOVE ZERO TO WS-SEC-COUNT
           ADD 1 TO WS-PORTFOLIO-COUNT.

       2030-START-SECURITY.
           MOVE HLW-INVESTMENT-ID TO WS-CUR-INVESTMENT
           MOVE SPACES TO WS-CUR-TYPE
           MOVE SPACES TO WS-CUR-DESCRIPTION
           MOVE ZERO TO WS-CUR-BEGIN
           MOVE ZERO TO WS-CUR-END
           MOVE ZERO TO WS-CUR-FLOW.

       2100-PROCESS-HOLD-RECORD.
           IF HLW-PORTFOLIO-ID NOT = WS-CUR-PORTFOLIO
               PERFORM 2200-END-SECURITY
               PERFORM 2400-END-PORTFOLIO
               PERFORM 2020-START-PORTFOLIO
               PERFORM 2030-START-SECURITY
           ELSE
               IF HLW-INVESTMENT-ID NOT = WS-CUR-INVESTMENT
                   PERFORM 2200-END-SECURITY
                   PERFORM 2030-START-SECURITY
               END-IF
           END-IF
           IF HLW-INVESTMENT-TYPE NOT = SPACES
               MOVE HLW-INVESTMENT-TYPE TO WS-CUR-TYPE
           END-IF
           IF HLW-DESCRIPTION NOT = SPACES
               MOVE HLW-DESCRIPTION TO WS-CUR-DESCRIPTION
           END-IF
           ADD HLW-BEGIN-VALUE TO WS-CUR-BEGIN
           ADD HLW-END-VALUE   TO WS-CUR-END
           ADD HLW-FLOW        TO WS-CUR-FLOW
           PERFORM 2010-READ-HOLD-WORK.

      *-- One security is complete: its gain over the period goes to
      *-- its investment-type segment and the portfolio total, and
      *-- the security itself to the contribution table. A security
      *-- traded in and out inside the period has no snapshot type
      *-- and reports under UNKN.
       2200-END-SECURITY.
           COMPUTE WS-CUR-GAIN =
               WS-CUR-END - WS-CUR-BEGIN - WS-CUR-FLOW
           IF WS-CUR-TYPE = SPACES
               MOVE 'UNKN' TO WS-CUR-TYPE
           END-IF
           ADD WS-CUR-BEGIN TO WS-PORT-BEGIN
           ADD WS-CUR-GAIN  TO WS-PORT-GAIN
           MOVE WS-CUR-TYPE TO WS-WANTED-TYPE
           PERFORM 2250-FIND-SEGMENT
           IF WS-ENTRY-FOUND
               ADD WS-CUR-BEGIN TO WS-SG-BEGIN (WS-SG-IDX)
               ADD WS-CUR-GAIN  TO WS-SG-GAIN (WS-SG-IDX)
           END-IF
           IF WS-SEC-COUNT < 500
               ADD 1 TO WS-SEC-COUNT
               SET WS-SE-IDX TO WS-SEC-COUNT
               MOVE WS-CUR-INVESTMENT
                   TO WS-SE-INVESTMENT-ID (WS-SE-IDX)
               MOVE WS-CUR-DESCRIPTION
                   TO WS-SE-DESCRIPTION (WS-SE-IDX)
               MOVE WS-CUR-TYPE  TO WS-SE-TYPE (WS-SE-IDX)
               MOVE WS-CUR-BEGIN TO WS-SE-BEGIN (WS-SE-IDX)
               MOVE WS-CUR-GAIN  TO WS-SE-GAIN (WS-SE-IDX)
               MOVE 'N' TO WS-SE-LISTED-SW (WS-SE-IDX)
           ELSE
               DISPLAY 'PRFATR00 WARNING: SECURITY TABLE FULL, '
                   WS-CUR-PORTFOLIO ' ' WS-CUR-INVESTMENT
                   ' NOT LISTED'
           END-IF.

      *-- Find-or-add the segment for WS-WANTED-TYPE.
       2250-FIND-SEGMENT.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-SG-IDX TO 1
           SEARCH WS-SG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SG-IDX > WS-SEG-COUNT
                   CONTINUE
               WHEN WS-SG-TYPE (WS-SG-IDX) = WS-WANTED-TYPE
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-SEG-COUNT < 10
                   ADD 1 TO WS-SEG-COUNT
                   SET WS-SG-IDX TO WS-SEG-COUNT
                   MOVE WS-WANTED-TYPE TO WS-SG-TYPE (WS-SG-IDX)
                   MOVE ZERO TO WS-SG-BEGIN (WS-SG-IDX)
                   MOVE ZERO TO WS-SG-GAIN (WS-SG-IDX)
                   MOVE ZERO TO WS-SG-BMK-WEIGHT (WS-SG-IDX)
                   MOVE ZERO TO WS-SG-BMK-WTD-RTN (WS-SG-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'PRFATR00 WARNING: SEGMENT TABLE FULL, '
                       WS-CUR-PORTFOLIO ' ' WS-WANTED-TYPE
                       ' NOT ATTRIBUTED'
               END-IF
           END-IF.

      *-- The portfolio is complete. With no opening value there is
      *-- nothing to weight by, and the portfolio is only noted.
       2400-END-PORTFOLIO.
           PERFORM 3005-RESOLVE-BENCHMARK
           MOVE WS-CUR-PORTFOLIO TO WS-PL-PORTFOLIO
           MOVE WS-BENCH-ID      TO WS-PL-BENCHMARK
           MOVE SPACES TO WS-PL-NOTE
           IF WS-PORT-BEGIN NOT > ZERO
               MOVE 'NO OPENING VALUE ON BEGIN DATE - NOT ATTRIBUTED'
                   TO WS-PL-NOTE
               WRITE REPORT-RECORD FROM WS-PORTFOLIO-LINE
           ELSE
               ADD 1 TO WS-ATTRIBUTED-COUNT
               PERFORM 3010-LOAD-BENCHMARK-SEGMENTS
               PERFORM 3100-COMPUTE-SEGMENT-EFFECTS
               PERFORM 3150-COMPUTE-SECURITY-EFFECTS
               PERFORM 3200-WRITE-PORTFOLIO-SUMMARY
               PERFORM 3300-WRITE-SEGMENT-LINES
               PERFORM 3400-WRITE-TOP-CONTRIBUTORS
               PERFORM 3500-WRITE-CONTRIBUTION-TABLE
           END-IF.

      *-----------------------------------------------------------------
      * ATTRIBUTION
      *-----------------------------------------------------------------
       3005-RESOLVE-BENCHMARK.
           MOVE SPACES TO WS-BENCH-ID
           SET WS-NO-BENCHMARK TO TRUE
           IF WS-BMA-COUNT > 0
               SET WS-BA-IDX TO 1
               SEARCH WS-BA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BA-PORTFOLIO-ID (WS-BA-IDX)
                            = WS-CUR-PORTFOLIO
                       MOVE WS-BA-BENCHMARK-ID (WS-BA-IDX)
                           TO WS-BENCH-ID
               END-SEARCH
           END-IF
           IF WS-BENCH-ID NOT = SPACES
               SET WS-SIMPLE-BENCHMARK TO TRUE
           END-IF.

      *-- Each blend component's return over the period, weighted
      *-- into its asset-class segment and into the whole benchmark.
      *-- A simple benchmark is one unclassified component at full
      *-- weight: it gives every segment the same benchmark return,
      *-- so the whole active return shows as selection.
       3010-LOAD-BENCHMARK-SEGMENTS.
           MOVE ZERO TO WS-BENCH-WEIGHT-SUM
           MOVE ZERO TO WS-BENCH-WTD-RTN
           IF NOT WS-NO-BENCHMARK
               PERFORM 3015-ADD-BLEND-COMPONENT
                   VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BLD-COUNT
               IF WS-SIMPLE-BENCHMARK
                   MOVE WS-BENCH-ID TO WS-COMPONENT-ID
                   MOVE SPACES TO WS-COMPONENT-SEGMENT
                   MOVE 100 TO WS-COMPONENT-WEIGHT
                   PERFORM 3020-ADD-COMPONENT
               END-IF
           END-IF
           IF WS-BENCH-WEIGHT-SUM > ZERO
               COMPUTE WS-BENCH-RTN ROUNDED =
                   WS-BENCH-WTD-RTN / WS-BENCH-WEIGHT-SUM
           ELSE
               MOVE ZERO TO WS-BENCH-RTN
           END-IF.

       3015-ADD-BLEND-COMPONENT.
           IF WS-BD-BLEND-ID (WS-BD-IDX) = WS-BENCH-ID
               SET WS-BLENDED-BENCHMARK TO TRUE
               MOVE WS-BD-COMPONENT-ID (WS-BD-IDX) TO WS-COMPONENT-ID
               MOVE WS-BD-SEGMENT (WS-BD-IDX) TO WS-COMPONENT-SEGMENT
               MOVE WS-BD-WEIGHT-PCT (WS-BD-IDX)
                   TO WS-COMPONENT-WEIGHT
               PERFORM 3020-ADD-COMPONENT
           END-IF.

      *-- The component's period returns chain geometrically across
      *-- the dates inside the period; a date with no return chains
      *-- flat, as TWRCALC0 treats it.
       3020-ADD-COMPONENT.
           MOVE 1 TO WS-COMPONENT-FACTOR
           PERFORM 3025-CHAIN-COMPONENT-RETURN
               VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BMK-COUNT
           COMPUTE WS-COMPONENT-RTN = WS-COMPONENT-FACTOR - 1
           ADD WS-COMPONENT-WEIGHT TO WS-BENCH-WEIGHT-SUM
           COMPUTE WS-BENCH-WTD-RTN ROUNDED = WS-BENCH-WTD-RTN
               + WS-COMPONENT-WEIGHT * WS-COMPONENT-RTN
           IF WS-COMPONENT-SEGMENT NOT = SPACES
               MOVE WS-COMPONENT-SEGMENT TO WS-WANTED-TYPE
               PERFORM 2250-FIND-SEGMENT
               IF WS-ENTRY-FOUND
                   ADD WS-COMPONENT-WEIGHT
                       TO WS-SG-BMK-WEIGHT (WS-SG-IDX)
                   COMPUTE WS-SG-BMK-WTD-RTN (WS-SG-IDX) ROUNDED =
                       WS-SG-BMK-WTD-RTN (WS-SG-IDX)
                       + WS-COMPONENT-WEIGHT * WS-COMPONENT-RTN
               END-IF
           END-IF.

       3025-CHAIN-COMPONENT-RETURN.
           IF WS-BK-ID (WS-BK-IDX) = WS-COMPONENT-ID
               COMPUTE WS-COMPONENT-FACTOR ROUNDED =
                   WS-COMPONENT-FACTOR
                   * (1 + WS-BK-RETURN-PCT (WS-BK-IDX) / 100)
           END-IF.

      *-- Brinson, per segment:
      *--   allocation = (port weight - bmk weight)
      *--                * (segment bmk return - total bmk return)
      *--   selection  = port weight * (port return - bmk return)
      *-- A segment the benchmark does not hold takes the whole
      *-- benchmark's return, so its allocation is nil and its whole
      *-- result is selection. The effects sum to the active return.
       3100-COMPUTE-SEGMENT-EFFECTS.
           COMPUTE WS-PORT-RTN ROUNDED = WS-PORT-GAIN / WS-PORT-BEGIN
           COMPUTE WS-ACTIVE-RTN = WS-PORT-RTN - WS-BENCH-RTN
           MOVE ZERO TO WS-TOTAL-ALLOCATION
           MOVE ZERO TO WS-TOTAL-SELECTION
           PERFORM 3110-COMPUTE-ONE-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEG-COUNT.

       3110-COMPUTE-ONE-SEGMENT.
           COMPUTE WS-SG-PORT-WT (WS-SG-IDX) ROUNDED =
               WS-SG-BEGIN (WS-SG-IDX) / WS-PORT-BEGIN
           IF WS-SG-BEGIN (WS-SG-IDX) > ZERO
               COMPUTE WS-SG-PORT-RTN (WS-SG-IDX) ROUNDED =
                   WS-SG-GAIN (WS-SG-IDX) / WS-SG-BEGIN (WS-SG-IDX)
           ELSE
               MOVE ZERO TO WS-SG-PORT-RTN (WS-SG-IDX)
           END-IF
           IF WS-BENCH-WEIGHT-SUM > ZERO
               COMPUTE WS-SG-BMK-WT (WS-SG-IDX) ROUNDED =
                   WS-SG-BMK-WEIGHT (WS-SG-IDX) / WS-BENCH-WEIGHT-SUM
           ELSE
               MOVE ZERO TO WS-SG-BMK-WT (WS-SG-IDX)
           END-IF
           IF WS-SG-BMK-WEIGHT (WS-SG-IDX) > ZERO
               COMPUTE WS-SG-BMK-RTN (WS-SG-IDX) ROUNDED =
                   WS-SG-BMK-WTD-RTN (WS-SG-IDX)
                   / WS-SG-BMK-WEIGHT (WS-SG-IDX)
           ELSE
               MOVE WS-BENCH-RTN TO WS-SG-BMK-RTN (WS-SG-IDX)
           END-IF
           COMPUTE WS-SG-ALLOCATION (WS-SG-IDX) ROUNDED =
               (WS-SG-PORT-WT (WS-SG-IDX) - WS-SG-BMK-WT (WS-SG-IDX))
               * (WS-SG-BMK-RTN (WS-SG-IDX) - WS-BENCH-RTN)
      *-- Portfolio weight times return is the segment's gain over
      *-- the portfolio's opening value, which also holds for a
      *-- segment bought into from nothing during the period.
           COMPUTE WS-SG-SELECTION (WS-SG-IDX) ROUNDED =
               WS-SG-GAIN (WS-SG-IDX) / WS-PORT-BEGIN
               - WS-SG-PORT-WT (WS-SG-IDX) * WS-SG-BMK-RTN (WS-SG-IDX)
           ADD WS-SG-ALLOCATION (WS-SG-IDX) TO WS-TOTAL-ALLOCATION
           ADD WS-SG-SELECTION (WS-SG-IDX)  TO WS-TOTAL-SELECTION.

      *-- Each security's contribution is its gain over the
      *-- portfolio's opening value; its selection effect is that
      *-- contribution less what its opening weight would have earned
      *-- at its segment's benchmark return.
       3150-COMPUTE-SECURITY-EFFECTS.
           PERFORM 3160-COMPUTE-ONE-SECURITY
               VARYING WS-SE-IDX FROM 1 BY 1
               UNTIL WS-SE-IDX > WS-SEC-COUNT.

       3160-COMPUTE-ONE-SECURITY.
           COMPUTE WS-SE-CONTRIBUTION (WS-SE-IDX) ROUNDED =
               WS-SE-GAIN (WS-SE-IDX) / WS-PORT-BEGIN
           COMPUTE WS-SEC-WEIGHT ROUNDED =
               WS-SE-BEGIN (WS-SE-IDX) / WS-PORT-BEGIN
           MOVE WS-SE-TYPE (WS-SE-IDX) TO WS-WANTED-TYPE
           MOVE WS-BENCH-RTN TO WS-SEG-BMK-RTN
           SET WS-SG-IDX TO 1
           SEARCH WS-SG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SG-IDX > WS-SEG-COUNT
                   CONTINUE
               WHEN WS-SG-TYPE (WS-SG-IDX) = WS-WANTED-TYPE
                   MOVE WS-SG-BMK-RTN (WS-SG-IDX) TO WS-SEG-BMK-RTN
           END-SEARCH
           COMPUTE WS-SE-SELECTION (WS-SE-IDX) ROUNDED =
               WS-SE-CONTRIBUTION (WS-SE-IDX)
               - WS-SEC-WEIGHT * WS-SEG-BMK-RTN.

      *-----------------------------------------------------------------
      * REPORTING
      *-----------------------------------------------------------------
       3200-WRITE-PORTFOLIO-SUMMARY.
           EVALUATE TRUE
               WHEN WS-NO-BENCHMARK
                   MOVE 'NO BENCHMARK ASSIGNED - CONTRIBUTION ONLY'
                       TO WS-PL-NOTE
               WHEN WS-SIMPLE-BENCHMARK
                   MOVE 'SIMPLE BENCHMARK - NO CLASS WEIGHTS'
                       TO WS-PL-NOTE
               WHEN OTHER
                   MOVE 'BLENDED BENCHMARK' TO WS-PL-NOTE
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-PORTFOLIO-LINE
           MOVE 'PORTFOLIO RETURN:' TO WS-RL-LABEL
           COMPUTE WS-RL-PCT ROUNDED = WS-PORT-RTN * 100
           WRITE REPORT-RECORD FROM WS-RETURN-LINE
           IF NOT WS-NO-BENCHMARK
               MOVE 'BENCHMARK RETURN:' TO WS-RL-LABEL
               COMPUTE WS-RL-PCT ROUNDED = WS-BENCH-RTN * 100
               WRITE REPORT-RECORD FROM WS-RETURN-LINE
               MOVE 'ACTIVE RETURN:' TO WS-RL-LABEL
               COMPUTE WS-RL-PCT ROUNDED = WS-ACTIVE-RTN * 100
               WRITE REPORT-RECORD FROM WS-RETURN-LINE
               MOVE '  ALLOCATION EFFECT:' TO WS-RL-LABEL
               COMPUTE WS-RL-PCT ROUNDED = WS-TOTAL-ALLOCATION * 100
               WRITE REPORT-RECORD FROM WS-RETURN-LINE
               MOVE '  SELECTION EFFECT:' TO WS-RL-LABEL
               COMPUTE WS-RL-PCT ROUNDED = WS-TOTAL-SELECTION * 100
               WRITE REPORT-RECORD FROM WS-RETURN-LINE
           END-IF.

       3300-WRITE-SEGMENT-LINES.
           IF NOT WS-NO-BENCHMARK
               MOVE 'ATTRIBUTION BY INVESTMENT TYPE' TO WS-TT-TITLE
               WRITE REPORT-RECORD FROM WS-TITLE-LINE
               WRITE REPORT-RECORD FROM WS-SEG-HEADING
               PERFORM 3310-WRITE-ONE-SEGMENT
                   VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SEG-COUNT
           END-IF.

       3310-WRITE-ONE-SEGMENT.
           MOVE WS-SG-TYPE (WS-SG-IDX) TO WS-SGL-TYPE
           COMPUTE WS-SGL-PORT-WT ROUNDED =
               WS-SG-PORT-WT (WS-SG-IDX) * 100
           COMPUTE WS-SGL-BMK-WT ROUNDED =
               WS-SG-BMK-WT (WS-SG-IDX) * 100
           COMPUTE WS-SGL-PORT-RTN ROUNDED =
               WS-SG-PORT-RTN (WS-SG-IDX) * 100
           COMPUTE WS-SGL-BMK-RTN ROUNDED =
               WS-SG-BMK-RTN (WS-SG-IDX) * 100
           COMPUTE WS-SGL-ALLOCATION ROUNDED =
               WS-SG-ALLOCATION (WS-SG-IDX) * 100
           COMPUTE WS-SGL-SELECTION ROUNDED =
               WS-SG-SELECTION (WS-SG-IDX) * 100
           COMPUTE WS-SGL-ACTIVE ROUNDED =
               (WS-SG-ALLOCATION (WS-SG-IDX)
                + WS-SG-SELECTION (WS-SG-IDX)) * 100
           WRITE REPORT-RECORD FROM WS-SEG-LINE.

      *-- The largest contributions either way, ranked by size.
       3400-WRITE-TOP-CONTRIBUTORS.
           MOVE 'TOP CONTRIBUTORS' TO WS-TT-TITLE
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-SEC-HEADING
           MOVE ZERO TO WS-RANK
           PERFORM 3410-LIST-NEXT-LARGEST
               VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-COUNT
                  OR WS-TOP-IDX > WS-SEC-COUNT.

       3410-LIST-NEXT-LARGEST.
           MOVE ZERO TO WS-BEST-IDX
           MOVE -1 TO WS-BEST-ABS
           PERFORM 3420-CHECK-ONE-CANDIDATE
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-SEC-COUNT
           IF WS-BEST-IDX NOT = ZERO
               SET WS-SE-IDX TO WS-BEST-IDX
               MOVE 'Y' TO WS-SE-LISTED-SW (WS-SE-IDX)
               ADD 1 TO WS-RANK
               MOVE WS-RANK TO WS-SCL-RANK
               PERFORM 3450-FORMAT-SECURITY-LINE
               WRITE REPORT-RECORD FROM WS-SEC-LINE
           END-IF.

       3420-CHECK-ONE-CANDIDATE.
           IF WS-SE-LISTED-SW (WS-SCAN-IDX) NOT = 'Y'
               IF WS-SE-CONTRIBUTION (WS-SCAN-IDX) < ZERO
                   COMPUTE WS-THIS-ABS =
                       ZERO - WS-SE-CONTRIBUTION (WS-SCAN-IDX)
               ELSE
                   MOVE WS-SE-CONTRIBUTION (WS-SCAN-IDX)
                       TO WS-THIS-ABS
               END-IF
               IF WS-THIS-ABS > WS-BEST-ABS
                   MOVE WS-THIS-ABS  TO WS-BEST-ABS
                   MOVE WS-SCAN-IDX  TO WS-BEST-IDX
               END-IF
           END-IF.

      *-- A security with no opening value has no period return of
      *-- its own; its column is left blank.
       3450-FORMAT-SECURITY-LINE.
           MOVE WS-SE-INVESTMENT-ID (WS-SE-IDX) TO WS-SCL-INVESTMENT-ID
           MOVE WS-SE-DESCRIPTION (WS-SE-IDX)   TO WS-SCL-DESCRIPTION
           MOVE WS-SE-TYPE (WS-SE-IDX)          TO WS-SCL-TYPE
           COMPUTE WS-SCL-WEIGHT ROUNDED =
               WS-SE-BEGIN (WS-SE-IDX) / WS-PORT-BEGIN * 100
           IF WS-SE-BEGIN (WS-SE-IDX) > ZERO
               COMPUTE WS-SCL-RETURN ROUNDED =
                   WS-SE-GAIN (WS-SE-IDX) / WS-SE-BEGIN (WS-SE-IDX)
                   * 100
           ELSE
               MOVE SPACES TO WS-SCL-RETURN-X
           END-IF
           COMPUTE WS-SCL-CONTRIBUTION ROUNDED =
               WS-SE-CONTRIBUTION (WS-SE-IDX) * 100
           IF WS-NO-BENCHMARK
               MOVE ZERO TO WS-SCL-SELECTION
           ELSE
               COMPUTE WS-SCL-SELECTION ROUNDED =
                   WS-SE-SELECTION (WS-SE-IDX) * 100
           END-IF.

      *-- Every security, in investment order; the contributions add
      *-- up to the portfolio return.
       3500-WRITE-CONTRIBUTION-TABLE.
           MOVE 'CONTRIBUTION TO RETURN' TO WS-TT-TITLE
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           WRITE REPORT-RECORD FROM WS-SEC-HEADING
           PERFORM 3510-WRITE-ONE-CONTRIBUTION
               VARYING WS-SE-IDX FROM 1 BY 1
               UNTIL WS-SE-IDX > WS-SEC-COUNT
           WRITE REPORT-RECORD FROM WS-HEADER1.

       3510-WRITE-ONE-CONTRIBUTION.
           MOVE ZERO TO WS-SCL-RANK
           PERFORM 3450-FORMAT-SECURITY-LINE
           WRITE REPORT-RECORD FROM WS-SEC-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       4000-FINALIZE.
           MOVE 'PORTFOLIOS READ:' TO WS-SL-LABEL
           MOVE WS-PORTFOLIO-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PORTFOLIOS ATTRIBUTED:' TO WS-SL-LABEL
           MOVE WS-ATTRIBUTED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE REPORT-FILE
           CLOSE BENCHMARK-RETURN-FILE
           CLOSE BENCHMARK-ASSIGN-FILE
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention.
       9000-ERROR-ROUTINE.
           MOVE 'PRFATR00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'PRFATR00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'PRFATR00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'PRFATR00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
