       IDENTIFICATION DIVISION.
       PROGRAM-ID. MWRCAL00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Money-Weighted Return Calculation                              *
      *                                                               *
      * TWRCALC0's time-weighted return strips out the effect of the   *
      * client's own contributions and withdrawals, which is right     *
      * for judging the manager and wrong for answering "what did I    *
      * actually earn on my money". This program answers the second    *
      * question with the internal rate of return, per portfolio and   *
      * per client, over the period on the parameter card:             *
      * - Sorts the CLOSING-SNAPSHOT-FILE entries in range, and the    *
      *   external transfers (TRN-STATUS-DONE TRAN-TYPE-TRANS), by     *
      *   client (PORT-CLIENT-ID), portfolio and date into work files, *
      *   the TWRCALC0 way                                             *
      * - Streams each portfolio's snapshots: the first close date's   *
      *   value is the money in at the start, each dated transfer      *
      *   after it is money in (or out) on its own date, and the last  *
      *   close date's value is the money out at the end               *
      * - Solves for the one rate that makes those dated amounts       *
      *   balance, compounding each by the share of the period it was  *
      *   invested, and reports it cumulatively and, for a period of   *
      *   a year or more, annualized                                   *
      * - Chains the time-weighted return over the same snapshots      *
      *   with TWRCALC0's sub-period arithmetic and prints it          *
      *   alongside, so an advisor can show the two side by side       *
      * - Takes all of a client's portfolios together for the client   *
      *   figure: a portfolio opened or closed inside the period joins *
      *   or leaves the client's money on its own dates                *
      * - Writes every figure to the money-weighted return file that   *
      *   STMGEN00 prints on the statement                             *
      *                                                               *
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

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT SELECTION-PARMS ASSIGN TO MWRPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT MONEY-WEIGHTED-RETURN-FILE ASSIGN TO MWRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MWR-STATUS.

           SELECT SNAP-WORK-FILE ASSIGN TO SNAPWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNW-STATUS.

           SELECT TRAN-WORK-FILE ASSIGN TO TRANWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRW-STATUS.

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

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  SELECTION-PARMS
           RECORDING MODE IS F.
       01  SELECTION-PARM-RECORD.
           05  PARM-PORTFOLIO-FROM       PIC X(08).
           05  PARM-PORTFOLIO-TO         PIC X(08).
           05  PARM-DATE-FROM            PIC X(08).
           05  PARM-DATE-TO              PIC X(08).
           05  FILLER                    PIC X(48).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       FD  MONEY-WEIGHTED-RETURN-FILE
           RECORDING MODE IS F.
           COPY MWRRTN.

       FD  SNAP-WORK-FILE
           RECORDING MODE IS F.
       01  SNAP-WORK-RECORD.
           05  SNW-ENTITY.
               10  SNW-CLIENT-ID         PIC X(08).
               10  SNW-PORTFOLIO-ID      PIC X(08).
           05  SNW-CLOSE-DATE            PIC X(08).
           05  SNW-VALUE                 PIC S9(13)V9(2) COMP-3.

       FD  TRAN-WORK-FILE
           RECORDING MODE IS F.
       01  TRAN-WORK-RECORD.
           05  TRW-ENTITY.
               10  TRW-CLIENT-ID         PIC X(08).
               10  TRW-PORTFOLIO-ID      PIC X(08).
           05  TRW-DATE                  PIC X(08).
           05  TRW-AMOUNT                PIC S9(13)V9(2) COMP-3.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-CLIENT-ID             PIC X(08).
           05  SRT-PORTFOLIO-ID          PIC X(08).
           05  SRT-DATE                  PIC X(08).
           05  SRT-AMOUNT                PIC S9(13)V9(2) COMP-3.

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'MWRCAL00'.
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
           05  WS-PORT-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-MWR-STATUS             PIC XX.
           05  WS-SNW-STATUS             PIC XX.
           05  WS-TRW-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SNAP-SW            PIC X(01) VALUE 'N'.
               88  EOF-SNAPSHOT              VALUE 'Y'.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           05  WS-EOF-SNW-SW             PIC X(01) VALUE 'N'.
               88  EOF-SNAP-WORK             VALUE 'Y'.
           05  WS-EOF-TRW-SW             PIC X(01) VALUE 'N'.
               88  EOF-TRAN-WORK             VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-FIRST-PERIOD-SW        PIC X(01).
               88  WS-FIRST-PERIOD           VALUE 'Y'.
               88  WS-NOT-FIRST-PERIOD       VALUE 'N'.
      *-- A work table overflowing part-way through a portfolio or
      *-- client leaves its figures incomplete; they are reported as
      *-- not computed rather than wrong.
           05  WS-PF-FULL-SW             PIC X(01).
               88  WS-PF-TABLE-FULL          VALUE 'Y'.
           05  WS-CL-FULL-SW             PIC X(01).
               88  WS-CL-TABLE-FULL          VALUE 'Y'.
           05  WS-INCLUDE-SW             PIC X(01).
               88  WS-INCLUDE-EVENT          VALUE 'Y'.

       01  WS-SELECTION-RANGE.
           05  WS-SEL-PORT-FROM          PIC X(08) VALUE LOW-VALUES.
           05  WS-SEL-PORT-TO            PIC X(08) VALUE HIGH-VALUES.
           05  WS-SEL-DATE-FROM          PIC X(08) VALUE LOW-VALUES.
           05  WS-SEL-DATE-TO            PIC X(08) VALUE HIGH-VALUES.
      *-- The period as requested, carried on every output record so
      *-- the statement run prints only figures for its own period.
           05  WS-PERIOD-FROM            PIC X(08) VALUE SPACES.
           05  WS-PERIOD-TO              PIC X(08) VALUE SPACES.

      *-- Portfolio-to-client lookup during the sort releases; the
      *-- snapshot file is in date/portfolio order, so one cached
      *-- portfolio saves a master read per holding.
       01  WS-LOOKUP-AREA.
           05  WS-LOOKUP-PORTFOLIO       PIC X(08).
           05  WS-CACHED-PORTFOLIO       PIC X(08) VALUE LOW-VALUES.
           05  WS-CACHED-CLIENT          PIC X(08).

      *-- Streaming state: control breaks on client, portfolio and
      *-- close date over the sorted snapshot work file.
       01  WS-STREAM-STATE.
           05  WS-CUR-ENTITY.
               10  WS-CUR-CLIENT         PIC X(08).
               10  WS-CUR-PORTFOLIO      PIC X(08).
           05  WS-CUR-DATE               PIC X(08).
           05  WS-CUR-DAY                PIC 9(07) COMP.
           05  WS-DATE-VALUE             PIC S9(13)V9(2) COMP-3.
           05  WS-DATE-NUM               PIC 9(08).
           05  WS-PORTFOLIO-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-CLIENT-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-UNSOLVED-COUNT         PIC 9(05) COMP VALUE ZERO.

      *-- The portfolio in progress: where its dated amounts start in
      *-- the event table, its first and last valuation points, and
      *-- its time-weighted chain.
       01  WS-PORTFOLIO-AREA.
           05  WS-PF-FIRST-EVENT         PIC 9(04) COMP.
           05  WS-PF-FIRST-DATE          PIC X(08).
           05  WS-PF-FIRST-DAY           PIC 9(07) COMP.
           05  WS-PF-LAST-DATE           PIC X(08).
           05  WS-PF-LAST-DAY            PIC 9(07) COMP.
           05  WS-PF-OPEN-VALUE          PIC S9(13)V9(2) COMP-3.
           05  WS-PF-CLOSE-VALUE         PIC S9(13)V9(2) COMP-3.
           05  WS-PF-NET-FLOWS           PIC S9(13)V9(2) COMP-3.

       01  WS-TWR-AREA.
           05  WS-TWR-FACTOR             PIC S9(05)V9(08) COMP-3.
           05  WS-PERIOD-RETURN          PIC S9(05)V9(08) COMP-3.
           05  WS-BEGIN-VALUE            PIC S9(13)V9(2) COMP-3.
           05  WS-END-VALUE              PIC S9(13)V9(2) COMP-3.
           05  WS-CASH-FLOW              PIC S9(13)V9(2) COMP-3.

      *-- Every dated amount of the current client's portfolios: the
      *-- opening value (O, money in), each transfer (F, signed as
      *-- booked, + = contributed) and the closing value (C, money
      *-- out, held negative). A portfolio's entries are contiguous,
      *-- so the portfolio solves over its own slice and the client
      *-- over the whole table.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-EV-ENTRY OCCURS 2000 TIMES.
               10  WS-EV-TYPE            PIC X(01).
                   88  WS-EV-OPENING         VALUE 'O'.
                   88  WS-EV-FLOW            VALUE 'F'.
                   88  WS-EV-CLOSING         VALUE 'C'.
               10  WS-EV-DAY             PIC 9(07) COMP.
               10  WS-EV-AMOUNT          PIC S9(13)V9(2) COMP-3.
       01  WS-NEW-EVENT.
           05  WS-NEW-EV-TYPE            PIC X(01).
           05  WS-NEW-EV-DAY             PIC 9(07) COMP.
           05  WS-NEW-EV-AMOUNT          PIC S9(13)V9(2) COMP-3.
       01  WS-EV-SUB                     PIC 9(04) COMP.

      *-- The client's total value at each close date, in date order,
      *-- for the client-level time-weighted chain.
       01  WS-CLIENT-DATE-TABLE.
           05  WS-CDT-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-CDT-ENTRY OCCURS 400 TIMES.
               10  WS-CDT-DATE           PIC X(08).
               10  WS-CDT-DAY            PIC 9(07) COMP.
               10  WS-CDT-VALUE          PIC S9(13)V9(2) COMP-3.
       01  WS-CDT-WORK.
           05  WS-CDT-SUB                PIC 9(03) COMP.
           05  WS-CDT-POS                PIC 9(03) COMP.
           05  WS-EFF-DAY                PIC 9(07) COMP.

      *-- Internal rate of return working areas. The rate solved for
      *-- is the return over the whole period: each amount compounds
      *-- by (1 + RATE) raised to the share of the period it was
      *-- invested, and the rate that brings the sum to zero is the
      *-- money-weighted return. The sum can turn more than once when
      *-- withdrawals are large, so the rate is bracketed and halved
      *-- rather than chased with a derivative -- slower, but it
      *-- cannot run away.
       01  WS-IRR-AREA.
           05  WS-IRR-FROM               PIC 9(04) COMP.
           05  WS-IRR-TO                 PIC 9(04) COMP.
           05  WS-IRR-FIRST-DAY          PIC 9(07) COMP.
           05  WS-IRR-LAST-DAY           PIC 9(07) COMP.
           05  WS-IRR-SPAN               PIC 9(05) COMP.
           05  WS-IRR-DAYS-LEFT          PIC S9(07) COMP-3.
           05  WS-IRR-ITERATION          PIC 9(03) COMP.
           05  WS-IRR-MAX-ITERATIONS     PIC 9(03) COMP VALUE 60.
           05  WS-IRR-STATUS             PIC X(01).
               88  WS-IRR-SOLVED             VALUE 'S'.
               88  WS-IRR-NO-ROOT            VALUE 'N'.
               88  WS-IRR-NO-DATA            VALUE 'I'.
               88  WS-IRR-TABLE-FULL         VALUE 'T'.
           05  WS-IRR-MONEY-IN           PIC S9(15)V9(2) COMP-3.
           05  WS-IRR-RATE               PIC S9(03)V9(12) COMP-3.
           05  WS-TRY-RATE               PIC S9(03)V9(12) COMP-3.
           05  WS-RATE-LO                PIC S9(03)V9(12) COMP-3.
           05  WS-RATE-HI                PIC S9(03)V9(12) COMP-3.
           05  WS-IRR-EXPONENT           PIC S9(01)V9(09) COMP-3.
           05  WS-IRR-GROWTH             PIC S9(05)V9(12) COMP-3.
           05  WS-NPV                    PIC S9(15)V9(04) COMP-3.
           05  WS-NPV-LO                 PIC S9(15)V9(04) COMP-3.
           05  WS-NPV-HI                 PIC S9(15)V9(04) COMP-3.
           05  WS-NPV-FAILED-SW          PIC X(01).
               88  WS-NPV-FAILED             VALUE 'Y'.

      *-- Results for the line being written. Periods shorter than a
      *-- year are not annualized: compounding a few months' return
      *-- up to a yearly rate overstates what was earned.
       01  WS-RESULT-AREA.
           05  WS-ANN-EXPONENT           PIC S9(01)V9(09) COMP-3.
           05  WS-ANNUALIZED-SW          PIC X(01).
               88  WS-PERIOD-ANNUALIZED      VALUE 'Y'.
           05  WS-IRR-CUM-PCT            PIC S9(05)V9(04) COMP-3.
           05  WS-IRR-ANN-PCT            PIC S9(05)V9(04) COMP-3.
           05  WS-TWR-CUM-PCT            PIC S9(05)V9(04) COMP-3.
           05  WS-TWR-ANN-PCT            PIC S9(05)V9(04) COMP-3.
           05  WS-RES-OPEN-VALUE         PIC S9(13)V9(2) COMP-3.
           05  WS-RES-NET-FLOWS          PIC S9(13)V9(2) COMP-3.
           05  WS-RES-CLOSE-VALUE        PIC S9(13)V9(2) COMP-3.

       01  WS-REPORT-DATE                PIC X(10).
       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'MONEY-WEIGHTED RETURN REPORT'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15)
                   VALUE 'RUN DATE:'.
               10  WS-HDR-RUN-DATE       PIC X(10).
               10  FILLER                PIC X(05) VALUE SPACES.
               10  FILLER                PIC X(08) VALUE 'PERIOD:'.
               10  WS-HDR-PERIOD-FROM    PIC X(08) VALUE 'ALL'.
               10  FILLER                PIC X(03) VALUE ' - '.
               10  WS-HDR-PERIOD-TO      PIC X(08) VALUE 'ALL'.
               10  FILLER                PIC X(75) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'LEVEL'.
               10  FILLER                PIC X(10) VALUE 'ID'.
               10  FILLER                PIC X(09) VALUE 'FIRST'.
               10  FILLER                PIC X(09) VALUE 'LAST'.
               10  FILLER                PIC X(15)
                   VALUE '       OPENING'.
               10  FILLER                PIC X(15)
                   VALUE '     NET FLOWS'.
               10  FILLER                PIC X(16)
                   VALUE '       CLOSING'.
               10  FILLER                PIC X(10) VALUE ' MWR CUM'.
               10  FILLER                PIC X(10) VALUE ' MWR ANN'.
               10  FILLER                PIC X(10) VALUE ' TWR CUM'.
               10  FILLER                PIC X(10) VALUE ' TWR ANN'.
               10  FILLER                PIC X(08) VALUE 'NOTE'.

       01  WS-RETURN-LINE.
           05  WS-RL-LEVEL               PIC X(09).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-ENTITY              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-FIRST-DATE          PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-LAST-DATE           PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-OPEN-VALUE          PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-NET-FLOWS           PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-CLOSE-VALUE         PIC -(10)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-IRR-CUM             PIC -(04)9.99.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-IRR-ANN-AREA.
               10  WS-RL-IRR-ANN         PIC -(04)9.99.
               10  WS-RL-IRR-ANN-SIGN    PIC X(01).
           05  WS-RL-IRR-ANN-BLANK REDEFINES WS-RL-IRR-ANN-AREA
                                         PIC X(09).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-TWR-CUM             PIC -(04)9.99.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-TWR-ANN-AREA.
               10  WS-RL-TWR-ANN         PIC -(04)9.99.
               10  WS-RL-TWR-ANN-SIGN    PIC X(01).
           05  WS-RL-TWR-ANN-BLANK REDEFINES WS-RL-TWR-ANN-AREA
                                         PIC X(09).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-NOTE                PIC X(08).

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(91) VALUE SPACES.

       01  WS-FOOTNOTE-LINE.
           05  FILLER                    PIC X(60) VALUE
               'ANNUALIZED ONLY FOR PERIODS OF ONE YEAR OR LONGER'.
           05  FILLER                    PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1700-SORT-SNAPSHOTS
           PERFORM 1800-SORT-CASH-FLOWS
           PERFORM 2000-STREAM-CLIENTS
           PERFORM 4000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1150-READ-SELECTION-PARMS
           PERFORM 1200-WRITE-HEADERS.

       1100-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT MONEY-WEIGHTED-RETURN-FILE
           IF WS-MWR-STATUS NOT = '00'
               MOVE 'ERROR OPENING MONEY-WEIGHTED-RETURN-FILE'
                   TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- SELECTION-PARMS is optional, the TWRCALC0 way -- absent a
      *-- parameter record every portfolio and every snapshot date is
      *-- taken, and the output carries no requested period.
       1150-READ-SELECTION-PARMS.
           OPEN INPUT SELECTION-PARMS
           IF WS-PARM-STATUS = '00'
               READ SELECTION-PARMS
                   NOT AT END
                       MOVE PARM-PORTFOLIO-FROM TO WS-SEL-PORT-FROM
                       MOVE PARM-PORTFOLIO-TO   TO WS-SEL-PORT-TO
                       MOVE PARM-DATE-FROM      TO WS-SEL-DATE-FROM
                       MOVE PARM-DATE-TO        TO WS-SEL-DATE-TO
                       MOVE PARM-DATE-FROM      TO WS-PERIOD-FROM
                       MOVE PARM-DATE-TO        TO WS-PERIOD-TO
                       MOVE PARM-DATE-FROM      TO WS-HDR-PERIOD-FROM
                       MOVE PARM-DATE-TO        TO WS-HDR-PERIOD-TO
               END-READ
               CLOSE SELECTION-PARMS
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-----------------------------------------------------------------
      * SORTS
      *-----------------------------------------------------------------
      *-- The in-range snapshot entries, keyed by client, portfolio
      *-- and close date, so each client's portfolios stream together.
       1700-SORT-SNAPSHOTS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CLIENT-ID
                                SRT-PORTFOLIO-ID
                                SRT-DATE
               INPUT PROCEDURE IS 1710-RELEASE-SNAPSHOTS
                   THRU 1719-RELEASE-SNAP-EXIT
               GIVING SNAP-WORK-FILE.

       1710-RELEASE-SNAPSHOTS.
           OPEN INPUT CLOSING-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = '00'
               MOVE 'ERROR OPENING CLOSING-SNAPSHOT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 1712-READ-SNAPSHOT
           PERFORM 1714-RELEASE-ONE-SNAPSHOT
               UNTIL EOF-SNAPSHOT
           CLOSE CLOSING-SNAPSHOT-FILE.
       1719-RELEASE-SNAP-EXIT.
           EXIT.

       1712-READ-SNAPSHOT.
           READ CLOSING-SNAPSHOT-FILE
               AT END
                   SET EOF-SNAPSHOT TO TRUE
           END-READ.

       1714-RELEASE-ONE-SNAPSHOT.
           IF CLS-PORTFOLIO-ID NOT < WS-SEL-PORT-FROM
               AND CLS-PORTFOLIO-ID NOT > WS-SEL-PORT-TO
               AND CLS-CLOSE-DATE NOT < WS-SEL-DATE-FROM
               AND CLS-CLOSE-DATE NOT > WS-SEL-DATE-TO
               MOVE CLS-PORTFOLIO-ID   TO WS-LOOKUP-PORTFOLIO
               PERFORM 1730-RESOLVE-CLIENT
               MOVE WS-CACHED-CLIENT   TO SRT-CLIENT-ID
               MOVE CLS-PORTFOLIO-ID   TO SRT-PORTFOLIO-ID
               MOVE CLS-CLOSE-DATE     TO SRT-DATE
               MOVE CLS-CURRENT-VALUE  TO SRT-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF
           PERFORM 1712-READ-SNAPSHOT.

      *-- Portfolio to client through PORT-CLIENT-ID. A portfolio with
      *-- no assignment (or no master record) carries SPACES: it still
      *-- gets its own figures, but belongs to no client figure.
       1730-RESOLVE-CLIENT.
           IF WS-LOOKUP-PORTFOLIO NOT = WS-CACHED-PORTFOLIO
               MOVE WS-LOOKUP-PORTFOLIO TO WS-CACHED-PORTFOLIO
               MOVE SPACES TO WS-CACHED-CLIENT
               MOVE WS-LOOKUP-PORTFOLIO TO PORT-ID
               READ PORTFOLIO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PORT-CLIENT-ID TO WS-CACHED-CLIENT
               END-READ
           END-IF.

      *-- TRAN-TYPE-TRANS (TR) is the external contribution/withdrawal
      *-- activity, as in TWRCALC0; trading inside the portfolio moves
      *-- value between holdings and cash and is not money in or out.
       1800-SORT-CASH-FLOWS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CLIENT-ID
                                SRT-PORTFOLIO-ID
                                SRT-DATE
               INPUT PROCEDURE IS 1810-RELEASE-CASH-FLOWS
                   THRU 1819-RELEASE-FLOW-EXIT
               GIVING TRAN-WORK-FILE.

       1810-RELEASE-CASH-FLOWS.
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 1812-READ-TRANSACTION
           PERFORM 1814-RELEASE-ONE-FLOW
               UNTIL EOF-TRAN-HIST
           CLOSE TRANSACTION-HISTORY.
       1819-RELEASE-FLOW-EXIT.
           EXIT.

       1812-READ-TRANSACTION.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

       1814-RELEASE-ONE-FLOW.
           IF TRAN-STATUS-DONE
               AND TRAN-TYPE-TRANS
               AND TRAN-PORTFOLIO-ID NOT < WS-SEL-PORT-FROM
               AND TRAN-PORTFOLIO-ID NOT > WS-SEL-PORT-TO
               AND TRAN-DATE NOT < WS-SEL-DATE-FROM
               AND TRAN-DATE NOT > WS-SEL-DATE-TO
               MOVE TRAN-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
               PERFORM 1730-RESOLVE-CLIENT
               MOVE WS-CACHED-CLIENT  TO SRT-CLIENT-ID
               MOVE TRAN-PORTFOLIO-ID TO SRT-PORTFOLIO-ID
               MOVE TRAN-DATE         TO SRT-DATE
               MOVE TRAN-AMOUNT       TO SRT-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF
           PERFORM 1812-READ-TRANSACTION.

      *-----------------------------------------------------------------
      * CLIENT / PORTFOLIO STREAMING
      *-----------------------------------------------------------------
      *-- Control-break processing over the sorted snapshot work
      *-- file: each close date nets to one portfolio value, each
      *-- portfolio break solves and writes the portfolio, each
      *-- client break solves and writes the client. The transfers
      *-- are co-walked from their own sorted work file.
       2000-STREAM-CLIENTS.
           OPEN INPUT SNAP-WORK-FILE
           IF WS-SNW-STATUS NOT = '00'
               MOVE 'ERROR OPENING SNAP-WORK-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           OPEN INPUT TRAN-WORK-FILE
           IF WS-TRW-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRAN-WORK-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 2010-READ-SNAP-WORK
           PERFORM 2015-READ-TRAN-WORK
           IF NOT EOF-SNAP-WORK
               PERFORM 2020-START-CLIENT
               PERFORM 2030-START-PORTFOLIO
               PERFORM 2100-PROCESS-SNAP-RECORD
                   UNTIL EOF-SNAP-WORK
               PERFORM 2300-END-DATE
               PERFORM 2400-END-PORTFOLIO
               PERFORM 2500-END-CLIENT
           END-IF
           CLOSE SNAP-WORK-FILE
           CLOSE TRAN-WORK-FILE.

       2010-READ-SNAP-WORK.
           READ SNAP-WORK-FILE
               AT END
                   SET EOF-SNAP-WORK TO TRUE
           END-READ.

       2015-READ-TRAN-WORK.
           READ TRAN-WORK-FILE
               AT END
                   SET EOF-TRAN-WORK TO TRUE
           END-READ.

       2020-START-CLIENT.
           MOVE SNW-CLIENT-ID TO WS-CUR-CLIENT
           MOVE ZERO TO WS-EVENT-COUNT
           MOVE ZERO TO WS-CDT-COUNT
           MOVE 'N' TO WS-CL-FULL-SW.

      *-- Unassigned portfolios share the SPACES client but are never
      *-- taken together, so each starts the event table afresh.
       2030-START-PORTFOLIO.
           MOVE SNW-PORTFOLIO-ID TO WS-CUR-PORTFOLIO
           MOVE SNW-CLOSE-DATE   TO WS-CUR-DATE
           MOVE ZERO TO WS-DATE-VALUE
           MOVE ZERO TO WS-PF-NET-FLOWS
           MOVE 1 TO WS-TWR-FACTOR
           MOVE 'N' TO WS-PF-FULL-SW
           IF WS-CUR-CLIENT = SPACES
               MOVE ZERO TO WS-EVENT-COUNT
           END-IF
           COMPUTE WS-PF-FIRST-EVENT = WS-EVENT-COUNT + 1
           SET WS-FIRST-PERIOD TO TRUE
           ADD 1 TO WS-PORTFOLIO-COUNT.

       2100-PROCESS-SNAP-RECORD.
           EVALUATE TRUE
               WHEN SNW-CLIENT-ID NOT = WS-CUR-CLIENT
                   PERFORM 2300-END-DATE
                   PERFORM 2400-END-PORTFOLIO
                   PERFORM 2500-END-CLIENT
                   PERFORM 2020-START-CLIENT
                   PERFORM 2030-START-PORTFOLIO
               WHEN SNW-PORTFOLIO-ID NOT = WS-CUR-PORTFOLIO
                   PERFORM 2300-END-DATE
                   PERFORM 2400-END-PORTFOLIO
                   PERFORM 2030-START-PORTFOLIO
               WHEN SNW-CLOSE-DATE NOT = WS-CUR-DATE
                   PERFORM 2300-END-DATE
                   MOVE SNW-CLOSE-DATE TO WS-CUR-DATE
                   MOVE ZERO TO WS-DATE-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD SNW-VALUE TO WS-DATE-VALUE
           PERFORM 2010-READ-SNAP-WORK.

      *-- A close date's records have all streamed past. The first
      *-- date of a portfolio is its opening value -- money in on that
      *-- day -- and transfers on or before it are already inside it,
      *-- so they are consumed unused, as TWRCALC0 does. Every later
      *-- date chains a time-weighted sub-period, its transfers
      *-- becoming dated amounts of their own.
       2300-END-DATE.
           MOVE WS-CUR-DATE TO WS-DATE-NUM
           COMPUTE WS-CUR-DAY = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           IF WS-FIRST-PERIOD
               PERFORM 2310-SUM-FLOWS-TO-DATE
               SET WS-NOT-FIRST-PERIOD TO TRUE
               MOVE WS-DATE-VALUE TO WS-BEGIN-VALUE
               MOVE WS-DATE-VALUE TO WS-PF-OPEN-VALUE
               MOVE WS-CUR-DATE   TO WS-PF-FIRST-DATE
               MOVE WS-CUR-DAY    TO WS-PF-FIRST-DAY
               MOVE 'O'           TO WS-NEW-EV-TYPE
               MOVE WS-CUR-DAY    TO WS-NEW-EV-DAY
               MOVE WS-DATE-VALUE TO WS-NEW-EV-AMOUNT
               PERFORM 2350-ADD-EVENT
           ELSE
               MOVE WS-DATE-VALUE TO WS-END-VALUE
               PERFORM 2310-SUM-FLOWS-TO-DATE
               PERFORM 3020-CHAIN-SUB-PERIOD
           END-IF
           MOVE WS-DATE-VALUE TO WS-PF-CLOSE-VALUE
           MOVE WS-CUR-DATE   TO WS-PF-LAST-DATE
           MOVE WS-CUR-DAY    TO WS-PF-LAST-DAY
           IF WS-CUR-CLIENT NOT = SPACES
               PERFORM 2360-ADD-CLIENT-DATE-VALUE
           END-IF.

      *-- The sorted transfers are co-walked in step with the snapshot
      *-- stream: transfers for earlier portfolios are skipped past,
      *-- transfers for this portfolio dated on or before the current
      *-- close date sum into WS-CASH-FLOW.
       2310-SUM-FLOWS-TO-DATE.
           MOVE ZERO TO WS-CASH-FLOW
           PERFORM 2320-CONSUME-ONE-FLOW
               UNTIL EOF-TRAN-WORK
                  OR TRW-ENTITY > WS-CUR-ENTITY
                  OR (TRW-ENTITY = WS-CUR-ENTITY
                      AND TRW-DATE > WS-CUR-DATE).

       2320-CONSUME-ONE-FLOW.
           IF TRW-ENTITY = WS-CUR-ENTITY
               AND WS-NOT-FIRST-PERIOD
               ADD TRW-AMOUNT TO WS-CASH-FLOW
               ADD TRW-AMOUNT TO WS-PF-NET-FLOWS
               MOVE TRW-DATE TO WS-DATE-NUM
               MOVE 'F' TO WS-NEW-EV-TYPE
               COMPUTE WS-NEW-EV-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               MOVE TRW-AMOUNT TO WS-NEW-EV-AMOUNT
               PERFORM 2350-ADD-EVENT
           END-IF
           PERFORM 2015-READ-TRAN-WORK.

       2350-ADD-EVENT.
           IF WS-EVENT-COUNT < 2000
               ADD 1 TO WS-EVENT-COUNT
               MOVE WS-NEW-EV-TYPE   TO WS-EV-TYPE (WS-EVENT-COUNT)
               MOVE WS-NEW-EV-DAY    TO WS-EV-DAY (WS-EVENT-COUNT)
               MOVE WS-NEW-EV-AMOUNT TO WS-EV-AMOUNT (WS-EVENT-COUNT)
           ELSE
               IF NOT WS-PF-TABLE-FULL
                   DISPLAY 'MWRCAL00 WARNING: EVENT TABLE FULL, '
                       WS-CUR-PORTFOLIO ' NOT COMPUTED'
               END-IF
               SET WS-PF-TABLE-FULL TO TRUE
               SET WS-CL-TABLE-FULL TO TRUE
           END-IF.

      *-- The client's value at each close date is the sum of its
      *-- portfolios' values there, kept in date order; a date first
      *-- seen in a later portfolio is inserted in its place.
       2360-ADD-CLIENT-DATE-VALUE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2365-MATCH-CLIENT-DATE
               VARYING WS-CDT-SUB FROM 1 BY 1
               UNTIL WS-CDT-SUB > WS-CDT-COUNT
                  OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-CDT-COUNT < 400
                   ADD 1 TO WS-CDT-COUNT
                   MOVE WS-CDT-COUNT TO WS-CDT-POS
                   PERFORM 2370-SHIFT-CLIENT-DATE
                       UNTIL WS-CDT-POS < 2
                          OR WS-CDT-DAY (WS-CDT-POS - 1)
                             < WS-CUR-DAY
                   MOVE WS-CUR-DATE   TO WS-CDT-DATE (WS-CDT-POS)
                   MOVE WS-CUR-DAY    TO WS-CDT-DAY (WS-CDT-POS)
                   MOVE WS-DATE-VALUE TO WS-CDT-VALUE (WS-CDT-POS)
               ELSE
                   IF NOT WS-CL-TABLE-FULL
                       DISPLAY 'MWRCAL00 WARNING: CLIENT DATE TABLE '
                           'FULL, ' WS-CUR-CLIENT ' NOT COMPUTED'
                   END-IF
                   SET WS-CL-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       2365-MATCH-CLIENT-DATE.
           IF WS-CDT-DAY (WS-CDT-SUB) = WS-CUR-DAY
               ADD WS-DATE-VALUE TO WS-CDT-VALUE (WS-CDT-SUB)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2370-SHIFT-CLIENT-DATE.
           MOVE WS-CDT-ENTRY (WS-CDT-POS - 1)
               TO WS-CDT-ENTRY (WS-CDT-POS)
           SUBTRACT 1 FROM WS-CDT-POS.

      *-- The portfolio's closing value is the money taken out at the
      *-- end; its slice of the event table is then complete.
       2400-END-PORTFOLIO.
           MOVE 'C' TO WS-NEW-EV-TYPE
           MOVE WS-PF-LAST-DAY TO WS-NEW-EV-DAY
           COMPUTE WS-NEW-EV-AMOUNT = 0 - WS-PF-CLOSE-VALUE
           PERFORM 2350-ADD-EVENT
           MOVE WS-PF-FIRST-EVENT TO WS-IRR-FROM
           MOVE WS-EVENT-COUNT    TO WS-IRR-TO
           MOVE WS-PF-FIRST-DAY   TO WS-IRR-FIRST-DAY
           MOVE WS-PF-LAST-DAY    TO WS-IRR-LAST-DAY
           IF WS-PF-TABLE-FULL
               COMPUTE WS-IRR-SPAN = WS-IRR-LAST-DAY - WS-IRR-FIRST-DAY
               SET WS-IRR-TABLE-FULL TO TRUE
           ELSE
               PERFORM 3100-SOLVE-IRR
           END-IF
           MOVE WS-PF-OPEN-VALUE  TO WS-RES-OPEN-VALUE
           MOVE WS-PF-NET-FLOWS   TO WS-RES-NET-FLOWS
           MOVE WS-PF-CLOSE-VALUE TO WS-RES-CLOSE-VALUE
           PERFORM 3200-FINISH-RESULTS
           MOVE 'PORTFOLIO'      TO WS-RL-LEVEL
           MOVE WS-CUR-PORTFOLIO TO WS-RL-ENTITY
           MOVE WS-PF-FIRST-DATE TO WS-RL-FIRST-DATE
           MOVE WS-PF-LAST-DATE  TO WS-RL-LAST-DATE
           PERFORM 3300-WRITE-RETURN-LINE
           SET MWR-LEVEL-PORTFOLIO TO TRUE
           MOVE WS-CUR-PORTFOLIO TO MWR-ENTITY-ID
           MOVE WS-PF-FIRST-DATE TO MWR-FIRST-DATE
           MOVE WS-PF-LAST-DATE  TO MWR-LAST-DATE
           PERFORM 3400-WRITE-RETURN-RECORD.

      *-- All of the client's portfolios together: every dated amount
      *-- on the table, over the span from the client's first close
      *-- date to its last.
       2500-END-CLIENT.
           IF WS-CUR-CLIENT NOT = SPACES
               ADD 1 TO WS-CLIENT-COUNT
               MOVE ZERO TO WS-RES-OPEN-VALUE
               MOVE ZERO TO WS-RES-NET-FLOWS
               MOVE ZERO TO WS-RES-CLOSE-VALUE
               PERFORM 2510-TOTAL-ONE-EVENT
                   VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > WS-EVENT-COUNT
               MOVE 1 TO WS-IRR-FROM
               MOVE WS-EVENT-COUNT TO WS-IRR-TO
               MOVE WS-CDT-DAY (1) TO WS-IRR-FIRST-DAY
               MOVE WS-CDT-DAY (WS-CDT-COUNT) TO WS-IRR-LAST-DAY
               IF WS-CL-TABLE-FULL
                   COMPUTE WS-IRR-SPAN =
                       WS-IRR-LAST-DAY - WS-IRR-FIRST-DAY
                   SET WS-IRR-TABLE-FULL TO TRUE
                   MOVE 1 TO WS-TWR-FACTOR
               ELSE
                   PERFORM 3100-SOLVE-IRR
                   PERFORM 3500-CHAIN-CLIENT-TWR
               END-IF
               PERFORM 3200-FINISH-RESULTS
               MOVE 'CLIENT'      TO WS-RL-LEVEL
               MOVE WS-CUR-CLIENT TO WS-RL-ENTITY
               MOVE WS-CDT-DATE (1) TO WS-RL-FIRST-DATE
               MOVE WS-CDT-DATE (WS-CDT-COUNT) TO WS-RL-LAST-DATE
               PERFORM 3300-WRITE-RETURN-LINE
               SET MWR-LEVEL-CLIENT TO TRUE
               MOVE WS-CUR-CLIENT TO MWR-ENTITY-ID
               MOVE WS-CDT-DATE (1) TO MWR-FIRST-DATE
               MOVE WS-CDT-DATE (WS-CDT-COUNT) TO MWR-LAST-DATE
               PERFORM 3400-WRITE-RETURN-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       2510-TOTAL-ONE-EVENT.
           EVALUATE TRUE
               WHEN WS-EV-OPENING (WS-EV-SUB)
                   ADD WS-EV-AMOUNT (WS-EV-SUB) TO WS-RES-OPEN-VALUE
               WHEN WS-EV-FLOW (WS-EV-SUB)
                   ADD WS-EV-AMOUNT (WS-EV-SUB) TO WS-RES-NET-FLOWS
               WHEN WS-EV-CLOSING (WS-EV-SUB)
                   SUBTRACT WS-EV-AMOUNT (WS-EV-SUB)
                       FROM WS-RES-CLOSE-VALUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * RETURN COMPUTATION
      *-----------------------------------------------------------------
      *-- A zero begin value (a portfolio funded inside the period)
      *-- makes the sub-period ratio meaningless, so that sub-period
      *-- is skipped rather than dividing by zero, as in TWRCALC0.
       3020-CHAIN-SUB-PERIOD.
           IF WS-BEGIN-VALUE NOT = ZERO
               COMPUTE WS-PERIOD-RETURN ROUNDED =
                   (WS-END-VALUE - WS-CASH-FLOW) / WS-BEGIN-VALUE - 1
               COMPUTE WS-TWR-FACTOR ROUNDED =
                   WS-TWR-FACTOR * (1 + WS-PERIOD-RETURN)
           END-IF
           MOVE WS-END-VALUE TO WS-BEGIN-VALUE.

      *-- Solves the period rate over event slice WS-IRR-FROM thru
      *-- WS-IRR-TO. Nothing to solve when the span is a single day or
      *-- no money went in. Otherwise the rate is bracketed between a
      *-- 99% loss and a 1000% gain; if the sum does not change sign
      *-- across the bracket no rate balances the amounts and none is
      *-- reported. Inside it the bracket is halved until it closes.
       3100-SOLVE-IRR.
           COMPUTE WS-IRR-SPAN = WS-IRR-LAST-DAY - WS-IRR-FIRST-DAY
           MOVE ZERO TO WS-IRR-RATE
           MOVE ZERO TO WS-IRR-MONEY-IN
           PERFORM 3105-SUM-MONEY-IN
               VARYING WS-EV-SUB FROM WS-IRR-FROM BY 1
               UNTIL WS-EV-SUB > WS-IRR-TO
           IF WS-IRR-SPAN = ZERO
               OR WS-IRR-MONEY-IN NOT > ZERO
               SET WS-IRR-NO-DATA TO TRUE
           ELSE
               MOVE -0.99 TO WS-RATE-LO
               MOVE WS-RATE-LO TO WS-TRY-RATE
               PERFORM 3110-NPV-AT-RATE
               MOVE WS-NPV TO WS-NPV-LO
               MOVE 10 TO WS-RATE-HI
               MOVE WS-RATE-HI TO WS-TRY-RATE
               PERFORM 3110-NPV-AT-RATE
               MOVE WS-NPV TO WS-NPV-HI
               IF WS-NPV-FAILED
                   OR (WS-NPV-LO > ZERO AND WS-NPV-HI > ZERO)
                   OR (WS-NPV-LO < ZERO AND WS-NPV-HI < ZERO)
                   SET WS-IRR-NO-ROOT TO TRUE
               ELSE
                   PERFORM 3120-HALVE-BRACKET
                       VARYING WS-IRR-ITERATION FROM 1 BY 1
                       UNTIL WS-IRR-ITERATION > WS-IRR-MAX-ITERATIONS
                          OR WS-NPV-FAILED
                   IF WS-NPV-FAILED
                       SET WS-IRR-NO-ROOT TO TRUE
                   ELSE
                       COMPUTE WS-IRR-RATE ROUNDED =
                           (WS-RATE-LO + WS-RATE-HI) / 2
                       SET WS-IRR-SOLVED TO TRUE
                   END-IF
               END-IF
           END-IF.

       3105-SUM-MONEY-IN.
           IF WS-EV-AMOUNT (WS-EV-SUB) > ZERO
               ADD WS-EV-AMOUNT (WS-EV-SUB) TO WS-IRR-MONEY-IN
           END-IF.

      *-- Each amount compounded to the last day of the span by the
      *-- share of the span it was invested for.
       3110-NPV-AT-RATE.
           MOVE ZERO TO WS-NPV
           MOVE 'N' TO WS-NPV-FAILED-SW
           PERFORM 3115-COMPOUND-ONE-EVENT
               VARYING WS-EV-SUB FROM WS-IRR-FROM BY 1
               UNTIL WS-EV-SUB > WS-IRR-TO
                  OR WS-NPV-FAILED.

       3115-COMPOUND-ONE-EVENT.
           COMPUTE WS-IRR-DAYS-LEFT =
               WS-IRR-LAST-DAY - WS-EV-DAY (WS-EV-SUB)
           COMPUTE WS-IRR-EXPONENT ROUNDED =
               WS-IRR-DAYS-LEFT / WS-IRR-SPAN
           COMPUTE WS-IRR-GROWTH ROUNDED =
               (1 + WS-TRY-RATE) ** WS-IRR-EXPONENT
               ON SIZE ERROR
                   SET WS-NPV-FAILED TO TRUE
           END-COMPUTE
           IF NOT WS-NPV-FAILED
               COMPUTE WS-NPV ROUNDED = WS-NPV
                   + WS-EV-AMOUNT (WS-EV-SUB) * WS-IRR-GROWTH
           END-IF.

       3120-HALVE-BRACKET.
           COMPUTE WS-TRY-RATE ROUNDED = (WS-RATE-LO + WS-RATE-HI) / 2
           PERFORM 3110-NPV-AT-RATE
           IF (WS-NPV > ZERO AND WS-NPV-LO > ZERO)
               OR (WS-NPV < ZERO AND WS-NPV-LO < ZERO)
               MOVE WS-TRY-RATE TO WS-RATE-LO
               MOVE WS-NPV      TO WS-NPV-LO
           ELSE
               MOVE WS-TRY-RATE TO WS-RATE-HI
           END-IF.

      *-- Turns the solved rate and the time-weighted factor into the
      *-- cumulative and (a year or longer) annualized percentages.
       3200-FINISH-RESULTS.
           MOVE ZERO TO WS-IRR-CUM-PCT
           MOVE ZERO TO WS-IRR-ANN-PCT
           MOVE ZERO TO WS-TWR-ANN-PCT
           MOVE 'N' TO WS-ANNUALIZED-SW
           COMPUTE WS-TWR-CUM-PCT ROUNDED = (WS-TWR-FACTOR - 1) * 100
           IF WS-IRR-SOLVED
               COMPUTE WS-IRR-CUM-PCT ROUNDED = WS-IRR-RATE * 100
           ELSE
               ADD 1 TO WS-UNSOLVED-COUNT
           END-IF
           IF WS-IRR-SPAN NOT < 365
               SET WS-PERIOD-ANNUALIZED TO TRUE
               COMPUTE WS-ANN-EXPONENT ROUNDED = 365 / WS-IRR-SPAN
               IF WS-IRR-SOLVED
                   COMPUTE WS-IRR-ANN-PCT ROUNDED =
                       ((1 + WS-IRR-RATE) ** WS-ANN-EXPONENT - 1)
                       * 100
                       ON SIZE ERROR
                           MOVE ZERO TO WS-IRR-ANN-PCT
                   END-COMPUTE
               END-IF
               IF WS-TWR-FACTOR > ZERO
                   COMPUTE WS-TWR-ANN-PCT ROUNDED =
                       (WS-TWR-FACTOR ** WS-ANN-EXPONENT - 1) * 100
                       ON SIZE ERROR
                           MOVE ZERO TO WS-TWR-ANN-PCT
                   END-COMPUTE
               END-IF
           END-IF.

       3300-WRITE-RETURN-LINE.
           MOVE WS-RES-OPEN-VALUE  TO WS-RL-OPEN-VALUE
           MOVE WS-RES-NET-FLOWS   TO WS-RL-NET-FLOWS
           MOVE WS-RES-CLOSE-VALUE TO WS-RL-CLOSE-VALUE
           MOVE WS-IRR-CUM-PCT     TO WS-RL-IRR-CUM
           MOVE WS-TWR-CUM-PCT     TO WS-RL-TWR-CUM
           IF WS-PERIOD-ANNUALIZED
               MOVE WS-IRR-ANN-PCT TO WS-RL-IRR-ANN
               MOVE '%'            TO WS-RL-IRR-ANN-SIGN
               MOVE WS-TWR-ANN-PCT TO WS-RL-TWR-ANN
               MOVE '%'            TO WS-RL-TWR-ANN-SIGN
           ELSE
               MOVE SPACES TO WS-RL-IRR-ANN-BLANK
               MOVE SPACES TO WS-RL-TWR-ANN-BLANK
           END-IF
           EVALUATE TRUE
               WHEN WS-IRR-SOLVED
                   MOVE SPACES     TO WS-RL-NOTE
               WHEN WS-IRR-NO-ROOT
                   MOVE 'NO ROOT'  TO WS-RL-NOTE
               WHEN WS-IRR-NO-DATA
                   MOVE 'ONE DATE' TO WS-RL-NOTE
               WHEN OTHER
                   MOVE 'TBL FULL' TO WS-RL-NOTE
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-RETURN-LINE.

      *-- Caller has set the level, entity and first/last dates.
       3400-WRITE-RETURN-RECORD.
           MOVE WS-CUR-CLIENT      TO MWR-CLIENT-ID
           MOVE WS-PERIOD-FROM     TO MWR-PERIOD-FROM
           MOVE WS-PERIOD-TO       TO MWR-PERIOD-TO
           MOVE WS-IRR-SPAN        TO MWR-DAYS
           MOVE WS-RES-OPEN-VALUE  TO MWR-OPENING-VALUE
           MOVE WS-RES-NET-FLOWS   TO MWR-NET-FLOWS
           MOVE WS-RES-CLOSE-VALUE TO MWR-CLOSING-VALUE
           MOVE WS-IRR-CUM-PCT     TO MWR-IRR-CUM-PCT
           MOVE WS-IRR-ANN-PCT     TO MWR-IRR-ANN-PCT
           MOVE WS-TWR-CUM-PCT     TO MWR-TWR-CUM-PCT
           MOVE WS-TWR-ANN-PCT     TO MWR-TWR-ANN-PCT
           MOVE WS-ANNUALIZED-SW   TO MWR-ANNUALIZED-SW
           MOVE WS-IRR-STATUS      TO MWR-STATUS
           MOVE SPACES             TO MWR-FILLER
           WRITE MONEY-WEIGHTED-RETURN-RECORD.

      *-- The client's time-weighted chain runs over its own close
      *-- dates and total values. Transfers are money in or out as
      *-- for a portfolio; in addition a portfolio opened after the
      *-- client's first date brings its opening value in on that
      *-- date, and one that stops before the client's last date takes
      *-- its closing value out the day after, so neither shows as a
      *-- gain or loss.
       3500-CHAIN-CLIENT-TWR.
           MOVE 1 TO WS-TWR-FACTOR
           PERFORM 3510-CHAIN-CLIENT-PERIOD
               VARYING WS-CDT-SUB FROM 2 BY 1
               UNTIL WS-CDT-SUB > WS-CDT-COUNT.

       3510-CHAIN-CLIENT-PERIOD.
           MOVE ZERO TO WS-CASH-FLOW
           PERFORM 3520-SUM-CLIENT-FLOW
               VARYING WS-EV-SUB FROM 1 BY 1
               UNTIL WS-EV-SUB > WS-EVENT-COUNT
           MOVE WS-CDT-VALUE (WS-CDT-SUB - 1) TO WS-BEGIN-VALUE
           MOVE WS-CDT-VALUE (WS-CDT-SUB)     TO WS-END-VALUE
           PERFORM 3020-CHAIN-SUB-PERIOD.

       3520-SUM-CLIENT-FLOW.
           MOVE 'N' TO WS-INCLUDE-SW
           MOVE WS-EV-DAY (WS-EV-SUB) TO WS-EFF-DAY
           EVALUATE TRUE
               WHEN WS-EV-FLOW (WS-EV-SUB)
                   SET WS-INCLUDE-EVENT TO TRUE
               WHEN WS-EV-OPENING (WS-EV-SUB)
                   IF WS-EV-DAY (WS-EV-SUB) > WS-CDT-DAY (1)
                       SET WS-INCLUDE-EVENT TO TRUE
                   END-IF
               WHEN WS-EV-CLOSING (WS-EV-SUB)
                   IF WS-EV-DAY (WS-EV-SUB)
                           < WS-CDT-DAY (WS-CDT-COUNT)
                       SET WS-INCLUDE-EVENT TO TRUE
                       ADD 1 TO WS-EFF-DAY
                   END-IF
           END-EVALUATE
           IF WS-INCLUDE-EVENT
               AND WS-EFF-DAY > WS-CDT-DAY (WS-CDT-SUB - 1)
               AND WS-EFF-DAY NOT > WS-CDT-DAY (WS-CDT-SUB)
               ADD WS-EV-AMOUNT (WS-EV-SUB) TO WS-CASH-FLOW
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       4000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-FOOTNOTE-LINE
           MOVE 'PORTFOLIOS REPORTED:' TO WS-SL-LABEL
           MOVE WS-PORTFOLIO-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CLIENTS REPORTED:' TO WS-SL-LABEL
           MOVE WS-CLIENT-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'RETURNS NOT COMPUTED:' TO WS-SL-LABEL
           MOVE WS-UNSOLVED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE REPORT-FILE
           CLOSE MONEY-WEIGHTED-RETURN-FILE
           CLOSE PORTFOLIO-MASTER
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention.
       9000-ERROR-ROUTINE.
           MOVE 'MWRCAL00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'MWRCAL00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'MWRCAL00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'MWRCAL00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
