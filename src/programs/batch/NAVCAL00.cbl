       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAVCAL00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Pooled Fund Daily NAV                                          *
      *                                                                *
      * Values every active pooled fund (PORT-TYPE-FUND) and strikes   *
      * its net asset value per unit, the price the day's              *
      * subscriptions and redemptions deal at:                         *
      * - Securities: the fund's POSITION-MASTER market values         *
      * - Cash: the closing balance of every currency on the cash      *
      *   ledger                                                       *
      * - Accrued income: interest earned and not yet posted, from     *
      *   the accrual file, and dividends gone ex but not yet paid,    *
      *   from the open dividend receivables                           *
      *   (all three converted into the fund's base currency at the    *
      *   FX master's latest rate)                                     *
      * - Less the management fee liability: the fund's blanket        *
      *   basis-point rate on the fee schedule, read as an annual      *
      *   rate, accrues on gross assets for every calendar day since   *
      *   the last NAV; a fee charged today (a DONE FE row on the      *
      *   transaction extract) draws the liability down               *
      * - Divided by the units in issue on the unitholder register;    *
      *   a fund with no units in issue holds its last NAV per unit,   *
      *   or the launch price on the parameter card (default 10.0000)  *
      * - Writes the day's NAV history record (a rerun for the same    *
      *   date replaces it) and prints the valuation                   *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      * 2026-10-15  ACCRUED INCOME NOW ALSO TAKES THE FUND'S OPEN      *
      *             DIVIDEND RECEIVABLES (DIVRCVBL), SO THE NAV DOES   *
      *             NOT DROP BY THE DIVIDEND ON THE EX-DATE.           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL CASH-LEDGER-FILE ASSIGN TO CASHLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO ACCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACCR-STATUS.

      *-- Change: open dividend receivables count as accrued income.
           SELECT OPTIONAL DIVIDEND-RECEIVABLE-FILE ASSIGN TO DIVRCVBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVR-KEY
               FILE STATUS IS WS-DVR-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRNEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL UNITHOLDER-REGISTER ASSIGN TO UNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UHR-KEY
               FILE STATUS IS WS-UHR-STATUS.

           SELECT OPTIONAL NAV-HISTORY-FILE ASSIGN TO NAVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAV-KEY
               FILE STATUS IS WS-NAV-STATUS.

           SELECT FX-RATE-MASTER ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT PROCESS-PARMS ASSIGN TO NAVCLPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  CASH-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CSHLDG.

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
           COPY ACCRREC.

       FD  DIVIDEND-RECEIVABLE-FILE
           RECORDING MODE IS F.
           COPY DIVRCV.

       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY FEESCH.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  UNITHOLDER-REGISTER
           RECORDING MODE IS F.
           COPY UNTREG.

       FD  NAV-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NAVHST.

       FD  FX-RATE-MASTER
           RECORDING MODE IS F.
       01  FX-RATE-RECORD.
           COPY FXRATE REPLACING ==:PREFIX:== BY ==FXR==.

       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-LAUNCH-PRICE         PIC 9(05)V9(04).
           05  FILLER                    PIC X(71).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'NAVCAL00'.
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
           05  WS-PORT-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-CASH-STATUS            PIC XX.
           05  WS-ACCR-STATUS            PIC XX.
           05  WS-DVR-STATUS             PIC XX.
           05  WS-FEE-STATUS             PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-UHR-STATUS             PIC XX.
           05  WS-NAV-STATUS             PIC XX.
           05  WS-FXR-STATUS             PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-PORT-SW            PIC X(01) VALUE 'N'.
               88  EOF-PORTFOLIO             VALUE 'Y'.
           05  WS-EOF-CASH-SW            PIC X(01) VALUE 'N'.
               88  EOF-CASH-LEDGER           VALUE 'Y'.
           05  WS-EOF-FEE-SW             PIC X(01) VALUE 'N'.
               88  EOF-FEE-SCHEDULE          VALUE 'Y'.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           05  WS-SCAN-SW                PIC X(01) VALUE 'N'.
               88  WS-SCAN-DONE              VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-ACCR-FILE-SW           PIC X(01) VALUE 'N'.
               88  WS-ACCR-FILE-PRESENT      VALUE 'Y'.
           05  WS-DVR-FILE-SW            PIC X(01) VALUE 'N'.
               88  WS-DVR-FILE-PRESENT       VALUE 'Y'.
           05  WS-UHR-FILE-SW            PIC X(01) VALUE 'N'.
               88  WS-UHR-FILE-PRESENT       VALUE 'Y'.
           05  WS-PRIOR-NAV-SW           PIC X(01) VALUE 'N'.
               88  WS-PRIOR-NAV-FOUND        VALUE 'Y'.
           05  WS-TODAY-NAV-SW           PIC X(01) VALUE 'N'.
               88  WS-TODAY-NAV-ON-FILE      VALUE 'Y'.

      *-- Every active fund on the portfolio master, with what the
      *-- preliminary file loads collect for it.
       01  WS-FUND-TABLE.
           05  WS-FUND-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-FD-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-FD-IDX.
               10  WS-FD-ID              PIC X(08).
               10  WS-FD-BASE-CCY        PIC X(03).
               10  WS-FD-FEE-BPS         PIC S9(05)V9(02) COMP-3.
               10  WS-FD-FEES-CHARGED    PIC S9(13)V9(2) COMP-3.

      *-- Closing cash per fund/currency. The ledger is written one
      *-- portfolio at a time in date order, so the last record for
      *-- a fund/currency overwrites the earlier ones and leaves the
      *-- closing balance, the CSHSWP00 read.
       01  WS-CASH-TABLE.
           05  WS-CASH-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-CB-IDX.
               10  WS-CB-FUND-ID         PIC X(08).
               10  WS-CB-CURRENCY        PIC X(03).
               10  WS-CB-CLOSING-CASH    PIC S9(13)V9(2) COMP-3.

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

      *-- Conversion work area: an amount in WS-CV-CURRENCY comes
      *-- back in WS-CV-BASE-AMOUNT, in the fund's base currency.
       01  WS-CONVERT-AREA.
           05  WS-CV-CURRENCY            PIC X(03).
           05  WS-CV-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-CV-BASE-AMOUNT         PIC S9(13)V9(2) COMP-3.
           05  WS-CV-RATE                PIC S9(05)V9(06) COMP-3.

       01  WS-LOOKUP-FUND                PIC X(08).
       01  WS-LOOKUP-CURRENCY            PIC X(03).

      *-- The fund being valued.
       01  WS-VALUATION.
           05  WS-VL-SECURITIES          PIC S9(13)V9(2) COMP-3.
           05  WS-VL-CASH                PIC S9(13)V9(2) COMP-3.
           05  WS-VL-INCOME              PIC S9(13)V9(2) COMP-3.
           05  WS-VL-GROSS               PIC S9(13)V9(2) COMP-3.
           05  WS-VL-FEE-TODAY           PIC S9(13)V9(2) COMP-3.
           05  WS-VL-FEE-ACCRUED         PIC S9(13)V9(2) COMP-3.
           05  WS-VL-NET                 PIC S9(13)V9(2) COMP-3.
           05  WS-VL-UNITS               PIC S9(11)V9(4) COMP-3.
           05  WS-VL-NAV-PER-UNIT        PIC S9(07)V9(4) COMP-3.
           05  WS-VL-CHANGE-PCT          PIC S9(05)V9(2) COMP-3.
           05  WS-VL-ACCRUAL-DAYS        PIC 9(05) COMP.

      *-- The fund's most recent NAV before the run date.
       01  WS-PRIOR-NAV.
           05  WS-PN-DATE                PIC X(08).
           05  WS-PN-FEE-ACCRUED         PIC S9(13)V9(2) COMP-3.
           05  WS-PN-PER-UNIT            PIC S9(07)V9(4) COMP-3.

       01  WS-DATE-WORK.
           05  WS-DATE-NUM-1             PIC 9(08).
           05  WS-DATE-NUM-2             PIC 9(08).

       01  WS-LAUNCH-PRICE               PIC S9(07)V9(4) COMP-3
                                         VALUE 10.0000.
       01  WS-DAYS-IN-YEAR               PIC 9(03) COMP VALUE 365.

       01  WS-FUNDS-VALUED               PIC 9(07) COMP VALUE ZERO.
       01  WS-NAV-WRITTEN                PIC 9(07) COMP VALUE ZERO.
       01  WS-NAV-REPLACED               PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-UNITS-COUNT             PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'POOLED FUND NET ASSET VALUE'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'FUND'.
               10  FILLER                PIC X(05) VALUE 'CCY'.
               10  FILLER                PIC X(16)
                   VALUE '      SECURITIES'.
               10  FILLER                PIC X(16)
                   VALUE '            CASH'.
               10  FILLER                PIC X(14)
                   VALUE '  ACCR INCOME'.
               10  FILLER                PIC X(14)
                   VALUE '  FEE ACCRUED'.
               10  FILLER                PIC X(16)
                   VALUE '      NET ASSETS'.
               10  FILLER                PIC X(16)
                   VALUE '           UNITS'.
               10  FILLER                PIC X(12)
                   VALUE '    NAV/UNIT'.
               10  FILLER                PIC X(13)
                   VALUE '  CHG%'.

       01  WS-NAV-LINE.
           05  WS-NL-FUND                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-NL-SECURITIES          PIC -(11)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-NL-CASH                PIC -(11)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-NL-INCOME              PIC -(9)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-NL-FEE-ACCRUED         PIC -(9)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-NL-NET                 PIC -(11)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-NL-UNITS               PIC -(9)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-NL-NAV-PER-UNIT        PIC -(5)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-NL-CHANGE-PCT          PIC -(3)9.99.
           05  FILLER                    PIC X(06) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALUE-ONE-FUND
               VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FUND-COUNT
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-LOAD-FUNDS
           PERFORM 1400-LOAD-FX-MASTER-TABLE
           PERFORM 1500-LOAD-FEE-RATES
           PERFORM 1600-LOAD-FEES-CHARGED
           PERFORM 1700-LOAD-CASH-BALANCES.

       1050-READ-PARMS.
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       IF PARM-LAUNCH-PRICE IS NUMERIC
                           AND PARM-LAUNCH-PRICE > ZERO
                           MOVE PARM-LAUNCH-PRICE TO WS-LAUNCH-PRICE
                       END-IF
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS = '05' OR WS-CASH-STATUS = '35'
               SET EOF-CASH-LEDGER TO TRUE
           ELSE
               IF WS-CASH-STATUS NOT = '00'
                   MOVE 'ERROR OPENING CASH-LEDGER-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCR-STATUS = '00'
               SET WS-ACCR-FILE-PRESENT TO TRUE
           ELSE
               IF WS-ACCR-STATUS NOT = '05'
                   AND WS-ACCR-STATUS NOT = '35'
                   MOVE 'ERROR OPENING ACCRUAL-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT DIVIDEND-RECEIVABLE-FILE
           IF WS-DVR-STATUS = '00'
               SET WS-DVR-FILE-PRESENT TO TRUE
           ELSE
               IF WS-DVR-STATUS NOT = '05'
                   AND WS-DVR-STATUS NOT = '35'
                   MOVE 'ERROR OPENING DIVIDEND-RECEIVABLE-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-STATUS NOT = '00'
               MOVE 'ERROR OPENING FEE-SCHEDULE-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT UNITHOLDER-REGISTER
           IF WS-UHR-STATUS = '00'
               SET WS-UHR-FILE-PRESENT TO TRUE
           ELSE
               IF WS-UHR-STATUS NOT = '05'
                   AND WS-UHR-STATUS NOT = '35'
                   MOVE 'ERROR OPENING UNITHOLDER-REGISTER' TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN I-O NAV-HISTORY-FILE
           IF WS-NAV-STATUS NOT = '00' AND WS-NAV-STATUS NOT = '05'
               MOVE 'ERROR OPENING NAV-HISTORY-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *-- The FX master is preferred but not demanded, as in RPTPOS00.
           OPEN INPUT FX-RATE-MASTER
           IF WS-FXR-STATUS NOT = '00' AND WS-FXR-STATUS NOT = '35'
               MOVE 'ERROR OPENING FX-RATE-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
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
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-----------------------------------------------------------------
      * FUND AND REFERENCE LOADS
      *-----------------------------------------------------------------
       1300-LOAD-FUNDS.
           PERFORM 1310-READ-PORTFOLIO
           PERFORM 1320-NOTE-FUND
               UNTIL EOF-PORTFOLIO
           CLOSE PORTFOLIO-MASTER.

       1310-READ-PORTFOLIO.
           READ PORTFOLIO-MASTER NEXT RECORD
               AT END
                   SET EOF-PORTFOLIO TO TRUE
           END-READ.

       1320-NOTE-FUND.
           IF PORT-TYPE-FUND AND PORT-STATUS-ACTIVE
               IF WS-FUND-COUNT < 100
                   ADD 1 TO WS-FUND-COUNT
                   SET WS-FD-IDX TO WS-FUND-COUNT
                   MOVE PORT-ID TO WS-FD-ID (WS-FD-IDX)
                   MOVE PORT-BASE-CURRENCY TO WS-FD-BASE-CCY (WS-FD-IDX)
                   MOVE ZERO TO WS-FD-FEE-BPS (WS-FD-IDX)
                   MOVE ZERO TO WS-FD-FEES-CHARGED (WS-FD-IDX)
               ELSE
                   MOVE SPACES TO ERR-TEXT
                   STRING 'FUND TABLE FULL - ' PORT-ID
                          ' NOT VALUED'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           PERFORM 1310-READ-PORTFOLIO.

       1330-FIND-FUND.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-FD-IDX TO 1
           SEARCH WS-FD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FD-IDX > WS-FUND-COUNT
                   CONTINUE
               WHEN WS-FD-ID (WS-FD-IDX) = WS-LOOKUP-FUND
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

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
                   DISPLAY 'NAVCAL00 WARNING: FX MASTER TABLE FULL, '
                       FXR-FROM-CCY '/' FXR-TO-CCY ' DROPPED'
               END-IF
           END-IF
           PERFORM 1410-READ-FX-MASTER.

      *-- A fund's management fee is its blanket (all investment
      *-- types) basis-point entry; flat and per-type entries stay
      *-- FEEGEN00's business alone.
       1500-LOAD-FEE-RATES.
           PERFORM 1510-READ-FEE-SCHEDULE
           PERFORM 1520-NOTE-FEE-RATE
               UNTIL EOF-FEE-SCHEDULE
           CLOSE FEE-SCHEDULE-FILE.

       1510-READ-FEE-SCHEDULE.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET EOF-FEE-SCHEDULE TO TRUE
           END-READ.

       1520-NOTE-FEE-RATE.
           IF FEE-INVESTMENT-TYPE = SPACES
               AND FEE-METHOD-BPS
               MOVE FEE-PORTFOLIO-ID TO WS-LOOKUP-FUND
               PERFORM 1330-FIND-FUND
               IF WS-ENTRY-FOUND
                   MOVE FEE-BASIS-POINTS TO WS-FD-FEE-BPS (WS-FD-IDX)
               END-IF
           END-IF
           PERFORM 1510-READ-FEE-SCHEDULE.

      *-- A fee charged to the fund today -- a DONE FE row posted on
      *-- the run date -- has left the fund's cash, so it leaves the
      *-- accrued liability too.
       1600-LOAD-FEES-CHARGED.
           PERFORM 1610-READ-TRANSACTION
           PERFORM 1620-NOTE-FEE-CHARGED
               UNTIL EOF-TRAN-HIST
           CLOSE TRANSACTION-HISTORY.

       1610-READ-TRANSACTION.
           READ TRANSACTION-HISTORY
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

       1620-NOTE-FEE-CHARGED.
           IF TRAN-TYPE-FEE
               AND TRAN-STATUS-DONE
               AND TRAN-PROCESS-DATE (1:8) = WS-CURRENT-DATE
               MOVE TRAN-PORTFOLIO-ID TO WS-LOOKUP-FUND
               PERFORM 1330-FIND-FUND
               IF WS-ENTRY-FOUND
                   ADD TRAN-AMOUNT TO WS-FD-FEES-CHARGED (WS-FD-IDX)
               END-IF
           END-IF
           PERFORM 1610-READ-TRANSACTION.

       1700-LOAD-CASH-BALANCES.
           PERFORM 1710-READ-CASH-LEDGER
           PERFORM 1720-NOTE-CASH-BALANCE
               UNTIL EOF-CASH-LEDGER
           CLOSE CASH-LEDGER-FILE.

       1710-READ-CASH-LEDGER.
           IF NOT EOF-CASH-LEDGER
               READ CASH-LEDGER-FILE
                   AT END
                       SET EOF-CASH-LEDGER TO TRUE
               END-READ
           END-IF.

      *-- A record carrying no currency predates per-currency
      *-- balances and is in the fund's base currency.
       1720-NOTE-CASH-BALANCE.
           MOVE CSH-PORTFOLIO-ID TO WS-LOOKUP-FUND
           PERFORM 1330-FIND-FUND
           IF WS-ENTRY-FOUND
               MOVE CSH-CURRENCY TO WS-LOOKUP-CURRENCY
               IF WS-LOOKUP-CURRENCY = SPACES
                   MOVE WS-FD-BASE-CCY (WS-FD-IDX)
                       TO WS-LOOKUP-CURRENCY
               END-IF
               PERFORM 1730-FIND-CASH-ENTRY
               IF WS-ENTRY-FOUND
                   MOVE CSH-CLOSING-BALANCE
                       TO WS-CB-CLOSING-CASH (WS-CB-IDX)
               END-IF
           END-IF
           PERFORM 1710-READ-CASH-LEDGER.

       1730-FIND-CASH-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CB-IDX TO 1
           SEARCH WS-CB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CB-IDX > WS-CASH-COUNT
                   CONTINUE
               WHEN WS-CB-FUND-ID (WS-CB-IDX) = WS-LOOKUP-FUND
                   AND WS-CB-CURRENCY (WS-CB-IDX) = WS-LOOKUP-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CASH-COUNT < 300
                   ADD 1 TO WS-CASH-COUNT
                   SET WS-CB-IDX TO WS-CASH-COUNT
                   MOVE WS-LOOKUP-FUND TO WS-CB-FUND-ID (WS-CB-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CB-CURRENCY (WS-CB-IDX)
                   MOVE ZERO TO WS-CB-CLOSING-CASH (WS-CB-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'NAVCAL00 WARNING: CASH TABLE FULL, '
                       WS-LOOKUP-FUND ' ' WS-LOOKUP-CURRENCY
                       ' NOT VALUED'
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * FUND VALUATION
      *-----------------------------------------------------------------
       2000-VALUE-ONE-FUND.
           MOVE ZERO TO WS-VL-SECURITIES
           MOVE ZERO TO WS-VL-CASH
           MOVE ZERO TO WS-VL-INCOME
           MOVE ZERO TO WS-VL-UNITS
           MOVE WS-FD-ID (WS-FD-IDX) TO WS-LOOKUP-FUND
           PERFORM 2100-VALUE-SECURITIES
           PERFORM 2200-VALUE-CASH
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CASH-COUNT
           IF WS-ACCR-FILE-PRESENT
               PERFORM 2300-VALUE-ACCRUED-INCOME
           END-IF
           IF WS-DVR-FILE-PRESENT
               PERFORM 2350-VALUE-DIV-RECEIVABLES
           END-IF
           IF WS-UHR-FILE-PRESENT
               PERFORM 2400-COUNT-UNITS
           END-IF
           PERFORM 2500-FIND-PRIOR-NAV
           PERFORM 2600-STRIKE-NAV
           PERFORM 2700-WRITE-NAV-HISTORY
           PERFORM 2800-WRITE-NAV-LINE
           ADD 1 TO WS-FUNDS-VALUED.

       2100-VALUE-SECURITIES.
           MOVE 'N' TO WS-SCAN-SW
           MOVE WS-LOOKUP-FUND TO POS-PORTFOLIO-ID
           MOVE LOW-VALUES     TO POS-INVESTMENT-ID
           START POSITION-MASTER KEY NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 2110-READ-NEXT-POSITION
           END-IF
           PERFORM 2120-ADD-ONE-POSITION
               UNTIL WS-SCAN-DONE.

       2110-READ-NEXT-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF POS-PORTFOLIO-ID NOT = WS-LOOKUP-FUND
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       2120-ADD-ONE-POSITION.
           IF POS-QUANTITY NOT = ZERO
               MOVE POS-CURRENCY      TO WS-CV-CURRENCY
               MOVE POS-CURRENT-VALUE TO WS-CV-AMOUNT
               PERFORM 8100-CONVERT-TO-BASE
               ADD WS-CV-BASE-AMOUNT TO WS-VL-SECURITIES
           END-IF
           PERFORM 2110-READ-NEXT-POSITION.

       2200-VALUE-CASH.
           IF WS-CB-FUND-ID (WS-CB-IDX) = WS-LOOKUP-FUND
               MOVE WS-CB-CURRENCY (WS-CB-IDX)     TO WS-CV-CURRENCY
               MOVE WS-CB-CLOSING-CASH (WS-CB-IDX) TO WS-CV-AMOUNT
               PERFORM 8100-CONVERT-TO-BASE
               ADD WS-CV-BASE-AMOUNT TO WS-VL-CASH
           END-IF.

       2300-VALUE-ACCRUED-INCOME.
           MOVE 'N' TO WS-SCAN-SW
           MOVE WS-LOOKUP-FUND TO ACR-PORTFOLIO-ID
           MOVE LOW-VALUES     TO ACR-INVESTMENT-ID
           START ACCRUAL-FILE KEY NOT LESS THAN ACR-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 2310-READ-NEXT-ACCRUAL
           END-IF
           PERFORM 2320-ADD-ONE-ACCRUAL
               UNTIL WS-SCAN-DONE.

       2310-READ-NEXT-ACCRUAL.
           READ ACCRUAL-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF ACR-PORTFOLIO-ID NOT = WS-LOOKUP-FUND
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       2320-ADD-ONE-ACCRUAL.
           MOVE ACR-CURRENCY       TO WS-CV-CURRENCY
           MOVE ACR-ACCRUED-AMOUNT TO WS-CV-AMOUNT
           PERFORM 8100-CONVERT-TO-BASE
           ADD WS-CV-BASE-AMOUNT TO WS-VL-INCOME
           PERFORM 2310-READ-NEXT-ACCRUAL.

      *-- Dividends gone ex and not yet paid, net of the withholding
      *-- expected; a receivable already cleared by the payment is
      *-- in the cash instead.
       2350-VALUE-DIV-RECEIVABLES.
           MOVE 'N' TO WS-SCAN-SW
           MOVE WS-LOOKUP-FUND TO DVR-PORTFOLIO-ID
           MOVE LOW-VALUES     TO DVR-INVESTMENT-ID
           MOVE LOW-VALUES     TO DVR-PAY-DATE
           MOVE LOW-VALUES     TO DVR-SEQUENCE-NO
           START DIVIDEND-RECEIVABLE-FILE KEY NOT LESS THAN DVR-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 2360-READ-NEXT-RECEIVABLE
           END-IF
           PERFORM 2370-ADD-ONE-RECEIVABLE
               UNTIL WS-SCAN-DONE.

       2360-READ-NEXT-RECEIVABLE.
           READ DIVIDEND-RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF DVR-PORTFOLIO-ID NOT = WS-LOOKUP-FUND
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       2370-ADD-ONE-RECEIVABLE.
           IF DVR-STATUS-OPEN
               MOVE DVR-CURRENCY   TO WS-CV-CURRENCY
               MOVE DVR-NET-AMOUNT TO WS-CV-AMOUNT
               PERFORM 8100-CONVERT-TO-BASE
               ADD WS-CV-BASE-AMOUNT TO WS-VL-INCOME
           END-IF
           PERFORM 2360-READ-NEXT-RECEIVABLE.

       2400-COUNT-UNITS.
           MOVE 'N' TO WS-SCAN-SW
           MOVE WS-LOOKUP-FUND TO UHR-FUND-ID
           MOVE LOW-VALUES     TO UHR-HOLDER-ID
           START UNITHOLDER-REGISTER KEY NOT LESS THAN UHR-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 2410-READ-NEXT-HOLDER
           END-IF
           PERFORM 2420-ADD-ONE-HOLDER
               UNTIL WS-SCAN-DONE.

       2410-READ-NEXT-HOLDER.
           READ UNITHOLDER-REGISTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF UHR-FUND-ID NOT = WS-LOOKUP-FUND
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       2420-ADD-ONE-HOLDER.
           ADD UHR-UNITS TO WS-VL-UNITS
           PERFORM 2410-READ-NEXT-HOLDER.

      *-- The history is keyed fund/date, so the last record before
      *-- the run date is the prior NAV; one already on file for the
      *-- run date means this is a rerun and is replaced.
       2500-FIND-PRIOR-NAV.
           MOVE 'N' TO WS-PRIOR-NAV-SW
           MOVE 'N' TO WS-TODAY-NAV-SW
           MOVE 'N' TO WS-SCAN-SW
           MOVE WS-LOOKUP-FUND TO NAV-FUND-ID
           MOVE LOW-VALUES     TO NAV-DATE
           START NAV-HISTORY-FILE KEY NOT LESS THAN NAV-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 2510-READ-NEXT-NAV
           END-IF
           PERFORM 2520-NOTE-ONE-NAV
               UNTIL WS-SCAN-DONE.

       2510-READ-NEXT-NAV.
           READ NAV-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF NAV-FUND-ID NOT = WS-LOOKUP-FUND
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       2520-NOTE-ONE-NAV.
           IF NAV-DATE < WS-CURRENT-DATE
               SET WS-PRIOR-NAV-FOUND TO TRUE
               MOVE NAV-DATE        TO WS-PN-DATE
               MOVE NAV-FEE-ACCRUED TO WS-PN-FEE-ACCRUED
               MOVE NAV-PER-UNIT    TO WS-PN-PER-UNIT
               PERFORM 2510-READ-NEXT-NAV
           ELSE
               IF NAV-DATE = WS-CURRENT-DATE
                   SET WS-TODAY-NAV-ON-FILE TO TRUE
               END-IF
               SET WS-SCAN-DONE TO TRUE
           END-IF.

      *-- The fee accrues on gross assets for every calendar day
      *-- since the prior NAV (one day at launch), the annual
      *-- schedule rate spread over 365 days.
       2600-STRIKE-NAV.
           COMPUTE WS-VL-GROSS =
               WS-VL-SECURITIES + WS-VL-CASH + WS-VL-INCOME
           MOVE 1 TO WS-VL-ACCRUAL-DAYS
           MOVE ZERO TO WS-VL-FEE-ACCRUED
           IF WS-PRIOR-NAV-FOUND
               MOVE WS-PN-FEE-ACCRUED TO WS-VL-FEE-ACCRUED
               MOVE WS-PN-DATE      TO WS-DATE-NUM-1
               MOVE WS-CURRENT-DATE TO WS-DATE-NUM-2
               COMPUTE WS-VL-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM-2)
                   - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM-1)
           END-IF
           MOVE ZERO TO WS-VL-FEE-TODAY
           IF WS-FD-FEE-BPS (WS-FD-IDX) > ZERO
               AND WS-VL-GROSS > ZERO
               COMPUTE WS-VL-FEE-TODAY ROUNDED =
                   WS-VL-GROSS * WS-FD-FEE-BPS (WS-FD-IDX) / 10000
                   * WS-VL-ACCRUAL-DAYS / WS-DAYS-IN-YEAR
           END-IF
           COMPUTE WS-VL-FEE-ACCRUED = WS-VL-FEE-ACCRUED
               + WS-VL-FEE-TODAY - WS-FD-FEES-CHARGED (WS-FD-IDX)
           IF WS-VL-FEE-ACCRUED < ZERO
               MOVE ZERO TO WS-VL-FEE-ACCRUED
           END-IF
           COMPUTE WS-VL-NET = WS-VL-GROSS - WS-VL-FEE-ACCRUED
           IF WS-VL-UNITS > ZERO
               COMPUTE WS-VL-NAV-PER-UNIT ROUNDED =
                   WS-VL-NET / WS-VL-UNITS
               IF WS-VL-NET NOT > ZERO
                   MOVE SPACES TO ERR-TEXT
                   STRING 'FUND ' WS-LOOKUP-FUND
                          ' NET ASSETS NOT POSITIVE WITH UNITS IN ISSUE'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           ELSE
               ADD 1 TO WS-NO-UNITS-COUNT
               IF WS-PRIOR-NAV-FOUND AND WS-PN-PER-UNIT > ZERO
                   MOVE WS-PN-PER-UNIT TO WS-VL-NAV-PER-UNIT
               ELSE
                   MOVE WS-LAUNCH-PRICE TO WS-VL-NAV-PER-UNIT
               END-IF
           END-IF
           MOVE ZERO TO WS-VL-CHANGE-PCT
           IF WS-PRIOR-NAV-FOUND AND WS-PN-PER-UNIT > ZERO
               COMPUTE WS-VL-CHANGE-PCT ROUNDED =
                   (WS-VL-NAV-PER-UNIT - WS-PN-PER-UNIT) * 100
                   / WS-PN-PER-UNIT
           END-IF.

       2700-WRITE-NAV-HISTORY.
           MOVE WS-LOOKUP-FUND         TO NAV-FUND-ID
           MOVE WS-CURRENT-DATE        TO NAV-DATE
           MOVE WS-FD-BASE-CCY (WS-FD-IDX) TO NAV-CURRENCY
           MOVE WS-VL-SECURITIES       TO NAV-SECURITIES-VALUE
           MOVE WS-VL-CASH             TO NAV-CASH-VALUE
           MOVE WS-VL-INCOME           TO NAV-ACCRUED-INCOME
           MOVE WS-VL-FEE-ACCRUED      TO NAV-FEE-ACCRUED
           MOVE WS-VL-NET              TO NAV-NET-ASSETS
           MOVE WS-VL-UNITS            TO NAV-UNITS-IN-ISSUE
           MOVE WS-VL-NAV-PER-UNIT     TO NAV-PER-UNIT
           MOVE SPACES                 TO NAV-FILLER
           IF WS-TODAY-NAV-ON-FILE
               REWRITE NAV-HISTORY-RECORD
                   INVALID KEY
                       MOVE 'NAV HISTORY REWRITE FAILED' TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       ADD 1 TO WS-NAV-REPLACED
               END-REWRITE
           ELSE
               WRITE NAV-HISTORY-RECORD
                   INVALID KEY
                       MOVE 'DUPLICATE NAV HISTORY KEY - NOT WRITTEN'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       ADD 1 TO WS-NAV-WRITTEN
               END-WRITE
           END-IF.

       2800-WRITE-NAV-LINE.
           MOVE WS-LOOKUP-FUND             TO WS-NL-FUND
           MOVE WS-FD-BASE-CCY (WS-FD-IDX) TO WS-NL-CURRENCY
           MOVE WS-VL-SECURITIES           TO WS-NL-SECURITIES
           MOVE WS-VL-CASH                 TO WS-NL-CASH
           MOVE WS-VL-INCOME               TO WS-NL-INCOME
           MOVE WS-VL-FEE-ACCRUED          TO WS-NL-FEE-ACCRUED
           MOVE WS-VL-NET                  TO WS-NL-NET
           MOVE WS-VL-UNITS                TO WS-NL-UNITS
           MOVE WS-VL-NAV-PER-UNIT         TO WS-NL-NAV-PER-UNIT
           MOVE WS-VL-CHANGE-PCT           TO WS-NL-CHANGE-PCT
           WRITE REPORT-RECORD FROM WS-NAV-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'FUNDS VALUED:' TO WS-SL-LABEL
           MOVE WS-FUNDS-VALUED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'NAV RECORDS WRITTEN:' TO WS-SL-LABEL
           MOVE WS-NAV-WRITTEN TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'NAV RECORDS REPLACED (RERUN):' TO WS-SL-LABEL
           MOVE WS-NAV-REPLACED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'FUNDS WITH NO UNITS IN ISSUE:' TO WS-SL-LABEL
           MOVE WS-NO-UNITS-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE POSITION-MASTER
           IF WS-ACCR-FILE-PRESENT
               CLOSE ACCRUAL-FILE
           END-IF
           IF WS-DVR-FILE-PRESENT
               CLOSE DIVIDEND-RECEIVABLE-FILE
           END-IF
           IF WS-UHR-FILE-PRESENT
               CLOSE UNITHOLDER-REGISTER
           END-IF
           CLOSE NAV-HISTORY-FILE
           IF WS-FXR-STATUS = '00'
               CLOSE FX-RATE-MASTER
           END-IF
           CLOSE REPORT-FILE
           IF RETURN-CODE NOT = RTN-WARNING
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * BASE-CURRENCY CONVERSION
      *-----------------------------------------------------------------
      *-- Converted at the master's latest rate, the RPTPOS00
      *-- revaluation. A pair the master does not quote is warned
      *-- about and carried unconverted; no currency at all is the
      *-- base currency.
       8100-CONVERT-TO-BASE.
           MOVE 1 TO WS-CV-RATE
           IF WS-CV-CURRENCY NOT = SPACES
               AND WS-CV-CURRENCY NOT = WS-FD-BASE-CCY (WS-FD-IDX)
               MOVE 'N' TO WS-FXM-FOUND-SW
               IF WS-FXM-COUNT > 0
                   SET WS-FXM-IDX TO 1
                   SEARCH WS-FXM-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-FXM-FROM-CCY (WS-FXM-IDX)
                                = WS-CV-CURRENCY
                           AND WS-FXM-TO-CCY (WS-FXM-IDX)
                                = WS-FD-BASE-CCY (WS-FD-IDX)
                           MOVE WS-FXM-RATE (WS-FXM-IDX) TO WS-CV-RATE
                           SET WS-FXM-PAIR-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT WS-FXM-PAIR-FOUND
                   MOVE SPACES TO ERR-TEXT
                   STRING 'NO FX RATE ' WS-CV-CURRENCY '/'
                          WS-FD-BASE-CCY (WS-FD-IDX)
                          ' FOR FUND ' WS-LOOKUP-FUND
                          ' - CARRIED UNCONVERTED'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           COMPUTE WS-CV-BASE-AMOUNT ROUNDED =
               WS-CV-AMOUNT * WS-CV-RATE.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'NAVCAL00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'NAVCAL00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'NAVCAL00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'NAVCAL00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
