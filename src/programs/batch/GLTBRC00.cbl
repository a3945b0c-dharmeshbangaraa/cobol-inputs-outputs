       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTBRC00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Sub-Ledger To General Ledger Trial Balance Reconciliation      *
      *                                                               *
      * GLRECN00 proves the ledger accepted each day's postings; this  *
      * monthly run proves the ledger's balances still agree with what *
      * our books say we hold:                                         *
      * - Accumulates the period's GL-POSTING-FILE extracts (the       *
      *   month's GLPOSTNG generations, concatenated) into running     *
      *   balances by account and currency on GL-BALANCE-FILE, each   *
      *   period opening at the last period's closing balance, and     *
      *   prints the resulting GL-side trial balance                   *
      * - Builds the sub-ledger figures: positions at cost and at      *
      *   market from the period's close (CLSSNAP), cash from the      *
      *   cash ledger, accrued income from ACCRUAL-FILE and fees       *
      *   receivable from the invoice file                             *
      * - Compares every account on GL-SUBLEDGER-MAP-FILE to its       *
      *   figure, currency by currency, and prints each break over     *
      *   tolerance with the sub-ledger detail behind it               *
      *                                                               *
      * Run it after the month-end close (PRDCLS00) and before the    *
      * next day's accrual (INTACR00): the accrual and invoice files   *
      * hold current balances, not history. A rerun for the same      *
      * period rebuilds that period's balances from its postings.      *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-PARMS ASSIGN TO GLTBRPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO GLPOSTNG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

      *-- The running balances, OPTIONAL so the first period run
      *-- creates the file and opens every account at zero.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO GLBALFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.

           SELECT GL-SUBLEDGER-MAP-FILE ASSIGN TO GLSUBMAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT OPTIONAL CLOSING-SNAPSHOT-FILE ASSIGN TO CLSSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT OPTIONAL CASH-LEDGER-FILE ASSIGN TO CASHLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO ACCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT OPTIONAL INVOICE-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.

      *-- Base currency for a cash ledger row written before balances
      *-- were kept per currency.
           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-PERIOD               PIC X(06).
           05  PARM-TOLERANCE            PIC 9(07)V99.
           05  FILLER                    PIC X(65).

       FD  GL-POSTING-FILE
           RECORDING MODE IS F.
           COPY GLPOST.

       FD  GL-BALANCE-FILE
           RECORDING MODE IS F.
           COPY GLBAL.

       FD  GL-SUBLEDGER-MAP-FILE
           RECORDING MODE IS F.
           COPY GLSUBL.

       FD  CLOSING-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CLSSNAP.

       FD  CASH-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CSHLDG.

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
           COPY ACCRREC.

       FD  INVOICE-FILE
           RECORDING MODE IS F.
           COPY INVREC.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'GLTBRC00'.
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
           05  WS-PARM-STATUS            PIC XX.
           05  WS-POST-STATUS            PIC XX.
           05  WS-GLB-STATUS             PIC XX.
           05  WS-MAP-STATUS             PIC XX.
           05  WS-SNAP-STATUS            PIC XX.
           05  WS-CASH-STATUS            PIC XX.
           05  WS-ACCR-STATUS            PIC XX.
           05  WS-INV-STATUS             PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-POST-SW            PIC X(01) VALUE 'N'.
               88  EOF-POSTING               VALUE 'Y'.
           05  WS-EOF-GLB-SW             PIC X(01) VALUE 'N'.
               88  EOF-BALANCE               VALUE 'Y'.
           05  WS-EOF-MAP-SW             PIC X(01) VALUE 'N'.
               88  EOF-MAP                   VALUE 'Y'.
           05  WS-EOF-SNAP-SW            PIC X(01) VALUE 'N'.
               88  EOF-SNAPSHOT              VALUE 'Y'.
           05  WS-EOF-CASH-SW            PIC X(01) VALUE 'N'.
               88  EOF-CASH-LEDGER           VALUE 'Y'.
           05  WS-EOF-ACCR-SW            PIC X(01) VALUE 'N'.
               88  EOF-ACCRUAL               VALUE 'Y'.
           05  WS-EOF-INV-SW             PIC X(01) VALUE 'N'.
               88  EOF-INVOICE               VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-DETAIL-FULL-SW         PIC X(01) VALUE 'N'.
               88  WS-DETAIL-FULL            VALUE 'Y'.

       01  WS-FIRM-BASE-CCY              PIC X(03) VALUE 'USD'.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).
      *-- The period proved, its last possible date (a YYYYMMDD
      *-- compare needs no calendar), the period the balances carry
      *-- forward from, and the period's latest close.
       01  WS-PERIOD                     PIC X(06).
       01  WS-PERIOD-END                 PIC X(08).
       01  WS-PRIOR-PERIOD               PIC X(06) VALUE SPACES.
       01  WS-CLOSE-DATE                 PIC X(08) VALUE SPACES.
       01  WS-DEFAULT-TOLERANCE          PIC S9(07)V9(02) COMP-3
                                         VALUE 1.

      *-- Arguments to 8100-ADD-SUBLEDGER.
       01  WS-SUBLEDGER-ITEM.
           05  WS-SUB-SOURCE             PIC X(04).
           05  WS-SUB-INVESTMENT-TYPE    PIC X(04).
           05  WS-SUB-CURRENCY           PIC X(03).
           05  WS-SUB-DETAIL-ID          PIC X(18).
           05  WS-SUB-AMOUNT             PIC S9(13)V9(2) COMP-3.

       01  WS-CALC-FIELDS.
           05  WS-COST-AMOUNT            PIC S9(13)V9(2) COMP-3.
           05  WS-MARKET-AMOUNT          PIC S9(13)V9(2) COMP-3.
           05  WS-EARNED-AMOUNT          PIC S9(13)V9(2) COMP-3.
           05  WS-DIFF-AMOUNT            PIC S9(13)V9(2) COMP-3.
           05  WS-ABS-DIFF               PIC S9(13)V9(2) COMP-3.
           05  WS-TOLERANCE              PIC S9(07)V9(02) COMP-3.
           05  WS-CASH-CURRENCY          PIC X(03).
           05  WS-MAP-SUB                PIC 9(04) COMP.
           05  WS-MAP-ENTRY-COUNT        PIC 9(04) COMP.

      *-- The sub-ledger map, one entry per proved account.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-MP-ENTRY OCCURS 200 TIMES
                                         INDEXED BY WS-MP-IDX.
               10  WS-MP-ACCOUNT         PIC X(10).
               10  WS-MP-SOURCE          PIC X(04).
                   88  WS-MP-POSITION-SOURCE VALUE 'PCST' 'PMKT'
                                                   'PUNR'.
               10  WS-MP-INVESTMENT-TYPE PIC X(04).
               10  WS-MP-NORMAL-SIDE     PIC X(01).
                   88  WS-MP-NORMAL-CREDIT   VALUE 'C'.
               10  WS-MP-TOLERANCE       PIC S9(07)V9(02) COMP-3.

      *-- The period's balances by account and currency: the prior
      *-- period's closing balances, then the period's postings.
       01  WS-BALANCE-TABLE.
           05  WS-BALANCE-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-GB-ENTRY OCCURS 2000 TIMES
                                         INDEXED BY WS-GB-IDX.
               10  WS-GB-ACCOUNT         PIC X(10).
               10  WS-GB-CURRENCY        PIC X(03).
               10  WS-GB-OPENING         PIC S9(13)V9(2) COMP-3.
               10  WS-GB-DEBITS          PIC S9(13)V9(2) COMP-3.
               10  WS-GB-CREDITS         PIC S9(13)V9(2) COMP-3.
               10  WS-GB-POSTING-COUNT   PIC 9(07) COMP.
               10  WS-GB-LAST-DATE       PIC X(08).

      *-- Latest cash ledger balance per portfolio and currency at or
      *-- before the period end.
       01  WS-CASH-TABLE.
           05  WS-CASH-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 3000 TIMES
                                         INDEXED BY WS-CB-IDX.
               10  WS-CB-PORTFOLIO-ID    PIC X(08).
               10  WS-CB-CURRENCY        PIC X(03).
               10  WS-CB-BALANCE         PIC S9(13)V9(2) COMP-3.

      *-- Sub-ledger figures by source, investment type (position
      *-- sources only) and currency, and the detail behind them.
       01  WS-SUBLEDGER-TOTAL-TABLE.
           05  WS-SUB-TOTAL-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-ST-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-ST-IDX.
               10  WS-ST-SOURCE          PIC X(04).
               10  WS-ST-INVESTMENT-TYPE PIC X(04).
               10  WS-ST-CURRENCY        PIC X(03).
               10  WS-ST-AMOUNT          PIC S9(13)V9(2) COMP-3.

       01  WS-SUBLEDGER-DETAIL-TABLE.
           05  WS-SUB-DETAIL-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-SD-ENTRY OCCURS 5000 TIMES
                                         INDEXED BY WS-SD-IDX.
               10  WS-SD-SOURCE          PIC X(04).
               10  WS-SD-INVESTMENT-TYPE PIC X(04).
               10  WS-SD-CURRENCY        PIC X(03).
               10  WS-SD-DETAIL-ID       PIC X(18).
               10  WS-SD-AMOUNT          PIC S9(13)V9(2) COMP-3.

      *-- One comparison per mapped account and currency, from
      *-- whichever side has a figure.
       01  WS-COMPARE-TABLE.
           05  WS-COMPARE-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-CM-ENTRY OCCURS 600 TIMES
                                         INDEXED BY WS-CM-IDX.
               10  WS-CM-MAP-SUB         PIC 9(04) COMP.
               10  WS-CM-CURRENCY        PIC X(03).
               10  WS-CM-GL-AMOUNT       PIC S9(13)V9(2) COMP-3.
               10  WS-CM-SUB-AMOUNT      PIC S9(13)V9(2) COMP-3.

      *-- Trial balance proof per currency: debits must equal credits.
       01  WS-CCY-TOTAL-TABLE.
           05  WS-CCY-COUNT              PIC 9(02) COMP VALUE ZERO.
           05  WS-CT-ENTRY OCCURS 50 TIMES
                                         INDEXED BY WS-CT-IDX.
               10  WS-CT-CURRENCY        PIC X(03).
               10  WS-CT-OPENING         PIC S9(13)V9(2) COMP-3.
               10  WS-CT-DEBITS          PIC S9(13)V9(2) COMP-3.
               10  WS-CT-CREDITS         PIC S9(13)V9(2) COMP-3.
               10  WS-CT-CLOSING         PIC S9(13)V9(2) COMP-3.

       01  WS-RECON-COUNTS.
           05  WS-POSTINGS-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-POSTINGS-OUTSIDE       PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCOUNTS-CARRIED       PIC 9(07) COMP VALUE ZERO.
           05  WS-BALANCES-WRITTEN       PIC 9(07) COMP VALUE ZERO.
           05  WS-OUT-OF-BALANCE-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  WS-AGREE-COUNT            PIC 9(07) COMP VALUE ZERO.
           05  WS-BREAK-COUNT            PIC 9(07) COMP VALUE ZERO.
           05  WS-NOT-PROVED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-BREAK-AMOUNT               PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'TRIAL BALANCE / SUB-LEDGER RECONCILIATION'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(13)
                   VALUE 'REPORT DATE: '.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(10) VALUE '  PERIOD: '.
               10  WS-HDR-PERIOD         PIC X(06).
               10  FILLER                PIC X(16)
                   VALUE '  PRIOR PERIOD: '.
               10  WS-HDR-PRIOR-PERIOD   PIC X(06).
               10  FILLER                PIC X(18)
                   VALUE '  CLOSE SNAPSHOT: '.
               10  WS-HDR-CLOSE-DATE     PIC X(08).
               10  FILLER                PIC X(45) VALUE SPACES.
           05  WS-SECTION-LINE.
               10  WS-SECTION-TITLE      PIC X(132).

       01  WS-TB-HEADING.
           05  FILLER                    PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(05) VALUE 'CCY'.
           05  FILLER                    PIC X(19)
               VALUE '          OPENING'.
           05  FILLER                    PIC X(19)
               VALUE '           DEBITS'.
           05  FILLER                    PIC X(19)
               VALUE '          CREDITS'.
           05  FILLER                    PIC X(19)
               VALUE '          CLOSING'.
           05  FILLER                    PIC X(39) VALUE 'PROVED TO'.

       01  WS-TB-LINE.
           05  WS-TL-ACCOUNT             PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-OPENING             PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-DEBITS              PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-CREDITS             PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-CLOSING             PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-PROVED-TO           PIC X(20).
           05  FILLER                    PIC X(19) VALUE SPACES.

       01  WS-RECON-HEADING.
           05  FILLER                    PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                    PIC X(12) VALUE 'SOURCE TYPE'.
           05  FILLER                    PIC X(05) VALUE 'CCY'.
           05  FILLER                    PIC X(19)
               VALUE '       GL BALANCE'.
           05  FILLER                    PIC X(19)
               VALUE '       SUB-LEDGER'.
           05  FILLER                    PIC X(19)
               VALUE '       DIFFERENCE'.
           05  FILLER                    PIC X(46) VALUE 'RESULT'.

       01  WS-RECON-LINE.
           05  WS-RL-ACCOUNT             PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-SOURCE              PIC X(04).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-INVESTMENT-TYPE     PIC X(04).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-RL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-GL-AMOUNT           PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-SUB-AMOUNT          PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-DIFF-AMOUNT         PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-RESULT              PIC X(20).
           05  FILLER                    PIC X(26) VALUE SPACES.

      *-- The sub-ledger figure behind a break, under its column.
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(08) VALUE SPACES.
           05  WS-DL-LABEL               PIC X(14).
           05  WS-DL-DETAIL-ID           PIC X(18).
           05  FILLER                    PIC X(08) VALUE SPACES.
           05  WS-DL-AMOUNT              PIC -(13)9.99.
           05  FILLER                    PIC X(67) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
           05  WS-SL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(89) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL               PIC X(34).
           05  WS-AL-AMOUNT              PIC -(13)9.99.
           05  FILLER                    PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PRIOR-BALANCE
               UNTIL EOF-BALANCE
           PERFORM 2100-ACCUMULATE-POSTING
               UNTIL EOF-POSTING
           PERFORM 2200-SAVE-BALANCE
               VARYING WS-GB-IDX FROM 1 BY 1
               UNTIL WS-GB-IDX > WS-BALANCE-COUNT
           PERFORM 3000-LOAD-POSITIONS
           PERFORM 3200-LOAD-CASH
           PERFORM 3300-LOAD-ACCRUAL
               UNTIL EOF-ACCRUAL
           PERFORM 3400-LOAD-INVOICE
               UNTIL EOF-INVOICE
           PERFORM 1200-WRITE-HEADERS
           PERFORM 4000-PRINT-TRIAL-BALANCE
           PERFORM 4500-MATCH-SUBLEDGER-TOTAL
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-SUB-TOTAL-COUNT
           PERFORM 5000-RECONCILE-ACCOUNT
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
           PERFORM 6000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1300-LOAD-MAP
           PERFORM 2010-READ-BALANCE
           PERFORM 2110-READ-POSTING
           PERFORM 3310-READ-ACCRUAL
           PERFORM 3410-READ-INVOICE.

      *-- The card is optional: the period defaults to the business
      *-- date's month (the month-end night's run) and the tolerance
      *-- to one unit, as CUSREC00's does.
       1050-READ-PARMS.
           MOVE WS-CURRENT-DATE (1:6) TO WS-PERIOD
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       IF PARM-PERIOD NOT = SPACES
                           MOVE PARM-PERIOD TO WS-PERIOD
                       END-IF
                       IF PARM-TOLERANCE NUMERIC
                           AND PARM-TOLERANCE NOT = ZERO
                           MOVE PARM-TOLERANCE TO WS-DEFAULT-TOLERANCE
                       END-IF
               END-READ
               CLOSE PROCESS-PARMS
           END-IF
           IF WS-PERIOD NOT NUMERIC
               OR WS-PERIOD (5:2) < '01' OR WS-PERIOD (5:2) > '12'
               MOVE 'PERIOD ON PARM CARD IS NOT YYYYMM' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           STRING WS-PERIOD '31' DELIMITED BY SIZE INTO WS-PERIOD-END.

       1100-OPEN-FILES.
           OPEN INPUT GL-POSTING-FILE
           IF WS-POST-STATUS NOT = '00'
               MOVE 'ERROR OPENING GL-POSTING-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O GL-BALANCE-FILE
           IF WS-GLB-STATUS NOT = '00' AND WS-GLB-STATUS NOT = '05'
               MOVE 'ERROR OPENING GL-BALANCE-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT GL-SUBLEDGER-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               MOVE 'ERROR OPENING GL-SUBLEDGER-MAP-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS NOT = '00' AND WS-CASH-STATUS NOT = '05'
               MOVE 'ERROR OPENING CASH-LEDGER-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCR-STATUS NOT = '00' AND WS-ACCR-STATUS NOT = '05'
               MOVE 'ERROR OPENING ACCRUAL-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT INVOICE-FILE
           IF WS-INV-STATUS NOT = '00' AND WS-INV-STATUS NOT = '05'
               MOVE 'ERROR OPENING INVOICE-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1200-WRITE-HEADERS.
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           MOVE WS-PERIOD      TO WS-HDR-PERIOD
           IF WS-PRIOR-PERIOD = SPACES
               MOVE 'NONE' TO WS-HDR-PRIOR-PERIOD
           ELSE
               MOVE WS-PRIOR-PERIOD TO WS-HDR-PRIOR-PERIOD
           END-IF
           IF WS-CLOSE-DATE = SPACES
               MOVE 'NONE' TO WS-HDR-CLOSE-DATE
           ELSE
               MOVE WS-CLOSE-DATE TO WS-HDR-CLOSE-DATE
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-- An account mapped twice would be proved twice against two
      *-- different figures; the first entry stands.
       1300-LOAD-MAP.
           PERFORM 1310-READ-MAP
           PERFORM 1320-ADD-MAP-ENTRY
               UNTIL EOF-MAP
           CLOSE GL-SUBLEDGER-MAP-FILE.

       1310-READ-MAP.
           READ GL-SUBLEDGER-MAP-FILE
               AT END
                   SET EOF-MAP TO TRUE
           END-READ.

       1320-ADD-MAP-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-MP-IDX TO 1
           SEARCH WS-MP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MP-ACCOUNT (WS-MP-IDX) = GLS-ACCOUNT
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND
                   DISPLAY 'GLTBRC00 WARNING: ACCOUNT ' GLS-ACCOUNT
                       ' MAPPED TWICE, LATER ENTRY IGNORED'
               WHEN WS-MAP-COUNT NOT < 200
                   DISPLAY 'GLTBRC00 WARNING: MAP TABLE FULL, '
                       GLS-ACCOUNT ' NOT PROVED'
               WHEN OTHER
                   ADD 1 TO WS-MAP-COUNT
                   SET WS-MP-IDX TO WS-MAP-COUNT
                   MOVE GLS-ACCOUNT   TO WS-MP-ACCOUNT (WS-MP-IDX)
                   MOVE GLS-SOURCE    TO WS-MP-SOURCE (WS-MP-IDX)
                   MOVE GLS-NORMAL-SIDE
                       TO WS-MP-NORMAL-SIDE (WS-MP-IDX)
                   IF GLS-SRC-POSITION
                       MOVE GLS-INVESTMENT-TYPE
                           TO WS-MP-INVESTMENT-TYPE (WS-MP-IDX)
                   ELSE
                       MOVE SPACES
                           TO WS-MP-INVESTMENT-TYPE (WS-MP-IDX)
                   END-IF
                   IF GLS-TOLERANCE NUMERIC
                       AND GLS-TOLERANCE NOT = ZERO
                       MOVE GLS-TOLERANCE
                           TO WS-MP-TOLERANCE (WS-MP-IDX)
                   ELSE
                       MOVE WS-DEFAULT-TOLERANCE
                           TO WS-MP-TOLERANCE (WS-MP-IDX)
                   END-IF
           END-EVALUATE
           PERFORM 1310-READ-MAP.

      *-----------------------------------------------------------------
      * GL-SIDE BALANCES
      *-----------------------------------------------------------------
      *-- The file is in period order, so the periods before this one
      *-- arrive oldest first and the last of them is the one carried
      *-- forward; a period skipped (no run that month) simply carries
      *-- from the one before it.
       2000-LOAD-PRIOR-BALANCE.
           IF GLB-PERIOD NOT < WS-PERIOD
               SET EOF-BALANCE TO TRUE
           ELSE
               IF GLB-PERIOD NOT = WS-PRIOR-PERIOD
                   MOVE GLB-PERIOD TO WS-PRIOR-PERIOD
                   MOVE ZERO TO WS-BALANCE-COUNT
                   MOVE ZERO TO WS-ACCOUNTS-CARRIED
               END-IF
               IF GLB-CLOSING-BALANCE NOT = ZERO
                   MOVE GLB-ACCOUNT  TO WS-TL-ACCOUNT
                   MOVE GLB-CURRENCY TO WS-TL-CURRENCY
                   PERFORM 8000-FIND-BALANCE
                   IF WS-ENTRY-FOUND
                       MOVE GLB-CLOSING-BALANCE
                           TO WS-GB-OPENING (WS-GB-IDX)
                       ADD 1 TO WS-ACCOUNTS-CARRIED
                   END-IF
               END-IF
               PERFORM 2010-READ-BALANCE
           END-IF.

       2010-READ-BALANCE.
           IF WS-GLB-STATUS = '05'
               SET EOF-BALANCE TO TRUE
           ELSE
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       SET EOF-BALANCE TO TRUE
               END-READ
           END-IF.

      *-- Only the period's own postings count; a generation from
      *-- another month in the concatenation is tallied and left out.
       2100-ACCUMULATE-POSTING.
           ADD 1 TO WS-POSTINGS-READ
           IF GLP-PROCESS-DATE (1:6) = WS-PERIOD
               MOVE GLP-ACCOUNT  TO WS-TL-ACCOUNT
               MOVE GLP-CURRENCY TO WS-TL-CURRENCY
               PERFORM 8000-FIND-BALANCE
               IF WS-ENTRY-FOUND
                   ADD GLP-DEBIT-AMOUNT  TO WS-GB-DEBITS (WS-GB-IDX)
                   ADD GLP-CREDIT-AMOUNT TO WS-GB-CREDITS (WS-GB-IDX)
                   ADD 1 TO WS-GB-POSTING-COUNT (WS-GB-IDX)
                   IF GLP-PROCESS-DATE > WS-GB-LAST-DATE (WS-GB-IDX)
                       OR WS-GB-LAST-DATE (WS-GB-IDX) = SPACES
                       MOVE GLP-PROCESS-DATE
                           TO WS-GB-LAST-DATE (WS-GB-IDX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-POSTINGS-OUTSIDE
           END-IF
           PERFORM 2110-READ-POSTING.

       2110-READ-POSTING.
           READ GL-POSTING-FILE
               AT END
                   SET EOF-POSTING TO TRUE
           END-READ.

      *-- A rerun for the period replaces what the last run wrote.
       2200-SAVE-BALANCE.
           MOVE WS-PERIOD TO GLB-PERIOD
           MOVE WS-GB-ACCOUNT (WS-GB-IDX)  TO GLB-ACCOUNT
           MOVE WS-GB-CURRENCY (WS-GB-IDX) TO GLB-CURRENCY
           MOVE WS-GB-OPENING (WS-GB-IDX)  TO GLB-OPENING-BALANCE
           MOVE WS-GB-DEBITS (WS-GB-IDX)   TO GLB-PERIOD-DEBITS
           MOVE WS-GB-CREDITS (WS-GB-IDX)  TO GLB-PERIOD-CREDITS
           COMPUTE GLB-CLOSING-BALANCE =
               WS-GB-OPENING (WS-GB-IDX) + WS-GB-DEBITS (WS-GB-IDX)
               - WS-GB-CREDITS (WS-GB-IDX)
           MOVE WS-GB-POSTING-COUNT (WS-GB-IDX) TO GLB-POSTING-COUNT
           MOVE WS-GB-LAST-DATE (WS-GB-IDX) TO GLB-LAST-POSTING-DATE
           MOVE SPACES TO GLB-FILLER
           WRITE GL-BALANCE-RECORD
               INVALID KEY
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY
                           MOVE 'ERROR WRITING GL-BALANCE-FILE'
                               TO ERR-TEXT
                           SET ERR-SEV-CRITICAL TO TRUE
                           PERFORM 9000-ERROR-ROUTINE
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-BALANCES-WRITTEN.

      *-----------------------------------------------------------------
      * SUB-LEDGER FIGURES
      *-----------------------------------------------------------------
      *-- Every close is kept on CLSSNAP; the period's figure is its
      *-- latest close, found on a first pass and loaded on a second.
       3000-LOAD-POSITIONS.
           OPEN INPUT CLOSING-SNAPSHOT-FILE
           IF WS-SNAP-STATUS = '00'
               PERFORM 3010-READ-SNAPSHOT
               PERFORM 3020-FIND-CLOSE-DATE
                   UNTIL EOF-SNAPSHOT
               CLOSE CLOSING-SNAPSHOT-FILE
           END-IF
           IF WS-CLOSE-DATE NOT = SPACES
               MOVE 'N' TO WS-EOF-SNAP-SW
               OPEN INPUT CLOSING-SNAPSHOT-FILE
               PERFORM 3010-READ-SNAPSHOT
               PERFORM 3100-ADD-SNAPSHOT-POSITION
                   UNTIL EOF-SNAPSHOT
               CLOSE CLOSING-SNAPSHOT-FILE
           END-IF.

       3010-READ-SNAPSHOT.
           READ CLOSING-SNAPSHOT-FILE
               AT END
                   SET EOF-SNAPSHOT TO TRUE
           END-READ.

       3020-FIND-CLOSE-DATE.
           IF CLS-CLOSE-DATE (1:6) = WS-PERIOD
               AND CLS-CLOSE-DATE > WS-CLOSE-DATE
               MOVE CLS-CLOSE-DATE TO WS-CLOSE-DATE
           END-IF
           PERFORM 3010-READ-SNAPSHOT.

      *-- Cost is quantity at average cost; unrealized is market less
      *-- that cost. Each is kept per portfolio for the detail.
       3100-ADD-SNAPSHOT-POSITION.
           IF CLS-CLOSE-DATE = WS-CLOSE-DATE
               COMPUTE WS-COST-AMOUNT ROUNDED =
                   CLS-QUANTITY * CLS-AVG-COST
               MOVE CLS-CURRENT-VALUE TO WS-MARKET-AMOUNT
               MOVE CLS-INVESTMENT-TYPE TO WS-SUB-INVESTMENT-TYPE
               MOVE CLS-CURRENCY TO WS-SUB-CURRENCY
               IF CLS-CURRENCY = SPACES
                   MOVE CLS-BASE-CURRENCY TO WS-SUB-CURRENCY
               END-IF
               MOVE CLS-PORTFOLIO-ID TO WS-SUB-DETAIL-ID
               MOVE 'PCST' TO WS-SUB-SOURCE
               MOVE WS-COST-AMOUNT TO WS-SUB-AMOUNT
               PERFORM 8100-ADD-SUBLEDGER
               MOVE 'PMKT' TO WS-SUB-SOURCE
               MOVE WS-MARKET-AMOUNT TO WS-SUB-AMOUNT
               PERFORM 8100-ADD-SUBLEDGER
               MOVE 'PUNR' TO WS-SUB-SOURCE
               COMPUTE WS-SUB-AMOUNT =
                   WS-MARKET-AMOUNT - WS-COST-AMOUNT
               PERFORM 8100-ADD-SUBLEDGER
           END-IF
           PERFORM 3010-READ-SNAPSHOT.

      *-- The ledger is in portfolio/value-date order, so the last row
      *-- at or before the period end for each portfolio and currency
      *-- holds that currency's period-end balance.
       3200-LOAD-CASH.
           IF WS-CASH-STATUS = '00'
               PERFORM 3210-READ-CASH
               PERFORM 3220-NOTE-CASH-BALANCE
                   UNTIL EOF-CASH-LEDGER
           END-IF
           MOVE 'CASH' TO WS-SUB-SOURCE
           MOVE SPACES TO WS-SUB-INVESTMENT-TYPE
           PERFORM 3230-ADD-CASH-BALANCE
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CASH-COUNT.

       3210-READ-CASH.
           READ CASH-LEDGER-FILE
               AT END
                   SET EOF-CASH-LEDGER TO TRUE
           END-READ.

       3220-NOTE-CASH-BALANCE.
           IF CSH-VALUE-DATE NOT > WS-PERIOD-END
               MOVE CSH-CURRENCY TO WS-CASH-CURRENCY
               IF CSH-CURRENCY = SPACES
                   MOVE CSH-PORTFOLIO-ID TO PORT-ID
                   READ PORTFOLIO-MASTER
                       INVALID KEY
                           MOVE WS-FIRM-BASE-CCY TO WS-CASH-CURRENCY
                       NOT INVALID KEY
                           MOVE PORT-BASE-CURRENCY TO WS-CASH-CURRENCY
                   END-READ
               END-IF
               MOVE 'N' TO WS-FOUND-SW
               SET WS-CB-IDX TO 1
               SEARCH WS-CB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                        = CSH-PORTFOLIO-ID
                    AND WS-CB-CURRENCY (WS-CB-IDX) = WS-CASH-CURRENCY
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
               IF NOT WS-ENTRY-FOUND
                   IF WS-CASH-COUNT < 3000
                       ADD 1 TO WS-CASH-COUNT
                       SET WS-CB-IDX TO WS-CASH-COUNT
                       MOVE CSH-PORTFOLIO-ID
                           TO WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                       MOVE WS-CASH-CURRENCY
                           TO WS-CB-CURRENCY (WS-CB-IDX)
                       SET WS-ENTRY-FOUND TO TRUE
                   ELSE
                       DISPLAY 'GLTBRC00 WARNING: CASH TABLE FULL, '
                           CSH-PORTFOLIO-ID ' NOT PROVED'
                   END-IF
               END-IF
               IF WS-ENTRY-FOUND
                   MOVE CSH-CLOSING-BALANCE
                       TO WS-CB-BALANCE (WS-CB-IDX)
               END-IF
           END-IF
           PERFORM 3210-READ-CASH.

       3230-ADD-CASH-BALANCE.
           MOVE WS-CB-CURRENCY (WS-CB-IDX)     TO WS-SUB-CURRENCY
           MOVE WS-CB-PORTFOLIO-ID (WS-CB-IDX) TO WS-SUB-DETAIL-ID
           MOVE WS-CB-BALANCE (WS-CB-IDX)      TO WS-SUB-AMOUNT
           PERFORM 8100-ADD-SUBLEDGER.

      *-- Earned and purchased accrued interest prove to separate
      *-- accounts, as GLEXTR00 posts them ('AC' and 'AB').
       3300-LOAD-ACCRUAL.
           IF ACR-PURCHASED-AMOUNT NOT NUMERIC
               MOVE ZERO TO ACR-PURCHASED-AMOUNT
           END-IF
           COMPUTE WS-EARNED-AMOUNT =
               ACR-ACCRUED-AMOUNT - ACR-PURCHASED-AMOUNT
           MOVE SPACES           TO WS-SUB-INVESTMENT-TYPE
           MOVE ACR-CURRENCY     TO WS-SUB-CURRENCY
           MOVE ACR-PORTFOLIO-ID TO WS-SUB-DETAIL-ID
           IF WS-EARNED-AMOUNT NOT = ZERO
               MOVE 'ACCR' TO WS-SUB-SOURCE
               MOVE WS-EARNED-AMOUNT TO WS-SUB-AMOUNT
               PERFORM 8100-ADD-SUBLEDGER
           END-IF
           IF ACR-PURCHASED-AMOUNT NOT = ZERO
               MOVE 'ACRP' TO WS-SUB-SOURCE
               MOVE ACR-PURCHASED-AMOUNT TO WS-SUB-AMOUNT
               PERFORM 8100-ADD-SUBLEDGER
           END-IF
           PERFORM 3310-READ-ACCRUAL.

       3310-READ-ACCRUAL.
           IF WS-ACCR-STATUS = '05'
               SET EOF-ACCRUAL TO TRUE
           ELSE
               READ ACCRUAL-FILE NEXT RECORD
                   AT END
                       SET EOF-ACCRUAL TO TRUE
               END-READ
           END-IF.

      *-- A fee invoice was receivable at the period end if it had
      *-- been issued by then and was still open, or was only paid
      *-- afterward. Invoices are raised in the firm's currency.
       3400-LOAD-INVOICE.
           IF INV-ISSUE-DATE NOT > WS-PERIOD-END
               AND (INV-STATUS-OPEN
                    OR (INV-STATUS-PAID
                        AND INV-PAID-DATE > WS-PERIOD-END))
               MOVE 'FEER'           TO WS-SUB-SOURCE
               MOVE SPACES           TO WS-SUB-INVESTMENT-TYPE
               MOVE WS-FIRM-BASE-CCY TO WS-SUB-CURRENCY
               MOVE SPACES           TO WS-SUB-DETAIL-ID
               STRING INV-CLIENT-ID '/' INV-PERIOD-END
                   DELIMITED BY SIZE INTO WS-SUB-DETAIL-ID
               MOVE INV-FEE-AMOUNT   TO WS-SUB-AMOUNT
               PERFORM 8100-ADD-SUBLEDGER
           END-IF
           PERFORM 3410-READ-INVOICE.

       3410-READ-INVOICE.
           IF WS-INV-STATUS = '05'
               SET EOF-INVOICE TO TRUE
           ELSE
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       SET EOF-INVOICE TO TRUE
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * TRIAL BALANCE
      *-----------------------------------------------------------------
      *-- Read back from the file in account order. A mapped account's
      *-- balance, turned to its normal side, opens a comparison.
       4000-PRINT-TRIAL-BALANCE.
           MOVE 'GL-SIDE TRIAL BALANCE' TO WS-SECTION-TITLE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           WRITE REPORT-RECORD FROM WS-TB-HEADING
           MOVE 'N' TO WS-EOF-GLB-SW
           MOVE WS-PERIOD  TO GLB-PERIOD
           MOVE LOW-VALUES TO GLB-ACCOUNT
           MOVE LOW-VALUES TO GLB-CURRENCY
           START GL-BALANCE-FILE KEY NOT LESS THAN GLB-KEY
               INVALID KEY
                   SET EOF-BALANCE TO TRUE
           END-START
           IF NOT EOF-BALANCE
               PERFORM 4010-READ-PERIOD-BALANCE
           END-IF
           PERFORM 4020-PRINT-BALANCE-LINE
               UNTIL EOF-BALANCE
           WRITE REPORT-RECORD FROM WS-HEADER1
           PERFORM 4030-PRINT-CURRENCY-TOTAL
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CCY-COUNT
           WRITE REPORT-RECORD FROM WS-HEADER1.

       4010-READ-PERIOD-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET EOF-BALANCE TO TRUE
           END-READ
           IF NOT EOF-BALANCE
               AND GLB-PERIOD NOT = WS-PERIOD
               SET EOF-BALANCE TO TRUE
           END-IF.

       4020-PRINT-BALANCE-LINE.
           MOVE GLB-ACCOUNT         TO WS-TL-ACCOUNT
           MOVE GLB-CURRENCY        TO WS-TL-CURRENCY
           MOVE GLB-OPENING-BALANCE TO WS-TL-OPENING
           MOVE GLB-PERIOD-DEBITS   TO WS-TL-DEBITS
           MOVE GLB-PERIOD-CREDITS  TO WS-TL-CREDITS
           MOVE GLB-CLOSING-BALANCE TO WS-TL-CLOSING
           MOVE 'N' TO WS-FOUND-SW
           SET WS-MP-IDX TO 1
           SEARCH WS-MP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MP-ACCOUNT (WS-MP-IDX) = GLB-ACCOUNT
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF WS-ENTRY-FOUND
               MOVE SPACES TO WS-TL-PROVED-TO
               STRING WS-MP-SOURCE (WS-MP-IDX) ' '
                      WS-MP-INVESTMENT-TYPE (WS-MP-IDX)
                   DELIMITED BY SIZE INTO WS-TL-PROVED-TO
               SET WS-MAP-SUB TO WS-MP-IDX
               MOVE GLB-CURRENCY TO WS-SUB-CURRENCY
               PERFORM 8200-FIND-COMPARISON
               IF WS-ENTRY-FOUND
                   IF WS-MP-NORMAL-CREDIT (WS-MP-IDX)
                       COMPUTE WS-CM-GL-AMOUNT (WS-CM-IDX) =
                           GLB-CLOSING-BALANCE * -1
                   ELSE
                       MOVE GLB-CLOSING-BALANCE
                           TO WS-CM-GL-AMOUNT (WS-CM-IDX)
                   END-IF
               END-IF
           ELSE
               MOVE 'NOT MAPPED' TO WS-TL-PROVED-TO
           END-IF
           WRITE REPORT-RECORD FROM WS-TB-LINE
           PERFORM 4040-ADD-CURRENCY-TOTAL
           PERFORM 4010-READ-PERIOD-BALANCE.

      *-- Every posting carries its contra, so each currency's debits
      *-- and credits must agree and its balances net to zero.
       4030-PRINT-CURRENCY-TOTAL.
           MOVE 'TOTAL'                      TO WS-TL-ACCOUNT
           MOVE WS-CT-CURRENCY (WS-CT-IDX)   TO WS-TL-CURRENCY
           MOVE WS-CT-OPENING (WS-CT-IDX)    TO WS-TL-OPENING
           MOVE WS-CT-DEBITS (WS-CT-IDX)     TO WS-TL-DEBITS
           MOVE WS-CT-CREDITS (WS-CT-IDX)    TO WS-TL-CREDITS
           MOVE WS-CT-CLOSING (WS-CT-IDX)    TO WS-TL-CLOSING
           IF WS-CT-CLOSING (WS-CT-IDX) = ZERO
               AND WS-CT-DEBITS (WS-CT-IDX)
                   = WS-CT-CREDITS (WS-CT-IDX)
               MOVE 'IN BALANCE' TO WS-TL-PROVED-TO
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-TL-PROVED-TO
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF
           WRITE REPORT-RECORD FROM WS-TB-LINE.

       4040-ADD-CURRENCY-TOTAL.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CT-IDX TO 1
           SEARCH WS-CT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-CURRENCY (WS-CT-IDX) = GLB-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CCY-COUNT < 50
                   ADD 1 TO WS-CCY-COUNT
                   SET WS-CT-IDX TO WS-CCY-COUNT
                   MOVE GLB-CURRENCY TO WS-CT-CURRENCY (WS-CT-IDX)
                   MOVE ZERO TO WS-CT-OPENING (WS-CT-IDX)
                   MOVE ZERO TO WS-CT-DEBITS (WS-CT-IDX)
                   MOVE ZERO TO WS-CT-CREDITS (WS-CT-IDX)
                   MOVE ZERO TO WS-CT-CLOSING (WS-CT-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'GLTBRC00 WARNING: CURRENCY TABLE FULL, '
                       GLB-CURRENCY ' NOT TOTALLED'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD GLB-OPENING-BALANCE TO WS-CT-OPENING (WS-CT-IDX)
               ADD GLB-PERIOD-DEBITS   TO WS-CT-DEBITS (WS-CT-IDX)
               ADD GLB-PERIOD-CREDITS  TO WS-CT-CREDITS (WS-CT-IDX)
               ADD GLB-CLOSING-BALANCE TO WS-CT-CLOSING (WS-CT-IDX)
           END-IF.

      *-- Each sub-ledger figure joins the comparison of every account
      *-- mapped to its source (and, for positions, its type).
       4500-MATCH-SUBLEDGER-TOTAL.
           PERFORM 4510-MATCH-ONE-ACCOUNT
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT.

       4510-MATCH-ONE-ACCOUNT.
           SET WS-MP-IDX TO WS-MAP-SUB
           IF WS-MP-SOURCE (WS-MP-IDX) = WS-ST-SOURCE (WS-ST-IDX)
               AND (WS-MP-INVESTMENT-TYPE (WS-MP-IDX) = SPACES
                    OR WS-MP-INVESTMENT-TYPE (WS-MP-IDX)
                       = WS-ST-INVESTMENT-TYPE (WS-ST-IDX))
               MOVE WS-ST-CURRENCY (WS-ST-IDX) TO WS-SUB-CURRENCY
               PERFORM 8200-FIND-COMPARISON
               IF WS-ENTRY-FOUND
                   ADD WS-ST-AMOUNT (WS-ST-IDX)
                       TO WS-CM-SUB-AMOUNT (WS-CM-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * RECONCILIATION
      *-----------------------------------------------------------------
      *-- Accounts report in map order, each currency on its own line.
      *-- A position account with no close in the period has nothing
      *-- to prove against and says so rather than breaking.
       5000-RECONCILE-ACCOUNT.
           IF WS-MAP-SUB = 1
               MOVE 'SUB-LEDGER RECONCILIATION' TO WS-SECTION-TITLE
               WRITE REPORT-RECORD FROM WS-SECTION-LINE
               WRITE REPORT-RECORD FROM WS-RECON-HEADING
           END-IF
           SET WS-MP-IDX TO WS-MAP-SUB
           MOVE ZERO TO WS-MAP-ENTRY-COUNT
           PERFORM 5100-RECONCILE-CURRENCY
               VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-COMPARE-COUNT
           IF WS-MAP-ENTRY-COUNT = ZERO
               MOVE WS-MP-ACCOUNT (WS-MP-IDX) TO WS-RL-ACCOUNT
               MOVE WS-MP-SOURCE (WS-MP-IDX)  TO WS-RL-SOURCE
               MOVE WS-MP-INVESTMENT-TYPE (WS-MP-IDX)
                   TO WS-RL-INVESTMENT-TYPE
               MOVE SPACES TO WS-RL-CURRENCY
               MOVE ZERO   TO WS-RL-GL-AMOUNT
               MOVE ZERO   TO WS-RL-SUB-AMOUNT
               MOVE ZERO   TO WS-RL-DIFF-AMOUNT
               MOVE 'NO BALANCE EITHER SIDE' TO WS-RL-RESULT
               WRITE REPORT-RECORD FROM WS-RECON-LINE
           END-IF.

       5100-RECONCILE-CURRENCY.
           IF WS-CM-MAP-SUB (WS-CM-IDX) = WS-MAP-SUB
               ADD 1 TO WS-MAP-ENTRY-COUNT
               MOVE WS-MP-ACCOUNT (WS-MP-IDX) TO WS-RL-ACCOUNT
               MOVE WS-MP-SOURCE (WS-MP-IDX)  TO WS-RL-SOURCE
               MOVE WS-MP-INVESTMENT-TYPE (WS-MP-IDX)
                   TO WS-RL-INVESTMENT-TYPE
               MOVE WS-CM-CURRENCY (WS-CM-IDX) TO WS-RL-CURRENCY
               MOVE WS-CM-GL-AMOUNT (WS-CM-IDX) TO WS-RL-GL-AMOUNT
               MOVE WS-CM-SUB-AMOUNT (WS-CM-IDX) TO WS-RL-SUB-AMOUNT
               COMPUTE WS-DIFF-AMOUNT =
                   WS-CM-GL-AMOUNT (WS-CM-IDX)
                   - WS-CM-SUB-AMOUNT (WS-CM-IDX)
               MOVE WS-DIFF-AMOUNT TO WS-RL-DIFF-AMOUNT
               MOVE WS-DIFF-AMOUNT TO WS-ABS-DIFF
               IF WS-ABS-DIFF < ZERO
                   COMPUTE WS-ABS-DIFF = WS-ABS-DIFF * -1
               END-IF
               MOVE WS-MP-TOLERANCE (WS-MP-IDX) TO WS-TOLERANCE
               EVALUATE TRUE
                   WHEN WS-MP-POSITION-SOURCE (WS-MP-IDX)
                     AND WS-CLOSE-DATE = SPACES
                       MOVE 'NO CLOSE IN PERIOD' TO WS-RL-RESULT
                       ADD 1 TO WS-NOT-PROVED-COUNT
                       WRITE REPORT-RECORD FROM WS-RECON-LINE
                   WHEN WS-ABS-DIFF > WS-TOLERANCE
                       MOVE 'BREAK' TO WS-RL-RESULT
                       ADD 1 TO WS-BREAK-COUNT
                       ADD WS-ABS-DIFF TO WS-BREAK-AMOUNT
                       WRITE REPORT-RECORD FROM WS-RECON-LINE
                       PERFORM 5200-PRINT-DETAIL
                           VARYING WS-SD-IDX FROM 1 BY 1
                           UNTIL WS-SD-IDX > WS-SUB-DETAIL-COUNT
                       IF WS-DETAIL-FULL
                           MOVE 'DETAIL TABLE FULL' TO WS-DL-LABEL
                           MOVE '- LIST INCOMPLETE' TO WS-DL-DETAIL-ID
                           MOVE ZERO TO WS-DL-AMOUNT
                           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                       END-IF
                   WHEN OTHER
                       MOVE 'AGREES' TO WS-RL-RESULT
                       ADD 1 TO WS-AGREE-COUNT
                       WRITE REPORT-RECORD FROM WS-RECON-LINE
               END-EVALUATE
           END-IF.

       5200-PRINT-DETAIL.
           IF WS-SD-SOURCE (WS-SD-IDX) = WS-MP-SOURCE (WS-MP-IDX)
               AND WS-SD-CURRENCY (WS-SD-IDX)
                   = WS-CM-CURRENCY (WS-CM-IDX)
               AND (WS-MP-INVESTMENT-TYPE (WS-MP-IDX) = SPACES
                    OR WS-SD-INVESTMENT-TYPE (WS-SD-IDX)
                       = WS-MP-INVESTMENT-TYPE (WS-MP-IDX))
               IF WS-SD-SOURCE (WS-SD-IDX) = 'FEER'
                   MOVE 'CLIENT/PERIOD' TO WS-DL-LABEL
               ELSE
                   MOVE 'PORTFOLIO' TO WS-DL-LABEL
               END-IF
               MOVE WS-SD-DETAIL-ID (WS-SD-IDX) TO WS-DL-DETAIL-ID
               MOVE WS-SD-AMOUNT (WS-SD-IDX)    TO WS-DL-AMOUNT
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
      *-- Any break, unbalanced currency or unprovable account ends
      *-- the run with a warning so the chain calls it out.
       6000-FINALIZE.
           MOVE 'POSTINGS READ:' TO WS-SL-LABEL
           MOVE WS-POSTINGS-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'POSTINGS OUTSIDE THE PERIOD:' TO WS-SL-LABEL
           MOVE WS-POSTINGS-OUTSIDE TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'BALANCES CARRIED FORWARD:' TO WS-SL-LABEL
           MOVE WS-ACCOUNTS-CARRIED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PERIOD BALANCES WRITTEN:' TO WS-SL-LABEL
           MOVE WS-BALANCES-WRITTEN TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CURRENCIES OUT OF BALANCE:' TO WS-SL-LABEL
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS AGREEING:' TO WS-SL-LABEL
           MOVE WS-AGREE-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNT BREAKS:' TO WS-SL-LABEL
           MOVE WS-BREAK-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNTS NOT PROVED:' TO WS-SL-LABEL
           MOVE WS-NOT-PROVED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'TOTAL BREAK AMOUNT:' TO WS-AL-LABEL
           MOVE WS-BREAK-AMOUNT TO WS-AL-AMOUNT
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
           DISPLAY 'GLTBRC00 PERIOD=' WS-PERIOD
                   ' BREAKS=' WS-BREAK-COUNT
                   ' OUT OF BALANCE=' WS-OUT-OF-BALANCE-COUNT
           CLOSE GL-POSTING-FILE
           CLOSE GL-BALANCE-FILE
           CLOSE CASH-LEDGER-FILE
           CLOSE ACCRUAL-FILE
           CLOSE INVOICE-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE REPORT-FILE
           IF WS-BREAK-COUNT > ZERO
               OR WS-OUT-OF-BALANCE-COUNT > ZERO
               OR WS-NOT-PROVED-COUNT > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * TABLE LOOKUPS
      *-----------------------------------------------------------------
      *-- Find-or-add on the balance table by WS-TL-ACCOUNT and
      *-- WS-TL-CURRENCY.
       8000-FIND-BALANCE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-GB-IDX TO 1
           SEARCH WS-GB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GB-ACCOUNT (WS-GB-IDX) = WS-TL-ACCOUNT
                AND WS-GB-CURRENCY (WS-GB-IDX) = WS-TL-CURRENCY
                AND WS-GB-IDX NOT > WS-BALANCE-COUNT
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-BALANCE-COUNT < 2000
                   ADD 1 TO WS-BALANCE-COUNT
                   SET WS-GB-IDX TO WS-BALANCE-COUNT
                   MOVE WS-TL-ACCOUNT  TO WS-GB-ACCOUNT (WS-GB-IDX)
                   MOVE WS-TL-CURRENCY TO WS-GB-CURRENCY (WS-GB-IDX)
                   MOVE ZERO   TO WS-GB-OPENING (WS-GB-IDX)
                   MOVE ZERO   TO WS-GB-DEBITS (WS-GB-IDX)
                   MOVE ZERO   TO WS-GB-CREDITS (WS-GB-IDX)
                   MOVE ZERO   TO WS-GB-POSTING-COUNT (WS-GB-IDX)
                   MOVE SPACES TO WS-GB-LAST-DATE (WS-GB-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   MOVE 'GL BALANCE TABLE FULL' TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

      *-- Adds WS-SUBLEDGER-ITEM to its figure and to the detail line
      *-- for its portfolio or invoice. A full detail table only
      *-- shortens the listing; the figure itself stays whole.
       8100-ADD-SUBLEDGER.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-ST-IDX TO 1
           SEARCH WS-ST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ST-SOURCE (WS-ST-IDX) = WS-SUB-SOURCE
                AND WS-ST-INVESTMENT-TYPE (WS-ST-IDX)
                    = WS-SUB-INVESTMENT-TYPE
                AND WS-ST-CURRENCY (WS-ST-IDX) = WS-SUB-CURRENCY
                AND WS-ST-IDX NOT > WS-SUB-TOTAL-COUNT
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-SUB-TOTAL-COUNT < 300
                   ADD 1 TO WS-SUB-TOTAL-COUNT
                   SET WS-ST-IDX TO WS-SUB-TOTAL-COUNT
                   MOVE WS-SUB-SOURCE TO WS-ST-SOURCE (WS-ST-IDX)
                   MOVE WS-SUB-INVESTMENT-TYPE
                       TO WS-ST-INVESTMENT-TYPE (WS-ST-IDX)
                   MOVE WS-SUB-CURRENCY TO WS-ST-CURRENCY (WS-ST-IDX)
                   MOVE ZERO TO WS-ST-AMOUNT (WS-ST-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   MOVE 'SUB-LEDGER TOTAL TABLE FULL' TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           ADD WS-SUB-AMOUNT TO WS-ST-AMOUNT (WS-ST-IDX)

           MOVE 'N' TO WS-FOUND-SW
           SET WS-SD-IDX TO 1
           SEARCH WS-SD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SD-SOURCE (WS-SD-IDX) = WS-SUB-SOURCE
                AND WS-SD-INVESTMENT-TYPE (WS-SD-IDX)
                    = WS-SUB-INVESTMENT-TYPE
                AND WS-SD-CURRENCY (WS-SD-IDX) = WS-SUB-CURRENCY
                AND WS-SD-DETAIL-ID (WS-SD-IDX) = WS-SUB-DETAIL-ID
                AND WS-SD-IDX NOT > WS-SUB-DETAIL-COUNT
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-SUB-DETAIL-COUNT < 5000
                   ADD 1 TO WS-SUB-DETAIL-COUNT
                   SET WS-SD-IDX TO WS-SUB-DETAIL-COUNT
                   MOVE WS-SUB-SOURCE TO WS-SD-SOURCE (WS-SD-IDX)
                   MOVE WS-SUB-INVESTMENT-TYPE
                       TO WS-SD-INVESTMENT-TYPE (WS-SD-IDX)
                   MOVE WS-SUB-CURRENCY TO WS-SD-CURRENCY (WS-SD-IDX)
                   MOVE WS-SUB-DETAIL-ID
                       TO WS-SD-DETAIL-ID (WS-SD-IDX)
                   MOVE ZERO TO WS-SD-AMOUNT (WS-SD-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-DETAIL-FULL TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD WS-SUB-AMOUNT TO WS-SD-AMOUNT (WS-SD-IDX)
           END-IF.

      *-- Find-or-add on the comparison table by WS-MAP-SUB and
      *-- WS-SUB-CURRENCY.
       8200-FIND-COMPARISON.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CM-IDX TO 1
           SEARCH WS-CM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CM-MAP-SUB (WS-CM-IDX) = WS-MAP-SUB
                AND WS-CM-CURRENCY (WS-CM-IDX) = WS-SUB-CURRENCY
                AND WS-CM-IDX NOT > WS-COMPARE-COUNT
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-COMPARE-COUNT < 600
                   ADD 1 TO WS-COMPARE-COUNT
                   SET WS-CM-IDX TO WS-COMPARE-COUNT
                   MOVE WS-MAP-SUB TO WS-CM-MAP-SUB (WS-CM-IDX)
                   MOVE WS-SUB-CURRENCY TO WS-CM-CURRENCY (WS-CM-IDX)
                   MOVE ZERO TO WS-CM-GL-AMOUNT (WS-CM-IDX)
                   MOVE ZERO TO WS-CM-SUB-AMOUNT (WS-CM-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'GLTBRC00 WARNING: COMPARISON TABLE FULL, '
                       WS-SUB-CURRENCY ' NOT PROVED'
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'GLTBRC00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'GLTBRC00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'GLTBRC00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'GLTBRC00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           MOVE WS-CURRENT-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
