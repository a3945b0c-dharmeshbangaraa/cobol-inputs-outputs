       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKDIMP00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Back-Dated Transaction Impact And Downstream Rebuild           *
      *                                                                *
      * A trade keyed tonight with an earlier TRAN-DATE, or a TRNREV00 *
      * reversal of an old trade, changes cash from its effective      *
      * date onward -- but CSHLDG00 nets it into tonight's ledger      *
      * record, and everything already produced for the days in        *
      * between stays as it was. This run finds that activity and      *
      * puts it right:                                                 *
      * - Finds every TRN-STATUS-DONE row on the shared nightly        *
      *   extract (TRNEXT00's) posted tonight with an effective date   *
      *   before the run date: its TRAN-DATE, or for a TRNREV00        *
      *   reversal row the original's trade date from TRNREV00's       *
      *   reversal notice                                              *
      * - Rebuilds the cash ledger CSHLDG00 wrote tonight (read as     *
      *   CASHLDGB, written back as CASHLEDG): each such row's cash    *
      *   moves from tonight's record to its effective date's, and     *
      *   every closing balance from that date forward is re-struck,   *
      *   with CSHLDG00's own sign and currency rules                  *
      * - Recomputes the cash-balance interest INTACR00 accrued on     *
      *   each business day from the effective date to last night on   *
      *   the wrong balance, at the INTACPRM card rates, and books the *
      *   difference to the '*CASH*' accrual                           *
      * - Lists every already-produced output now stale -- GL          *
      *   extracts and settlement instructions for the late rows'      *
      *   trade dates, statements (DLVSTAT) and closed periods         *
      *   (CLSSNAP) for the affected portfolios from the effective     *
      *   date on -- as a rerun list naming the job and date to rerun  *
      *                                                                *
      * Runs after CSHLDG00 and before INTACR00, CSHSWP00 and          *
      * anything else that reads the ledger. It adjusts the accrual    *
      * file: a rerun must start again from CSHLDG00's output and an   *
      * accrual file restored to before the first attempt.             *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      * 2026-10-15  RETURNED-MAIL DELIVERY RECORDS ARE NOT LISTED AS   *
      *             STATEMENTS TO RERUN.                               *
      * 2026-10-15  FUTURES VARIATION MARGIN ('VM') MOVES CASH BY      *
      *             CSHLDG00'S RULE.                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-HISTORY ASSIGN TO TRNEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

      *-- TRNREV00's reversal notices link each reversal row to the
      *-- original it reverses; OPTIONAL so a night with no
      *-- reversals ever run simply has none.
           SELECT OPTIONAL REVERSAL-NOTICE-FILE ASSIGN TO REVNOTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVN-STATUS.

      *-- The ledger as CSHLDG00 wrote it tonight, and the rebuilt
      *-- ledger every later step reads.
           SELECT BEFORE-LEDGER-FILE ASSIGN TO CASHLDGB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BEFORE-STATUS.

           SELECT CASH-LEDGER-FILE ASSIGN TO CASHLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO ACCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACCR-STATUS.

      *-- INTACR00's own parameter card, for the cash interest rates.
           SELECT OPTIONAL INTEREST-PARMS ASSIGN TO INTACPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL DELIVERY-STATUS-FILE ASSIGN TO DLVSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

           SELECT OPTIONAL CLOSING-SNAPSHOT-FILE ASSIGN TO CLSSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.

           SELECT RERUN-LIST-FILE ASSIGN TO RERUNLST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RERUN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  REVERSAL-NOTICE-FILE
           RECORDING MODE IS F.
           COPY REVNTC.

       FD  BEFORE-LEDGER-FILE
           RECORDING MODE IS F.
       01  BEFORE-LEDGER-RECORD.
           05  BFL-PORTFOLIO-ID          PIC X(08).
           05  BFL-VALUE-DATE            PIC X(08).
           05  BFL-NET-MOVEMENT          PIC S9(13)V9(2) COMP-3.
           05  BFL-CLOSING-BALANCE       PIC S9(13)V9(2) COMP-3.
           05  BFL-MOVEMENT-COUNT        PIC 9(07) COMP.
           05  BFL-CURRENCY              PIC X(03).
           05  BFL-FILLER                PIC X(07).

       FD  CASH-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CSHLDG.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
           COPY ACCRREC.

       FD  INTEREST-PARMS
           RECORDING MODE IS F.
       01  INTEREST-PARM-RECORD.
           05  PARM-RUN-MODE             PIC X(04).
           05  PARM-CASH-CREDIT-RATE     PIC 9(03)V9(06).
           05  PARM-CASH-DEBIT-RATE      PIC 9(03)V9(06).
           05  FILLER                    PIC X(58).

       FD  DELIVERY-STATUS-FILE
           RECORDING MODE IS F.
           COPY DLVSTA.

       FD  CLOSING-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CLSSNAP.

       FD  RERUN-LIST-FILE
           RECORDING MODE IS F.
           COPY RRNLST.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'BKDIMP00'.
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

      *-- Working copy of CALSVC00's LINKAGE layout -- the days cash
      *-- interest accrued on are the base-market business days the
      *-- nightly date roll (DTEROL00) steps through.
       01  WS-CALSVC-REQUEST.
           05  WS-CS-FUNCTION            PIC X(04) VALUE 'NBUS'.
           05  WS-CS-MARKET              PIC X(04) VALUE SPACES.
           05  WS-CS-DATE-IN             PIC X(08).
           05  WS-CS-DATE-OUT            PIC X(08).
           05  WS-CS-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-RVN-STATUS             PIC XX.
           05  WS-BEFORE-STATUS          PIC XX.
           05  WS-LEDGER-STATUS          PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-ACCR-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-DLV-STATUS             PIC XX.
           05  WS-CLS-STATUS             PIC XX.
           05  WS-RERUN-STATUS           PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           05  WS-EOF-RVN-SW             PIC X(01) VALUE 'N'.
               88  EOF-REVERSAL-NOTICE       VALUE 'Y'.
           05  WS-EOF-BEFORE-SW          PIC X(01) VALUE 'N'.
               88  EOF-BEFORE-LEDGER         VALUE 'Y'.
           05  WS-EOF-DLV-SW             PIC X(01) VALUE 'N'.
               88  EOF-DELIVERY-STATUS       VALUE 'Y'.
           05  WS-EOF-CLS-SW             PIC X(01) VALUE 'N'.
               88  EOF-CLOSING-SNAPSHOT      VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-REVERSAL-SW            PIC X(01) VALUE 'N'.
               88  WS-REVERSAL-ROW           VALUE 'Y'.
           05  WS-UNPLACED-SW            PIC X(01) VALUE 'N'.
               88  WS-UNPLACED-FOUND         VALUE 'Y'.
           05  WS-ACCRUAL-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-ACCRUAL-FOUND          VALUE 'Y'.

      *-- Tonight's reversal notices: reversal row key to the trade
      *-- date of the original it reverses (the first eight bytes of
      *-- the original's TRAN-KEY).
       01  WS-NOTICE-TABLE.
           05  WS-NOTICE-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-NT-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-NT-IDX.
               10  WS-NT-REVERSAL-KEY    PIC X(28).
               10  WS-NT-ORIG-DATE       PIC X(08).

      *-- Cash moved back, one entry per portfolio/currency/effective
      *-- date, netted the find-or-add way CSHLDG00 nets its cash
      *-- table. PLACED is set once the amount has landed on a
      *-- ledger record.
       01  WS-ADJUST-TABLE.
           05  WS-ADJUST-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-AD-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-AD-IDX.
               10  WS-AD-PORTFOLIO-ID    PIC X(08).
               10  WS-AD-CURRENCY        PIC X(03).
               10  WS-AD-EFFECTIVE-DATE  PIC X(08).
               10  WS-AD-NET-MOVEMENT    PIC S9(13)V9(2) COMP-3.
               10  WS-AD-MOVEMENT-COUNT  PIC 9(07) COMP.
               10  WS-AD-PLACED-SW       PIC X(01).
                   88  WS-AD-PLACED          VALUE 'Y'.

      *-- Each portfolio/currency whose balance history changes: the
      *-- earliest date it changes from, the total moved off
      *-- tonight's record, the last uncorrected closing balance
      *-- passed in the ledger (the base an inserted record's balance
      *-- builds on), and the interest difference recomputed.
       01  WS-AFFECTED-TABLE.
           05  WS-AFFECTED-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-AF-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-AF-IDX.
               10  WS-AF-PORTFOLIO-ID    PIC X(08).
               10  WS-AF-CURRENCY        PIC X(03).
               10  WS-AF-EARLIEST-DATE   PIC X(08).
               10  WS-AF-TOTAL-MOVEMENT  PIC S9(13)V9(2) COMP-3.
               10  WS-AF-TOTAL-COUNT     PIC 9(07) COMP.
               10  WS-AF-LAST-CLOSING    PIC S9(13)V9(2) COMP-3.
               10  WS-AF-INTEREST-DELTA  PIC S9(13)V9(2) COMP-3.

      *-- The uncorrected closing balance of every ledger record of
      *-- an affected portfolio/currency, so the interest INTACR00
      *-- accrued on a given night can be worked out again.
       01  WS-BALANCE-HISTORY.
           05  WS-HISTORY-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-BH-ENTRY OCCURS 3000 TIMES
                                         INDEXED BY WS-BH-IDX.
               10  WS-BH-AFFECTED-NO     PIC 9(03) COMP.
               10  WS-BH-VALUE-DATE      PIC X(08).
               10  WS-BH-CLOSING-BALANCE PIC S9(13)V9(2) COMP-3.

      *-- Affected portfolios, for the statements and period closes,
      *-- with the earliest effective date across their currencies.
       01  WS-PORT-IMPACT-TABLE.
           05  WS-PORT-IMPACT-COUNT      PIC 9(03) COMP VALUE ZERO.
           05  WS-PI-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-PI-IDX.
               10  WS-PI-PORTFOLIO-ID    PIC X(08).
               10  WS-PI-EARLIEST-DATE   PIC X(08).
               10  WS-PI-TRAN-COUNT      PIC 9(05) COMP.

      *-- Trade dates whose daily GL extract and settlement
      *-- instruction extract missed a late row. A reversal row is
      *-- dated tonight and posts through tonight's runs, so it
      *-- stales neither.
       01  WS-GL-DATE-TABLE.
           05  WS-GL-DATE-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-GD-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-GD-IDX.
               10  WS-GD-DATE            PIC X(08).
               10  WS-GD-TRAN-COUNT      PIC 9(05) COMP.
       01  WS-STL-DATE-TABLE.
           05  WS-STL-DATE-COUNT         PIC 9(03) COMP VALUE ZERO.
           05  WS-SD-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-SD-IDX.
               10  WS-SD-DATE            PIC X(08).
               10  WS-SD-TRAN-COUNT      PIC 9(05) COMP.

      *-- Rerun items already listed, so a statement or close that
      *-- appears more than once on its file is listed once.
       01  WS-RERUN-TABLE.
           05  WS-RERUN-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-RR-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-RR-IDX.
               10  WS-RR-OUTPUT-TYPE     PIC X(04).
               10  WS-RR-AS-OF-DATE      PIC X(08).
               10  WS-RR-PORTFOLIO-ID    PIC X(08).

       01  WS-LOOKUP-AREA.
           05  WS-LOOKUP-PORTFOLIO       PIC X(08).
           05  WS-LOOKUP-CURRENCY        PIC X(03).
           05  WS-LOOKUP-DATE            PIC X(08).
           05  WS-EFFECTIVE-DATE         PIC X(08).
           05  WS-CASH-IMPACT            PIC S9(13)V9(2) COMP-3.
           05  WS-CUMULATIVE-IMPACT      PIC S9(13)V9(2) COMP-3.
           05  WS-EARLIEST-UNPLACED      PIC X(08).
           05  WS-UNPLACED-IDX           PIC 9(04) COMP.
           05  WS-SAVE-LOOKUP-DATE       PIC X(08).

      *-- The new rerun item being listed.
       01  WS-RERUN-ITEM.
           05  WS-RI-OUTPUT-TYPE         PIC X(04).
           05  WS-RI-RERUN-JOB           PIC X(08).
           05  WS-RI-AS-OF-DATE          PIC X(08).
           05  WS-RI-PORTFOLIO-ID        PIC X(08).
           05  WS-RI-CLIENT-ID           PIC X(08).
           05  WS-RI-EARLIEST-DATE       PIC X(08).
           05  WS-RI-TRAN-COUNT          PIC 9(05) COMP.

      *-- Cash-balance interest, worked exactly as INTACR00 works it:
      *-- ACT/365 at the card's credit rate on a positive balance,
      *-- its debit rate on an overdraft.
       01  WS-CASH-RATES.
           05  WS-CASH-CREDIT-RATE       PIC S9(03)V9(06) COMP-3
                                         VALUE ZERO.
           05  WS-CASH-DEBIT-RATE        PIC S9(03)V9(06) COMP-3
                                         VALUE ZERO.
       01  WS-INTEREST-WORK.
           05  WS-CASH-RATE              PIC S9(03)V9(06) COMP-3.
           05  WS-RATE-BALANCE           PIC S9(13)V9(2) COMP-3.
           05  WS-OLD-BALANCE            PIC S9(13)V9(2) COMP-3.
           05  WS-NEW-BALANCE            PIC S9(13)V9(2) COMP-3.
           05  WS-DAILY-INTEREST         PIC S9(13)V9(2) COMP-3.
           05  WS-OLD-INTEREST           PIC S9(13)V9(2) COMP-3.
           05  WS-ACCRUAL-DAY            PIC X(08).
           05  WS-LATEST-HISTORY-DATE    PIC X(08).
       01  WS-CASH-INVESTMENT-ID         PIC X(10) VALUE '*CASH*'.
       01  WS-CASH-ACCRUAL-ID            PIC X(10).
       01  WS-CASH-CCY                   PIC X(03).

       01  WS-DATE-WORK.
           05  WS-DATE-NUM               PIC 9(08).
           05  WS-DATE-JULIAN            PIC 9(07).

       01  WS-COUNTERS.
           05  WS-BACKDATED-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-REVERSAL-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  WS-NO-NOTICE-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-LEDGER-COPIED          PIC 9(07) COMP VALUE ZERO.
           05  WS-LEDGER-RESTRUCK        PIC 9(07) COMP VALUE ZERO.
           05  WS-LEDGER-INSERTED        PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCRUALS-ADJUSTED      PIC 9(07) COMP VALUE ZERO.

       01  WS-REPORT-DATE                PIC X(10).
       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-PREVIOUS-DATE              PIC X(08).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'BACK-DATED TRANSACTION IMPACT AND RERUN LIST'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.

       01  WS-ACTIVITY-HEADING.
           05  FILLER                    PIC X(60)
               VALUE 'ACTIVITY POSTED TONIGHT WITH AN EARLIER DATE'.
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-ACTIVITY-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-TRAN-KEY            PIC X(28).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-TYPE                PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-EFFECTIVE-DATE      PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-AMOUNT              PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-REASON              PIC X(30).
           05  FILLER                    PIC X(37) VALUE SPACES.

       01  WS-INTEREST-HEADING.
           05  FILLER                    PIC X(60)
               VALUE 'LEDGER RE-STRUCK AND CASH INTEREST RECOMPUTED'.
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-INTEREST-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-EARLIEST-DATE       PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-MOVED               PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-INTEREST-DELTA      PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-ACCRUAL-ID          PIC X(10).
           05  FILLER                    PIC X(57) VALUE SPACES.

       01  WS-RERUN-HEADING.
           05  FILLER                    PIC X(60)
               VALUE 'STALE OUTPUTS - RERUN LIST'.
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-RERUN-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-DESCRIPTION         PIC X(26).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-RERUN-JOB           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-AS-OF-DATE          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-CLIENT              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-EARLIEST-DATE       PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-TRAN-COUNT          PIC ZZ,ZZ9.
           05  FILLER                    PIC X(46) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-BACKDATED
               UNTIL EOF-TRAN-HIST
           PERFORM 3000-REBUILD-LEDGER
               UNTIL EOF-BEFORE-LEDGER
           PERFORM 3500-PLACE-REMAINING
               VARYING WS-AF-IDX FROM 1 BY 1
               UNTIL WS-AF-IDX > WS-AFFECTED-COUNT
           PERFORM 4000-RECOMPUTE-CASH-INTEREST
           PERFORM 5000-LIST-STALE-OUTPUTS
           PERFORM 6000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-READ-INTEREST-RATES
           PERFORM 1400-LOAD-REVERSAL-NOTICES
           PERFORM 2010-READ-TRANSACTION
           PERFORM 3010-READ-BEFORE-LEDGER.

       1100-OPEN-FILES.
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT BEFORE-LEDGER-FILE
           IF WS-BEFORE-STATUS NOT = '00'
               MOVE 'ERROR OPENING BEFORE-LEDGER-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT CASH-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE 'ERROR OPENING CASH-LEDGER-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O ACCRUAL-FILE
           IF WS-ACCR-STATUS NOT = '00' AND WS-ACCR-STATUS NOT = '05'
               MOVE 'ERROR OPENING ACCRUAL-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT REVERSAL-NOTICE-FILE
           IF WS-RVN-STATUS = '05' OR WS-RVN-STATUS = '35'
               SET EOF-REVERSAL-NOTICE TO TRUE
           ELSE
               IF WS-RVN-STATUS NOT = '00'
                   MOVE 'ERROR OPENING REVERSAL-NOTICE-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT DELIVERY-STATUS-FILE
           IF WS-DLV-STATUS = '05' OR WS-DLV-STATUS = '35'
               SET EOF-DELIVERY-STATUS TO TRUE
           ELSE
               IF WS-DLV-STATUS NOT = '00'
                   MOVE 'ERROR OPENING DELIVERY-STATUS-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT CLOSING-SNAPSHOT-FILE
           IF WS-CLS-STATUS = '05' OR WS-CLS-STATUS = '35'
               SET EOF-CLOSING-SNAPSHOT TO TRUE
           ELSE
               IF WS-CLS-STATUS NOT = '00'
                   MOVE 'ERROR OPENING CLOSING-SNAPSHOT-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN OUTPUT RERUN-LIST-FILE
           IF WS-RERUN-STATUS NOT = '00'
               MOVE 'ERROR OPENING RERUN-LIST-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE  TO WS-CURRENT-DATE
           MOVE WS-BD-PREVIOUS-DATE TO WS-PREVIOUS-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-ACTIVITY-HEADING.

      *-- The card is optional, INTACR00's convention: absent it (or
      *-- at zero rates) no cash interest accrued, and none is
      *-- recomputed.
       1300-READ-INTEREST-RATES.
           OPEN INPUT INTEREST-PARMS
           IF WS-PARM-STATUS = '00'
               READ INTEREST-PARMS
                   NOT AT END
                       IF PARM-CASH-CREDIT-RATE NUMERIC
                           MOVE PARM-CASH-CREDIT-RATE
                               TO WS-CASH-CREDIT-RATE
                       END-IF
                       IF PARM-CASH-DEBIT-RATE NUMERIC
                           MOVE PARM-CASH-DEBIT-RATE
                               TO WS-CASH-DEBIT-RATE
                       END-IF
               END-READ
               CLOSE INTEREST-PARMS
           END-IF.

      *-- The notice file is appended to night after night; only
      *-- tonight's notices can belong to rows posted tonight.
       1400-LOAD-REVERSAL-NOTICES.
           PERFORM 1410-READ-NOTICE
           PERFORM 1420-NOTE-ONE-NOTICE
               UNTIL EOF-REVERSAL-NOTICE.

       1410-READ-NOTICE.
           IF NOT EOF-REVERSAL-NOTICE
               READ REVERSAL-NOTICE-FILE
                   AT END
                       SET EOF-REVERSAL-NOTICE TO TRUE
               END-READ
           END-IF.

       1420-NOTE-ONE-NOTICE.
           IF RVN-REVERSAL-DATE = WS-CURRENT-DATE
               IF WS-NOTICE-COUNT < 500
                   ADD 1 TO WS-NOTICE-COUNT
                   SET WS-NT-IDX TO WS-NOTICE-COUNT
                   MOVE RVN-REVERSAL-TRAN-KEY
                       TO WS-NT-REVERSAL-KEY (WS-NT-IDX)
                   MOVE RVN-ORIG-TRAN-KEY (1:8)
                       TO WS-NT-ORIG-DATE (WS-NT-IDX)
               ELSE
                   DISPLAY 'BKDIMP00 WARNING: NOTICE TABLE FULL, '
                       RVN-REVERSAL-TRAN-KEY ' NOT DATED BACK'
               END-IF
           END-IF
           PERFORM 1410-READ-NOTICE.

      *-----------------------------------------------------------------
      * BACK-DATED ACTIVITY
      *-----------------------------------------------------------------
      *-- A row posted tonight (its process date is the run date)
      *-- is back-dated when its effective date is earlier: its own
      *-- trade date, or -- for a TRNREV00 reversal row, which is
      *-- dated tonight -- the trade date of the original it
      *-- reverses. A reversal row with no notice is left on
      *-- tonight's date, where CSHLDG00 put it.
       2000-FIND-BACKDATED.
           IF TRAN-STATUS-DONE
               AND TRAN-PROCESS-DATE (1:8) = WS-CURRENT-DATE
               MOVE TRAN-DATE TO WS-EFFECTIVE-DATE
               MOVE 'N' TO WS-REVERSAL-SW
               IF TRAN-PROCESS-USER = 'TRNREV00'
                   PERFORM 2020-DATE-FROM-NOTICE
               END-IF
               IF WS-EFFECTIVE-DATE < WS-CURRENT-DATE
                   PERFORM 2100-NOTE-BACKDATED-ROW
               END-IF
           END-IF
           PERFORM 2010-READ-TRANSACTION.

       2010-READ-TRANSACTION.
           READ TRANSACTION-HISTORY
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

       2020-DATE-FROM-NOTICE.
           SET WS-NT-IDX TO 1
           SEARCH WS-NT-ENTRY
               AT END
                   ADD 1 TO WS-NO-NOTICE-COUNT
               WHEN WS-NT-REVERSAL-KEY (WS-NT-IDX) = TRAN-KEY
                   MOVE WS-NT-ORIG-DATE (WS-NT-IDX)
                       TO WS-EFFECTIVE-DATE
                   SET WS-REVERSAL-ROW TO TRUE
           END-SEARCH.

       2100-NOTE-BACKDATED-ROW.
           MOVE TRAN-KEY          TO WS-AL-TRAN-KEY
           MOVE TRAN-TYPE         TO WS-AL-TYPE
           MOVE WS-EFFECTIVE-DATE TO WS-AL-EFFECTIVE-DATE
           MOVE TRAN-AMOUNT       TO WS-AL-AMOUNT
           IF WS-REVERSAL-ROW
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE 'REVERSAL OF AN EARLIER TRADE' TO WS-AL-REASON
           ELSE
               ADD 1 TO WS-BACKDATED-COUNT
               MOVE 'KEYED AFTER ITS TRADE DATE' TO WS-AL-REASON
               PERFORM 2300-NOTE-GL-DATE
               IF TRAN-TYPE-BUY OR TRAN-TYPE-SELL OR TRAN-TYPE-TRANS
                   PERFORM 2350-NOTE-STL-DATE
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-ACTIVITY-LINE
           MOVE TRAN-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 2200-NOTE-PORTFOLIO-IMPACT
           PERFORM 2400-COMPUTE-CASH-IMPACT
           IF WS-CASH-IMPACT NOT = ZERO
               PERFORM 2410-RESOLVE-CASH-CURRENCY
               PERFORM 2450-POST-ADJUSTMENT
               IF TRAN-TYPE-FX-CONV
                   PERFORM 2430-SET-FX-BOUGHT-LEG
                   PERFORM 2450-POST-ADJUSTMENT
               END-IF
           END-IF.

       2200-NOTE-PORTFOLIO-IMPACT.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PI-IDX TO 1
           SEARCH WS-PI-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PI-PORTFOLIO-ID (WS-PI-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-PORT-IMPACT-COUNT < 300
                   ADD 1 TO WS-PORT-IMPACT-COUNT
                   SET WS-PI-IDX TO WS-PORT-IMPACT-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-PI-PORTFOLIO-ID (WS-PI-IDX)
                   MOVE WS-EFFECTIVE-DATE
                       TO WS-PI-EARLIEST-DATE (WS-PI-IDX)
                   MOVE ZERO TO WS-PI-TRAN-COUNT (WS-PI-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'BKDIMP00 WARNING: PORTFOLIO TABLE FULL, '
                       WS-LOOKUP-PORTFOLIO ' NOT LISTED'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-PI-TRAN-COUNT (WS-PI-IDX)
               IF WS-EFFECTIVE-DATE < WS-PI-EARLIEST-DATE (WS-PI-IDX)
                   MOVE WS-EFFECTIVE-DATE
                       TO WS-PI-EARLIEST-DATE (WS-PI-IDX)
               END-IF
           END-IF.

       2300-NOTE-GL-DATE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-GD-IDX TO 1
           SEARCH WS-GD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GD-DATE (WS-GD-IDX) = WS-EFFECTIVE-DATE
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-GL-DATE-COUNT < 100
                   ADD 1 TO WS-GL-DATE-COUNT
                   SET WS-GD-IDX TO WS-GL-DATE-COUNT
                   MOVE WS-EFFECTIVE-DATE TO WS-GD-DATE (WS-GD-IDX)
                   MOVE ZERO TO WS-GD-TRAN-COUNT (WS-GD-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'BKDIMP00 WARNING: GL DATE TABLE FULL, '
                       WS-EFFECTIVE-DATE ' NOT LISTED'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-GD-TRAN-COUNT (WS-GD-IDX)
           END-IF.

       2350-NOTE-STL-DATE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-SD-IDX TO 1
           SEARCH WS-SD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SD-DATE (WS-SD-IDX) = WS-EFFECTIVE-DATE
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-STL-DATE-COUNT < 100
                   ADD 1 TO WS-STL-DATE-COUNT
                   SET WS-SD-IDX TO WS-STL-DATE-COUNT
                   MOVE WS-EFFECTIVE-DATE TO WS-SD-DATE (WS-SD-IDX)
                   MOVE ZERO TO WS-SD-TRAN-COUNT (WS-SD-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'BKDIMP00 WARNING: STL DATE TABLE FULL, '
                       WS-EFFECTIVE-DATE ' NOT LISTED'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-SD-TRAN-COUNT (WS-SD-IDX)
           END-IF.

      *-- CSHLDG00's cash sign conventions, so the amount moved back
      *-- is exactly the amount CSHLDG00 netted into tonight's record.
       2400-COMPUTE-CASH-IMPACT.
           EVALUATE TRUE
               WHEN TRAN-TYPE-BUY
                   COMPUTE WS-CASH-IMPACT = TRAN-AMOUNT * -1
               WHEN TRAN-TYPE-SELL
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
               WHEN TRAN-TYPE-FEE
                   COMPUTE WS-CASH-IMPACT = TRAN-AMOUNT * -1
               WHEN TRAN-TYPE-DIV
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
               WHEN TRAN-TYPE-TRANS
                   AND TRAN-CHANNEL-CODE = 'INKD'
                   MOVE ZERO TO WS-CASH-IMPACT
               WHEN TRAN-TYPE-TRANS
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
               WHEN TRAN-TYPE-WHT
                   COMPUTE WS-CASH-IMPACT = TRAN-AMOUNT * -1
               WHEN TRAN-TYPE-INT
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
               WHEN TRAN-TYPE-LEND-FEE
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
               WHEN TRAN-TYPE-FX-CONV
                   COMPUTE WS-CASH-IMPACT = TRAN-AMOUNT * -1
               WHEN TRAN-TYPE-VAR-MARGIN
                   MOVE TRAN-AMOUNT TO WS-CASH-IMPACT
               WHEN OTHER
                   MOVE ZERO TO WS-CASH-IMPACT
           END-EVALUATE.

      *-- CSHLDG00's currency rules: the settlement currency at the
      *-- row's own FX rate, else the trade currency, else the
      *-- portfolio's base currency.
       2410-RESOLVE-CASH-CURRENCY.
           IF TRAN-SETTLE-CCY NOT = SPACES
               MOVE TRAN-SETTLE-CCY TO WS-LOOKUP-CURRENCY
               IF TRAN-CURRENCY NOT = SPACES
                   AND TRAN-CURRENCY NOT = TRAN-SETTLE-CCY
                   AND TRAN-FX-RATE NOT = ZERO
                   COMPUTE WS-CASH-IMPACT ROUNDED =
                       WS-CASH-IMPACT * TRAN-FX-RATE
               END-IF
           ELSE
               MOVE TRAN-CURRENCY TO WS-LOOKUP-CURRENCY
           END-IF
           IF WS-LOOKUP-CURRENCY = SPACES
               PERFORM 2420-RESOLVE-BASE-CURRENCY
           END-IF.

       2420-RESOLVE-BASE-CURRENCY.
           MOVE WS-LOOKUP-PORTFOLIO TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PORT-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
           END-READ.

       2430-SET-FX-BOUGHT-LEG.
           MOVE TRAN-AMOUNT     TO WS-CASH-IMPACT
           MOVE TRAN-FX-BUY-CCY TO WS-LOOKUP-CURRENCY
           IF WS-LOOKUP-CURRENCY = SPACES
               PERFORM 2420-RESOLVE-BASE-CURRENCY
           END-IF.

       2450-POST-ADJUSTMENT.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-AD-IDX TO 1
           SEARCH WS-AD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AD-PORTFOLIO-ID (WS-AD-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   AND WS-AD-CURRENCY (WS-AD-IDX) = WS-LOOKUP-CURRENCY
                   AND WS-AD-EFFECTIVE-DATE (WS-AD-IDX)
                        = WS-EFFECTIVE-DATE
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-ADJUST-COUNT < 1000
                   ADD 1 TO WS-ADJUST-COUNT
                   SET WS-AD-IDX TO WS-ADJUST-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-AD-PORTFOLIO-ID (WS-AD-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-AD-CURRENCY (WS-AD-IDX)
                   MOVE WS-EFFECTIVE-DATE
                       TO WS-AD-EFFECTIVE-DATE (WS-AD-IDX)
                   MOVE ZERO TO WS-AD-NET-MOVEMENT (WS-AD-IDX)
                   MOVE ZERO TO WS-AD-MOVEMENT-COUNT (WS-AD-IDX)
                   MOVE 'N'  TO WS-AD-PLACED-SW (WS-AD-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   MOVE 'ADJUSTMENT TABLE FULL - LEDGER NOT REBUILT'
                       TO ERR-TEXT
                   SET ERR-SEV-ERROR TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD WS-CASH-IMPACT TO WS-AD-NET-MOVEMENT (WS-AD-IDX)
               ADD 1 TO WS-AD-MOVEMENT-COUNT (WS-AD-IDX)
               PERFORM 2460-NOTE-AFFECTED-BALANCE
           END-IF.

       2460-NOTE-AFFECTED-BALANCE.
           PERFORM 2470-FIND-AFFECTED
           IF NOT WS-ENTRY-FOUND
               IF WS-AFFECTED-COUNT < 300
                   ADD 1 TO WS-AFFECTED-COUNT
                   SET WS-AF-IDX TO WS-AFFECTED-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-AF-PORTFOLIO-ID (WS-AF-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-AF-CURRENCY (WS-AF-IDX)
                   MOVE WS-EFFECTIVE-DATE
                       TO WS-AF-EARLIEST-DATE (WS-AF-IDX)
                   MOVE ZERO TO WS-AF-TOTAL-MOVEMENT (WS-AF-IDX)
                   MOVE ZERO TO WS-AF-TOTAL-COUNT (WS-AF-IDX)
                   MOVE ZERO TO WS-AF-LAST-CLOSING (WS-AF-IDX)
                   MOVE ZERO TO WS-AF-INTEREST-DELTA (WS-AF-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   MOVE 'AFFECTED BALANCE TABLE FULL - NOT REBUILT'
                       TO ERR-TEXT
                   SET ERR-SEV-ERROR TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           ADD WS-CASH-IMPACT TO WS-AF-TOTAL-MOVEMENT (WS-AF-IDX)
           ADD 1 TO WS-AF-TOTAL-COUNT (WS-AF-IDX)
           IF WS-EFFECTIVE-DATE < WS-AF-EARLIEST-DATE (WS-AF-IDX)
               MOVE WS-EFFECTIVE-DATE
                   TO WS-AF-EARLIEST-DATE (WS-AF-IDX)
           END-IF.

      *-- Caller sets WS-LOOKUP-PORTFOLIO and WS-LOOKUP-CURRENCY.
       2470-FIND-AFFECTED.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-AF-IDX TO 1
           SEARCH WS-AF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AF-PORTFOLIO-ID (WS-AF-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   AND WS-AF-CURRENCY (WS-AF-IDX) = WS-LOOKUP-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

      *-----------------------------------------------------------------
      * CASH LEDGER REBUILD
      *-----------------------------------------------------------------
      *-- Tonight's ledger passes through record by record. A record
      *-- of a portfolio/currency nothing moved back for copies
      *-- verbatim. For one that did:
      *-- - before its record for a later date, any effective date
      *--   with no record of its own gets one, in date order
      *-- - a record dated before tonight takes, on its closing
      *--   balance, everything moved back to its date or earlier,
      *--   and on its movement anything moved back to its own date
      *-- - tonight's record gives up the moved amounts from its
      *--   movement; its closing balance already held them
       3000-REBUILD-LEDGER.
           MOVE BEFORE-LEDGER-RECORD TO CASH-LEDGER-RECORD
           MOVE BFL-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           MOVE BFL-CURRENCY     TO WS-LOOKUP-CURRENCY
           PERFORM 2470-FIND-AFFECTED
           IF WS-ENTRY-FOUND
               MOVE BFL-VALUE-DATE TO WS-LOOKUP-DATE
               PERFORM 3100-PLACE-EARLIER-DATES
               PERFORM 3300-NOTE-OLD-BALANCE
               MOVE BEFORE-LEDGER-RECORD TO CASH-LEDGER-RECORD
               IF BFL-VALUE-DATE < WS-CURRENT-DATE
                   PERFORM 3200-SUM-IMPACT-TO-DATE
                   ADD WS-CUMULATIVE-IMPACT TO CSH-CLOSING-BALANCE
                   PERFORM 3400-ADD-OWN-DATE-MOVEMENT
               ELSE
                   SUBTRACT WS-AF-TOTAL-MOVEMENT (WS-AF-IDX)
                       FROM CSH-NET-MOVEMENT
                   IF CSH-MOVEMENT-COUNT
                           > WS-AF-TOTAL-COUNT (WS-AF-IDX)
                       SUBTRACT WS-AF-TOTAL-COUNT (WS-AF-IDX)
                           FROM CSH-MOVEMENT-COUNT
                   ELSE
                       MOVE ZERO TO CSH-MOVEMENT-COUNT
                   END-IF
               END-IF
               MOVE BFL-CLOSING-BALANCE
                   TO WS-AF-LAST-CLOSING (WS-AF-IDX)
               ADD 1 TO WS-LEDGER-RESTRUCK
           ELSE
               ADD 1 TO WS-LEDGER-COPIED
           END-IF
           WRITE CASH-LEDGER-RECORD
           PERFORM 3010-READ-BEFORE-LEDGER.

       3010-READ-BEFORE-LEDGER.
           READ BEFORE-LEDGER-FILE
               AT END
                   SET EOF-BEFORE-LEDGER TO TRUE
           END-READ.

      *-- Inserts a record for each not-yet-placed effective date of
      *-- the entry at WS-AF-IDX earlier than WS-LOOKUP-DATE, earliest
      *-- first, each balance built on the last uncorrected closing
      *-- balance passed plus everything moved back to that date.
       3100-PLACE-EARLIER-DATES.
           PERFORM 3110-FIND-EARLIEST-UNPLACED
           PERFORM 3120-INSERT-LEDGER-RECORD
               UNTIL NOT WS-UNPLACED-FOUND.

       3110-FIND-EARLIEST-UNPLACED.
           MOVE 'N' TO WS-UNPLACED-SW
           MOVE WS-LOOKUP-DATE TO WS-EARLIEST-UNPLACED
           PERFORM 3115-CHECK-ONE-UNPLACED
               VARYING WS-AD-IDX FROM 1 BY 1
               UNTIL WS-AD-IDX > WS-ADJUST-COUNT.

       3115-CHECK-ONE-UNPLACED.
           IF WS-AD-PORTFOLIO-ID (WS-AD-IDX)
                   = WS-AF-PORTFOLIO-ID (WS-AF-IDX)
               AND WS-AD-CURRENCY (WS-AD-IDX)
                   = WS-AF-CURRENCY (WS-AF-IDX)
               AND NOT WS-AD-PLACED (WS-AD-IDX)
               AND WS-AD-EFFECTIVE-DATE (WS-AD-IDX)
                   < WS-EARLIEST-UNPLACED
               MOVE WS-AD-EFFECTIVE-DATE (WS-AD-IDX)
                   TO WS-EARLIEST-UNPLACED
               SET WS-UNPLACED-IDX TO WS-AD-IDX
               SET WS-UNPLACED-FOUND TO TRUE
           END-IF.

       3120-INSERT-LEDGER-RECORD.
           SET WS-AD-IDX TO WS-UNPLACED-IDX
           MOVE 'Y' TO WS-AD-PLACED-SW (WS-AD-IDX)
           MOVE SPACES TO CASH-LEDGER-RECORD
           MOVE WS-AD-PORTFOLIO-ID (WS-AD-IDX)   TO CSH-PORTFOLIO-ID
           MOVE WS-AD-CURRENCY (WS-AD-IDX)       TO CSH-CURRENCY
           MOVE WS-AD-EFFECTIVE-DATE (WS-AD-IDX) TO CSH-VALUE-DATE
           MOVE WS-AD-NET-MOVEMENT (WS-AD-IDX)   TO CSH-NET-MOVEMENT
           MOVE WS-AD-MOVEMENT-COUNT (WS-AD-IDX)
               TO CSH-MOVEMENT-COUNT
           MOVE WS-LOOKUP-DATE TO WS-SAVE-LOOKUP-DATE
           MOVE WS-AD-EFFECTIVE-DATE (WS-AD-IDX) TO WS-LOOKUP-DATE
           PERFORM 3200-SUM-IMPACT-TO-DATE
           MOVE WS-SAVE-LOOKUP-DATE TO WS-LOOKUP-DATE
           COMPUTE CSH-CLOSING-BALANCE =
               WS-AF-LAST-CLOSING (WS-AF-IDX) + WS-CUMULATIVE-IMPACT
           WRITE CASH-LEDGER-RECORD
           ADD 1 TO WS-LEDGER-INSERTED
           PERFORM 3110-FIND-EARLIEST-UNPLACED.

      *-- Everything moved back for the entry at WS-AF-IDX to
      *-- WS-LOOKUP-DATE or earlier.
       3200-SUM-IMPACT-TO-DATE.
           MOVE ZERO TO WS-CUMULATIVE-IMPACT
           PERFORM 3210-ADD-ONE-IMPACT
               VARYING WS-AD-IDX FROM 1 BY 1
               UNTIL WS-AD-IDX > WS-ADJUST-COUNT.

       3210-ADD-ONE-IMPACT.
           IF WS-AD-PORTFOLIO-ID (WS-AD-IDX)
                   = WS-AF-PORTFOLIO-ID (WS-AF-IDX)
               AND WS-AD-CURRENCY (WS-AD-IDX)
                   = WS-AF-CURRENCY (WS-AF-IDX)
               AND WS-AD-EFFECTIVE-DATE (WS-AD-IDX)
                   NOT > WS-LOOKUP-DATE
               ADD WS-AD-NET-MOVEMENT (WS-AD-IDX)
                   TO WS-CUMULATIVE-IMPACT
           END-IF.

       3300-NOTE-OLD-BALANCE.
           IF WS-HISTORY-COUNT < 3000
               ADD 1 TO WS-HISTORY-COUNT
               SET WS-BH-IDX TO WS-HISTORY-COUNT
               SET WS-BH-AFFECTED-NO (WS-BH-IDX) TO WS-AF-IDX
               MOVE BFL-VALUE-DATE TO WS-BH-VALUE-DATE (WS-BH-IDX)
               MOVE BFL-CLOSING-BALANCE
                   TO WS-BH-CLOSING-BALANCE (WS-BH-IDX)
           ELSE
               DISPLAY 'BKDIMP00 WARNING: BALANCE HISTORY FULL, '
                   BFL-PORTFOLIO-ID ' ' BFL-VALUE-DATE
                   ' INTEREST MAY BE UNDERSTATED'
           END-IF.

       3400-ADD-OWN-DATE-MOVEMENT.
           PERFORM 3410-ADD-IF-OWN-DATE
               VARYING WS-AD-IDX FROM 1 BY 1
               UNTIL WS-AD-IDX > WS-ADJUST-COUNT.

       3410-ADD-IF-OWN-DATE.
           IF WS-AD-PORTFOLIO-ID (WS-AD-IDX) = BFL-PORTFOLIO-ID
               AND WS-AD-CURRENCY (WS-AD-IDX) = BFL-CURRENCY
               AND WS-AD-EFFECTIVE-DATE (WS-AD-IDX) = BFL-VALUE-DATE
               AND NOT WS-AD-PLACED (WS-AD-IDX)
               ADD WS-AD-NET-MOVEMENT (WS-AD-IDX) TO CSH-NET-MOVEMENT
               ADD WS-AD-MOVEMENT-COUNT (WS-AD-IDX)
                   TO CSH-MOVEMENT-COUNT
               MOVE 'Y' TO WS-AD-PLACED-SW (WS-AD-IDX)
           END-IF.

      *-- A portfolio/currency with no record on or after an
      *-- effective date (CSHLDG00 dropped tonight's entry) still
      *-- gets its moved-back records, at the end of the ledger.
       3500-PLACE-REMAINING.
           MOVE HIGH-VALUES TO WS-LOOKUP-DATE
           PERFORM 3100-PLACE-EARLIER-DATES.

      *-----------------------------------------------------------------
      * CASH INTEREST RECOMPUTE
      *-----------------------------------------------------------------
      *-- INTACR00 accrued each business night on the closing balance
      *-- the ledger held that night -- the last record dated on or
      *-- before it. From the earliest effective date up to last
      *-- night, each night's interest is worked again on the
      *-- corrected balance; the difference goes to the portfolio's
      *-- cash accrual. Tonight's accrual is INTACR00's own, on the
      *-- rebuilt ledger.
       4000-RECOMPUTE-CASH-INTEREST.
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-INTEREST-HEADING
           PERFORM 4100-RECOMPUTE-ONE-BALANCE
               VARYING WS-AF-IDX FROM 1 BY 1
               UNTIL WS-AF-IDX > WS-AFFECTED-COUNT.

       4100-RECOMPUTE-ONE-BALANCE.
           MOVE SPACES TO WS-CASH-ACCRUAL-ID
           IF WS-CASH-CREDIT-RATE NOT = ZERO
               OR WS-CASH-DEBIT-RATE NOT = ZERO
               MOVE WS-AF-EARLIEST-DATE (WS-AF-IDX) TO WS-CS-DATE-IN
               CALL 'CALSVC00' USING WS-CALSVC-REQUEST
               MOVE WS-CS-DATE-OUT TO WS-ACCRUAL-DAY
               PERFORM 4200-RECOMPUTE-ONE-DAY
                   UNTIL WS-ACCRUAL-DAY NOT < WS-CURRENT-DATE
               IF WS-AF-INTEREST-DELTA (WS-AF-IDX) NOT = ZERO
                   PERFORM 4300-ADJUST-CASH-ACCRUAL
               END-IF
           END-IF
           MOVE WS-AF-PORTFOLIO-ID (WS-AF-IDX)  TO WS-IL-PORTFOLIO
           MOVE WS-AF-CURRENCY (WS-AF-IDX)      TO WS-IL-CURRENCY
           MOVE WS-AF-EARLIEST-DATE (WS-AF-IDX) TO WS-IL-EARLIEST-DATE
           MOVE WS-AF-TOTAL-MOVEMENT (WS-AF-IDX) TO WS-IL-MOVED
           MOVE WS-AF-INTEREST-DELTA (WS-AF-IDX)
               TO WS-IL-INTEREST-DELTA
           MOVE WS-CASH-ACCRUAL-ID TO WS-IL-ACCRUAL-ID
           WRITE REPORT-RECORD FROM WS-INTEREST-LINE.

       4200-RECOMPUTE-ONE-DAY.
           PERFORM 4210-FIND-OLD-BALANCE
           MOVE WS-ACCRUAL-DAY TO WS-LOOKUP-DATE
           PERFORM 3200-SUM-IMPACT-TO-DATE
           COMPUTE WS-NEW-BALANCE =
               WS-OLD-BALANCE + WS-CUMULATIVE-IMPACT
           MOVE WS-OLD-BALANCE TO WS-RATE-BALANCE
           PERFORM 4220-COMPUTE-DAILY-INTEREST
           MOVE WS-DAILY-INTEREST TO WS-OLD-INTEREST
           MOVE WS-NEW-BALANCE TO WS-RATE-BALANCE
           PERFORM 4220-COMPUTE-DAILY-INTEREST
           COMPUTE WS-AF-INTEREST-DELTA (WS-AF-IDX) =
               WS-AF-INTEREST-DELTA (WS-AF-IDX)
               + WS-DAILY-INTEREST - WS-OLD-INTEREST
           MOVE WS-ACCRUAL-DAY TO WS-DATE-NUM
           COMPUTE WS-DATE-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-JULIAN)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-CS-DATE-IN
           CALL 'CALSVC00' USING WS-CALSVC-REQUEST
           MOVE WS-CS-DATE-OUT TO WS-ACCRUAL-DAY.

      *-- The uncorrected balance that night: the closing balance of
      *-- the latest record of this portfolio/currency dated on or
      *-- before it, zero before its first record.
       4210-FIND-OLD-BALANCE.
           MOVE ZERO TO WS-OLD-BALANCE
           MOVE LOW-VALUES TO WS-LATEST-HISTORY-DATE
           PERFORM 4215-CHECK-ONE-HISTORY
               VARYING WS-BH-IDX FROM 1 BY 1
               UNTIL WS-BH-IDX > WS-HISTORY-COUNT.

       4215-CHECK-ONE-HISTORY.
           IF WS-BH-AFFECTED-NO (WS-BH-IDX) = WS-AF-IDX
               AND WS-BH-VALUE-DATE (WS-BH-IDX)
                   NOT > WS-ACCRUAL-DAY
               AND WS-BH-VALUE-DATE (WS-BH-IDX)
                   NOT < WS-LATEST-HISTORY-DATE
               MOVE WS-BH-VALUE-DATE (WS-BH-IDX)
                   TO WS-LATEST-HISTORY-DATE
               MOVE WS-BH-CLOSING-BALANCE (WS-BH-IDX)
                   TO WS-OLD-BALANCE
           END-IF.

       4220-COMPUTE-DAILY-INTEREST.
           MOVE ZERO TO WS-DAILY-INTEREST
           IF WS-RATE-BALANCE > ZERO
               MOVE WS-CASH-CREDIT-RATE TO WS-CASH-RATE
           ELSE
               MOVE WS-CASH-DEBIT-RATE TO WS-CASH-RATE
           END-IF
           IF WS-RATE-BALANCE NOT = ZERO
               AND WS-CASH-RATE NOT = ZERO
               COMPUTE WS-DAILY-INTEREST ROUNDED =
                   WS-RATE-BALANCE * WS-CASH-RATE / 100 / 365
           END-IF.

      *-- The difference books to the accrual INTACR00 keeps for the
      *-- balance: '*CASH*' for the base currency, '*CASH*ccy' for
      *-- any other. A portfolio with no accrual yet gets one,
      *-- marked accrued through the previous business day so
      *-- tonight's INTACR00 run still accrues tonight.
       4300-ADJUST-CASH-ACCRUAL.
           MOVE WS-AF-PORTFOLIO-ID (WS-AF-IDX) TO WS-LOOKUP-PORTFOLIO
           MOVE SPACES TO WS-LOOKUP-CURRENCY
           PERFORM 2420-RESOLVE-BASE-CURRENCY
           MOVE WS-LOOKUP-CURRENCY TO WS-CASH-CCY
           MOVE WS-CASH-INVESTMENT-ID TO WS-CASH-ACCRUAL-ID
           IF WS-AF-CURRENCY (WS-AF-IDX) NOT = SPACES
               AND WS-AF-CURRENCY (WS-AF-IDX) NOT = WS-CASH-CCY
               MOVE WS-AF-CURRENCY (WS-AF-IDX) TO WS-CASH-CCY
               MOVE WS-CASH-CCY TO WS-CASH-ACCRUAL-ID (7:3)
           END-IF
           MOVE 'N' TO WS-ACCRUAL-FOUND-SW
           MOVE WS-AF-PORTFOLIO-ID (WS-AF-IDX) TO ACR-PORTFOLIO-ID
           MOVE WS-CASH-ACCRUAL-ID TO ACR-INVESTMENT-ID
           READ ACCRUAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCRUAL-FOUND TO TRUE
           END-READ
           IF WS-ACCRUAL-FOUND
               ADD WS-AF-INTEREST-DELTA (WS-AF-IDX)
                   TO ACR-ACCRUED-AMOUNT
               REWRITE ACCRUAL-RECORD
           ELSE
               MOVE WS-AF-PORTFOLIO-ID (WS-AF-IDX)
                   TO ACR-PORTFOLIO-ID
               MOVE WS-CASH-ACCRUAL-ID TO ACR-INVESTMENT-ID
               MOVE WS-AF-INTEREST-DELTA (WS-AF-IDX)
                   TO ACR-ACCRUED-AMOUNT
               MOVE WS-PREVIOUS-DATE  TO ACR-LAST-ACCRUAL-DATE
               MOVE WS-CASH-CCY       TO ACR-CURRENCY
               MOVE ZERO              TO ACR-PURCHASED-AMOUNT
               WRITE ACCRUAL-RECORD
           END-IF
           IF WS-ACCR-STATUS = '00'
               ADD 1 TO WS-ACCRUALS-ADJUSTED
           ELSE
               MOVE SPACES TO ERR-TEXT
               STRING 'CASH ACCRUAL NOT ADJUSTED FOR '
                      WS-AF-PORTFOLIO-ID (WS-AF-IDX) ' '
                      WS-CASH-ACCRUAL-ID
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * STALE OUTPUT RERUN LIST
      *-----------------------------------------------------------------
      *-- A late row's trade date missed that night's GL extract and
      *-- settlement instructions, both of which select on TRAN-DATE
      *-- -- rerun against tonight's extract with the parm card set
      *-- to that date, they pick up exactly the late rows. Any
      *-- statement or period close of an affected portfolio dated
      *-- on or after its earliest effective date showed cash and
      *-- holdings that have since changed.
       5000-LIST-STALE-OUTPUTS.
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-RERUN-HEADING
           PERFORM 5100-LIST-GL-DATE
               VARYING WS-GD-IDX FROM 1 BY 1
               UNTIL WS-GD-IDX > WS-GL-DATE-COUNT
           PERFORM 5200-LIST-STL-DATE
               VARYING WS-SD-IDX FROM 1 BY 1
               UNTIL WS-SD-IDX > WS-STL-DATE-COUNT
           IF WS-PORT-IMPACT-COUNT > ZERO
               PERFORM 5310-READ-DELIVERY-STATUS
               PERFORM 5300-CHECK-STATEMENT
                   UNTIL EOF-DELIVERY-STATUS
               PERFORM 5410-READ-CLOSING-SNAPSHOT
               PERFORM 5400-CHECK-PERIOD-CLOSE
                   UNTIL EOF-CLOSING-SNAPSHOT
           END-IF.

       5100-LIST-GL-DATE.
           MOVE 'GLEX'     TO WS-RI-OUTPUT-TYPE
           MOVE 'GLEXTR00' TO WS-RI-RERUN-JOB
           MOVE WS-GD-DATE (WS-GD-IDX) TO WS-RI-AS-OF-DATE
           MOVE WS-GD-DATE (WS-GD-IDX) TO WS-RI-EARLIEST-DATE
           MOVE SPACES     TO WS-RI-PORTFOLIO-ID
           MOVE SPACES     TO WS-RI-CLIENT-ID
           MOVE WS-GD-TRAN-COUNT (WS-GD-IDX) TO WS-RI-TRAN-COUNT
           PERFORM 5500-ADD-RERUN-ITEM.

       5200-LIST-STL-DATE.
           MOVE 'STLI'     TO WS-RI-OUTPUT-TYPE
           MOVE 'STLEXT00' TO WS-RI-RERUN-JOB
           MOVE WS-SD-DATE (WS-SD-IDX) TO WS-RI-AS-OF-DATE
           MOVE WS-SD-DATE (WS-SD-IDX) TO WS-RI-EARLIEST-DATE
           MOVE SPACES     TO WS-RI-PORTFOLIO-ID
           MOVE SPACES     TO WS-RI-CLIENT-ID
           MOVE WS-SD-TRAN-COUNT (WS-SD-IDX) TO WS-RI-TRAN-COUNT
           PERFORM 5500-ADD-RERUN-ITEM.

       5300-CHECK-STATEMENT.
           MOVE DLV-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 5350-FIND-PORT-IMPACT
      *-- Change: Only a statement the run actually sent is listed
      *-- for rerun; a returned-mail record is not a second statement.
           IF WS-ENTRY-FOUND
               AND DLV-STATUS-SENT
               AND DLV-PERIOD-END NOT < WS-PI-EARLIEST-DATE (WS-PI-IDX)
               MOVE 'STMT'     TO WS-RI-OUTPUT-TYPE
               MOVE 'STMGEN00' TO WS-RI-RERUN-JOB
               MOVE DLV-PERIOD-END   TO WS-RI-AS-OF-DATE
               MOVE DLV-PORTFOLIO-ID TO WS-RI-PORTFOLIO-ID
               MOVE DLV-CLIENT-ID    TO WS-RI-CLIENT-ID
               MOVE WS-PI-EARLIEST-DATE (WS-PI-IDX)
                   TO WS-RI-EARLIEST-DATE
               MOVE WS-PI-TRAN-COUNT (WS-PI-IDX) TO WS-RI-TRAN-COUNT
               PERFORM 5500-ADD-RERUN-ITEM
           END-IF
           PERFORM 5310-READ-DELIVERY-STATUS.

       5310-READ-DELIVERY-STATUS.
           IF NOT EOF-DELIVERY-STATUS
               READ DELIVERY-STATUS-FILE
                   AT END
                       SET EOF-DELIVERY-STATUS TO TRUE
               END-READ
           END-IF.

       5350-FIND-PORT-IMPACT.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PI-IDX TO 1
           SEARCH WS-PI-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PI-PORTFOLIO-ID (WS-PI-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

       5400-CHECK-PERIOD-CLOSE.
           MOVE CLS-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 5350-FIND-PORT-IMPACT
           IF WS-ENTRY-FOUND
               AND CLS-CLOSE-DATE NOT < WS-PI-EARLIEST-DATE (WS-PI-IDX)
               MOVE 'PCLS'     TO WS-RI-OUTPUT-TYPE
               MOVE 'PRDCLS00' TO WS-RI-RERUN-JOB
               MOVE CLS-CLOSE-DATE   TO WS-RI-AS-OF-DATE
               MOVE CLS-PORTFOLIO-ID TO WS-RI-PORTFOLIO-ID
               MOVE SPACES           TO WS-RI-CLIENT-ID
               MOVE WS-PI-EARLIEST-DATE (WS-PI-IDX)
                   TO WS-RI-EARLIEST-DATE
               MOVE WS-PI-TRAN-COUNT (WS-PI-IDX) TO WS-RI-TRAN-COUNT
               PERFORM 5500-ADD-RERUN-ITEM
           END-IF
           PERFORM 5410-READ-CLOSING-SNAPSHOT.

       5410-READ-CLOSING-SNAPSHOT.
           IF NOT EOF-CLOSING-SNAPSHOT
               READ CLOSING-SNAPSHOT-FILE
                   AT END
                       SET EOF-CLOSING-SNAPSHOT TO TRUE
               END-READ
           END-IF.

      *-- Lists the item in WS-RERUN-ITEM unless it is already on
      *-- the list: a period close snapshots every position, and a
      *-- statement can have been produced more than once.
       5500-ADD-RERUN-ITEM.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-RR-IDX TO 1
           SEARCH WS-RR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RR-OUTPUT-TYPE (WS-RR-IDX) = WS-RI-OUTPUT-TYPE
                   AND WS-RR-AS-OF-DATE (WS-RR-IDX) = WS-RI-AS-OF-DATE
                   AND WS-RR-PORTFOLIO-ID (WS-RR-IDX)
                        = WS-RI-PORTFOLIO-ID
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-RERUN-COUNT < 1000
                   ADD 1 TO WS-RERUN-COUNT
                   SET WS-RR-IDX TO WS-RERUN-COUNT
                   MOVE WS-RI-OUTPUT-TYPE
                       TO WS-RR-OUTPUT-TYPE (WS-RR-IDX)
                   MOVE WS-RI-AS-OF-DATE
                       TO WS-RR-AS-OF-DATE (WS-RR-IDX)
                   MOVE WS-RI-PORTFOLIO-ID
                       TO WS-RR-PORTFOLIO-ID (WS-RR-IDX)
               END-IF
               PERFORM 5510-WRITE-RERUN-ITEM
           END-IF.

       5510-WRITE-RERUN-ITEM.
           MOVE SPACES              TO RERUN-LIST-RECORD
           MOVE WS-CURRENT-DATE     TO RRL-RUN-DATE
           MOVE WS-RI-OUTPUT-TYPE   TO RRL-OUTPUT-TYPE
           MOVE WS-RI-RERUN-JOB     TO RRL-RERUN-JOB
           MOVE WS-RI-AS-OF-DATE    TO RRL-AS-OF-DATE
           MOVE WS-RI-PORTFOLIO-ID  TO RRL-PORTFOLIO-ID
           MOVE WS-RI-CLIENT-ID     TO RRL-CLIENT-ID
           MOVE WS-RI-EARLIEST-DATE TO RRL-EARLIEST-DATE
           MOVE WS-RI-TRAN-COUNT    TO RRL-TRAN-COUNT
           WRITE RERUN-LIST-RECORD
           EVALUATE TRUE
               WHEN RRL-TYPE-GL-EXTRACT
                   MOVE 'GL EXTRACT' TO WS-RL-DESCRIPTION
               WHEN RRL-TYPE-SETTLE-INSTR
                   MOVE 'SETTLEMENT INSTRUCTIONS'
                       TO WS-RL-DESCRIPTION
               WHEN RRL-TYPE-STATEMENT
                   MOVE 'CLIENT STATEMENT' TO WS-RL-DESCRIPTION
               WHEN RRL-TYPE-PERIOD-CLOSE
                   MOVE 'CLOSED PERIOD SNAPSHOT' TO WS-RL-DESCRIPTION
           END-EVALUATE
           MOVE WS-RI-RERUN-JOB     TO WS-RL-RERUN-JOB
           MOVE WS-RI-AS-OF-DATE    TO WS-RL-AS-OF-DATE
           MOVE WS-RI-PORTFOLIO-ID  TO WS-RL-PORTFOLIO
           MOVE WS-RI-CLIENT-ID     TO WS-RL-CLIENT
           MOVE WS-RI-EARLIEST-DATE TO WS-RL-EARLIEST-DATE
           MOVE WS-RI-TRAN-COUNT    TO WS-RL-TRAN-COUNT
           WRITE REPORT-RECORD FROM WS-RERUN-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
      *-- Anything on the rerun list ends the step at a warning, so
      *-- the list is acted on rather than filed.
       6000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'BACK-DATED ROWS POSTED TONIGHT:' TO WS-SL-LABEL
           MOVE WS-BACKDATED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REVERSALS OF EARLIER TRADES:' TO WS-SL-LABEL
           MOVE WS-REVERSAL-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REVERSAL ROWS WITH NO NOTICE:' TO WS-SL-LABEL
           MOVE WS-NO-NOTICE-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LEDGER RECORDS COPIED:' TO WS-SL-LABEL
           MOVE WS-LEDGER-COPIED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LEDGER RECORDS RE-STRUCK:' TO WS-SL-LABEL
           MOVE WS-LEDGER-RESTRUCK TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LEDGER RECORDS INSERTED:' TO WS-SL-LABEL
           MOVE WS-LEDGER-INSERTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CASH ACCRUALS ADJUSTED:' TO WS-SL-LABEL
           MOVE WS-ACCRUALS-ADJUSTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'STALE OUTPUTS TO RERUN:' TO WS-SL-LABEL
           MOVE WS-RERUN-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE TRANSACTION-HISTORY
           CLOSE BEFORE-LEDGER-FILE
           CLOSE CASH-LEDGER-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE ACCRUAL-FILE
           CLOSE REVERSAL-NOTICE-FILE
           CLOSE DELIVERY-STATUS-FILE
           CLOSE CLOSING-SNAPSHOT-FILE
           CLOSE RERUN-LIST-FILE
           CLOSE REPORT-FILE
           IF WS-RERUN-COUNT > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'BKDIMP00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'BKDIMP00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'BKDIMP00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'BKDIMP00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
