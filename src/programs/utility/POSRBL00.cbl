       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSRBL00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Position And Tax-Lot Rebuild From History                      *
      *                                                                *
      * When a position or its lots have gone wrong -- a half-applied  *
      * run, a hand fix, a reversal that could not cleanly back a lot  *
      * out -- the desk used to re-derive the holding on paper. This   *
      * utility replays the history instead:                           *
      * - Takes a portfolio (and optionally one security) and a mode   *
      *   from the parameter card                                      *
      * - Quantity and average cost start from the latest period       *
      *   close (CLSSNAP) and replay every TRN-STATUS-DONE row the     *
      *   close did not cover, with POSUPD00's and CAPROC00's rules    *
      * - Tax lots replay from the first transaction, opening and      *
      *   relieving them the way POSUPD00 does (designated lot, then   *
      *   the portfolio's elected FIFO or highest-cost relief): the    *
      *   close keeps no lot detail to start from                     *
      * - A reversed trade and its TRNREV00 reversal row are left out  *
      *   together, except where the close took in a trade reversed    *
      *   since, which the reversal row then takes back out            *
      * - Shows the rebuilt quantity, average cost and open lots side  *
      *   by side with what is on file                                 *
      * - In update mode, under dual control (DCLCTL00 action 'PRBL'), *
      *   replaces every holding that differs -- the position and any  *
      *   lot open on either side -- journaling each before-image for  *
      *   JRNBKO00                                                     *
      *                                                                *
      * Once HISTLD00 has purged a holding's early history, run        *
      * ARCRTV00 for the portfolio first and point TRANHIST at its     *
      * work file. A holding with open lots older than any history it  *
      * can see, or one re-keyed by a symbol change, merger or         *
      * spin-off, is reported and never replaced.                      *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBUILD-PARMS ASSIGN TO POSRBPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

      *-- PRDCLS00's snapshots, every close kept; only the latest is
      *-- used. OPTIONAL so a book never yet closed replays from its
      *-- first transaction.
           SELECT OPTIONAL CLOSING-SNAPSHOT-FILE ASSIGN TO CLSSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

      *-- TRNREV00's reversal notices link each reversal row to the
      *-- original it reverses.
           SELECT OPTIONAL REVERSAL-NOTICE-FILE ASSIGN TO REVNOTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVN-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL TAX-LOT-FILE ASSIGN TO TAXLOTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *-- The portfolio master carries the elected lot relief method.
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

      *-- Run-scoped update journal, opened in update mode only, so a
      *-- replacement can be backed out by JRNBKO00.
           SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REBUILD-PARMS
           RECORDING MODE IS F.
       01  REBUILD-PARM-RECORD.
           05  PARM-PORTFOLIO-ID         PIC X(08).
           05  PARM-INVESTMENT-ID        PIC X(10).
           05  PARM-MODE                 PIC X(04).
               88  PARM-MODE-REPORT          VALUE 'REPT' SPACES.
               88  PARM-MODE-UPDATE          VALUE 'UPDT'.
           05  FILLER                    PIC X(58).

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  CLOSING-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CLSSNAP.

       FD  REVERSAL-NOTICE-FILE
           RECORDING MODE IS F.
           COPY REVNTC.

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  TAX-LOT-FILE
           RECORDING MODE IS F.
           COPY TAXLOT.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  SECURITY-MASTER
           RECORDING MODE IS F.
       01  SECURITY-RECORD.
           COPY SECMSTR REPLACING ==:PREFIX:== BY ==SEC==.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'POSRBL00'.
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

      *-- Working copy of DCLCTL00's LINKAGE layout -- an update run
      *-- consumes an approved 'PRBL' request for the portfolio (and
      *-- security, when the card names one).
       01  WS-DCLCTL-REQUEST.
           05  WS-DC-FUNCTION            PIC X(04).
           05  WS-DC-ACTION              PIC X(04).
           05  WS-DC-TARGET-KEY          PIC X(28).
           05  WS-DC-RETURN-CODE         PIC S9(04) COMP.
           05  WS-DC-USER-ID             PIC X(08) VALUE 'POSRBL00'.

      *-- Working copy of AUDWRT00's LINKAGE layout.
       01  WS-AUDWRT-REQUEST.
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'POSRBL00'.
           05  WS-AW-PROCESS-DATE        PIC X(08).
           05  WS-AW-EVENT-TYPE          PIC X(08).
           05  WS-AW-USER-ID             PIC X(08) VALUE 'POSRBL00'.
           05  WS-AW-DESCRIPTION         PIC X(60).
           05  WS-AW-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-SNAP-STATUS            PIC XX.
           05  WS-RVN-STATUS             PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-LOT-STATUS             PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-JRNL-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           05  WS-EOF-SNAP-SW            PIC X(01) VALUE 'N'.
               88  EOF-SNAPSHOT              VALUE 'Y'.
           05  WS-EOF-RVN-SW             PIC X(01) VALUE 'N'.
               88  EOF-NOTICE                VALUE 'Y'.
           05  WS-POS-SCAN-SW            PIC X(01) VALUE 'N'.
               88  WS-POS-SCAN-DONE          VALUE 'Y'.
           05  WS-LOT-SCAN-SW            PIC X(01) VALUE 'N'.
               88  WS-LOT-SCAN-DONE          VALUE 'Y'.
           05  WS-LOT-FILE-SW            PIC X(01) VALUE 'N'.
               88  WS-LOT-FILE-PRESENT       VALUE 'Y'.
           05  WS-RUN-MODE-SW            PIC X(01) VALUE 'R'.
               88  WS-MODE-REPORT            VALUE 'R'.
               88  WS-MODE-UPDATE            VALUE 'U'.
           05  WS-HOLDING-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-HOLDING-FOUND          VALUE 'Y'.
           05  WS-ENTRY-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-RELIEF-SW              PIC X(01) VALUE 'N'.
               88  WS-RELIEF-EXHAUSTED       VALUE 'Y'.
           05  WS-RELIEF-METHOD          PIC X(01) VALUE SPACE.
               88  WS-METHOD-HICOST          VALUE 'H'.

       01  WS-RUN-SELECTION.
           05  WS-SEL-PORTFOLIO-ID       PIC X(08).
           05  WS-SEL-INVESTMENT-ID      PIC X(10).

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).
      *-- The latest close on CLSSNAP (spaces when there is none),
      *-- and the earliest history row the replay saw for the
      *-- portfolio -- an open lot older than that was opened by
      *-- history this run cannot see.
       01  WS-CLOSE-DATE                 PIC X(08) VALUE SPACES.
       01  WS-EARLIEST-HIST-DATE         PIC X(08) VALUE HIGH-VALUES.
       01  WS-LOOKUP-INVESTMENT          PIC X(10).
       01  WS-SUCCESSOR-ID               PIC X(10).
       01  WS-LOOKUP-LOT-ID              PIC X(14).
       01  WS-ORIG-TRAN-KEY              PIC X(28).

       01  WS-CALC-FIELDS.
           05  WS-NEW-QUANTITY           PIC S9(11)V9(4) COMP-3.
           05  WS-OLD-COST-TOTAL         PIC S9(15)V9(4) COMP-3.
           05  WS-NEW-COST-TOTAL         PIC S9(15)V9(4) COMP-3.
           05  WS-SPLIT-RATIO            PIC S9(05)V9(09) COMP-3.
           05  WS-RELIEF-REMAINING       PIC S9(11)V9(4) COMP-3.
           05  WS-RELIEF-SLICE           PIC S9(11)V9(4) COMP-3.
           05  WS-RELIEF-GAIN            PIC S9(13)V9(2) COMP-3.
           05  WS-PICK                   PIC 9(04) COMP.
           05  WS-PICK-COST              PIC S9(11)V9(4) COMP-3.
           05  WS-PICK-LOT-ID            PIC X(14).
           05  WS-RL-SCAN                PIC 9(04) COMP.

      *-- One entry per security the portfolio holds, held, or has
      *-- lots or history in: the close's starting point, the
      *-- rebuilt figures, the on-file figures and the outcome.
       01  WS-HOLDING-TABLE.
           05  WS-HOLDING-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-HD-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-HD-IDX.
               10  WS-HD-INVESTMENT-ID   PIC X(10).
               10  WS-HD-SNAP-QTY        PIC S9(11)V9(4) COMP-3.
               10  WS-HD-SNAP-COST       PIC S9(11)V9(4) COMP-3.
               10  WS-HD-QTY             PIC S9(11)V9(4) COMP-3.
               10  WS-HD-AVG-COST        PIC S9(11)V9(4) COMP-3.
               10  WS-HD-FILE-SW         PIC X(01).
                   88  WS-HD-ON-FILE         VALUE 'Y'.
               10  WS-HD-FILE-QTY        PIC S9(11)V9(4) COMP-3.
               10  WS-HD-FILE-COST       PIC S9(11)V9(4) COMP-3.
               10  WS-HD-LOT-QTY         PIC S9(11)V9(4) COMP-3.
               10  WS-HD-FILE-LOT-QTY    PIC S9(11)V9(4) COMP-3.
               10  WS-HD-LOT-DIFF-COUNT  PIC 9(04) COMP.
               10  WS-HD-TRAN-COUNT      PIC 9(05) COMP.
               10  WS-HD-EXCLUDE-SW      PIC X(01).
                   88  WS-HD-REBUILDABLE     VALUE SPACE.
                   88  WS-HD-CA-REKEY        VALUE 'C'.
                   88  WS-HD-REV-UNLINKED    VALUE 'U'.
                   88  WS-HD-HIST-INCOMPLETE VALUE 'H'.
                   88  WS-HD-LOTS-OVERFLOW   VALUE 'L'.
               10  WS-HD-RESULT-SW       PIC X(01).
                   88  WS-HD-EMPTY           VALUE 'E'.
                   88  WS-HD-AGREES          VALUE 'A'.
                   88  WS-HD-DIFFERS         VALUE 'D'.
                   88  WS-HD-NOT-REBUILT     VALUE 'N'.

      *-- The rebuilt lots, in the order the history opened them,
      *-- with the matching on-file lot's figures once compared.
       01  WS-REBUILT-LOT-TABLE.
           05  WS-REBUILT-LOT-COUNT      PIC 9(04) COMP VALUE ZERO.
           05  WS-RL-ENTRY OCCURS 3000 TIMES
                                         INDEXED BY WS-RL-IDX.
               10  WS-RL-INVESTMENT-ID   PIC X(10).
               10  WS-RL-LOT-ID.
                   15  WS-RL-OPEN-DATE   PIC X(08).
                   15  WS-RL-SEQUENCE-NO PIC X(06).
               10  WS-RL-ORIG-QTY        PIC S9(11)V9(4) COMP-3.
               10  WS-RL-REMAINING       PIC S9(11)V9(4) COMP-3.
               10  WS-RL-COST            PIC S9(11)V9(4) COMP-3.
               10  WS-RL-STATUS          PIC X(01).
                   88  WS-RL-OPEN            VALUE 'O'.
                   88  WS-RL-CLOSED          VALUE 'C'.
               10  WS-RL-CLOSE-DATE      PIC X(08).
               10  WS-RL-PROCEEDS        PIC S9(13)V9(2) COMP-3.
               10  WS-RL-GAIN            PIC S9(13)V9(2) COMP-3.
               10  WS-RL-FILE-SW         PIC X(01).
                   88  WS-RL-ON-FILE         VALUE 'Y'.
               10  WS-RL-FILE-REMAINING  PIC S9(11)V9(4) COMP-3.
               10  WS-RL-FILE-COST       PIC S9(11)V9(4) COMP-3.
               10  WS-RL-FILE-STATUS     PIC X(01).
               10  WS-RL-WASH-SW         PIC X(01).
                   88  WS-RL-WASH-DETAIL     VALUE 'Y'.
               10  WS-RL-DIFF-SW         PIC X(01).
                   88  WS-RL-DIFFERS         VALUE 'Y'.

      *-- Open lots on file that the history did not rebuild.
       01  WS-ORPHAN-LOT-TABLE.
           05  WS-ORPHAN-LOT-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-OL-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-OL-IDX.
               10  WS-OL-LOT-KEY.
                   15  WS-OL-PORTFOLIO-ID PIC X(08).
                   15  WS-OL-INVESTMENT-ID PIC X(10).
                   15  WS-OL-OPEN-DATE   PIC X(08).
                   15  WS-OL-SEQUENCE-NO PIC X(06).
               10  WS-OL-REMAINING       PIC S9(11)V9(4) COMP-3.
               10  WS-OL-COST            PIC S9(11)V9(4) COMP-3.

      *-- Reversal row key to the TRAN-KEY of the original it
      *-- reverses, for the portfolio being rebuilt.
       01  WS-NOTICE-TABLE.
           05  WS-NOTICE-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-NT-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-NT-IDX.
               10  WS-NT-REVERSAL-KEY    PIC X(28).
               10  WS-NT-ORIG-KEY        PIC X(28).

      *-- Reversed originals the close had already taken in.
       01  WS-CLOSED-REVERSAL-TABLE.
           05  WS-CLOSED-REV-COUNT       PIC 9(04) COMP VALUE ZERO.
           05  WS-CR-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-CR-IDX.
               10  WS-CR-ORIG-KEY        PIC X(28).

      *-- Journal working areas for 8000-WRITE-JOURNAL, the POSUPD00
      *-- layout.
       01  WS-JOURNAL-AREA.
           05  WS-JRN-SEQUENCE           PIC 9(07) VALUE ZERO.
           05  WS-JRN-FILE-ID            PIC X(08).
           05  WS-JRN-ACTION             PIC X(02).
           05  WS-JRN-IMAGE              PIC X(188).

       01  WS-REBUILD-COUNTS.
           05  WS-HISTORY-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  WS-AGREE-COUNT            PIC 9(05) COMP VALUE ZERO.
           05  WS-DIFFER-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-NOT-REBUILT-COUNT      PIC 9(05) COMP VALUE ZERO.
           05  WS-POS-REPLACED-COUNT     PIC 9(05) COMP VALUE ZERO.
           05  WS-POS-CREATED-COUNT      PIC 9(05) COMP VALUE ZERO.
           05  WS-LOT-REWRITTEN-COUNT    PIC 9(05) COMP VALUE ZERO.
           05  WS-LOT-WRITTEN-COUNT      PIC 9(05) COMP VALUE ZERO.
           05  WS-LOT-DELETED-COUNT      PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'POSITION AND TAX-LOT REBUILD FROM HISTORY'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(13)
                   VALUE 'REPORT DATE: '.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(13)
                   VALUE '  PORTFOLIO: '.
               10  WS-HDR-PORTFOLIO-ID   PIC X(08).
               10  FILLER                PIC X(12)
                   VALUE '  SECURITY: '.
               10  WS-HDR-INVESTMENT-ID  PIC X(10).
               10  FILLER                PIC X(08) VALUE '  MODE: '.
               10  WS-HDR-MODE           PIC X(06).
               10  FILLER                PIC X(15)
                   VALUE '  FROM CLOSE: '.
               10  WS-HDR-CLOSE-DATE     PIC X(08).
               10  FILLER                PIC X(29) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(18)
                   VALUE 'SECURITY / LOT'.
               10  FILLER                PIC X(18)
                   VALUE '     QTY ON FILE'.
               10  FILLER                PIC X(18)
                   VALUE '     QTY REBUILT'.
               10  FILLER                PIC X(18)
                   VALUE '    COST ON FILE'.
               10  FILLER                PIC X(19)
                   VALUE '    COST REBUILT'.
               10  FILLER                PIC X(08) VALUE '  TRANS'.
               10  FILLER                PIC X(33) VALUE 'RESULT'.

      *-- A holding line, then one line per lot open on either side.
       01  WS-HOLDING-LINE.
           05  WS-HL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(08) VALUE SPACES.
           05  WS-HL-FILE-QTY            PIC -(11)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-HL-REBUILT-QTY         PIC -(11)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-HL-FILE-COST           PIC -(11)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-HL-REBUILT-COST        PIC -(11)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HL-TRAN-COUNT          PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HL-RESULT              PIC X(30).
           05  FILLER                    PIC X(03) VALUE SPACES.

       01  WS-LOT-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-OPEN-DATE           PIC X(08).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-LL-SEQUENCE-NO         PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-LL-FILE-QTY            PIC -(11)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-LL-REBUILT-QTY         PIC -(11)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-LL-FILE-COST           PIC -(11)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-LL-REBUILT-COST        PIC -(11)9.9999.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  WS-LL-RESULT              PIC X(30).
           05  FILLER                    PIC X(03) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
           05  WS-SL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SNAPSHOT
               UNTIL EOF-SNAPSHOT
           PERFORM 2040-SEED-FROM-SNAPSHOT
               VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HOLDING-COUNT
           PERFORM 1200-WRITE-HEADERS
           PERFORM 2100-LOAD-NOTICE
               UNTIL EOF-NOTICE
           PERFORM 2200-LOAD-ON-FILE-POSITIONS
           PERFORM 3000-REPLAY-HISTORY
               UNTIL EOF-TRAN-HIST
           PERFORM 4000-COMPARE-FILE-LOTS
           PERFORM 4100-SETTLE-HOLDING
               VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HOLDING-COUNT
           PERFORM 6000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           PERFORM 1050-READ-REBUILD-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1300-READ-PORTFOLIO
           IF WS-MODE-UPDATE
               PERFORM 1400-CHECK-DUAL-CONTROL
           END-IF
           PERFORM 2010-READ-SNAPSHOT
           PERFORM 2110-READ-NOTICE
           PERFORM 3090-READ-TRANSACTION.

      *-- The portfolio is required: a rebuild with an unbounded
      *-- scope would replay the whole book for one broken holding.
       1050-READ-REBUILD-PARMS.
           OPEN INPUT REBUILD-PARMS
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'REBUILD PARM CARD IS REQUIRED' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           READ REBUILD-PARMS
               AT END
                   MOVE 'REBUILD PARM CARD IS EMPTY' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ
           IF PARM-PORTFOLIO-ID = SPACES
               MOVE 'PORTFOLIO ID IS REQUIRED' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           EVALUATE TRUE
               WHEN PARM-MODE-REPORT
                   SET WS-MODE-REPORT TO TRUE
               WHEN PARM-MODE-UPDATE
                   SET WS-MODE-UPDATE TO TRUE
               WHEN OTHER
                   MOVE 'MODE MUST BE REPT OR UPDT' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-EVALUATE
           MOVE PARM-PORTFOLIO-ID  TO WS-SEL-PORTFOLIO-ID
           MOVE PARM-INVESTMENT-ID TO WS-SEL-INVESTMENT-ID
           CLOSE REBUILD-PARMS.

      *-- A report run only reads the masters; an update run opens
      *-- them I-O and starts its journal.
       1100-OPEN-FILES.
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CLOSING-SNAPSHOT-FILE
           IF WS-SNAP-STATUS = '05' OR WS-SNAP-STATUS = '35'
               SET EOF-SNAPSHOT TO TRUE
           ELSE
               IF WS-SNAP-STATUS NOT = '00'
                   MOVE 'ERROR OPENING CLOSING-SNAPSHOT-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT REVERSAL-NOTICE-FILE
           IF WS-RVN-STATUS = '05' OR WS-RVN-STATUS = '35'
               SET EOF-NOTICE TO TRUE
           ELSE
               IF WS-RVN-STATUS NOT = '00'
                   MOVE 'ERROR OPENING REVERSAL-NOTICE-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           IF WS-MODE-UPDATE
               OPEN I-O POSITION-MASTER
           ELSE
               OPEN INPUT POSITION-MASTER
           END-IF
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           IF WS-MODE-UPDATE
               OPEN I-O TAX-LOT-FILE
           ELSE
               OPEN INPUT TAX-LOT-FILE
           END-IF
           IF WS-LOT-STATUS = '00'
               SET WS-LOT-FILE-PRESENT TO TRUE
           ELSE
               IF WS-LOT-STATUS = '05' AND WS-MODE-UPDATE
                   SET WS-LOT-FILE-PRESENT TO TRUE
               END-IF
               IF WS-LOT-STATUS NOT = '05'
                   MOVE 'ERROR OPENING TAX-LOT-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
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

           IF WS-MODE-UPDATE
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS = '05' OR WS-JRNL-STATUS = '35'
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-JRNL-STATUS NOT = '00'
                   MOVE 'ERROR OPENING JOURNAL-FILE' TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- Written once the close being started from is known.
       1200-WRITE-HEADERS.
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE      TO WS-HDR-REPORT-DATE
           MOVE WS-SEL-PORTFOLIO-ID TO WS-HDR-PORTFOLIO-ID
           IF WS-SEL-INVESTMENT-ID = SPACES
               MOVE 'ALL' TO WS-HDR-INVESTMENT-ID
           ELSE
               MOVE WS-SEL-INVESTMENT-ID TO WS-HDR-INVESTMENT-ID
           END-IF
           IF WS-MODE-UPDATE
               MOVE 'UPDATE' TO WS-HDR-MODE
           ELSE
               MOVE 'REPORT' TO WS-HDR-MODE
           END-IF
           IF WS-CLOSE-DATE = SPACES
               MOVE 'NONE' TO WS-HDR-CLOSE-DATE
           ELSE
               MOVE WS-CLOSE-DATE TO WS-HDR-CLOSE-DATE
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-- The relief method replayed is the portfolio's election as
      *-- it stands; an unknown portfolio is refused outright.
       1300-READ-PORTFOLIO.
           MOVE WS-SEL-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON PORTFOLIO-MASTER' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   MOVE PORT-RELIEF-METHOD TO WS-RELIEF-METHOD
           END-READ.

      *-- Replacing a holding rewrites the book of record, so one
      *-- person may not both ask for it and run it: an approved
      *-- 'PRBL' request for the same target must be waiting.
       1400-CHECK-DUAL-CONTROL.
           MOVE 'EXEC' TO WS-DC-FUNCTION
           MOVE 'PRBL' TO WS-DC-ACTION
           MOVE SPACES TO WS-DC-TARGET-KEY
           MOVE WS-SEL-PORTFOLIO-ID  TO WS-DC-TARGET-KEY (1:8)
           MOVE WS-SEL-INVESTMENT-ID TO WS-DC-TARGET-KEY (9:10)
           CALL 'DCLCTL00' USING WS-DCLCTL-REQUEST
           IF WS-DC-RETURN-CODE NOT = 0
               MOVE 'UPDATE NEEDS AN APPROVED DUAL-CONTROL REQUEST'
                   TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * STARTING POINT -- CLOSE, NOTICES, ON-FILE POSITIONS
      *-----------------------------------------------------------------
      *-- Every close is kept on the file; a later close date than
      *-- any seen so far clears what the earlier one loaded. The
      *-- close is taken book-wide, so a portfolio flat at the latest
      *-- close still starts from it rather than an older one.
       2000-LOAD-SNAPSHOT.
           IF CLS-CLOSE-DATE > WS-CLOSE-DATE
               MOVE CLS-CLOSE-DATE TO WS-CLOSE-DATE
               PERFORM 2030-CLEAR-SNAPSHOT-ENTRY
                   VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HOLDING-COUNT
           END-IF
           IF CLS-CLOSE-DATE = WS-CLOSE-DATE
               AND CLS-PORTFOLIO-ID = WS-SEL-PORTFOLIO-ID
               AND (WS-SEL-INVESTMENT-ID = SPACES
                    OR CLS-INVESTMENT-ID = WS-SEL-INVESTMENT-ID)
               MOVE CLS-INVESTMENT-ID TO WS-LOOKUP-INVESTMENT
               PERFORM 8000-FIND-HOLDING
               IF WS-HOLDING-FOUND
                   MOVE CLS-QUANTITY TO WS-HD-SNAP-QTY (WS-HD-IDX)
                   MOVE CLS-AVG-COST TO WS-HD-SNAP-COST (WS-HD-IDX)
               END-IF
           END-IF
           PERFORM 2010-READ-SNAPSHOT.

       2010-READ-SNAPSHOT.
           IF NOT EOF-SNAPSHOT
               READ CLOSING-SNAPSHOT-FILE
                   AT END
                       SET EOF-SNAPSHOT TO TRUE
               END-READ
           END-IF.

       2030-CLEAR-SNAPSHOT-ENTRY.
           MOVE ZERO TO WS-HD-SNAP-QTY (WS-HD-IDX)
           MOVE ZERO TO WS-HD-SNAP-COST (WS-HD-IDX).

       2040-SEED-FROM-SNAPSHOT.
           MOVE WS-HD-SNAP-QTY (WS-HD-IDX)  TO WS-HD-QTY (WS-HD-IDX)
           MOVE WS-HD-SNAP-COST (WS-HD-IDX)
               TO WS-HD-AVG-COST (WS-HD-IDX).

       2100-LOAD-NOTICE.
           IF RVN-REVERSAL-TRAN-KEY (15:8) = WS-SEL-PORTFOLIO-ID
               IF WS-NOTICE-COUNT < 500
                   ADD 1 TO WS-NOTICE-COUNT
                   SET WS-NT-IDX TO WS-NOTICE-COUNT
                   MOVE RVN-REVERSAL-TRAN-KEY
                       TO WS-NT-REVERSAL-KEY (WS-NT-IDX)
                   MOVE RVN-ORIG-TRAN-KEY
                       TO WS-NT-ORIG-KEY (WS-NT-IDX)
               ELSE
                   DISPLAY 'POSRBL00 WARNING: NOTICE TABLE FULL, '
                       RVN-REVERSAL-TRAN-KEY ' NOT LOADED'
               END-IF
           END-IF
           PERFORM 2110-READ-NOTICE.

       2110-READ-NOTICE.
           IF NOT EOF-NOTICE
               READ REVERSAL-NOTICE-FILE
                   AT END
                       SET EOF-NOTICE TO TRUE
               END-READ
           END-IF.

      *-- The portfolio's positions are keyed together, so its
      *-- on-file side is a partial-key START and a forward read.
       2200-LOAD-ON-FILE-POSITIONS.
           MOVE 'N' TO WS-POS-SCAN-SW
           MOVE WS-SEL-PORTFOLIO-ID TO POS-PORTFOLIO-ID
           IF WS-SEL-INVESTMENT-ID = SPACES
               MOVE LOW-VALUES TO POS-INVESTMENT-ID
           ELSE
               MOVE WS-SEL-INVESTMENT-ID TO POS-INVESTMENT-ID
           END-IF
           START POSITION-MASTER KEY NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-POS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-POS-SCAN-DONE
               PERFORM 2210-READ-NEXT-POSITION
           END-IF
           PERFORM 2220-NOTE-ONE-POSITION
               UNTIL WS-POS-SCAN-DONE.

       2210-READ-NEXT-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET WS-POS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-POS-SCAN-DONE
               IF POS-PORTFOLIO-ID NOT = WS-SEL-PORTFOLIO-ID
                   SET WS-POS-SCAN-DONE TO TRUE
               END-IF
               IF WS-SEL-INVESTMENT-ID NOT = SPACES
                   AND POS-INVESTMENT-ID NOT = WS-SEL-INVESTMENT-ID
                   SET WS-POS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       2220-NOTE-ONE-POSITION.
           MOVE POS-INVESTMENT-ID TO WS-LOOKUP-INVESTMENT
           PERFORM 8000-FIND-HOLDING
           IF WS-HOLDING-FOUND
               SET WS-HD-ON-FILE (WS-HD-IDX) TO TRUE
               MOVE POS-QUANTITY TO WS-HD-FILE-QTY (WS-HD-IDX)
               MOVE POS-AVG-COST TO WS-HD-FILE-COST (WS-HD-IDX)
           END-IF
           PERFORM 2210-READ-NEXT-POSITION.

      *-----------------------------------------------------------------
      * HISTORY REPLAY
      *-----------------------------------------------------------------
      *-- A symbol change, merger or spin-off moves a holding between
      *-- securities; what it moved cannot be told apart from the
      *-- history of either side, so both are left as they stand.
       3000-REPLAY-HISTORY.
           IF TRAN-PORTFOLIO-ID = WS-SEL-PORTFOLIO-ID
               EVALUATE TRUE
                   WHEN TRAN-TYPE-SYMCHG
                     OR TRAN-TYPE-MERGER
                     OR TRAN-TYPE-SPINOFF
                       IF TRAN-STATUS-DONE
                           PERFORM 3300-MARK-CA-REKEY
                       END-IF
                   WHEN NOT (TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                             OR TRAN-TYPE-TRANS OR TRAN-TYPE-SPLIT)
                       CONTINUE
                   WHEN WS-SEL-INVESTMENT-ID = SPACES
                     OR TRAN-INVESTMENT-ID = WS-SEL-INVESTMENT-ID
                       PERFORM 3010-REPLAY-ROW
               END-EVALUATE
           END-IF
           PERFORM 3090-READ-TRANSACTION.

      *-- A reversed original and its reversal row cancel and are
      *-- both left out -- unless the close took the original in,
      *-- when the open-period reversal row takes it back out of the
      *-- position. Only the close's own rows (TRAN-CLOSED) are
      *-- already in its figures; a back-dated row posted since is
      *-- not, whatever its date.
       3010-REPLAY-ROW.
           EVALUATE TRUE
               WHEN TRAN-STATUS-REV
                   IF TRAN-CLOSED
                       PERFORM 3020-NOTE-CLOSED-REVERSAL
                   END-IF
               WHEN NOT TRAN-STATUS-DONE
                   CONTINUE
               WHEN TRAN-PROCESS-USER = 'TRNREV00'
                   IF WS-CLOSE-DATE NOT = SPACES
                       AND NOT TRAN-CLOSED
                       PERFORM 3030-CHECK-REVERSAL-ROW
                   END-IF
               WHEN OTHER
                   MOVE TRAN-INVESTMENT-ID TO WS-LOOKUP-INVESTMENT
                   PERFORM 8000-FIND-HOLDING
                   IF WS-HOLDING-FOUND
                       ADD 1 TO WS-HISTORY-COUNT
                       ADD 1 TO WS-HD-TRAN-COUNT (WS-HD-IDX)
                       IF WS-EARLIEST-HIST-DATE = HIGH-VALUES
                           MOVE TRAN-DATE TO WS-EARLIEST-HIST-DATE
                       END-IF
                       IF WS-CLOSE-DATE = SPACES OR NOT TRAN-CLOSED
                           PERFORM 3100-APPLY-TO-POSITION
                       END-IF
                       PERFORM 3200-APPLY-TO-LOTS
                   END-IF
           END-EVALUATE.

       3020-NOTE-CLOSED-REVERSAL.
           IF WS-CLOSED-REV-COUNT < 500
               ADD 1 TO WS-CLOSED-REV-COUNT
               SET WS-CR-IDX TO WS-CLOSED-REV-COUNT
               MOVE TRAN-KEY TO WS-CR-ORIG-KEY (WS-CR-IDX)
           ELSE
               DISPLAY 'POSRBL00 WARNING: CLOSED REVERSAL TABLE FULL, '
                   TRAN-KEY ' NOT NOTED'
           END-IF.

      *-- A reversal row with no notice cannot be tied to its
      *-- original, so whether the close included that original is
      *-- unknown and the holding is not rebuilt.
       3030-CHECK-REVERSAL-ROW.
           MOVE TRAN-INVESTMENT-ID TO WS-LOOKUP-INVESTMENT
           PERFORM 8000-FIND-HOLDING
           IF WS-HOLDING-FOUND
               MOVE SPACES TO WS-ORIG-TRAN-KEY
               SET WS-NT-IDX TO 1
               SEARCH WS-NT-ENTRY
                   AT END
                       SET WS-HD-REV-UNLINKED (WS-HD-IDX) TO TRUE
                   WHEN WS-NT-REVERSAL-KEY (WS-NT-IDX) = TRAN-KEY
                       MOVE WS-NT-ORIG-KEY (WS-NT-IDX)
                           TO WS-ORIG-TRAN-KEY
               END-SEARCH
               IF WS-ORIG-TRAN-KEY NOT = SPACES
                   SET WS-CR-IDX TO 1
                   SEARCH WS-CR-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CR-ORIG-KEY (WS-CR-IDX)
                                = WS-ORIG-TRAN-KEY
                           ADD 1 TO WS-HISTORY-COUNT
                           ADD 1 TO WS-HD-TRAN-COUNT (WS-HD-IDX)
                           PERFORM 3130-APPLY-REVERSAL-ROW
                   END-SEARCH
               END-IF
           END-IF.

       3090-READ-TRANSACTION.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

      *-- POSUPD00's position rules: a buy or inbound transfer blends
      *-- the average cost, a sell or outbound transfer only brings
      *-- the quantity down; CAPROC00's split rescales both so the
      *-- total cost is unchanged.
       3100-APPLY-TO-POSITION.
           EVALUATE TRUE
               WHEN TRAN-TYPE-BUY
                   PERFORM 3110-BLEND-AVERAGE-COST
                   ADD TRAN-QUANTITY TO WS-HD-QTY (WS-HD-IDX)
               WHEN TRAN-TYPE-SELL
                   SUBTRACT TRAN-QUANTITY FROM WS-HD-QTY (WS-HD-IDX)
               WHEN TRAN-TYPE-TRANS
                   IF TRAN-QUANTITY > ZERO
                       PERFORM 3110-BLEND-AVERAGE-COST
                   END-IF
                   ADD TRAN-QUANTITY TO WS-HD-QTY (WS-HD-IDX)
               WHEN TRAN-TYPE-SPLIT
                   PERFORM 3120-APPLY-SPLIT
           END-EVALUATE.

       3110-BLEND-AVERAGE-COST.
           COMPUTE WS-NEW-QUANTITY =
               WS-HD-QTY (WS-HD-IDX) + TRAN-QUANTITY
           IF WS-NEW-QUANTITY > ZERO
               COMPUTE WS-OLD-COST-TOTAL =
                   WS-HD-QTY (WS-HD-IDX) * WS-HD-AVG-COST (WS-HD-IDX)
               COMPUTE WS-NEW-COST-TOTAL =
                   WS-OLD-COST-TOTAL + (TRAN-QUANTITY * TRAN-PRICE)
               COMPUTE WS-HD-AVG-COST (WS-HD-IDX) ROUNDED =
                   WS-NEW-COST-TOTAL / WS-NEW-QUANTITY
           END-IF.

       3120-APPLY-SPLIT.
           IF TRAN-SPLIT-FROM NOT = ZERO
               AND TRAN-SPLIT-TO NOT = ZERO
               COMPUTE WS-SPLIT-RATIO ROUNDED =
                   TRAN-SPLIT-TO / TRAN-SPLIT-FROM
               COMPUTE WS-HD-QTY (WS-HD-IDX) ROUNDED =
                   WS-HD-QTY (WS-HD-IDX) * WS-SPLIT-RATIO
               COMPUTE WS-HD-AVG-COST (WS-HD-IDX) ROUNDED =
                   WS-HD-AVG-COST (WS-HD-IDX) / WS-SPLIT-RATIO
           END-IF.

      *-- TRNREV00's back-out of the original: the reversal row
      *-- carries the original's quantity negated, so a buy or
      *-- transfer adds it and a sell takes it away; the cost stays
      *-- as the original left it. A split is undone by the inverse
      *-- ratio.
       3130-APPLY-REVERSAL-ROW.
           EVALUATE TRUE
               WHEN TRAN-TYPE-BUY
                 OR TRAN-TYPE-TRANS
                   ADD TRAN-QUANTITY TO WS-HD-QTY (WS-HD-IDX)
               WHEN TRAN-TYPE-SELL
                   SUBTRACT TRAN-QUANTITY FROM WS-HD-QTY (WS-HD-IDX)
               WHEN TRAN-TYPE-SPLIT
                   IF TRAN-SPLIT-FROM NOT = ZERO
                       AND TRAN-SPLIT-TO NOT = ZERO
                       COMPUTE WS-SPLIT-RATIO ROUNDED =
                           TRAN-SPLIT-FROM / TRAN-SPLIT-TO
                       COMPUTE WS-HD-QTY (WS-HD-IDX) ROUNDED =
                           WS-HD-QTY (WS-HD-IDX) * WS-SPLIT-RATIO
                       COMPUTE WS-HD-AVG-COST (WS-HD-IDX) ROUNDED =
                           WS-HD-AVG-COST (WS-HD-IDX) / WS-SPLIT-RATIO
                   END-IF
           END-EVALUATE.

      *-- POSUPD00's lot rules. A split leaves the lots alone, as
      *-- CAPROC00 does.
       3200-APPLY-TO-LOTS.
           EVALUATE TRUE
               WHEN TRAN-TYPE-BUY
                   PERFORM 3210-OPEN-LOT
               WHEN TRAN-TYPE-SELL
                   PERFORM 3220-RELIEVE-LOTS
               WHEN TRAN-TYPE-TRANS
                   IF TRAN-QUANTITY > ZERO
                       PERFORM 3210-OPEN-LOT
                   ELSE
                       PERFORM 3220-RELIEVE-LOTS
                   END-IF
           END-EVALUATE.

       3210-OPEN-LOT.
           IF WS-REBUILT-LOT-COUNT < 3000
               ADD 1 TO WS-REBUILT-LOT-COUNT
               SET WS-RL-IDX TO WS-REBUILT-LOT-COUNT
               MOVE TRAN-INVESTMENT-ID
                   TO WS-RL-INVESTMENT-ID (WS-RL-IDX)
               MOVE TRAN-DATE        TO WS-RL-OPEN-DATE (WS-RL-IDX)
               MOVE TRAN-SEQUENCE-NO TO WS-RL-SEQUENCE-NO (WS-RL-IDX)
               MOVE TRAN-QUANTITY    TO WS-RL-ORIG-QTY (WS-RL-IDX)
               MOVE TRAN-QUANTITY    TO WS-RL-REMAINING (WS-RL-IDX)
               MOVE TRAN-PRICE       TO WS-RL-COST (WS-RL-IDX)
               SET WS-RL-OPEN (WS-RL-IDX) TO TRUE
               MOVE SPACES           TO WS-RL-CLOSE-DATE (WS-RL-IDX)
               MOVE ZERO             TO WS-RL-PROCEEDS (WS-RL-IDX)
               MOVE ZERO             TO WS-RL-GAIN (WS-RL-IDX)
               MOVE 'N'              TO WS-RL-FILE-SW (WS-RL-IDX)
               MOVE ZERO          TO WS-RL-FILE-REMAINING (WS-RL-IDX)
               MOVE ZERO             TO WS-RL-FILE-COST (WS-RL-IDX)
               MOVE SPACE            TO WS-RL-FILE-STATUS (WS-RL-IDX)
               MOVE 'N'              TO WS-RL-WASH-SW (WS-RL-IDX)
               MOVE 'N'              TO WS-RL-DIFF-SW (WS-RL-IDX)
           ELSE
               SET WS-HD-LOTS-OVERFLOW (WS-HD-IDX) TO TRUE
               DISPLAY 'POSRBL00 WARNING: LOT TABLE FULL, '
                   TRAN-INVESTMENT-ID ' NOT REBUILT'
           END-IF.

      *-- A sell's designated lot first, when it names one the
      *-- rebuild holds open; then the portfolio's elected method.
      *-- Relief beyond the open lots (a short) simply runs out.
       3220-RELIEVE-LOTS.
           IF TRAN-QUANTITY < ZERO
               COMPUTE WS-RELIEF-REMAINING = TRAN-QUANTITY * -1
           ELSE
               MOVE TRAN-QUANTITY TO WS-RELIEF-REMAINING
           END-IF
           IF TRAN-TYPE-SELL
               AND TRAN-CUSTODIAN-REF (1:14) NOT = SPACES
               PERFORM 3225-RELIEVE-DESIGNATED-LOT
           END-IF
           MOVE 'N' TO WS-RELIEF-SW
           PERFORM 3230-RELIEVE-NEXT-LOT
               UNTIL WS-RELIEF-REMAINING NOT > ZERO
                  OR WS-RELIEF-EXHAUSTED.

      *-- Once the sell has settled the field carries the
      *-- custodian's reference instead, which matches no lot and
      *-- falls through to the method.
       3225-RELIEVE-DESIGNATED-LOT.
           MOVE TRAN-CUSTODIAN-REF (1:14) TO WS-LOOKUP-LOT-ID
           MOVE TRAN-INVESTMENT-ID TO WS-LOOKUP-INVESTMENT
           PERFORM 8100-FIND-REBUILT-LOT
           IF WS-ENTRY-FOUND
               IF WS-RL-OPEN (WS-RL-IDX)
                   AND WS-RL-REMAINING (WS-RL-IDX) > ZERO
                   PERFORM 3240-TAKE-SLICE
               END-IF
           END-IF.

      *-- One pass: the next lot the method would relieve -- the
      *-- oldest by lot key for FIFO, the costliest (oldest first on
      *-- a tie) for highest-cost.
       3230-RELIEVE-NEXT-LOT.
           MOVE ZERO TO WS-PICK
           PERFORM 3235-CONSIDER-ONE-LOT
               VARYING WS-RL-SCAN FROM 1 BY 1
               UNTIL WS-RL-SCAN > WS-REBUILT-LOT-COUNT
           IF WS-PICK = ZERO
               SET WS-RELIEF-EXHAUSTED TO TRUE
           ELSE
               SET WS-RL-IDX TO WS-PICK
               PERFORM 3240-TAKE-SLICE
           END-IF.

       3235-CONSIDER-ONE-LOT.
           SET WS-RL-IDX TO WS-RL-SCAN
           IF WS-RL-INVESTMENT-ID (WS-RL-IDX) = TRAN-INVESTMENT-ID
               AND WS-RL-OPEN (WS-RL-IDX)
               AND WS-RL-REMAINING (WS-RL-IDX) > ZERO
               EVALUATE TRUE
                   WHEN WS-PICK = ZERO
                       PERFORM 3236-TAKE-AS-PICK
                   WHEN WS-METHOD-HICOST
                     AND WS-RL-COST (WS-RL-IDX) > WS-PICK-COST
                       PERFORM 3236-TAKE-AS-PICK
                   WHEN WS-METHOD-HICOST
                     AND WS-RL-COST (WS-RL-IDX) = WS-PICK-COST
                     AND WS-RL-LOT-ID (WS-RL-IDX) < WS-PICK-LOT-ID
                       PERFORM 3236-TAKE-AS-PICK
                   WHEN NOT WS-METHOD-HICOST
                     AND WS-RL-LOT-ID (WS-RL-IDX) < WS-PICK-LOT-ID
                       PERFORM 3236-TAKE-AS-PICK
               END-EVALUATE
           END-IF.

       3236-TAKE-AS-PICK.
           MOVE WS-RL-SCAN TO WS-PICK
           MOVE WS-RL-COST (WS-RL-IDX)   TO WS-PICK-COST
           MOVE WS-RL-LOT-ID (WS-RL-IDX) TO WS-PICK-LOT-ID.

      *-- POSUPD00's slice: only a sell books proceeds and a gain.
       3240-TAKE-SLICE.
           IF WS-RL-REMAINING (WS-RL-IDX) > WS-RELIEF-REMAINING
               MOVE WS-RELIEF-REMAINING TO WS-RELIEF-SLICE
           ELSE
               MOVE WS-RL-REMAINING (WS-RL-IDX) TO WS-RELIEF-SLICE
           END-IF
           SUBTRACT WS-RELIEF-SLICE FROM WS-RL-REMAINING (WS-RL-IDX)
           SUBTRACT WS-RELIEF-SLICE FROM WS-RELIEF-REMAINING
           IF TRAN-TYPE-SELL
               COMPUTE WS-RELIEF-GAIN ROUNDED = WS-RELIEF-SLICE
                   * (TRAN-PRICE - WS-RL-COST (WS-RL-IDX))
               COMPUTE WS-RL-PROCEEDS (WS-RL-IDX) ROUNDED =
                   WS-RL-PROCEEDS (WS-RL-IDX)
                   + (WS-RELIEF-SLICE * TRAN-PRICE)
               ADD WS-RELIEF-GAIN TO WS-RL-GAIN (WS-RL-IDX)
           END-IF
           IF WS-RL-REMAINING (WS-RL-IDX) NOT > ZERO
               SET WS-RL-CLOSED (WS-RL-IDX) TO TRUE
               MOVE TRAN-DATE TO WS-RL-CLOSE-DATE (WS-RL-IDX)
           END-IF.

       3300-MARK-CA-REKEY.
           IF WS-SEL-INVESTMENT-ID = SPACES
               OR TRAN-INVESTMENT-ID = WS-SEL-INVESTMENT-ID
               MOVE TRAN-INVESTMENT-ID TO WS-LOOKUP-INVESTMENT
               PERFORM 8000-FIND-HOLDING
               IF WS-HOLDING-FOUND
                   SET WS-HD-CA-REKEY (WS-HD-IDX) TO TRUE
               END-IF
           END-IF
           MOVE TRAN-PARENT-ORDER-ID (1:10) TO WS-SUCCESSOR-ID
           IF WS-SUCCESSOR-ID NOT = SPACES
               AND (WS-SEL-INVESTMENT-ID = SPACES
                    OR WS-SUCCESSOR-ID = WS-SEL-INVESTMENT-ID)
               MOVE WS-SUCCESSOR-ID TO WS-LOOKUP-INVESTMENT
               PERFORM 8000-FIND-HOLDING
               IF WS-HOLDING-FOUND
                   SET WS-HD-CA-REKEY (WS-HD-IDX) TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * COMPARISON WITH THE FILE
      *-----------------------------------------------------------------
      *-- One forward read over the portfolio's lots on file: each is
      *-- matched to the rebuilt lot with its key, and an open one
      *-- the history did not rebuild is held for the holding's
      *-- report (and, in update mode, its removal).
       4000-COMPARE-FILE-LOTS.
           IF WS-LOT-FILE-PRESENT
               MOVE 'N' TO WS-LOT-SCAN-SW
               MOVE WS-SEL-PORTFOLIO-ID TO LOT-PORTFOLIO-ID
               IF WS-SEL-INVESTMENT-ID = SPACES
                   MOVE LOW-VALUES TO LOT-INVESTMENT-ID
               ELSE
                   MOVE WS-SEL-INVESTMENT-ID TO LOT-INVESTMENT-ID
               END-IF
               MOVE LOW-VALUES TO LOT-OPEN-DATE
               MOVE LOW-VALUES TO LOT-SEQUENCE-NO
               START TAX-LOT-FILE KEY NOT LESS THAN LOT-KEY
                   INVALID KEY
                       SET WS-LOT-SCAN-DONE TO TRUE
               END-START
               IF NOT WS-LOT-SCAN-DONE
                   PERFORM 4010-READ-NEXT-FILE-LOT
               END-IF
               PERFORM 4020-COMPARE-ONE-FILE-LOT
                   UNTIL WS-LOT-SCAN-DONE
           END-IF.

       4010-READ-NEXT-FILE-LOT.
           READ TAX-LOT-FILE NEXT RECORD
               AT END
                   SET WS-LOT-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-LOT-SCAN-DONE
               IF LOT-PORTFOLIO-ID NOT = WS-SEL-PORTFOLIO-ID
                   SET WS-LOT-SCAN-DONE TO TRUE
               END-IF
               IF WS-SEL-INVESTMENT-ID NOT = SPACES
                   AND LOT-INVESTMENT-ID NOT = WS-SEL-INVESTMENT-ID
                   SET WS-LOT-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *-- A replacement lot carries the wash-sale basis WSHSAL00
      *-- added to it, which no transaction records, so its on-file
      *-- cost stands in for the rebuilt one.
       4020-COMPARE-ONE-FILE-LOT.
           MOVE LOT-INVESTMENT-ID TO WS-LOOKUP-INVESTMENT
           PERFORM 8000-FIND-HOLDING
           IF WS-HOLDING-FOUND
               IF LOT-STATUS-OPEN
                   ADD LOT-REMAINING-QTY
                       TO WS-HD-FILE-LOT-QTY (WS-HD-IDX)
                   IF LOT-OPEN-DATE < WS-EARLIEST-HIST-DATE
                       SET WS-HD-HIST-INCOMPLETE (WS-HD-IDX) TO TRUE
                   END-IF
               END-IF
               MOVE LOT-OPEN-DATE   TO WS-LOOKUP-LOT-ID (1:8)
               MOVE LOT-SEQUENCE-NO TO WS-LOOKUP-LOT-ID (9:6)
               PERFORM 8100-FIND-REBUILT-LOT
               IF WS-ENTRY-FOUND
                   SET WS-RL-ON-FILE (WS-RL-IDX) TO TRUE
                   MOVE LOT-REMAINING-QTY
                       TO WS-RL-FILE-REMAINING (WS-RL-IDX)
                   MOVE LOT-COST-PER-UNIT
                       TO WS-RL-FILE-COST (WS-RL-IDX)
                   MOVE LOT-STATUS TO WS-RL-FILE-STATUS (WS-RL-IDX)
                   IF LOT-WASH-DISALLOWED OR LOT-WASH-REPL-USED
                       SET WS-RL-WASH-DETAIL (WS-RL-IDX) TO TRUE
                   END-IF
                   IF LOT-WASH-REPL-USED
                       MOVE LOT-COST-PER-UNIT TO WS-RL-COST (WS-RL-IDX)
                   END-IF
                   IF LOT-REMAINING-QTY
                          NOT = WS-RL-REMAINING (WS-RL-IDX)
                       OR LOT-COST-PER-UNIT NOT = WS-RL-COST (WS-RL-IDX)
                       OR LOT-STATUS NOT = WS-RL-STATUS (WS-RL-IDX)
                       SET WS-RL-DIFFERS (WS-RL-IDX) TO TRUE
                   END-IF
               ELSE
                   IF LOT-STATUS-OPEN
                       PERFORM 4030-NOTE-ORPHAN-LOT
                   END-IF
               END-IF
           END-IF
           PERFORM 4010-READ-NEXT-FILE-LOT.

       4030-NOTE-ORPHAN-LOT.
           ADD 1 TO WS-HD-LOT-DIFF-COUNT (WS-HD-IDX)
           IF WS-ORPHAN-LOT-COUNT < 1000
               ADD 1 TO WS-ORPHAN-LOT-COUNT
               SET WS-OL-IDX TO WS-ORPHAN-LOT-COUNT
               MOVE LOT-KEY TO WS-OL-LOT-KEY (WS-OL-IDX)
               MOVE LOT-REMAINING-QTY TO WS-OL-REMAINING (WS-OL-IDX)
               MOVE LOT-COST-PER-UNIT TO WS-OL-COST (WS-OL-IDX)
           ELSE
               SET WS-HD-LOTS-OVERFLOW (WS-HD-IDX) TO TRUE
               DISPLAY 'POSRBL00 WARNING: ORPHAN LOT TABLE FULL, '
                   LOT-INVESTMENT-ID ' NOT REBUILT'
           END-IF.

      *-- Each holding is tallied, judged, replaced when the run is
      *-- an update and it differs, then reported with its lots.
       4100-SETTLE-HOLDING.
           PERFORM 4110-TALLY-REBUILT-LOT
               VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-REBUILT-LOT-COUNT
           PERFORM 4120-JUDGE-HOLDING
           IF WS-HD-DIFFERS (WS-HD-IDX) AND WS-MODE-UPDATE
               PERFORM 5000-REPLACE-HOLDING
           END-IF
           IF NOT WS-HD-EMPTY (WS-HD-IDX)
               PERFORM 4200-WRITE-HOLDING-LINE
               PERFORM 4210-WRITE-REBUILT-LOT-LINE
                   VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-REBUILT-LOT-COUNT
               PERFORM 4220-WRITE-ORPHAN-LOT-LINE
                   VARYING WS-OL-IDX FROM 1 BY 1
                   UNTIL WS-OL-IDX > WS-ORPHAN-LOT-COUNT
           END-IF.

       4110-TALLY-REBUILT-LOT.
           IF WS-RL-INVESTMENT-ID (WS-RL-IDX)
                   = WS-HD-INVESTMENT-ID (WS-HD-IDX)
               IF WS-RL-OPEN (WS-RL-IDX)
                   ADD WS-RL-REMAINING (WS-RL-IDX)
                       TO WS-HD-LOT-QTY (WS-HD-IDX)
               END-IF
               IF WS-RL-OPEN (WS-RL-IDX)
                   OR WS-RL-FILE-STATUS (WS-RL-IDX) = 'O'
                   IF NOT WS-RL-ON-FILE (WS-RL-IDX)
                       OR WS-RL-DIFFERS (WS-RL-IDX)
                       ADD 1 TO WS-HD-LOT-DIFF-COUNT (WS-HD-IDX)
                   END-IF
               END-IF
           END-IF.

      *-- The average cost of a flat holding means nothing, so it is
      *-- only compared while the rebuild holds units.
       4120-JUDGE-HOLDING.
           EVALUATE TRUE
               WHEN NOT WS-HD-ON-FILE (WS-HD-IDX)
                 AND WS-HD-QTY (WS-HD-IDX) = ZERO
                 AND WS-HD-TRAN-COUNT (WS-HD-IDX) = ZERO
                 AND WS-HD-LOT-DIFF-COUNT (WS-HD-IDX) = ZERO
                 AND WS-HD-REBUILDABLE (WS-HD-IDX)
                   SET WS-HD-EMPTY (WS-HD-IDX) TO TRUE
               WHEN NOT WS-HD-REBUILDABLE (WS-HD-IDX)
                   SET WS-HD-NOT-REBUILT (WS-HD-IDX) TO TRUE
                   ADD 1 TO WS-NOT-REBUILT-COUNT
               WHEN WS-HD-QTY (WS-HD-IDX)
                        NOT = WS-HD-FILE-QTY (WS-HD-IDX)
                 OR WS-HD-LOT-DIFF-COUNT (WS-HD-IDX) > ZERO
                 OR (WS-HD-QTY (WS-HD-IDX) NOT = ZERO
                     AND WS-HD-AVG-COST (WS-HD-IDX)
                         NOT = WS-HD-FILE-COST (WS-HD-IDX))
                   SET WS-HD-DIFFERS (WS-HD-IDX) TO TRUE
                   ADD 1 TO WS-DIFFER-COUNT
               WHEN OTHER
                   SET WS-HD-AGREES (WS-HD-IDX) TO TRUE
                   ADD 1 TO WS-AGREE-COUNT
           END-EVALUATE.

       4200-WRITE-HOLDING-LINE.
           MOVE WS-HD-INVESTMENT-ID (WS-HD-IDX) TO WS-HL-INVESTMENT-ID
           MOVE WS-HD-FILE-QTY (WS-HD-IDX)      TO WS-HL-FILE-QTY
           MOVE WS-HD-QTY (WS-HD-IDX)           TO WS-HL-REBUILT-QTY
           MOVE WS-HD-FILE-COST (WS-HD-IDX)     TO WS-HL-FILE-COST
           MOVE WS-HD-AVG-COST (WS-HD-IDX)      TO WS-HL-REBUILT-COST
           MOVE WS-HD-TRAN-COUNT (WS-HD-IDX)    TO WS-HL-TRAN-COUNT
           EVALUATE TRUE
               WHEN WS-HD-CA-REKEY (WS-HD-IDX)
                   MOVE 'NOT REBUILT - CA RE-KEY' TO WS-HL-RESULT
               WHEN WS-HD-REV-UNLINKED (WS-HD-IDX)
                   MOVE 'NOT REBUILT - REVERSAL UNLINKED'
                       TO WS-HL-RESULT
               WHEN WS-HD-HIST-INCOMPLETE (WS-HD-IDX)
                   MOVE 'NOT REBUILT - HIST INCOMPLETE'
                       TO WS-HL-RESULT
               WHEN WS-HD-LOTS-OVERFLOW (WS-HD-IDX)
                   MOVE 'NOT REBUILT - LOT TABLE FULL'
                       TO WS-HL-RESULT
               WHEN WS-HD-DIFFERS (WS-HD-IDX) AND WS-MODE-UPDATE
                   MOVE 'DIFFERS - REPLACED' TO WS-HL-RESULT
               WHEN WS-HD-DIFFERS (WS-HD-IDX)
                   MOVE 'DIFFERS' TO WS-HL-RESULT
               WHEN OTHER
                   MOVE 'AGREES' TO WS-HL-RESULT
           END-EVALUATE
           IF WS-HD-LOT-QTY (WS-HD-IDX) NOT = WS-HD-QTY (WS-HD-IDX)
               AND WS-HD-REBUILDABLE (WS-HD-IDX)
               MOVE SPACES TO WS-HL-RESULT (20:11)
               MOVE '/LOTS<>QTY' TO WS-HL-RESULT (21:10)
           END-IF
           WRITE REPORT-RECORD FROM WS-HOLDING-LINE.

      *-- A lot closed on both sides is settled tax history and is
      *-- neither shown nor touched.
       4210-WRITE-REBUILT-LOT-LINE.
           IF WS-RL-INVESTMENT-ID (WS-RL-IDX)
                   = WS-HD-INVESTMENT-ID (WS-HD-IDX)
               AND (WS-RL-OPEN (WS-RL-IDX)
                    OR WS-RL-FILE-STATUS (WS-RL-IDX) = 'O')
               MOVE WS-RL-OPEN-DATE (WS-RL-IDX)   TO WS-LL-OPEN-DATE
               MOVE WS-RL-SEQUENCE-NO (WS-RL-IDX) TO WS-LL-SEQUENCE-NO
               MOVE WS-RL-FILE-REMAINING (WS-RL-IDX) TO WS-LL-FILE-QTY
               MOVE WS-RL-REMAINING (WS-RL-IDX)   TO WS-LL-REBUILT-QTY
               MOVE WS-RL-FILE-COST (WS-RL-IDX)   TO WS-LL-FILE-COST
               MOVE WS-RL-COST (WS-RL-IDX)        TO WS-LL-REBUILT-COST
               EVALUATE TRUE
                   WHEN NOT WS-RL-ON-FILE (WS-RL-IDX)
                       MOVE 'LOT NOT ON FILE' TO WS-LL-RESULT
                   WHEN WS-RL-DIFFERS (WS-RL-IDX)
                       MOVE 'LOT DIFFERS' TO WS-LL-RESULT
                   WHEN OTHER
                       MOVE 'LOT AGREES' TO WS-LL-RESULT
               END-EVALUATE
               IF WS-RL-CLOSED (WS-RL-IDX)
                   MOVE 'LOT RELIEVED IN HISTORY' TO WS-LL-RESULT
               END-IF
               WRITE REPORT-RECORD FROM WS-LOT-LINE
           END-IF.

       4220-WRITE-ORPHAN-LOT-LINE.
           IF WS-OL-INVESTMENT-ID (WS-OL-IDX)
                   = WS-HD-INVESTMENT-ID (WS-HD-IDX)
               MOVE WS-OL-OPEN-DATE (WS-OL-IDX)   TO WS-LL-OPEN-DATE
               MOVE WS-OL-SEQUENCE-NO (WS-OL-IDX) TO WS-LL-SEQUENCE-NO
               MOVE WS-OL-REMAINING (WS-OL-IDX)   TO WS-LL-FILE-QTY
               MOVE ZERO                          TO WS-LL-REBUILT-QTY
               MOVE WS-OL-COST (WS-OL-IDX)        TO WS-LL-FILE-COST
               MOVE ZERO                          TO WS-LL-REBUILT-COST
               MOVE 'LOT NOT IN HISTORY' TO WS-LL-RESULT
               WRITE REPORT-RECORD FROM WS-LOT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * REPLACEMENT (UPDATE MODE)
      *-----------------------------------------------------------------
      *-- The position takes the rebuilt quantity and average cost;
      *-- every lot open on either side takes the rebuilt lot, and an
      *-- open lot the history never opened is removed. Each change
      *-- journals first, the POSUPD00 way.
       5000-REPLACE-HOLDING.
           PERFORM 5100-REPLACE-POSITION
           PERFORM 5200-REPLACE-ONE-LOT
               VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-REBUILT-LOT-COUNT
           PERFORM 5300-DELETE-ORPHAN-LOT
               VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-ORPHAN-LOT-COUNT
           MOVE 'REBUILD ' TO WS-AW-EVENT-TYPE
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'POSITION REBUILT FROM HISTORY: '
                  WS-SEL-PORTFOLIO-ID ' '
                  WS-HD-INVESTMENT-ID (WS-HD-IDX)
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           MOVE WS-CURRENT-DATE TO WS-AW-PROCESS-DATE
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

       5100-REPLACE-POSITION.
           MOVE WS-SEL-PORTFOLIO-ID TO POS-PORTFOLIO-ID
           MOVE WS-HD-INVESTMENT-ID (WS-HD-IDX) TO POS-INVESTMENT-ID
           READ POSITION-MASTER
               INVALID KEY
                   IF WS-HD-QTY (WS-HD-IDX) NOT = ZERO
                       PERFORM 5110-CREATE-POSITION
                   END-IF
               NOT INVALID KEY
                   IF POS-QUANTITY NOT = WS-HD-QTY (WS-HD-IDX)
                       OR POS-AVG-COST NOT = WS-HD-AVG-COST (WS-HD-IDX)
                       PERFORM 8210-JOURNAL-POSITION-IMAGE
                       MOVE WS-HD-QTY (WS-HD-IDX) TO POS-QUANTITY
                       MOVE WS-HD-AVG-COST (WS-HD-IDX) TO POS-AVG-COST
                       REWRITE POSITION-RECORD
                           INVALID KEY
                               MOVE 'ERROR REWRITING POSITION'
                                   TO ERR-TEXT
                               SET ERR-SEV-WARNING TO TRUE
                               PERFORM 9000-ERROR-ROUTINE
                           NOT INVALID KEY
                               ADD 1 TO WS-POS-REPLACED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

      *-- POSUPD00's create: the instrument's description, currency
      *-- and type from SECURITY-MASTER, valued at cost until the
      *-- next revaluation.
       5110-CREATE-POSITION.
           MOVE SPACES TO POS-DATA
           MOVE WS-HD-INVESTMENT-ID (WS-HD-IDX)
               TO POS-DESCRIPTION (1:10)
           MOVE WS-HD-QTY (WS-HD-IDX)      TO POS-QUANTITY
           MOVE WS-HD-AVG-COST (WS-HD-IDX) TO POS-AVG-COST
           COMPUTE POS-CURRENT-VALUE ROUNDED =
               WS-HD-QTY (WS-HD-IDX) * WS-HD-AVG-COST (WS-HD-IDX)
           MOVE ZERO                  TO POS-PREVIOUS-VALUE
           MOVE PORT-CHANNEL-CODE     TO POS-CHANNEL-CODE
           MOVE WS-CURRENT-DATE       TO POS-AS-OF-DATE
           MOVE PORT-BASE-CURRENCY    TO POS-BASE-CURRENCY
           MOVE PORT-BASE-CURRENCY    TO POS-CURRENCY
           MOVE WS-HD-INVESTMENT-ID (WS-HD-IDX) TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEC-DESCRIPTION     TO POS-DESCRIPTION
                   MOVE SEC-CURRENCY        TO POS-CURRENCY
                   MOVE SEC-INVESTMENT-TYPE TO POS-INVESTMENT-TYPE
           END-READ
           MOVE 'POSMSTRE' TO WS-JRN-FILE-ID
           MOVE 'WR'       TO WS-JRN-ACTION
           MOVE SPACES     TO WS-JRN-IMAGE
           MOVE POSITION-RECORD TO WS-JRN-IMAGE (1:105)
           PERFORM 8200-WRITE-JOURNAL
           WRITE POSITION-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING POSITION' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-POS-CREATED-COUNT
           END-WRITE.

      *-- A lot with wash-sale detail keeps the proceeds and result
      *-- WSHSAL00 adjusted; only its units, status and cost follow
      *-- the rebuild.
       5200-REPLACE-ONE-LOT.
           IF WS-RL-INVESTMENT-ID (WS-RL-IDX)
                   = WS-HD-INVESTMENT-ID (WS-HD-IDX)
               AND (WS-RL-OPEN (WS-RL-IDX)
                    OR WS-RL-FILE-STATUS (WS-RL-IDX) = 'O')
               IF WS-RL-ON-FILE (WS-RL-IDX)
                   IF WS-RL-DIFFERS (WS-RL-IDX)
                       PERFORM 5210-REWRITE-LOT
                   END-IF
               ELSE
                   PERFORM 5220-WRITE-LOT
               END-IF
           END-IF.

       5210-REWRITE-LOT.
           MOVE WS-SEL-PORTFOLIO-ID TO LOT-PORTFOLIO-ID
           MOVE WS-RL-INVESTMENT-ID (WS-RL-IDX) TO LOT-INVESTMENT-ID
           MOVE WS-RL-OPEN-DATE (WS-RL-IDX)     TO LOT-OPEN-DATE
           MOVE WS-RL-SEQUENCE-NO (WS-RL-IDX)   TO LOT-SEQUENCE-NO
           READ TAX-LOT-FILE
               INVALID KEY
                   MOVE 'LOT VANISHED DURING REBUILD' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   MOVE 'RW' TO WS-JRN-ACTION
                   PERFORM 8220-JOURNAL-LOT-IMAGE
                   PERFORM 5230-MOVE-REBUILT-LOT
                   REWRITE TAX-LOT-RECORD
                       INVALID KEY
                           MOVE 'ERROR REWRITING TAX LOT' TO ERR-TEXT
                           SET ERR-SEV-WARNING TO TRUE
                           PERFORM 9000-ERROR-ROUTINE
                       NOT INVALID KEY
                           ADD 1 TO WS-LOT-REWRITTEN-COUNT
                   END-REWRITE
           END-READ.

       5220-WRITE-LOT.
           MOVE WS-SEL-PORTFOLIO-ID TO LOT-PORTFOLIO-ID
           MOVE WS-RL-INVESTMENT-ID (WS-RL-IDX) TO LOT-INVESTMENT-ID
           MOVE WS-RL-OPEN-DATE (WS-RL-IDX)     TO LOT-OPEN-DATE
           MOVE WS-RL-SEQUENCE-NO (WS-RL-IDX)   TO LOT-SEQUENCE-NO
           MOVE ZERO               TO LOT-WASH-AMOUNT
           SET LOT-WASH-NONE       TO TRUE
           MOVE SPACES             TO LOT-FILLER
           PERFORM 5230-MOVE-REBUILT-LOT
           MOVE 'WR' TO WS-JRN-ACTION
           PERFORM 8220-JOURNAL-LOT-IMAGE
           WRITE TAX-LOT-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING TAX LOT' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-LOT-WRITTEN-COUNT
           END-WRITE.

       5230-MOVE-REBUILT-LOT.
           MOVE WS-RL-ORIG-QTY (WS-RL-IDX)   TO LOT-ORIG-QUANTITY
           MOVE WS-RL-REMAINING (WS-RL-IDX)  TO LOT-REMAINING-QTY
           MOVE WS-RL-COST (WS-RL-IDX)       TO LOT-COST-PER-UNIT
           MOVE WS-RL-STATUS (WS-RL-IDX)     TO LOT-STATUS
           MOVE WS-RL-CLOSE-DATE (WS-RL-IDX) TO LOT-CLOSE-DATE
           IF NOT WS-RL-WASH-DETAIL (WS-RL-IDX)
               MOVE WS-RL-PROCEEDS (WS-RL-IDX) TO LOT-PROCEEDS
               MOVE WS-RL-GAIN (WS-RL-IDX)     TO LOT-REALIZED-GAIN
           END-IF.

       5300-DELETE-ORPHAN-LOT.
           IF WS-OL-INVESTMENT-ID (WS-OL-IDX)
                   = WS-HD-INVESTMENT-ID (WS-HD-IDX)
               MOVE WS-OL-LOT-KEY (WS-OL-IDX) TO LOT-KEY
               READ TAX-LOT-FILE
                   INVALID KEY
                       MOVE 'LOT VANISHED DURING REBUILD' TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       MOVE 'DL' TO WS-JRN-ACTION
                       PERFORM 8220-JOURNAL-LOT-IMAGE
                       DELETE TAX-LOT-FILE RECORD
                           INVALID KEY
                               MOVE 'ERROR DELETING TAX LOT'
                                   TO ERR-TEXT
                               SET ERR-SEV-WARNING TO TRUE
                               PERFORM 9000-ERROR-ROUTINE
                           NOT INVALID KEY
                               ADD 1 TO WS-LOT-DELETED-COUNT
                       END-DELETE
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
      *-- A report run that found differences, or any run that had to
      *-- leave a holding alone, ends with a warning so the desk
      *-- looks at the report.
       6000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'HISTORY ROWS REPLAYED:' TO WS-SL-LABEL
           MOVE WS-HISTORY-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HOLDINGS AGREEING:' TO WS-SL-LABEL
           MOVE WS-AGREE-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HOLDINGS DIFFERING:' TO WS-SL-LABEL
           MOVE WS-DIFFER-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HOLDINGS NOT REBUILT:' TO WS-SL-LABEL
           MOVE WS-NOT-REBUILT-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           IF WS-MODE-UPDATE
               MOVE 'POSITIONS REPLACED:' TO WS-SL-LABEL
               MOVE WS-POS-REPLACED-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'POSITIONS CREATED:' TO WS-SL-LABEL
               MOVE WS-POS-CREATED-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'LOTS REWRITTEN:' TO WS-SL-LABEL
               MOVE WS-LOT-REWRITTEN-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'LOTS WRITTEN:' TO WS-SL-LABEL
               MOVE WS-LOT-WRITTEN-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'LOTS DELETED:' TO WS-SL-LABEL
               MOVE WS-LOT-DELETED-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               CLOSE JOURNAL-FILE
           END-IF
           DISPLAY 'POSRBL00 PORTFOLIO=' WS-SEL-PORTFOLIO-ID
                   ' AGREE=' WS-AGREE-COUNT
                   ' DIFFER=' WS-DIFFER-COUNT
                   ' NOT REBUILT=' WS-NOT-REBUILT-COUNT
           CLOSE TRANSACTION-HISTORY
           IF WS-SNAP-STATUS = '00'
               CLOSE CLOSING-SNAPSHOT-FILE
           END-IF
           IF WS-RVN-STATUS = '00'
               CLOSE REVERSAL-NOTICE-FILE
           END-IF
           CLOSE POSITION-MASTER
           CLOSE TAX-LOT-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE SECURITY-MASTER
           CLOSE REPORT-FILE
           IF WS-NOT-REBUILT-COUNT > ZERO
               OR (WS-DIFFER-COUNT > ZERO AND WS-MODE-REPORT)
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * TABLE LOOKUPS
      *-----------------------------------------------------------------
      *-- Find-or-add on the holding table; a full table reports the
      *-- security and leaves it out of the run.
       8000-FIND-HOLDING.
           MOVE 'N' TO WS-HOLDING-FOUND-SW
           SET WS-HD-IDX TO 1
           SEARCH WS-HD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HD-INVESTMENT-ID (WS-HD-IDX)
                        = WS-LOOKUP-INVESTMENT
                   SET WS-HOLDING-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-HOLDING-FOUND
               IF WS-HOLDING-COUNT < 500
                   ADD 1 TO WS-HOLDING-COUNT
                   SET WS-HD-IDX TO WS-HOLDING-COUNT
                   MOVE WS-LOOKUP-INVESTMENT
                       TO WS-HD-INVESTMENT-ID (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-SNAP-QTY (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-SNAP-COST (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-QTY (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-AVG-COST (WS-HD-IDX)
                   MOVE 'N'  TO WS-HD-FILE-SW (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-FILE-QTY (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-FILE-COST (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-LOT-QTY (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-FILE-LOT-QTY (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-LOT-DIFF-COUNT (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-TRAN-COUNT (WS-HD-IDX)
                   MOVE SPACE TO WS-HD-EXCLUDE-SW (WS-HD-IDX)
                   MOVE SPACE TO WS-HD-RESULT-SW (WS-HD-IDX)
                   SET WS-HOLDING-FOUND TO TRUE
               ELSE
                   DISPLAY 'POSRBL00 WARNING: HOLDING TABLE FULL, '
                       WS-LOOKUP-INVESTMENT ' NOT REBUILT'
               END-IF
           END-IF.

       8100-FIND-REBUILT-LOT.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           SET WS-RL-IDX TO 1
           SEARCH WS-RL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RL-INVESTMENT-ID (WS-RL-IDX)
                        = WS-LOOKUP-INVESTMENT
                AND WS-RL-LOT-ID (WS-RL-IDX) = WS-LOOKUP-LOT-ID
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

      *-----------------------------------------------------------------
      * JOURNALING
      *-----------------------------------------------------------------
       8200-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQUENCE
           MOVE 'POSRBL00'        TO JRN-JOB-NAME
           MOVE WS-CURRENT-DATE   TO JRN-PROCESS-DATE
           MOVE WS-JRN-SEQUENCE   TO JRN-SEQUENCE
           MOVE WS-JRN-FILE-ID    TO JRN-FILE-ID
           MOVE WS-JRN-ACTION     TO JRN-ACTION
           MOVE WS-JRN-IMAGE      TO JRN-RECORD-IMAGE
           MOVE SPACES            TO JRN-FILLER
           WRITE JOURNAL-RECORD.

       8210-JOURNAL-POSITION-IMAGE.
           MOVE 'POSMSTRE' TO WS-JRN-FILE-ID
           MOVE 'RW'       TO WS-JRN-ACTION
           MOVE SPACES     TO WS-JRN-IMAGE
           MOVE POSITION-RECORD TO WS-JRN-IMAGE (1:105)
           PERFORM 8200-WRITE-JOURNAL.

      *-- The caller sets the action: RW before a rewrite, WR for a
      *-- new lot, DL before a delete.
       8220-JOURNAL-LOT-IMAGE.
           MOVE 'TAXLOTS ' TO WS-JRN-FILE-ID
           MOVE SPACES     TO WS-JRN-IMAGE
           MOVE TAX-LOT-RECORD TO WS-JRN-IMAGE (1:89)
           PERFORM 8200-WRITE-JOURNAL.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'POSRBL00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'POSRBL00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'POSRBL00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'POSRBL00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           MOVE WS-CURRENT-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
