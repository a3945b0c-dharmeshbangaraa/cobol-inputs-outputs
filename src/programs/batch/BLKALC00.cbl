       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLKALC00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Block Order Allocation                                         *
      *                                                               *
      * Splits a block the desk traded for many portfolios back into  *
      * one child trade per portfolio, replacing the hand-keyed split  *
      * in TRNENT00:                                                   *
      * - Reads the block order file (BLKORD): a header, the          *
      *   participating portfolios with the quantity each asked for   *
      *   (usually its MDLRBL00 proposal) and the broker's fills      *
      * - Screens every participant first: a closed or unknown        *
      *   portfolio drops out; on a buy block CMPCHK00 judges the     *
      *   participant's share against the restricted list and its    *
      *   concentration limits, and the portfolio's projected cash    *
      *   (cash-ledger close less what this run has already           *
      *   allocated) must cover it -- the same test POSUPD00 applies  *
      *   when the child posts                                        *
      * - Allocates the filled quantity pro rata to the surviving     *
      *   requests in whole round lots. Lots the pro-rata share       *
      *   leaves over go one each to the largest fractional claims    *
      *   (largest remainder; a tie goes to the larger request), and  *
      *   any odd units below a lot go to the largest allocation      *
      * - Prices every child at the block's volume-weighted average   *
      *   price, shares commission and exchange charges pro rata, and *
      *   writes it to TRANHIST as a PENDING trade carrying the block *
      *   id in TRAN-PARENT-ORDER-ID, so it posts through POSUPD00    *
      *   like any other trade                                        *
      * - Prints each portfolio's request, allocation and share, and  *
      *   every portfolio dropped with its reason                     *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      * 2026-10-15  PROJECTED CASH IS NOW CHECKED PER CURRENCY: A BUY  *
      *             BLOCK'S SHARE MUST BE COVERED BY THE PORTFOLIO'S   *
      *             CASH IN THE CURRENCY ITS CHILDREN SETTLE IN.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- The desk's blocks for the day. OPTIONAL so a day with no
      *-- block trading runs clean.
           SELECT OPTIONAL BLOCK-ORDER-FILE ASSIGN TO BLKORDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO SECMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT OPTIONAL CASH-LEDGER-FILE ASSIGN TO CASHLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOCK-ORDER-FILE
           RECORDING MODE IS F.
           COPY BLKORD.

       FD  SECURITY-MASTER
           RECORDING MODE IS F.
       01  SECURITY-RECORD.
           COPY SECMSTR REPLACING ==:PREFIX:== BY ==SEC==.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  CASH-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CSHLDG.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'BLKALC00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of PDTSVC00's LINKAGE layout -- children trade
      *-- on the system business process date unless the block says
      *-- otherwise.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-BLOCK-STATUS           PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CASH-STATUS            PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-BLOCK-SW           PIC X(01) VALUE 'N'.
               88  EOF-BLOCKS                VALUE 'Y'.
           05  WS-EOF-CASH-SW            PIC X(01) VALUE 'N'.
               88  EOF-CASH-LEDGER           VALUE 'Y'.
           05  WS-CASH-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-CASH-ENTRY-FOUND       VALUE 'Y'.
           05  WS-BLOCK-VALID-SW         PIC X(01) VALUE 'Y'.
               88  WS-BLOCK-VALID            VALUE 'Y'.

      *-- Working copy of CMPCHK00's LINKAGE layout -- every buy
      *-- child is judged against the restricted list and the
      *-- portfolio's concentration limits before it is allocated.
       01  WS-COMPLY-REQUEST.
           05  WS-CM-PORTFOLIO-ID        PIC X(08).
           05  WS-CM-INVESTMENT-ID       PIC X(10).
           05  WS-CM-INVESTMENT-TYPE     PIC X(04).
           05  WS-CM-TRADE-AMOUNT        PIC S9(13)V9(2) COMP-3.
           05  WS-CM-DENY-REASON         PIC X(04).
           05  WS-CM-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of SEQSVC00's LINKAGE layout -- child sequence
      *-- numbers come from the central service, so a rerun cannot
      *-- collide with the day's other generated activity.
       01  WS-SEQSVC-REQUEST.
           05  WS-SQ-FUNCTION            PIC X(04).
               88  WS-SQ-FUNC-NEXT           VALUE 'NEXT'.
           05  WS-SQ-PROCESS-DATE        PIC X(08).
           05  WS-SQ-BLOCK-SIZE          PIC 9(04) VALUE ZERO.
           05  WS-SQ-FIRST-SEQUENCE      PIC 9(06).
           05  WS-SQ-LAST-SEQUENCE       PIC 9(06).
           05  WS-SQ-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of AUDWRT00's LINKAGE layout -- each block
      *-- allocated is a reportable action.
       01  WS-AUDWRT-REQUEST.
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'BLKALC00'.
           05  WS-AW-PROCESS-DATE        PIC X(08).
           05  WS-AW-EVENT-TYPE          PIC X(08) VALUE 'BLKALLOC'.
           05  WS-AW-USER-ID             PIC X(08)
                                         VALUE 'BLKALC00'.
           05  WS-AW-DESCRIPTION         PIC X(60).
           05  WS-AW-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of CTLWRT00's LINKAGE layout -- block records
      *-- and filled value in, child trades and their value out.
       01  WS-CTLTOT-REQUEST.
           05  WS-CT-JOB-NAME            PIC X(08) VALUE 'BLKALC00'.
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

      *-- Projected cash per portfolio: the ledger closing balance,
      *-- less every buy child this run has already allocated. The
      *-- POSUPD00 table, the same size and the same find-or-add.
      *-- Change: kept per portfolio/currency as POSUPD00 now keeps
      *-- it; a buy block is checked against the cash of the
      *-- currency its children settle in.
       01  WS-CASH-TABLE.
           05  WS-CASH-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-CB-IDX.
               10  WS-CB-PORTFOLIO-ID    PIC X(08).
               10  WS-CB-CURRENCY        PIC X(03).
               10  WS-CB-PROJECTED-CASH  PIC S9(13)V9(2) COMP-3.
       01  WS-LOOKUP-PORTFOLIO           PIC X(08).
       01  WS-LOOKUP-CURRENCY            PIC X(03).

      *-- The block being worked: its header, and the fills summed
      *-- into a volume-weighted average price and total charges.
       01  WS-BLOCK-AREA.
           05  WS-BK-ORDER-ID            PIC X(12).
           05  WS-BK-INVESTMENT-ID       PIC X(10).
           05  WS-BK-INVESTMENT-TYPE     PIC X(04).
           05  WS-BK-SIDE                PIC X(02).
               88  WS-BK-BUY                 VALUE 'BU'.
               88  WS-BK-SELL                VALUE 'SL'.
           05  WS-BK-TRADE-DATE          PIC X(08).
           05  WS-BK-BROKER-ID           PIC X(08).
           05  WS-BK-CURRENCY            PIC X(03).
           05  WS-BK-LOT-SIZE            PIC 9(07) COMP-3.
           05  WS-BK-FILL-COUNT          PIC 9(05) COMP.
           05  WS-BK-FILL-QTY            PIC S9(11)V9(4) COMP-3.
           05  WS-BK-FILL-VALUE          PIC S9(15)V9(4) COMP-3.
           05  WS-BK-AVG-PRICE           PIC S9(11)V9(4) COMP-3.
           05  WS-BK-COMMISSION          PIC S9(09)V9(2) COMP-3.
           05  WS-BK-EXCH-CHARGES        PIC S9(09)V9(2) COMP-3.
           05  WS-BK-REJECT-REASON       PIC X(40).

      *-- Allocation working totals: units to hand out, in lots, the
      *-- odd units below a lot, and what was left unallocated.
       01  WS-ALLOC-AREA.
           05  WS-AL-REQUESTED-TOTAL     PIC S9(13)V9(4) COMP-3.
           05  WS-AL-ALLOC-TOTAL         PIC S9(11)V9(4) COMP-3.
           05  WS-AL-UNALLOCATED         PIC S9(11)V9(4) COMP-3.
           05  WS-AL-LOTS-TOTAL          PIC S9(11) COMP-3.
           05  WS-AL-LOTS-GIVEN          PIC S9(11) COMP-3.
           05  WS-AL-LOTS-LEFT           PIC S9(11) COMP-3.
           05  WS-AL-RESIDUE             PIC S9(11)V9(4) COMP-3.
           05  WS-AL-BEST-SUB            PIC 9(04) COMP.
           05  WS-AL-BEST-FRACTION       PIC S9(01)V9(06) COMP-3.
           05  WS-AL-LARGEST-SUB         PIC 9(04) COMP.
           05  WS-AL-LARGEST-QTY         PIC S9(11)V9(4) COMP-3.
           05  WS-AL-LAST-SUB            PIC 9(04) COMP.
           05  WS-AL-THIS-SUB            PIC 9(04) COMP.
           05  WS-AL-COMM-LEFT           PIC S9(09)V9(2) COMP-3.
           05  WS-AL-EXCH-LEFT           PIC S9(09)V9(2) COMP-3.
           05  WS-AL-CHILD-COUNT         PIC 9(05) COMP.
           05  WS-AL-SHARE-PCT           PIC S9(03)V9(02) COMP-3.

      *-- One entry per participating portfolio, in file order.
       01  WS-PARTICIPANT-TABLE.
           05  WS-PT-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-PT-IDX.
               10  WS-PT-PORTFOLIO-ID    PIC X(08).
               10  WS-PT-REQUESTED-QTY   PIC S9(11)V9(4) COMP-3.
               10  WS-PT-STATUS          PIC X(01).
                   88  WS-PT-ACTIVE          VALUE 'A'.
                   88  WS-PT-DROP-PORTFOLIO  VALUE 'P'.
                   88  WS-PT-DROP-COMPLIANCE VALUE 'C'.
                   88  WS-PT-DROP-CASH       VALUE 'K'.
               10  WS-PT-EXACT-LOTS      PIC S9(11)V9(06) COMP-3.
               10  WS-PT-LOTS            PIC S9(11) COMP-3.
               10  WS-PT-FRACTION        PIC S9(01)V9(06) COMP-3.
               10  WS-PT-ALLOC-QTY       PIC S9(11)V9(4) COMP-3.
               10  WS-PT-AMOUNT          PIC S9(13)V9(2) COMP-3.
               10  WS-PT-COMMISSION      PIC S9(09)V9(2) COMP-3.
               10  WS-PT-EXCH-CHARGES    PIC S9(09)V9(2) COMP-3.
               10  WS-PT-DETAIL          PIC X(36).

       01  WS-COUNTS.
           05  WS-RECORDS-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-BLOCKS-READ            PIC 9(07) COMP VALUE ZERO.
           05  WS-BLOCKS-ALLOCATED       PIC 9(07) COMP VALUE ZERO.
           05  WS-BLOCKS-REJECTED        PIC 9(07) COMP VALUE ZERO.
           05  WS-ORPHAN-RECORDS         PIC 9(07) COMP VALUE ZERO.
           05  WS-CHILDREN-WRITTEN       PIC 9(07) COMP VALUE ZERO.
           05  WS-DROPPED-PORTFOLIO      PIC 9(07) COMP VALUE ZERO.
           05  WS-DROPPED-COMPLIANCE     PIC 9(07) COMP VALUE ZERO.
           05  WS-DROPPED-CASH           PIC 9(07) COMP VALUE ZERO.
           05  WS-OVERFILLED-BLOCKS      PIC 9(07) COMP VALUE ZERO.
           05  WS-TOTAL-FILLED           PIC S9(13)V9(02) COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-ALLOCATED        PIC S9(13)V9(02) COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-TIME               PIC X(06).
       01  WS-REPORT-DATE                PIC X(10).
       01  WS-AUDIT-COUNT                PIC ZZ9.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'BLOCK ORDER ALLOCATION'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(17)
                   VALUE '      REQUESTED'.
               10  FILLER                PIC X(17)
                   VALUE '      ALLOCATED'.
               10  FILLER                PIC X(08) VALUE '  SHARE'.
               10  FILLER                PIC X(17)
                   VALUE '           AMOUNT'.
               10  FILLER                PIC X(63) VALUE '  DETAIL'.

       01  WS-BLOCK-LINE.
           05  FILLER                    PIC X(06) VALUE 'BLOCK '.
           05  WS-BL-ORDER-ID            PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-BL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-BL-SIDE                PIC X(02).
           05  FILLER                    PIC X(09) VALUE '  FILLED '.
           05  WS-BL-FILL-QTY            PIC -(09)9.9999.
           05  FILLER                    PIC X(12) VALUE '  AVG PRICE '.
           05  WS-BL-AVG-PRICE           PIC -(09)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-BL-DETAIL              PIC X(40).
           05  FILLER                    PIC X(05) VALUE SPACES.

       01  WS-ALLOC-LINE.
           05  WS-AL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-REQUESTED           PIC -(09)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-ALLOCATED           PIC -(09)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-SHARE               PIC ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-AMOUNT              PIC -(11)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-DETAIL              PIC X(36).
           05  FILLER                    PIC X(27) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-BLOCK
               UNTIL EOF-BLOCKS
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-LOAD-CASH-BALANCES
           PERFORM 2010-READ-BLOCK-RECORD.

       1100-OPEN-FILES.
           OPEN INPUT BLOCK-ORDER-FILE
           IF WS-BLOCK-STATUS = '05' OR WS-BLOCK-STATUS = '35'
               SET EOF-BLOCKS TO TRUE
           ELSE
               IF WS-BLOCK-STATUS NOT = '00'
                   MOVE 'ERROR OPENING BLOCK-ORDER-FILE' TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
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

           OPEN I-O TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
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
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
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

      *-- The ledger is written one portfolio at a time in date order,
      *-- so later records overwrite earlier ones and each entry
      *-- finishes holding the closing balance -- the opening
      *-- projected cash, exactly as POSUPD00 seeds it.
       1300-LOAD-CASH-BALANCES.
           PERFORM 1310-READ-CASH-LEDGER
           PERFORM 1320-NOTE-CASH-BALANCE
               UNTIL EOF-CASH-LEDGER
           IF WS-CASH-STATUS = '00' OR WS-CASH-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF.

       1310-READ-CASH-LEDGER.
           IF NOT EOF-CASH-LEDGER
               READ CASH-LEDGER-FILE
                   AT END
                       SET EOF-CASH-LEDGER TO TRUE
               END-READ
           END-IF.

      *-- A ledger record from before currencies were kept carries
      *-- none and is the portfolio's base currency.
       1320-NOTE-CASH-BALANCE.
           MOVE CSH-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           MOVE CSH-CURRENCY     TO WS-LOOKUP-CURRENCY
           IF WS-LOOKUP-CURRENCY = SPACES
               PERFORM 1340-RESOLVE-BASE-CURRENCY
           END-IF
           PERFORM 1330-FIND-CASH-ENTRY
           IF WS-CASH-ENTRY-FOUND
               MOVE CSH-CLOSING-BALANCE
                   TO WS-CB-PROJECTED-CASH (WS-CB-IDX)
           END-IF
           PERFORM 1310-READ-CASH-LEDGER.

      *-- Find-or-add on the projected cash table. The portfolio id
      *-- to find travels in WS-LOOKUP-PORTFOLIO, which every caller
      *-- sets first, and the currency in WS-LOOKUP-CURRENCY. A
      *-- portfolio with no ledger record in a currency has no cash
      *-- in it.
       1330-FIND-CASH-ENTRY.
           MOVE 'N' TO WS-CASH-FOUND-SW
           SET WS-CB-IDX TO 1
           SEARCH WS-CB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CB-PORTFOLIO-ID (WS-CB-IDX) = WS-LOOKUP-PORTFOLIO
                   AND WS-CB-CURRENCY (WS-CB-IDX) = WS-LOOKUP-CURRENCY
                   SET WS-CASH-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-CASH-ENTRY-FOUND
               IF WS-CASH-COUNT < 300
                   ADD 1 TO WS-CASH-COUNT
                   SET WS-CB-IDX TO WS-CASH-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CB-CURRENCY (WS-CB-IDX)
                   MOVE ZERO TO WS-CB-PROJECTED-CASH (WS-CB-IDX)
                   SET WS-CASH-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'BLKALC00 WARNING: CASH TABLE FULL, '
                       WS-LOOKUP-PORTFOLIO ' ' WS-LOOKUP-CURRENCY
                       ' NOT CASH-CHECKED'
               END-IF
           END-IF.

       1340-RESOLVE-BASE-CURRENCY.
           MOVE WS-LOOKUP-PORTFOLIO TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PORT-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
           END-READ.

      *-----------------------------------------------------------------
      * BLOCK ASSEMBLY
      *-----------------------------------------------------------------
      *-- A block is its header and every record after it up to the
      *-- next header. A record ahead of any header belongs to no
      *-- block and is skipped with a warning.
       2000-PROCESS-BLOCK.
           IF NOT BLK-HEADER
               ADD 1 TO WS-ORPHAN-RECORDS
               MOVE SPACES TO ERR-TEXT
               STRING 'BLOCK RECORD WITH NO HEADER SKIPPED: '
                      BLK-ORDER-ID
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
               PERFORM 2010-READ-BLOCK-RECORD
           ELSE
               PERFORM 2020-START-BLOCK
               PERFORM 2010-READ-BLOCK-RECORD
               PERFORM 2030-COLLECT-BLOCK-RECORD
                   UNTIL EOF-BLOCKS
                      OR BLK-HEADER
               IF WS-BLOCK-VALID
                   PERFORM 2100-VALIDATE-BLOCK
               END-IF
               IF WS-BLOCK-VALID
                   PERFORM 2200-SCREEN-PARTICIPANTS
                   PERFORM 2300-ALLOCATE-BLOCK
                   PERFORM 2400-WRITE-CHILDREN
                   PERFORM 2500-REPORT-BLOCK
               ELSE
                   PERFORM 2900-REJECT-BLOCK
               END-IF
           END-IF.

       2010-READ-BLOCK-RECORD.
           READ BLOCK-ORDER-FILE
               AT END
                   SET EOF-BLOCKS TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

      *-- No trade date means the process date; no lot size means
      *-- the allocation is made in single units.
       2020-START-BLOCK.
           ADD 1 TO WS-BLOCKS-READ
           MOVE 'Y' TO WS-BLOCK-VALID-SW
           MOVE SPACES TO WS-BK-REJECT-REASON
           MOVE BLK-ORDER-ID      TO WS-BK-ORDER-ID
           MOVE BLK-INVESTMENT-ID TO WS-BK-INVESTMENT-ID
           MOVE BLK-SIDE          TO WS-BK-SIDE
           MOVE BLK-BROKER-ID     TO WS-BK-BROKER-ID
           MOVE BLK-CURRENCY      TO WS-BK-CURRENCY
           IF BLK-TRADE-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-BK-TRADE-DATE
           ELSE
               MOVE BLK-TRADE-DATE  TO WS-BK-TRADE-DATE
           END-IF
           IF BLK-LOT-SIZE NUMERIC AND BLK-LOT-SIZE > ZERO
               MOVE BLK-LOT-SIZE    TO WS-BK-LOT-SIZE
           ELSE
               MOVE 1               TO WS-BK-LOT-SIZE
           END-IF
           MOVE SPACES TO WS-BK-INVESTMENT-TYPE
           MOVE ZERO TO WS-BK-FILL-COUNT
           MOVE ZERO TO WS-BK-FILL-QTY
           MOVE ZERO TO WS-BK-FILL-VALUE
           MOVE ZERO TO WS-BK-AVG-PRICE
           MOVE ZERO TO WS-BK-COMMISSION
           MOVE ZERO TO WS-BK-EXCH-CHARGES
           MOVE ZERO TO WS-PT-COUNT.

      *-- Every record up to the next header must carry the header's
      *-- block id; one that does not means the file is out of order
      *-- and the whole block is refused rather than mis-allocated.
       2030-COLLECT-BLOCK-RECORD.
           IF BLK-ORDER-ID NOT = WS-BK-ORDER-ID
               IF WS-BLOCK-VALID
                   MOVE 'RECORD FOR ANOTHER BLOCK INSIDE THE BLOCK'
                       TO WS-BK-REJECT-REASON
                   MOVE 'N' TO WS-BLOCK-VALID-SW
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN BLK-PARTICIPANT
                       PERFORM 2040-ADD-PARTICIPANT
                   WHEN BLK-FILL
                       PERFORM 2050-ADD-FILL
                   WHEN OTHER
                       IF WS-BLOCK-VALID
                           MOVE 'UNKNOWN BLOCK RECORD TYPE'
                               TO WS-BK-REJECT-REASON
                           MOVE 'N' TO WS-BLOCK-VALID-SW
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 2010-READ-BLOCK-RECORD.

       2040-ADD-PARTICIPANT.
           IF BLK-REQUESTED-QTY NOT NUMERIC
               OR BLK-REQUESTED-QTY NOT > ZERO
               IF WS-BLOCK-VALID
                   MOVE 'PARTICIPANT QUANTITY MISSING OR ZERO'
                       TO WS-BK-REJECT-REASON
                   MOVE 'N' TO WS-BLOCK-VALID-SW
               END-IF
           ELSE
               IF WS-PT-COUNT < 100
                   ADD 1 TO WS-PT-COUNT
                   SET WS-PT-IDX TO WS-PT-COUNT
                   MOVE BLK-PORTFOLIO-ID
                       TO WS-PT-PORTFOLIO-ID (WS-PT-IDX)
                   MOVE BLK-REQUESTED-QTY
                       TO WS-PT-REQUESTED-QTY (WS-PT-IDX)
               ELSE
                   IF WS-BLOCK-VALID
                       MOVE 'MORE THAN 100 PARTICIPANTS IN THE BLOCK'
                           TO WS-BK-REJECT-REASON
                       MOVE 'N' TO WS-BLOCK-VALID-SW
                   END-IF
               END-IF
           END-IF.

      *-- Fill value is carried to four places so the average price
      *-- is not rounded until the division.
       2050-ADD-FILL.
           IF BLK-FILL-QTY NOT NUMERIC
               OR BLK-FILL-PRICE NOT NUMERIC
               OR BLK-FILL-QTY NOT > ZERO
               OR BLK-FILL-PRICE NOT > ZERO
               IF WS-BLOCK-VALID
                   MOVE 'FILL QUANTITY OR PRICE INVALID'
                       TO WS-BK-REJECT-REASON
                   MOVE 'N' TO WS-BLOCK-VALID-SW
               END-IF
           ELSE
               ADD 1 TO WS-BK-FILL-COUNT
               ADD BLK-FILL-QTY TO WS-BK-FILL-QTY
               COMPUTE WS-BK-FILL-VALUE =
                   WS-BK-FILL-VALUE + BLK-FILL-QTY * BLK-FILL-PRICE
               IF BLK-FILL-COMMISSION NUMERIC
                   ADD BLK-FILL-COMMISSION TO WS-BK-COMMISSION
               END-IF
               IF BLK-FILL-EXCH-CHARGES NUMERIC
                   ADD BLK-FILL-EXCH-CHARGES TO WS-BK-EXCH-CHARGES
               END-IF
           END-IF.

      *-- A block needs a side, a live security, someone to allocate
      *-- to and something filled to allocate. The security's type
      *-- rides to CMPCHK00 for the per-type limit, and its currency
      *-- stands in when the header leaves the currency off.
       2100-VALIDATE-BLOCK.
           EVALUATE TRUE
               WHEN NOT WS-BK-BUY AND NOT WS-BK-SELL
                   MOVE 'BLOCK SIDE IS NOT BU OR SL'
                       TO WS-BK-REJECT-REASON
                   MOVE 'N' TO WS-BLOCK-VALID-SW
               WHEN WS-PT-COUNT = ZERO
                   MOVE 'BLOCK HAS NO PARTICIPATING PORTFOLIOS'
                       TO WS-BK-REJECT-REASON
                   MOVE 'N' TO WS-BLOCK-VALID-SW
               WHEN WS-BK-FILL-COUNT = ZERO
                   MOVE 'BLOCK HAS NO FILLS TO ALLOCATE'
                       TO WS-BK-REJECT-REASON
                   MOVE 'N' TO WS-BLOCK-VALID-SW
               WHEN OTHER
                   PERFORM 2110-VALIDATE-SECURITY
           END-EVALUATE
           IF WS-BLOCK-VALID
               COMPUTE WS-BK-AVG-PRICE ROUNDED =
                   WS-BK-FILL-VALUE / WS-BK-FILL-QTY
           END-IF.

       2110-VALIDATE-SECURITY.
           MOVE WS-BK-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE 'SECURITY NOT ON SECURITY MASTER'
                       TO WS-BK-REJECT-REASON
                   MOVE 'N' TO WS-BLOCK-VALID-SW
               NOT INVALID KEY
                   IF NOT SEC-STATUS-ACTIVE
                       MOVE 'SECURITY IS NOT ACTIVE'
                           TO WS-BK-REJECT-REASON
                       MOVE 'N' TO WS-BLOCK-VALID-SW
                   ELSE
                       MOVE SEC-INVESTMENT-TYPE
                           TO WS-BK-INVESTMENT-TYPE
                       IF WS-BK-CURRENCY = SPACES
                           MOVE SEC-CURRENCY TO WS-BK-CURRENCY
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * PARTICIPANT SCREENING
      *-----------------------------------------------------------------
      *-- A participant is screened on the most it could receive --
      *-- its full request at the block's average price. One that
      *-- drops out takes no part in the allocation, so its share
      *-- goes to the participants that remain.
       2200-SCREEN-PARTICIPANTS.
           MOVE ZERO TO WS-AL-REQUESTED-TOTAL
           PERFORM 2210-SCREEN-ONE-PARTICIPANT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.

       2210-SCREEN-ONE-PARTICIPANT.
           SET WS-PT-ACTIVE (WS-PT-IDX) TO TRUE
           MOVE SPACES TO WS-PT-DETAIL (WS-PT-IDX)
           MOVE ZERO TO WS-PT-ALLOC-QTY (WS-PT-IDX)
           MOVE ZERO TO WS-PT-COMMISSION (WS-PT-IDX)
           MOVE ZERO TO WS-PT-EXCH-CHARGES (WS-PT-IDX)
           COMPUTE WS-PT-AMOUNT (WS-PT-IDX) ROUNDED =
               WS-PT-REQUESTED-QTY (WS-PT-IDX) * WS-BK-AVG-PRICE
           PERFORM 2220-CHECK-PORTFOLIO
           IF WS-PT-ACTIVE (WS-PT-IDX) AND WS-BK-BUY
               PERFORM 2230-CHECK-COMPLIANCE
           END-IF
           IF WS-PT-ACTIVE (WS-PT-IDX) AND WS-BK-BUY
               PERFORM 2240-CHECK-CASH
           END-IF
           IF WS-PT-ACTIVE (WS-PT-IDX)
               ADD WS-PT-REQUESTED-QTY (WS-PT-IDX)
                   TO WS-AL-REQUESTED-TOTAL
           END-IF
           MOVE ZERO TO WS-PT-AMOUNT (WS-PT-IDX).

       2220-CHECK-PORTFOLIO.
           MOVE WS-PT-PORTFOLIO-ID (WS-PT-IDX) TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   SET WS-PT-DROP-PORTFOLIO (WS-PT-IDX) TO TRUE
                   MOVE 'DROPPED - PORTFOLIO NOT ON FILE'
                       TO WS-PT-DETAIL (WS-PT-IDX)
               NOT INVALID KEY
                   IF PORT-STATUS-CLOSED
                       SET WS-PT-DROP-PORTFOLIO (WS-PT-IDX) TO TRUE
                       MOVE 'DROPPED - PORTFOLIO CLOSED'
                           TO WS-PT-DETAIL (WS-PT-IDX)
                   END-IF
           END-READ
           IF WS-PT-DROP-PORTFOLIO (WS-PT-IDX)
               ADD 1 TO WS-DROPPED-PORTFOLIO
           END-IF.

       2230-CHECK-COMPLIANCE.
           MOVE WS-PT-PORTFOLIO-ID (WS-PT-IDX) TO WS-CM-PORTFOLIO-ID
           MOVE WS-BK-INVESTMENT-ID   TO WS-CM-INVESTMENT-ID
           MOVE WS-BK-INVESTMENT-TYPE TO WS-CM-INVESTMENT-TYPE
           MOVE WS-PT-AMOUNT (WS-PT-IDX) TO WS-CM-TRADE-AMOUNT
           CALL 'CMPCHK00' USING WS-COMPLY-REQUEST
           IF WS-CM-RETURN-CODE NOT = 0
               SET WS-PT-DROP-COMPLIANCE (WS-PT-IDX) TO TRUE
               ADD 1 TO WS-DROPPED-COMPLIANCE
               STRING 'DROPPED - COMPLIANCE DENY '
                      WS-CM-DENY-REASON
                   DELIMITED BY SIZE INTO WS-PT-DETAIL (WS-PT-IDX)
           END-IF.

      *-- The POSUPD00 test: projected cash less the buy may not go
      *-- below zero. A portfolio the table could not hold is left to
      *-- POSUPD00 rather than dropped on a limitation of our own.
       2240-CHECK-CASH.
           MOVE WS-PT-PORTFOLIO-ID (WS-PT-IDX) TO WS-LOOKUP-PORTFOLIO
           MOVE WS-BK-CURRENCY TO WS-LOOKUP-CURRENCY
           IF WS-LOOKUP-CURRENCY = SPACES
               PERFORM 1340-RESOLVE-BASE-CURRENCY
           END-IF
           PERFORM 1330-FIND-CASH-ENTRY
           IF WS-CASH-ENTRY-FOUND
               IF WS-CB-PROJECTED-CASH (WS-CB-IDX)
                       - WS-PT-AMOUNT (WS-PT-IDX) < ZERO
                   SET WS-PT-DROP-CASH (WS-PT-IDX) TO TRUE
                   ADD 1 TO WS-DROPPED-CASH
                   MOVE 'DROPPED - INSUFFICIENT CASH'
                       TO WS-PT-DETAIL (WS-PT-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * PRO-RATA ALLOCATION
      *-----------------------------------------------------------------
      *-- Nobody receives more than they asked for: a fill larger
      *-- than the surviving requests leaves the excess unallocated
      *-- for the desk to resolve. The allocation is made in whole
      *-- lots; the pro-rata share truncated to lots is each
      *-- participant's base, the lots left over go one each to the
      *-- largest fractional claims, and units below a lot go to the
      *-- largest allocation.
       2300-ALLOCATE-BLOCK.
           MOVE ZERO TO WS-AL-ALLOC-TOTAL
           MOVE ZERO TO WS-AL-UNALLOCATED
           MOVE ZERO TO WS-AL-LAST-SUB
           MOVE ZERO TO WS-AL-LARGEST-SUB
           MOVE ZERO TO WS-AL-LARGEST-QTY
           IF WS-AL-REQUESTED-TOTAL = ZERO
               MOVE WS-BK-FILL-QTY TO WS-AL-UNALLOCATED
           ELSE
               IF WS-BK-FILL-QTY > WS-AL-REQUESTED-TOTAL
                   MOVE WS-AL-REQUESTED-TOTAL TO WS-AL-ALLOC-TOTAL
                   COMPUTE WS-AL-UNALLOCATED =
                       WS-BK-FILL-QTY - WS-AL-REQUESTED-TOTAL
               ELSE
                   MOVE WS-BK-FILL-QTY TO WS-AL-ALLOC-TOTAL
               END-IF
               COMPUTE WS-AL-LOTS-TOTAL =
                   WS-AL-ALLOC-TOTAL / WS-BK-LOT-SIZE
               COMPUTE WS-AL-RESIDUE =
                   WS-AL-ALLOC-TOTAL
                   - WS-AL-LOTS-TOTAL * WS-BK-LOT-SIZE
               MOVE ZERO TO WS-AL-LOTS-GIVEN
               PERFORM 2310-SET-BASE-LOTS
                   VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               COMPUTE WS-AL-LOTS-LEFT =
                   WS-AL-LOTS-TOTAL - WS-AL-LOTS-GIVEN
               PERFORM 2320-AWARD-ONE-LOT
                   WS-AL-LOTS-LEFT TIMES
               PERFORM 2330-SET-ALLOCATION
                   VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-AL-RESIDUE > ZERO
                   AND WS-AL-LARGEST-SUB > ZERO
                   ADD WS-AL-RESIDUE
                       TO WS-PT-ALLOC-QTY (WS-AL-LARGEST-SUB)
               END-IF
           END-IF.

      *-- Moving the exact share into the whole-lot field truncates
      *-- it; what truncation cut off is the participant's claim on
      *-- the leftover lots. A dropped participant has no claim.
       2310-SET-BASE-LOTS.
           IF WS-PT-ACTIVE (WS-PT-IDX)
               COMPUTE WS-PT-EXACT-LOTS (WS-PT-IDX) =
                   WS-AL-LOTS-TOTAL * WS-PT-REQUESTED-QTY (WS-PT-IDX)
                   / WS-AL-REQUESTED-TOTAL
               MOVE WS-PT-EXACT-LOTS (WS-PT-IDX)
                   TO WS-PT-LOTS (WS-PT-IDX)
               COMPUTE WS-PT-FRACTION (WS-PT-IDX) =
                   WS-PT-EXACT-LOTS (WS-PT-IDX)
                   - WS-PT-LOTS (WS-PT-IDX)
               ADD WS-PT-LOTS (WS-PT-IDX) TO WS-AL-LOTS-GIVEN
           ELSE
               MOVE ZERO TO WS-PT-EXACT-LOTS (WS-PT-IDX)
               MOVE ZERO TO WS-PT-LOTS (WS-PT-IDX)
               MOVE -1 TO WS-PT-FRACTION (WS-PT-IDX)
           END-IF.

      *-- The leftover lots number fewer than the participants, so
      *-- nobody is awarded twice: the winner's claim is spent (set
      *-- to -1) as soon as it is awarded.
       2320-AWARD-ONE-LOT.
           MOVE ZERO TO WS-AL-BEST-SUB
           MOVE -1 TO WS-AL-BEST-FRACTION
           PERFORM 2325-CONSIDER-FOR-LOT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
           IF WS-AL-BEST-SUB > ZERO
               ADD 1 TO WS-PT-LOTS (WS-AL-BEST-SUB)
               MOVE -1 TO WS-PT-FRACTION (WS-AL-BEST-SUB)
           END-IF.

       2325-CONSIDER-FOR-LOT.
           IF WS-PT-FRACTION (WS-PT-IDX) > WS-AL-BEST-FRACTION
               SET WS-AL-BEST-SUB TO WS-PT-IDX
               MOVE WS-PT-FRACTION (WS-PT-IDX) TO WS-AL-BEST-FRACTION
           ELSE
               IF WS-AL-BEST-SUB > ZERO
                   AND WS-PT-FRACTION (WS-PT-IDX)
                       = WS-AL-BEST-FRACTION
                   AND WS-PT-REQUESTED-QTY (WS-PT-IDX)
                       > WS-PT-REQUESTED-QTY (WS-AL-BEST-SUB)
                   SET WS-AL-BEST-SUB TO WS-PT-IDX
               END-IF
           END-IF.

       2330-SET-ALLOCATION.
           IF WS-PT-ACTIVE (WS-PT-IDX)
               COMPUTE WS-PT-ALLOC-QTY (WS-PT-IDX) =
                   WS-PT-LOTS (WS-PT-IDX) * WS-BK-LOT-SIZE
               IF WS-PT-ALLOC-QTY (WS-PT-IDX) > WS-AL-LARGEST-QTY
                   SET WS-AL-LARGEST-SUB TO WS-PT-IDX
                   MOVE WS-PT-ALLOC-QTY (WS-PT-IDX)
                       TO WS-AL-LARGEST-QTY
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * CHILD TRADES
      *-----------------------------------------------------------------
      *-- Commission and exchange charges are shared pro rata to the
      *-- units allocated; the last child takes the rounding
      *-- remainder so the children add back to the block exactly.
       2400-WRITE-CHILDREN.
           MOVE ZERO TO WS-AL-CHILD-COUNT
           MOVE ZERO TO WS-AL-LAST-SUB
           PERFORM 2405-NOTE-LAST-CHILD
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
           MOVE WS-BK-COMMISSION   TO WS-AL-COMM-LEFT
           MOVE WS-BK-EXCH-CHARGES TO WS-AL-EXCH-LEFT
           PERFORM 2410-WRITE-ONE-CHILD
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.

       2405-NOTE-LAST-CHILD.
           IF WS-PT-ACTIVE (WS-PT-IDX)
               AND WS-PT-ALLOC-QTY (WS-PT-IDX) > ZERO
               SET WS-AL-LAST-SUB TO WS-PT-IDX
           END-IF.

       2410-WRITE-ONE-CHILD.
           IF WS-PT-ACTIVE (WS-PT-IDX)
               AND WS-PT-ALLOC-QTY (WS-PT-IDX) > ZERO
               COMPUTE WS-PT-AMOUNT (WS-PT-IDX) ROUNDED =
                   WS-PT-ALLOC-QTY (WS-PT-IDX) * WS-BK-AVG-PRICE
               SET WS-AL-THIS-SUB TO WS-PT-IDX
               IF WS-AL-THIS-SUB = WS-AL-LAST-SUB
                   MOVE WS-AL-COMM-LEFT
                       TO WS-PT-COMMISSION (WS-PT-IDX)
                   MOVE WS-AL-EXCH-LEFT
                       TO WS-PT-EXCH-CHARGES (WS-PT-IDX)
               ELSE
                   COMPUTE WS-PT-COMMISSION (WS-PT-IDX) ROUNDED =
                       WS-BK-COMMISSION * WS-PT-ALLOC-QTY (WS-PT-IDX)
                       / WS-AL-ALLOC-TOTAL
                   COMPUTE WS-PT-EXCH-CHARGES (WS-PT-IDX) ROUNDED =
                       WS-BK-EXCH-CHARGES * WS-PT-ALLOC-QTY (WS-PT-IDX)
                       / WS-AL-ALLOC-TOTAL
                   SUBTRACT WS-PT-COMMISSION (WS-PT-IDX)
                       FROM WS-AL-COMM-LEFT
                   SUBTRACT WS-PT-EXCH-CHARGES (WS-PT-IDX)
                       FROM WS-AL-EXCH-LEFT
               END-IF
               PERFORM 2420-WRITE-CHILD-TRANSACTION
           END-IF.

      *-- The child is an ordinary PENDING trade: POSUPD00 posts it,
      *-- cash-checks it and relieves or opens the lots exactly as it
      *-- would a hand-keyed one. The block id in
      *-- TRAN-PARENT-ORDER-ID ties the children back together; the
      *-- executing broker rides TRAN-COUNTERPARTY-ID.
       2420-WRITE-CHILD-TRANSACTION.
           MOVE SPACES            TO TRANSACTION-RECORD
           MOVE WS-BK-TRADE-DATE  TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE WS-PT-PORTFOLIO-ID (WS-PT-IDX) TO TRAN-PORTFOLIO-ID
           PERFORM 2450-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE WS-BK-INVESTMENT-ID TO TRAN-INVESTMENT-ID
           MOVE WS-BK-SIDE        TO TRAN-TYPE
           SET TRAN-STATUS-PEND   TO TRUE
           MOVE WS-PT-ALLOC-QTY (WS-PT-IDX) TO TRAN-QUANTITY
           MOVE WS-BK-AVG-PRICE   TO TRAN-PRICE
           MOVE WS-PT-AMOUNT (WS-PT-IDX) TO TRAN-AMOUNT
           MOVE WS-BK-CURRENCY    TO TRAN-CURRENCY
           MOVE 'BLKA'            TO TRAN-CHANNEL-CODE
           MOVE WS-BK-CURRENCY    TO TRAN-SETTLE-CCY
           MOVE 1                 TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE WS-BK-ORDER-ID    TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE WS-BK-BROKER-ID   TO TRAN-COUNTERPARTY-ID
           MOVE WS-PT-COMMISSION (WS-PT-IDX) TO TRAN-COMMISSION
           MOVE WS-PT-EXCH-CHARGES (WS-PT-IDX) TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'BLKALC00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'CHILD NOT WRITTEN - DUPLICATE KEY'
                       TO WS-PT-DETAIL (WS-PT-IDX)
                   MOVE 'DUPLICATE BLOCK CHILD KEY - NOT WRITTEN'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-AL-CHILD-COUNT
                   ADD 1 TO WS-CHILDREN-WRITTEN
                   ADD WS-PT-AMOUNT (WS-PT-IDX) TO WS-TOTAL-ALLOCATED
                   MOVE 'CHILD WRITTEN AS PENDING'
                       TO WS-PT-DETAIL (WS-PT-IDX)
                   IF WS-BK-BUY
                       PERFORM 2430-SPEND-PROJECTED-CASH
                   END-IF
           END-WRITE.

      *-- A later block in the same run sees this buy's cash as spent.
       2430-SPEND-PROJECTED-CASH.
           MOVE WS-PT-PORTFOLIO-ID (WS-PT-IDX) TO WS-LOOKUP-PORTFOLIO
           MOVE WS-BK-CURRENCY TO WS-LOOKUP-CURRENCY
           IF WS-LOOKUP-CURRENCY = SPACES
               PERFORM 1340-RESOLVE-BASE-CURRENCY
           END-IF
           PERFORM 1330-FIND-CASH-ENTRY
           IF WS-CASH-ENTRY-FOUND
               SUBTRACT WS-PT-AMOUNT (WS-PT-IDX)
                   FROM WS-CB-PROJECTED-CASH (WS-CB-IDX)
           END-IF.

       2450-GET-NEXT-SEQUENCE.
           SET WS-SQ-FUNC-NEXT TO TRUE
           MOVE WS-BK-TRADE-DATE TO WS-SQ-PROCESS-DATE
           CALL 'SEQSVC00' USING WS-SEQSVC-REQUEST
           IF WS-SQ-RETURN-CODE NOT = 0
               MOVE 'SEQUENCE SERVICE FAILED' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * ALLOCATION REPORT
      *-----------------------------------------------------------------
       2500-REPORT-BLOCK.
           ADD 1 TO WS-BLOCKS-ALLOCATED
           COMPUTE WS-TOTAL-FILLED ROUNDED =
               WS-TOTAL-FILLED + WS-BK-FILL-VALUE
           PERFORM 2510-WRITE-BLOCK-LINE
           IF WS-AL-CHILD-COUNT = ZERO
               MOVE 'NOTHING ALLOCATED' TO WS-BL-DETAIL
           ELSE
               MOVE 'ALLOCATED' TO WS-BL-DETAIL
           END-IF
           WRITE REPORT-RECORD FROM WS-BLOCK-LINE
           PERFORM 2520-WRITE-ALLOC-LINE
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
           IF WS-AL-UNALLOCATED > ZERO
               ADD 1 TO WS-OVERFILLED-BLOCKS
               MOVE SPACES TO WS-AL-PORTFOLIO
               MOVE ZERO TO WS-AL-REQUESTED
               MOVE WS-AL-UNALLOCATED TO WS-AL-ALLOCATED
               MOVE ZERO TO WS-AL-SHARE
               MOVE ZERO TO WS-AL-AMOUNT
               MOVE 'UNALLOCATED - DESK TO RESOLVE' TO WS-AL-DETAIL
               WRITE REPORT-RECORD FROM WS-ALLOC-LINE
               MOVE SPACES TO ERR-TEXT
               STRING 'BLOCK ' WS-BK-ORDER-ID
                      ' FILLED BEYOND ITS ELIGIBLE REQUESTS - '
                      'EXCESS UNALLOCATED'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 8200-WRITE-AUDIT-EVENT.

       2510-WRITE-BLOCK-LINE.
           MOVE WS-BK-ORDER-ID      TO WS-BL-ORDER-ID
           MOVE WS-BK-INVESTMENT-ID TO WS-BL-INVESTMENT-ID
           MOVE WS-BK-SIDE          TO WS-BL-SIDE
           MOVE WS-BK-FILL-QTY      TO WS-BL-FILL-QTY
           MOVE WS-BK-AVG-PRICE     TO WS-BL-AVG-PRICE.

       2520-WRITE-ALLOC-LINE.
           MOVE WS-PT-PORTFOLIO-ID (WS-PT-IDX)  TO WS-AL-PORTFOLIO
           MOVE WS-PT-REQUESTED-QTY (WS-PT-IDX) TO WS-AL-REQUESTED
           MOVE WS-PT-ALLOC-QTY (WS-PT-IDX)     TO WS-AL-ALLOCATED
           MOVE WS-PT-AMOUNT (WS-PT-IDX)        TO WS-AL-AMOUNT
           IF WS-AL-ALLOC-TOTAL > ZERO
               COMPUTE WS-AL-SHARE-PCT ROUNDED =
                   WS-PT-ALLOC-QTY (WS-PT-IDX) * 100
                   / WS-AL-ALLOC-TOTAL
           ELSE
               MOVE ZERO TO WS-AL-SHARE-PCT
           END-IF
           MOVE WS-AL-SHARE-PCT TO WS-AL-SHARE
           IF WS-PT-DETAIL (WS-PT-IDX) = SPACES
               MOVE 'NO UNITS AFTER ROUNDING TO LOTS'
                   TO WS-PT-DETAIL (WS-PT-IDX)
           END-IF
           MOVE WS-PT-DETAIL (WS-PT-IDX) TO WS-AL-DETAIL
           WRITE REPORT-RECORD FROM WS-ALLOC-LINE.

       2900-REJECT-BLOCK.
           ADD 1 TO WS-BLOCKS-REJECTED
           PERFORM 2510-WRITE-BLOCK-LINE
           MOVE WS-BK-REJECT-REASON TO WS-BL-DETAIL
           WRITE REPORT-RECORD FROM WS-BLOCK-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO ERR-TEXT
           STRING 'BLOCK ' WS-BK-ORDER-ID ' REJECTED: '
                  WS-BK-REJECT-REASON
               DELIMITED BY SIZE INTO ERR-TEXT
           SET ERR-SEV-WARNING TO TRUE
           PERFORM 9000-ERROR-ROUTINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'BLOCKS READ:' TO WS-SL-LABEL
           MOVE WS-BLOCKS-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'BLOCKS ALLOCATED:' TO WS-SL-LABEL
           MOVE WS-BLOCKS-ALLOCATED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'BLOCKS REJECTED:' TO WS-SL-LABEL
           MOVE WS-BLOCKS-REJECTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'BLOCKS WITH EXCESS FILL:' TO WS-SL-LABEL
           MOVE WS-OVERFILLED-BLOCKS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'RECORDS OUTSIDE A BLOCK:' TO WS-SL-LABEL
           MOVE WS-ORPHAN-RECORDS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CHILD TRADES WRITTEN:' TO WS-SL-LABEL
           MOVE WS-CHILDREN-WRITTEN TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DROPPED - PORTFOLIO:' TO WS-SL-LABEL
           MOVE WS-DROPPED-PORTFOLIO TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DROPPED - COMPLIANCE:' TO WS-SL-LABEL
           MOVE WS-DROPPED-COMPLIANCE TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DROPPED - CASH:' TO WS-SL-LABEL
           MOVE WS-DROPPED-CASH TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE BLOCK-ORDER-FILE
           CLOSE SECURITY-MASTER
           CLOSE PORTFOLIO-MASTER
           CLOSE TRANSACTION-HISTORY
           CLOSE REPORT-FILE
           PERFORM 3100-WRITE-CONTROL-TOTALS
           IF WS-BLOCKS-REJECTED > ZERO
               OR WS-ORPHAN-RECORDS > ZERO
               OR WS-OVERFILLED-BLOCKS > ZERO
               OR WS-DROPPED-PORTFOLIO > ZERO
               OR WS-DROPPED-COMPLIANCE > ZERO
               OR WS-DROPPED-CASH > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

       3100-WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE     TO WS-CT-PROCESS-DATE
           MOVE WS-RECORDS-READ     TO WS-CT-RECORDS-IN
           MOVE WS-CHILDREN-WRITTEN TO WS-CT-RECORDS-OUT
           MOVE WS-TOTAL-FILLED     TO WS-CT-AMOUNT-IN
           MOVE WS-TOTAL-ALLOCATED  TO WS-CT-AMOUNT-OUT
           CALL 'CTLWRT00' USING WS-CTLTOT-REQUEST.

      *-----------------------------------------------------------------
      * AUDIT
      *-----------------------------------------------------------------
       8200-WRITE-AUDIT-EVENT.
           MOVE WS-CURRENT-DATE TO WS-AW-PROCESS-DATE
           MOVE WS-AL-CHILD-COUNT TO WS-AUDIT-COUNT
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'BLOCK ' WS-BK-ORDER-ID ' ' WS-BK-SIDE ' '
                  WS-BK-INVESTMENT-ID ' SPLIT TO '
                  WS-AUDIT-COUNT ' PORTFOLIOS'
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'BLKALC00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'BLKALC00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'BLKALC00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'BLKALC00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
