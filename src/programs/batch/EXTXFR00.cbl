       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTXFR00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * External Account Transfer With Cost Basis                      *
      *                                                               *
      * PRTXFR00 moves holdings between our own portfolios with the    *
      * lots intact. A client moving an account in from another firm   *
      * used to arrive as hand-keyed TR rows with no purchase dates    *
      * or cost, so POSUPD00 opened every lot on the transfer date at  *
      * whatever price was keyed and TAXPKG00 reported the wrong gain  *
      * on every later sale. This program books the transfer from the  *
      * delivering firm's own position-and-lot basis file instead:     *
      * - INBOUND (the default): matches each position on the basis    *
      *   file (XFRBAS layout) to the custodian's receipt of the       *
      *   delivery, and only then writes the inbound TR leg            *
      *   (TRN-STATUS-DONE, 'INKD' channel, settled on the receipt     *
      *   date -- the PRTXFR00 way, so neither POSUPD00, the cash      *
      *   ledger nor settlement matching touches it again), creates    *
      *   or blends the receiving POSITION-MASTER holding and opens    *
      *   one TAXLOT per delivered lot with its original open date     *
      *   and cost per unit                                            *
      * - A position not yet received, received in a different         *
      *   quantity, or missing basis for any of its units is not       *
      *   booked: it is written, with its lots, to the hold file in    *
      *   the same layout and listed on the exceptions report until    *
      *   operations supplies what is missing and feeds the hold       *
      *   file back in. A receipt already matched travels on the held  *
      *   row, so the position does not wait for it twice              *
      * - A custodian receipt no basis row claimed is listed too       *
      * - OUTBOUND: writes the same basis file for a departing         *
      *   client -- one row per holding of the portfolio on the        *
      *   parameter card and one per open lot at its remaining         *
      *   quantity -- for the receiving firm. The delivery itself      *
      *   still books as the outbound TR, as before                    *
      * - Journals every change ('WR'/'RW') so JRNBKO00 can back a     *
      *   failed run out                                               *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASIS-IN-FILE ASSIGN TO XFRBASIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BASIS-IN-STATUS.

           SELECT BASIS-HOLD-FILE ASSIGN TO XFRHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BASIS-OUT-FILE ASSIGN TO XFRBASO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BASIS-OUT-STATUS.

      *-- The custodian's receive-free advices; a day with none is
      *-- simply a day on which nothing can be booked.
           SELECT OPTIONAL CUSTODIAN-RECEIPT-FILE ASSIGN TO CUSRCPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

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

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

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

           SELECT TRANSFER-PARMS ASSIGN TO EXTXFPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-- The three basis files share the XFRBAS layout, worked on in
      *-- TRANSFER-BASIS-RECORD in WORKING-STORAGE.
       FD  BASIS-IN-FILE
           RECORDING MODE IS F.
       01  BASIS-IN-RECORD               PIC X(150).

       FD  BASIS-HOLD-FILE
           RECORDING MODE IS F.
       01  BASIS-HOLD-RECORD             PIC X(150).

       FD  BASIS-OUT-FILE
           RECORDING MODE IS F.
       01  BASIS-OUT-RECORD              PIC X(150).

      *-- The custodian's receipt advice, as transmitted: one row per
      *-- portfolio/security delivered in to our safekeeping account.
       FD  CUSTODIAN-RECEIPT-FILE
           RECORDING MODE IS F.
       01  CUSTODIAN-RECEIPT-RECORD.
           05  CRC-PORTFOLIO-ID          PIC X(08).
           05  CRC-INVESTMENT-ID         PIC X(10).
           05  CRC-QUANTITY              PIC S9(11)V9(4) COMP-3.
           05  CRC-RECEIPT-DATE          PIC X(08).
           05  CRC-CUSTODIAN-REF         PIC X(15).
           05  FILLER                    PIC X(21).

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  TAX-LOT-FILE
           RECORDING MODE IS F.
           COPY TAXLOT.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  SECURITY-MASTER
           RECORDING MODE IS F.
       01  SECURITY-RECORD.
           COPY SECMSTR REPLACING ==:PREFIX:== BY ==SEC==.

      *-- Inbound needs no portfolio: each basis row names its own.
      *-- Outbound names the departing portfolio and the firm and
      *-- account it is going to.
       FD  TRANSFER-PARMS
           RECORDING MODE IS F.
       01  TRANSFER-PARM-RECORD.
           05  PARM-MODE                 PIC X(04).
               88  PARM-MODE-INBOUND         VALUE 'INBD' '    '.
               88  PARM-MODE-OUTBOUND        VALUE 'OUTB'.
           05  PARM-PORTFOLIO-ID         PIC X(08).
           05  PARM-FIRM-ID              PIC X(08).
           05  PARM-EXTERNAL-ACCOUNT     PIC X(16).
           05  PARM-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(36).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNREC.

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'EXTXFR00'.
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

           COPY XFRBAS.

       01  WS-FILE-STATUS.
           05  WS-BASIS-IN-STATUS        PIC XX.
           05  WS-HOLD-STATUS            PIC XX.
           05  WS-BASIS-OUT-STATUS       PIC XX.
           05  WS-RECEIPT-STATUS         PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-LOT-STATUS             PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-JRNL-STATUS            PIC XX.

       01  WS-SWITCHES.
           05  WS-MODE-SW                PIC X(01) VALUE 'I'.
               88  WS-MODE-INBOUND           VALUE 'I'.
               88  WS-MODE-OUTBOUND          VALUE 'O'.
           05  WS-BASIS-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-BASIS-EOF              VALUE 'Y'.
           05  WS-RECEIPT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-RECEIPT-EOF            VALUE 'Y'.
           05  WS-POSITION-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-POSITION-OPEN          VALUE 'Y'.
           05  WS-RECEIPT-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-RECEIPT-FOUND          VALUE 'Y'.
           05  WS-TARGET-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-TARGET-FOUND           VALUE 'Y'.
           05  WS-POS-SCAN-SW            PIC X(01) VALUE 'N'.
               88  WS-POS-SCAN-DONE          VALUE 'Y'.
           05  WS-LOT-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-LOT-SCAN-DONE          VALUE 'Y'.

       01  WS-RUN-PARMS.
           05  WS-OUT-PORTFOLIO          PIC X(08).
           05  WS-OUT-FIRM               PIC X(08).
           05  WS-OUT-ACCOUNT            PIC X(16).

      *-- The day's custodian receipts, each claimed by at most one
      *-- basis position; what is left unclaimed at the end is
      *-- listed for operations.
       01  WS-RECEIPT-TABLE.
           05  WS-RC-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-RC-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-RC-IDX.
               10  WS-RC-PORTFOLIO-ID    PIC X(08).
               10  WS-RC-INVESTMENT-ID   PIC X(10).
               10  WS-RC-QUANTITY        PIC S9(11)V9(4) COMP-3.
               10  WS-RC-RECEIPT-DATE    PIC X(08).
               10  WS-RC-CUSTODIAN-REF   PIC X(15).
               10  WS-RC-MATCHED-SW      PIC X(01).
                   88  WS-RC-MATCHED         VALUE 'Y'.

      *-- The basis position being assembled: its P row and the L
      *-- rows that follow it, held as images until the next P row
      *-- (or the end of the file) says the position is complete.
       01  WS-CURRENT-POSITION.
           05  WS-CP-IMAGE               PIC X(150).
           05  WS-CP-LOT-QTY             PIC S9(11)V9(4) COMP-3.
           05  WS-CP-BASIS-COST          PIC S9(13)V9(4) COMP-3.
           05  WS-CP-BASIS-SW            PIC X(01).
               88  WS-CP-BASIS-MISSING       VALUE 'Y'.
           05  WS-CP-LOT-COUNT           PIC 9(03) COMP.
           05  WS-CL-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-CL-IDX.
               10  WS-CL-IMAGE           PIC X(150).

       01  WS-HOLD-REASON                PIC X(30).

      *-- Outbound: the open lots of the holding being extracted.
       01  WS-LOT-TABLE.
           05  WS-LOT-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-LT-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-LT-IDX.
               10  WS-LT-IMAGE           PIC X(89).
       01  WS-OUT-LOT-QTY                PIC S9(11)V9(4) COMP-3.
       01  WS-OUT-LOTS-SHORT-SW          PIC X(01).
           88  WS-OUT-LOTS-SHORT             VALUE 'Y'.

       01  WS-XFER-QUANTITY              PIC S9(11)V9(4) COMP-3.
       01  WS-XFER-AVG-COST              PIC S9(11)V9(4) COMP-3.
       01  WS-XFER-VALUE                 PIC S9(13)V9(2) COMP-3.
       01  WS-XFER-AMOUNT                PIC S9(13)V9(2) COMP-3.
       01  WS-BLEND-COST                 PIC S9(13)V9(4) COMP-3.
       01  WS-XFER-REFERENCE             PIC X(12).
       01  WS-XFER-CUSTODIAN-REF         PIC X(15).
       01  WS-XFER-RECEIPT-DATE          PIC X(08).
       01  WS-XFER-FIRM                  PIC X(08).
       01  WS-XFER-CURRENCY              PIC X(03).
       01  WS-XFER-DESCRIPTION           PIC X(30).

       01  WS-SEQSVC-REQUEST.
           05  WS-SQ-FUNCTION            PIC X(04).
               88  WS-SQ-FUNC-NEXT           VALUE 'NEXT'.
           05  WS-SQ-PROCESS-DATE        PIC X(08).
           05  WS-SQ-BLOCK-SIZE          PIC 9(04) VALUE ZERO.
           05  WS-SQ-FIRST-SEQUENCE      PIC 9(06).
           05  WS-SQ-LAST-SEQUENCE       PIC 9(06).
           05  WS-SQ-RETURN-CODE         PIC S9(04) COMP.

       01  WS-JOURNAL-AREA.
           05  WS-JRN-SEQUENCE           PIC 9(07) VALUE ZERO.
           05  WS-JRN-FILE-ID            PIC X(08).
           05  WS-JRN-ACTION             PIC X(02).
           05  WS-JRN-IMAGE              PIC X(188).

       01  WS-COUNTS.
           05  WS-POSITIONS-BOOKED       PIC 9(07) COMP VALUE ZERO.
           05  WS-LOTS-OPENED            PIC 9(07) COMP VALUE ZERO.
           05  WS-POSITIONS-HELD         PIC 9(07) COMP VALUE ZERO.
           05  WS-ROWS-UNCLAIMED         PIC 9(07) COMP VALUE ZERO.
           05  WS-RECEIPTS-UNCLAIMED     PIC 9(07) COMP VALUE ZERO.
           05  WS-POSITIONS-SENT         PIC 9(07) COMP VALUE ZERO.
           05  WS-LOTS-SENT              PIC 9(07) COMP VALUE ZERO.
           05  WS-PARTIAL-SENT           PIC 9(07) COMP VALUE ZERO.
       01  WS-EXCEPTION-TOTAL            PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-TIME               PIC X(06).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'EXTERNAL ACCOUNT TRANSFER - COST BASIS'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(08)
                   VALUE '  MODE: '.
               10  WS-HDR-MODE           PIC X(08).
               10  FILLER                PIC X(13)
                   VALUE '  PORTFOLIO: '.
               10  WS-HDR-PORTFOLIO      PIC X(08).
               10  FILLER                PIC X(08)
                   VALUE '  FIRM: '.
               10  WS-HDR-FIRM           PIC X(08).
               10  FILLER                PIC X(11)
                   VALUE '  ACCOUNT: '.
               10  WS-HDR-ACCOUNT        PIC X(16).
               10  FILLER                PIC X(27) VALUE SPACES.
           05  WS-COLUMN-HEADING.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(12) VALUE 'INVESTMENT'.
               10  FILLER                PIC X(24) VALUE 'DESCRIPTION'.
               10  FILLER                PIC X(17)
                   VALUE '       QUANTITY'.
               10  FILLER                PIC X(17)
                   VALUE '      AVG COST'.
               10  FILLER                PIC X(17)
                   VALUE '  MARKET VALUE'.
               10  FILLER                PIC X(05) VALUE 'LOTS'.
               10  FILLER                PIC X(30) VALUE 'DISPOSITION'.
           05  WS-EXCEPTION-HEADING.
               10  FILLER                PIC X(50)
                   VALUE 'EXCEPTIONS - HELD FOR OPERATIONS'.
               10  FILLER                PIC X(82) VALUE SPACES.

       01  WS-MANIFEST-LINE.
           05  WS-ML-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-DESCRIPTION         PIC X(22).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-QUANTITY            PIC -(09)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-AVG-COST            PIC -(09)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-VALUE               PIC -(11)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-LOTS                PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-DISPOSITION         PIC X(30).

      *-- Exception lines are gathered as the file is worked and
      *-- printed as their own section after the booked positions.
       01  WS-EXCEPTION-TABLE.
           05  WS-EX-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-EX-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-EX-IDX.
               10  WS-EX-LINE            PIC X(132).

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-OUTBOUND
               PERFORM 3000-PROCESS-OUTBOUND
           ELSE
               PERFORM 2000-PROCESS-INBOUND
           END-IF
           PERFORM 4000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-READ-TRANSFER-PARMS
           PERFORM 1200-OPEN-FILES
           IF WS-MODE-INBOUND
               PERFORM 1300-LOAD-RECEIPTS
           ELSE
               PERFORM 1180-VALIDATE-PORTFOLIO
           END-IF
           PERFORM 1400-WRITE-HEADERS
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME.

       1100-READ-TRANSFER-PARMS.
           OPEN INPUT TRANSFER-PARMS
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'TRANSFER PARM CARD IS REQUIRED' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           READ TRANSFER-PARMS
               AT END
                   MOVE 'TRANSFER PARM CARD IS EMPTY' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ
           EVALUATE TRUE
               WHEN PARM-MODE-INBOUND
                   SET WS-MODE-INBOUND TO TRUE
               WHEN PARM-MODE-OUTBOUND
                   SET WS-MODE-OUTBOUND TO TRUE
               WHEN OTHER
                   MOVE 'TRANSFER MODE MUST BE INBD OR OUTB'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-EVALUATE
      *-- An outbound file is addressed: the receiving firm has to
      *-- know whose account the basis belongs to.
           IF WS-MODE-OUTBOUND
               IF PARM-PORTFOLIO-ID = SPACES
                   OR PARM-FIRM-ID = SPACES
                   OR PARM-EXTERNAL-ACCOUNT = SPACES
                   MOVE 'OUTBOUND NEEDS PORTFOLIO, FIRM AND ACCOUNT'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           MOVE PARM-PORTFOLIO-ID     TO WS-OUT-PORTFOLIO
           MOVE PARM-FIRM-ID          TO WS-OUT-FIRM
           MOVE PARM-EXTERNAL-ACCOUNT TO WS-OUT-ACCOUNT
           IF PARM-RUN-DATE NOT = SPACES
               MOVE PARM-RUN-DATE TO WS-CURRENT-DATE
           ELSE
               CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
               MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           END-IF
           CLOSE TRANSFER-PARMS.

       1180-VALIDATE-PORTFOLIO.
           MOVE WS-OUT-PORTFOLIO TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   MOVE 'DELIVERING PORTFOLIO NOT ON MASTER'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ.

       1200-OPEN-FILES.
           IF WS-MODE-INBOUND
               PERFORM 1210-OPEN-INBOUND-FILES
           ELSE
               PERFORM 1220-OPEN-OUTBOUND-FILES
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

       1210-OPEN-INBOUND-FILES.
           OPEN INPUT BASIS-IN-FILE
           IF WS-BASIS-IN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSFER BASIS FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT BASIS-HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               MOVE 'ERROR OPENING BASIS HOLD FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CUSTODIAN-RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = '00'
               AND WS-RECEIPT-STATUS NOT = '05'
               MOVE 'ERROR OPENING CUSTODIAN RECEIPT FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O TAX-LOT-FILE
           IF WS-LOT-STATUS NOT = '00' AND WS-LOT-STATUS NOT = '05'
               MOVE 'ERROR OPENING TAX-LOT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS = '05' OR WS-JRNL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = '00'
               MOVE 'ERROR OPENING JOURNAL-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1220-OPEN-OUTBOUND-FILES.
           OPEN OUTPUT BASIS-OUT-FILE
           IF WS-BASIS-OUT-STATUS NOT = '00'
               MOVE 'ERROR OPENING OUTBOUND BASIS FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT TAX-LOT-FILE
           IF WS-LOT-STATUS NOT = '00' AND WS-LOT-STATUS NOT = '05'
               MOVE 'ERROR OPENING TAX-LOT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1300-LOAD-RECEIPTS.
           IF WS-RECEIPT-STATUS = '05'
               SET WS-RECEIPT-EOF TO TRUE
           ELSE
               PERFORM 1310-READ-RECEIPT
           END-IF
           PERFORM 1320-STORE-RECEIPT
               UNTIL WS-RECEIPT-EOF.

       1310-READ-RECEIPT.
           READ CUSTODIAN-RECEIPT-FILE
               AT END
                   SET WS-RECEIPT-EOF TO TRUE
           END-READ.

      *-- A receipt that does not fit is left out with a warning: the
      *-- position it would have matched is held, not booked blind.
       1320-STORE-RECEIPT.
           IF WS-RC-COUNT < 500
               ADD 1 TO WS-RC-COUNT
               SET WS-RC-IDX TO WS-RC-COUNT
               MOVE CRC-PORTFOLIO-ID  TO WS-RC-PORTFOLIO-ID (WS-RC-IDX)
               MOVE CRC-INVESTMENT-ID
                   TO WS-RC-INVESTMENT-ID (WS-RC-IDX)
               MOVE CRC-QUANTITY      TO WS-RC-QUANTITY (WS-RC-IDX)
               MOVE CRC-RECEIPT-DATE  TO WS-RC-RECEIPT-DATE (WS-RC-IDX)
               MOVE CRC-CUSTODIAN-REF
                   TO WS-RC-CUSTODIAN-REF (WS-RC-IDX)
               MOVE 'N' TO WS-RC-MATCHED-SW (WS-RC-IDX)
           ELSE
               MOVE 'RECEIPT TABLE FULL - RECEIPT NOT MATCHED'
                   TO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 1310-READ-RECEIPT.

       1400-WRITE-HEADERS.
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE    TO WS-HDR-REPORT-DATE
           IF WS-MODE-OUTBOUND
               MOVE 'OUTBOUND' TO WS-HDR-MODE
           ELSE
               MOVE 'INBOUND'  TO WS-HDR-MODE
           END-IF
           MOVE WS-OUT-PORTFOLIO  TO WS-HDR-PORTFOLIO
           MOVE WS-OUT-FIRM       TO WS-HDR-FIRM
           MOVE WS-OUT-ACCOUNT    TO WS-HDR-ACCOUNT
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADING.

      *-----------------------------------------------------------------
      * INBOUND - ASSEMBLE EACH POSITION FROM ITS P AND L ROWS
      *-----------------------------------------------------------------
       2000-PROCESS-INBOUND.
           PERFORM 2010-READ-BASIS-ROW
           PERFORM 2100-PROCESS-BASIS-ROW
               UNTIL WS-BASIS-EOF
           IF WS-POSITION-OPEN
               PERFORM 2200-FINISH-POSITION
           END-IF
           PERFORM 2800-LIST-UNCLAIMED-RECEIPT
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT.

       2010-READ-BASIS-ROW.
           READ BASIS-IN-FILE
               AT END
                   SET WS-BASIS-EOF TO TRUE
           END-READ.

      *-- BASIS-IN-RECORD keeps the row just read while the position
      *-- before it is finished in TRANSFER-BASIS-RECORD.
       2100-PROCESS-BASIS-ROW.
           MOVE BASIS-IN-RECORD TO TRANSFER-BASIS-RECORD
           EVALUATE TRUE
               WHEN XBS-ROW-POSITION
                   IF WS-POSITION-OPEN
                       PERFORM 2200-FINISH-POSITION
                   END-IF
                   PERFORM 2110-START-POSITION
               WHEN XBS-ROW-LOT
                   AND WS-POSITION-OPEN
                   AND XBS-PORTFOLIO-ID = WS-CP-IMAGE (1:8)
                   AND XBS-INVESTMENT-ID = WS-CP-IMAGE (9:10)
                   PERFORM 2120-ADD-LOT
               WHEN OTHER
                   PERFORM 2150-HOLD-STRAY-ROW
           END-EVALUATE
           PERFORM 2010-READ-BASIS-ROW.

       2110-START-POSITION.
           MOVE BASIS-IN-RECORD TO WS-CP-IMAGE
           MOVE ZERO TO WS-CP-LOT-COUNT
           MOVE ZERO TO WS-CP-LOT-QTY
           MOVE ZERO TO WS-CP-BASIS-COST
           MOVE 'N'  TO WS-CP-BASIS-SW
           IF XBS-BASIS-UNKNOWN
               SET WS-CP-BASIS-MISSING TO TRUE
           END-IF
           SET WS-POSITION-OPEN TO TRUE.

      *-- A lot with no open date (or one after the run date), no
      *-- units, a negative cost or an explicit 'U' leaves the
      *-- position without full basis. A
      *-- position with more lots than the table holds cannot be
      *-- carried whole to the hold file, so the run stops for it.
       2120-ADD-LOT.
           IF WS-CP-LOT-COUNT < 500
               ADD 1 TO WS-CP-LOT-COUNT
               SET WS-CL-IDX TO WS-CP-LOT-COUNT
               MOVE BASIS-IN-RECORD TO WS-CL-IMAGE (WS-CL-IDX)
           ELSE
               MOVE 'BASIS LOT TABLE FULL - TRANSFER INCOMPLETE'
                   TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           ADD XBS-QUANTITY TO WS-CP-LOT-QTY
           COMPUTE WS-CP-BASIS-COST =
               WS-CP-BASIS-COST + (XBS-QUANTITY * XBS-COST-PER-UNIT)
           IF XBS-BASIS-UNKNOWN
               OR XBS-LOT-OPEN-DATE = SPACES
               OR XBS-LOT-OPEN-DATE > WS-CURRENT-DATE
               OR XBS-QUANTITY NOT > ZERO
               OR XBS-COST-PER-UNIT < ZERO
               SET WS-CP-BASIS-MISSING TO TRUE
           END-IF.

      *-- An L row with no P row of its own ahead of it is kept, not
      *-- dropped: it goes to the hold file for operations to place.
       2150-HOLD-STRAY-ROW.
           WRITE BASIS-HOLD-RECORD FROM BASIS-IN-RECORD
           ADD 1 TO WS-ROWS-UNCLAIMED
           MOVE SPACES TO WS-MANIFEST-LINE
           MOVE XBS-PORTFOLIO-ID  TO WS-ML-PORTFOLIO
           MOVE XBS-INVESTMENT-ID TO WS-ML-INVESTMENT-ID
           MOVE XBS-LOT-OPEN-DATE TO WS-ML-DESCRIPTION
           MOVE XBS-QUANTITY      TO WS-ML-QUANTITY
           MOVE XBS-COST-PER-UNIT TO WS-ML-AVG-COST
           MOVE ZERO              TO WS-ML-VALUE
           MOVE ZERO              TO WS-ML-LOTS
           MOVE 'ROW WITHOUT ITS POSITION ROW' TO WS-ML-DISPOSITION
           PERFORM 2900-ADD-EXCEPTION-LINE.

      *-----------------------------------------------------------------
      * INBOUND - BOOK OR HOLD A COMPLETE POSITION
      *-----------------------------------------------------------------
       2200-FINISH-POSITION.
           MOVE WS-CP-IMAGE TO TRANSFER-BASIS-RECORD
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM 2210-CHECK-PORTFOLIO
           IF WS-HOLD-REASON = SPACES
               PERFORM 2220-MATCH-RECEIPT
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 2230-CHECK-BASIS
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 2300-BOOK-POSITION
           ELSE
               PERFORM 2600-HOLD-POSITION
           END-IF
           MOVE 'N' TO WS-POSITION-OPEN-SW.

       2210-CHECK-PORTFOLIO.
           MOVE XBS-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON MASTER' TO WS-HOLD-REASON
               NOT INVALID KEY
                   IF NOT PORT-STATUS-ACTIVE
                       MOVE 'PORTFOLIO NOT ACTIVE' TO WS-HOLD-REASON
                   END-IF
           END-READ
           IF XBS-QUANTITY NOT > ZERO
               MOVE 'NO UNITS ON POSITION ROW' TO WS-HOLD-REASON
           END-IF.

      *-- A held row coming back in already carries the receipt it
      *-- was matched to; anything else must find its receipt today.
       2220-MATCH-RECEIPT.
           MOVE 'N' TO WS-RECEIPT-FOUND-SW
           IF XBS-CUSTODIAN-REF NOT = SPACES
               SET WS-RECEIPT-FOUND TO TRUE
           ELSE
               PERFORM 2225-TEST-RECEIPT
                   VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
                      OR WS-RECEIPT-FOUND
           END-IF
           IF NOT WS-RECEIPT-FOUND
               MOVE 'NOT YET RECEIVED AT CUSTODIAN' TO WS-HOLD-REASON
           END-IF
           MOVE XBS-CUSTODIAN-REF TO WS-XFER-CUSTODIAN-REF
           MOVE XBS-RECEIPT-DATE  TO WS-XFER-RECEIPT-DATE.

      *-- The receipt is claimed whether or not its quantity agrees,
      *-- so a short delivery shows once, against the position.
       2225-TEST-RECEIPT.
           IF NOT WS-RC-MATCHED (WS-RC-IDX)
               AND WS-RC-PORTFOLIO-ID (WS-RC-IDX) = XBS-PORTFOLIO-ID
               AND WS-RC-INVESTMENT-ID (WS-RC-IDX) = XBS-INVESTMENT-ID
               SET WS-RECEIPT-FOUND TO TRUE
               SET WS-RC-MATCHED (WS-RC-IDX) TO TRUE
               IF WS-RC-QUANTITY (WS-RC-IDX) = XBS-QUANTITY
                   MOVE WS-RC-CUSTODIAN-REF (WS-RC-IDX)
                       TO XBS-CUSTODIAN-REF
                   MOVE WS-RC-RECEIPT-DATE (WS-RC-IDX)
                       TO XBS-RECEIPT-DATE
                   MOVE TRANSFER-BASIS-RECORD TO WS-CP-IMAGE
               ELSE
                   MOVE 'RECEIPT QUANTITY DIFFERS'
                       TO WS-HOLD-REASON
               END-IF
           END-IF.

      *-- Full basis means every delivered unit sits in a lot with a
      *-- date and a cost: the lots must add up to the position.
       2230-CHECK-BASIS.
           IF WS-CP-BASIS-MISSING
               OR WS-CP-LOT-COUNT = ZERO
               OR WS-CP-LOT-QTY NOT = XBS-QUANTITY
               MOVE 'BASIS UNKNOWN' TO WS-HOLD-REASON
           END-IF.

       2300-BOOK-POSITION.
           MOVE XBS-QUANTITY TO WS-XFER-QUANTITY
           COMPUTE WS-XFER-AVG-COST ROUNDED =
               WS-CP-BASIS-COST / WS-XFER-QUANTITY
           COMPUTE WS-XFER-AMOUNT ROUNDED = WS-CP-BASIS-COST
           IF XBS-MARKET-VALUE NOT = ZERO
               MOVE XBS-MARKET-VALUE TO WS-XFER-VALUE
           ELSE
               MOVE WS-XFER-AMOUNT   TO WS-XFER-VALUE
           END-IF
           MOVE XBS-FIRM-ID       TO WS-XFER-FIRM
           MOVE XBS-CURRENCY      TO WS-XFER-CURRENCY
           MOVE XBS-DESCRIPTION   TO WS-XFER-DESCRIPTION
           IF WS-XFER-CURRENCY = SPACES
               MOVE PORT-BASE-CURRENCY TO WS-XFER-CURRENCY
           END-IF
           MOVE SPACES TO WS-XFER-REFERENCE
           STRING 'EXT' WS-XFER-FIRM (1:4)
                  WS-CURRENT-DATE (4:5)
               DELIMITED BY SIZE INTO WS-XFER-REFERENCE
           PERFORM 2310-WRITE-TRANSFER-LEG
           PERFORM 2320-APPLY-POSITION
           PERFORM 2330-OPEN-ONE-LOT
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CP-LOT-COUNT
           ADD 1 TO WS-POSITIONS-BOOKED
           PERFORM 2500-WRITE-BOOKED-LINE.

      *-- The one inbound TR leg books the delivery at its carried
      *-- cost and settles it on the custodian's receipt date: the
      *-- receipt is its settlement, so STLMAT00 waits on no
      *-- confirmation for it, and the 'INKD' channel keeps the cash
      *-- ledger out of a delivery that moved no cash. It stays an
      *-- external flow to the performance runs, as a new client's
      *-- contribution should.
       2310-WRITE-TRANSFER-LEG.
           MOVE WS-CURRENT-DATE   TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE XBS-PORTFOLIO-ID  TO TRAN-PORTFOLIO-ID
           PERFORM 8100-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE XBS-INVESTMENT-ID TO TRAN-INVESTMENT-ID
           SET TRAN-TYPE-TRANS    TO TRUE
           MOVE WS-XFER-QUANTITY  TO TRAN-QUANTITY
           MOVE WS-XFER-AVG-COST  TO TRAN-PRICE
           MOVE WS-XFER-AMOUNT    TO TRAN-AMOUNT
           MOVE WS-XFER-CURRENCY  TO TRAN-CURRENCY
           SET TRAN-STATUS-DONE   TO TRUE
           MOVE 'INKD'            TO TRAN-CHANNEL-CODE
           MOVE WS-XFER-CURRENCY  TO TRAN-SETTLE-CCY
           MOVE 1                 TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE WS-XFER-REFERENCE TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE WS-XFER-FIRM      TO TRAN-COUNTERPARTY-ID
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE WS-XFER-RECEIPT-DATE  TO TRAN-SETTLED-DATE
           MOVE WS-XFER-CUSTODIAN-REF TO TRAN-CUSTODIAN-REF
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'EXTXFR00'        TO TRAN-PROCESS-USER
           MOVE ZERO              TO TRAN-ACCRUED-INT
           MOVE 'TRANHIST' TO WS-JRN-FILE-ID
           MOVE 'WR'       TO WS-JRN-ACTION
           MOVE TRANSACTION-RECORD TO WS-JRN-IMAGE
           PERFORM 8000-WRITE-JOURNAL
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE TRANSFER LEG KEY - NOT WRITTEN'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-WRITE.

      *-- An existing holding of the security blends the PRTXFR00
      *-- way; a new one takes its description, currency and type
      *-- from SECURITY-MASTER the POSUPD00 way, falling back to the
      *-- delivering firm's own description.
       2320-APPLY-POSITION.
           MOVE 'N' TO WS-TARGET-FOUND-SW
           MOVE XBS-PORTFOLIO-ID  TO POS-PORTFOLIO-ID
           MOVE XBS-INVESTMENT-ID TO POS-INVESTMENT-ID
           READ POSITION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TARGET-FOUND TO TRUE
           END-READ
           IF WS-TARGET-FOUND
               MOVE 'POSMSTRE' TO WS-JRN-FILE-ID
               MOVE 'RW'       TO WS-JRN-ACTION
               MOVE SPACES     TO WS-JRN-IMAGE
               MOVE POSITION-RECORD TO WS-JRN-IMAGE (1:105)
               PERFORM 8000-WRITE-JOURNAL
               COMPUTE WS-BLEND-COST =
                   (POS-QUANTITY * POS-AVG-COST)
                   + WS-CP-BASIS-COST
               ADD WS-XFER-QUANTITY TO POS-QUANTITY
               IF POS-QUANTITY > ZERO
                   COMPUTE POS-AVG-COST ROUNDED =
                       WS-BLEND-COST / POS-QUANTITY
               END-IF
               ADD WS-XFER-VALUE TO POS-CURRENT-VALUE
               REWRITE POSITION-RECORD
           ELSE
               PERFORM 2325-CREATE-POSITION
           END-IF.

       2325-CREATE-POSITION.
           MOVE XBS-PORTFOLIO-ID    TO POS-PORTFOLIO-ID
           MOVE XBS-INVESTMENT-ID   TO POS-INVESTMENT-ID
           MOVE WS-XFER-DESCRIPTION TO POS-DESCRIPTION
           MOVE WS-XFER-QUANTITY    TO POS-QUANTITY
           MOVE WS-XFER-VALUE       TO POS-CURRENT-VALUE
           MOVE ZERO                TO POS-PREVIOUS-VALUE
           MOVE WS-XFER-CURRENCY    TO POS-CURRENCY
           MOVE 'INKD'              TO POS-CHANNEL-CODE
           MOVE WS-XFER-AVG-COST    TO POS-AVG-COST
           MOVE WS-CURRENT-DATE     TO POS-AS-OF-DATE
           MOVE PORT-BASE-CURRENCY  TO POS-BASE-CURRENCY
           MOVE SPACES              TO POS-INVESTMENT-TYPE
           MOVE SPACES              TO POS-FILLER
           MOVE XBS-INVESTMENT-ID   TO SEC-ID
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
           PERFORM 8000-WRITE-JOURNAL
           WRITE POSITION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE RECEIVING POSITION KEY'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-WRITE.

      *-- Each delivered lot opens under its original purchase date
      *-- at its original cost, so TAXPKG00's holding period and
      *-- gain run from the client's own purchase, not the transfer.
      *-- A fresh sequence number keeps two lots bought the same day
      *-- apart on the key.
       2330-OPEN-ONE-LOT.
           MOVE WS-CL-IMAGE (WS-CL-IDX) TO TRANSFER-BASIS-RECORD
           PERFORM 8100-GET-NEXT-SEQUENCE
           MOVE XBS-PORTFOLIO-ID     TO LOT-PORTFOLIO-ID
           MOVE XBS-INVESTMENT-ID    TO LOT-INVESTMENT-ID
           MOVE XBS-LOT-OPEN-DATE    TO LOT-OPEN-DATE
           MOVE WS-SQ-FIRST-SEQUENCE TO LOT-SEQUENCE-NO
           MOVE XBS-QUANTITY         TO LOT-ORIG-QUANTITY
           MOVE XBS-QUANTITY         TO LOT-REMAINING-QTY
           MOVE XBS-COST-PER-UNIT    TO LOT-COST-PER-UNIT
           SET LOT-STATUS-OPEN       TO TRUE
           MOVE SPACES               TO LOT-CLOSE-DATE
           MOVE ZERO                 TO LOT-PROCEEDS
           MOVE ZERO                 TO LOT-REALIZED-GAIN
           MOVE ZERO                 TO LOT-WASH-AMOUNT
           SET LOT-WASH-NONE         TO TRUE
           MOVE SPACES               TO LOT-FILLER
           MOVE 'TAXLOTS ' TO WS-JRN-FILE-ID
           MOVE 'WR'       TO WS-JRN-ACTION
           MOVE SPACES     TO WS-JRN-IMAGE
           MOVE TAX-LOT-RECORD TO WS-JRN-IMAGE (1:89)
           PERFORM 8000-WRITE-JOURNAL
           WRITE TAX-LOT-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE TAX LOT KEY - LOT NOT OPENED'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-LOTS-OPENED
           END-WRITE.

       2500-WRITE-BOOKED-LINE.
           MOVE WS-CP-IMAGE TO TRANSFER-BASIS-RECORD
           MOVE SPACES TO WS-MANIFEST-LINE
           MOVE XBS-PORTFOLIO-ID    TO WS-ML-PORTFOLIO
           MOVE XBS-INVESTMENT-ID   TO WS-ML-INVESTMENT-ID
           MOVE WS-XFER-DESCRIPTION TO WS-ML-DESCRIPTION
           MOVE WS-XFER-QUANTITY    TO WS-ML-QUANTITY
           MOVE WS-XFER-AVG-COST    TO WS-ML-AVG-COST
           MOVE WS-XFER-VALUE       TO WS-ML-VALUE
           MOVE WS-CP-LOT-COUNT     TO WS-ML-LOTS
           STRING 'BOOKED RCPT ' WS-XFER-CUSTODIAN-REF
               DELIMITED BY SIZE INTO WS-ML-DISPOSITION
           WRITE REPORT-RECORD FROM WS-MANIFEST-LINE.

      *-- The held position goes to the hold file exactly as it came
      *-- in, plus any receipt it has now matched, for operations to
      *-- complete and feed back.
       2600-HOLD-POSITION.
           WRITE BASIS-HOLD-RECORD FROM WS-CP-IMAGE
           PERFORM 2610-HOLD-ONE-LOT
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CP-LOT-COUNT
           ADD 1 TO WS-POSITIONS-HELD
           MOVE WS-CP-IMAGE TO TRANSFER-BASIS-RECORD
           MOVE SPACES TO WS-MANIFEST-LINE
           MOVE XBS-PORTFOLIO-ID  TO WS-ML-PORTFOLIO
           MOVE XBS-INVESTMENT-ID TO WS-ML-INVESTMENT-ID
           MOVE XBS-DESCRIPTION   TO WS-ML-DESCRIPTION
           MOVE XBS-QUANTITY      TO WS-ML-QUANTITY
           MOVE XBS-COST-PER-UNIT TO WS-ML-AVG-COST
           MOVE XBS-MARKET-VALUE  TO WS-ML-VALUE
           MOVE WS-CP-LOT-COUNT   TO WS-ML-LOTS
           MOVE WS-HOLD-REASON    TO WS-ML-DISPOSITION
           PERFORM 2900-ADD-EXCEPTION-LINE.

       2610-HOLD-ONE-LOT.
           WRITE BASIS-HOLD-RECORD FROM WS-CL-IMAGE (WS-CL-IDX).

       2800-LIST-UNCLAIMED-RECEIPT.
           IF NOT WS-RC-MATCHED (WS-RC-IDX)
               ADD 1 TO WS-RECEIPTS-UNCLAIMED
               MOVE SPACES TO WS-MANIFEST-LINE
               MOVE WS-RC-PORTFOLIO-ID (WS-RC-IDX) TO WS-ML-PORTFOLIO
               MOVE WS-RC-INVESTMENT-ID (WS-RC-IDX)
                   TO WS-ML-INVESTMENT-ID
               STRING 'RCPT ' WS-RC-CUSTODIAN-REF (WS-RC-IDX)
                   DELIMITED BY SIZE INTO WS-ML-DESCRIPTION
               MOVE WS-RC-QUANTITY (WS-RC-IDX) TO WS-ML-QUANTITY
               MOVE ZERO TO WS-ML-AVG-COST
               MOVE ZERO TO WS-ML-VALUE
               MOVE ZERO TO WS-ML-LOTS
               MOVE 'RECEIVED - NO BASIS ROW' TO WS-ML-DISPOSITION
               PERFORM 2900-ADD-EXCEPTION-LINE
           END-IF.

      *-- Past the table the line is still counted; the hold file
      *-- and the summary carry the rest.
       2900-ADD-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-TOTAL
           IF WS-EX-COUNT < 300
               ADD 1 TO WS-EX-COUNT
               SET WS-EX-IDX TO WS-EX-COUNT
               MOVE WS-MANIFEST-LINE TO WS-EX-LINE (WS-EX-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * OUTBOUND - THE SAME BASIS FILE FOR THE RECEIVING FIRM
      *-----------------------------------------------------------------
       3000-PROCESS-OUTBOUND.
           MOVE WS-OUT-PORTFOLIO TO POS-PORTFOLIO-ID
           MOVE LOW-VALUES       TO POS-INVESTMENT-ID
           START POSITION-MASTER KEY NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-POS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-POS-SCAN-DONE
               PERFORM 3010-READ-NEXT-POSITION
           END-IF
           PERFORM 3100-EXTRACT-ONE-POSITION
               UNTIL WS-POS-SCAN-DONE.

       3010-READ-NEXT-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET WS-POS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-POS-SCAN-DONE
               IF POS-PORTFOLIO-ID NOT = WS-OUT-PORTFOLIO
                   SET WS-POS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *-- Only long holdings transfer; a written option or short
      *-- future closes out rather than moving firms.
       3100-EXTRACT-ONE-POSITION.
           IF POS-QUANTITY > ZERO
               PERFORM 3200-COLLECT-OPEN-LOTS
               PERFORM 3300-WRITE-POSITION-ROW
               PERFORM 3400-WRITE-LOT-ROW
                   VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LOT-COUNT
               PERFORM 3500-WRITE-SENT-LINE
           END-IF
           PERFORM 3010-READ-NEXT-POSITION.

       3200-COLLECT-OPEN-LOTS.
           MOVE ZERO TO WS-LOT-COUNT
           MOVE ZERO TO WS-OUT-LOT-QTY
           MOVE 'N'  TO WS-OUT-LOTS-SHORT-SW
           MOVE 'N'  TO WS-LOT-EOF-SW
           MOVE POS-PORTFOLIO-ID   TO LOT-PORTFOLIO-ID
           MOVE POS-INVESTMENT-ID  TO LOT-INVESTMENT-ID
           MOVE LOW-VALUES         TO LOT-OPEN-DATE
           MOVE LOW-VALUES         TO LOT-SEQUENCE-NO
           START TAX-LOT-FILE KEY NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET WS-LOT-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-LOT-SCAN-DONE
               PERFORM 3210-READ-NEXT-LOT
           END-IF
           PERFORM 3220-COLLECT-ONE-LOT
               UNTIL WS-LOT-SCAN-DONE
           IF WS-OUT-LOT-QTY NOT = POS-QUANTITY
               SET WS-OUT-LOTS-SHORT TO TRUE
           END-IF.

       3210-READ-NEXT-LOT.
           READ TAX-LOT-FILE NEXT RECORD
               AT END
                   SET WS-LOT-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-LOT-SCAN-DONE
               IF LOT-PORTFOLIO-ID NOT = POS-PORTFOLIO-ID
                   OR LOT-INVESTMENT-ID NOT = POS-INVESTMENT-ID
                   SET WS-LOT-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       3220-COLLECT-ONE-LOT.
           IF LOT-STATUS-OPEN AND LOT-REMAINING-QTY > ZERO
               IF WS-LOT-COUNT < 500
                   ADD 1 TO WS-LOT-COUNT
                   SET WS-LT-IDX TO WS-LOT-COUNT
                   MOVE TAX-LOT-RECORD TO WS-LT-IMAGE (WS-LT-IDX)
                   ADD LOT-REMAINING-QTY TO WS-OUT-LOT-QTY
               ELSE
                   MOVE 'LOT TABLE FULL - BASIS SENT AS PARTIAL'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           PERFORM 3210-READ-NEXT-LOT.

      *-- Lots that do not account for the whole holding (units
      *-- bought before lot accounting began) go out marked 'U' on
      *-- the position row, so the receiving firm knows to ask.
       3300-WRITE-POSITION-ROW.
           MOVE SPACES TO TRANSFER-BASIS-RECORD
           MOVE POS-PORTFOLIO-ID  TO XBS-PORTFOLIO-ID
           MOVE POS-INVESTMENT-ID TO XBS-INVESTMENT-ID
           SET XBS-ROW-POSITION   TO TRUE
           MOVE WS-OUT-FIRM       TO XBS-FIRM-ID
           MOVE WS-OUT-ACCOUNT    TO XBS-EXTERNAL-ACCOUNT
           MOVE WS-CURRENT-DATE   TO XBS-TRANSFER-DATE
           MOVE POS-DESCRIPTION   TO XBS-DESCRIPTION
           MOVE POS-CURRENCY      TO XBS-CURRENCY
           MOVE POS-QUANTITY      TO XBS-QUANTITY
           MOVE POS-AVG-COST      TO XBS-COST-PER-UNIT
           MOVE POS-CURRENT-VALUE TO XBS-MARKET-VALUE
           IF WS-OUT-LOTS-SHORT
               SET XBS-BASIS-UNKNOWN TO TRUE
               ADD 1 TO WS-PARTIAL-SENT
           ELSE
               MOVE 'K' TO XBS-BASIS-STATUS
           END-IF
           WRITE BASIS-OUT-RECORD FROM TRANSFER-BASIS-RECORD
           ADD 1 TO WS-POSITIONS-SENT.

       3400-WRITE-LOT-ROW.
           MOVE WS-LT-IMAGE (WS-LT-IDX) TO TAX-LOT-RECORD
           MOVE SPACES TO TRANSFER-BASIS-RECORD
           MOVE LOT-PORTFOLIO-ID  TO XBS-PORTFOLIO-ID
           MOVE LOT-INVESTMENT-ID TO XBS-INVESTMENT-ID
           SET XBS-ROW-LOT        TO TRUE
           MOVE LOT-OPEN-DATE     TO XBS-LOT-OPEN-DATE
           MOVE WS-OUT-FIRM       TO XBS-FIRM-ID
           MOVE WS-OUT-ACCOUNT    TO XBS-EXTERNAL-ACCOUNT
           MOVE WS-CURRENT-DATE   TO XBS-TRANSFER-DATE
           MOVE LOT-REMAINING-QTY TO XBS-QUANTITY
           MOVE LOT-COST-PER-UNIT TO XBS-COST-PER-UNIT
           MOVE ZERO              TO XBS-MARKET-VALUE
           MOVE 'K'               TO XBS-BASIS-STATUS
           WRITE BASIS-OUT-RECORD FROM TRANSFER-BASIS-RECORD
           ADD 1 TO WS-LOTS-SENT.

       3500-WRITE-SENT-LINE.
           MOVE SPACES TO WS-MANIFEST-LINE
           MOVE POS-PORTFOLIO-ID  TO WS-ML-PORTFOLIO
           MOVE POS-INVESTMENT-ID TO WS-ML-INVESTMENT-ID
           MOVE POS-DESCRIPTION   TO WS-ML-DESCRIPTION
           MOVE POS-QUANTITY      TO WS-ML-QUANTITY
           MOVE POS-AVG-COST      TO WS-ML-AVG-COST
           MOVE POS-CURRENT-VALUE TO WS-ML-VALUE
           MOVE WS-LOT-COUNT      TO WS-ML-LOTS
           IF WS-OUT-LOTS-SHORT
               MOVE 'SENT - BASIS PARTIAL' TO WS-ML-DISPOSITION
           ELSE
               MOVE 'SENT' TO WS-ML-DISPOSITION
           END-IF
           WRITE REPORT-RECORD FROM WS-MANIFEST-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       4000-FINALIZE.
           IF WS-MODE-INBOUND
               PERFORM 4100-PRINT-EXCEPTIONS
               PERFORM 4200-PRINT-INBOUND-SUMMARY
           ELSE
               PERFORM 4300-PRINT-OUTBOUND-SUMMARY
           END-IF
           PERFORM 4400-CLOSE-FILES
           IF WS-EXCEPTION-TOTAL > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

       4100-PRINT-EXCEPTIONS.
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-EXCEPTION-HEADING
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADING
           PERFORM 4110-PRINT-EXCEPTION-LINE
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT
           IF WS-EXCEPTION-TOTAL > WS-EX-COUNT
               MOVE 'EXCEPTIONS NOT LISTED:' TO WS-SL-LABEL
               COMPUTE WS-SL-COUNT = WS-EXCEPTION-TOTAL - WS-EX-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           END-IF.

       4110-PRINT-EXCEPTION-LINE.
           WRITE REPORT-RECORD FROM WS-EX-LINE (WS-EX-IDX).

       4200-PRINT-INBOUND-SUMMARY.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'POSITIONS BOOKED:' TO WS-SL-LABEL
           MOVE WS-POSITIONS-BOOKED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'TAX LOTS OPENED:' TO WS-SL-LABEL
           MOVE WS-LOTS-OPENED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'POSITIONS HELD:' TO WS-SL-LABEL
           MOVE WS-POSITIONS-HELD TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ROWS WITHOUT POSITION ROW:' TO WS-SL-LABEL
           MOVE WS-ROWS-UNCLAIMED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'RECEIPTS WITHOUT BASIS ROW:' TO WS-SL-LABEL
           MOVE WS-RECEIPTS-UNCLAIMED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.

      *-- A partial basis is not a failure here -- the file goes out
      *-- as we hold it -- but the receiving firm will ask, so it is
      *-- counted.
       4300-PRINT-OUTBOUND-SUMMARY.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'POSITIONS SENT:' TO WS-SL-LABEL
           MOVE WS-POSITIONS-SENT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LOTS SENT:' TO WS-SL-LABEL
           MOVE WS-LOTS-SENT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'POSITIONS WITH PARTIAL BASIS:' TO WS-SL-LABEL
           MOVE WS-PARTIAL-SENT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.

       4400-CLOSE-FILES.
           IF WS-MODE-INBOUND
               CLOSE BASIS-IN-FILE
               CLOSE BASIS-HOLD-FILE
               CLOSE CUSTODIAN-RECEIPT-FILE
               CLOSE TRANSACTION-HISTORY
               CLOSE SECURITY-MASTER
               CLOSE JOURNAL-FILE
           ELSE
               CLOSE BASIS-OUT-FILE
           END-IF
           CLOSE POSITION-MASTER
           CLOSE TAX-LOT-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      * JOURNALING AND SEQUENCING
      *-----------------------------------------------------------------
       8000-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQUENCE
           MOVE 'EXTXFR00'        TO JRN-JOB-NAME
           MOVE WS-CURRENT-DATE   TO JRN-PROCESS-DATE
           MOVE WS-JRN-SEQUENCE   TO JRN-SEQUENCE
           MOVE WS-JRN-FILE-ID    TO JRN-FILE-ID
           MOVE WS-JRN-ACTION     TO JRN-ACTION
           MOVE WS-JRN-IMAGE      TO JRN-RECORD-IMAGE
           MOVE SPACES            TO JRN-FILLER
           WRITE JOURNAL-RECORD.

       8100-GET-NEXT-SEQUENCE.
           SET WS-SQ-FUNC-NEXT TO TRUE
           MOVE WS-CURRENT-DATE TO WS-SQ-PROCESS-DATE
           CALL 'SEQSVC00' USING WS-SEQSVC-REQUEST
           IF WS-SQ-RETURN-CODE NOT = 0
               MOVE 'SEQUENCE SERVICE FAILED' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
       9000-ERROR-ROUTINE.
           MOVE 'EXTXFR00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'EXTXFR00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'EXTXFR00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'EXTXFR00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
