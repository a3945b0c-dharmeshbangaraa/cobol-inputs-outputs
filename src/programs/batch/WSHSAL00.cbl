       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSHSAL00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Wash-Sale Detection and Basis Adjustment                       *
      *                                                               *
      * Finds the realized losses on the tax-lot file that the client  *
      * re-bought within the wash-sale window, replacing the January   *
      * hand search by the tax team:                                   *
      * - A loss lot is a closed lot booked at a realized loss whose   *
      *   window (30 days either side of LOT-CLOSE-DATE) has fully     *
      *   passed, so every replacement purchase is already on file    *
      * - A replacement is any other lot in the same security opened   *
      *   within the window in any portfolio of the same client        *
      *   (rolled up through PORT-CLIENT-ID); the earliest opened is   *
      *   used first, and a lot replaces only one loss                 *
      * - The loss is disallowed in proportion to the units replaced   *
      *   and carried on the loss lot (LOT-WASH-AMOUNT); the same      *
      *   amount is added to the replacement lot's cost, so POSUPD00   *
      *   relieves it at the adjusted basis. Where the replacement     *
      *   has already been relieved in part, the gain it booked is     *
      *   reduced by that part's share of the adjustment               *
      * - A loss with no replacement is marked reviewed so it is not   *
      *   searched again; TAXPKG00 reports disallowed losses apart     *
      *   from the allowed result                                      *
      * - Every lot rewritten is journaled for JRNBKO00                *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LOT-FILE ASSIGN TO TAXLOTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

      *-- Run-scoped update journal, so the lot rewrites can be backed
      *-- out by JRNBKO00.
           SELECT JOURNAL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LOT-FILE
           RECORDING MODE IS F.
           COPY TAXLOT.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

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
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'WSHSAL00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of PDTSVC00's LINKAGE layout -- the window is
      *-- measured back from the system business process date.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of CTLWRT00's LINKAGE layout -- lots read in,
      *-- lots rewritten out; the losses examined and the part of
      *-- them disallowed.
       01  WS-CTLTOT-REQUEST.
           05  WS-CT-JOB-NAME            PIC X(08) VALUE 'WSHSAL00'.
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

       01  WS-FILE-STATUS.
           05  WS-LOT-STATUS             PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-JRNL-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-LOT-SW             PIC X(01) VALUE 'N'.
               88  EOF-TAX-LOTS              VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.

      *-- The wash-sale window, in calendar days either side of the
      *-- loss sale.
       01  WS-WINDOW-DAYS                PIC 9(03) VALUE 30.

       01  WS-DATE-AREA.
           05  WS-DATE-NUM               PIC 9(08).
           05  WS-PROCESS-DAY            PIC S9(09) COMP.
           05  WS-CUTOFF-DAY             PIC S9(09) COMP.
           05  WS-LOT-DAY                PIC S9(09) COMP.

      *-- Portfolio to client, cached so each portfolio is read once.
       01  WS-PORT-CACHE.
           05  WS-PC-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-PC-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-PC-IDX.
               10  WS-PC-PORTFOLIO-ID    PIC X(08).
               10  WS-PC-CLIENT-ID       PIC X(08).
       01  WS-LOT-CLIENT                 PIC X(08).

      *-- Loss lots whose window has passed and that are still to be
      *-- reviewed, loaded on the first pass over the file.
       01  WS-LOSS-TABLE.
           05  WS-LS-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-LS-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-LS-IDX.
               10  WS-LS-KEY             PIC X(32).
               10  WS-LS-CLIENT-ID       PIC X(08).
               10  WS-LS-INVESTMENT-ID   PIC X(10).
               10  WS-LS-CLOSE-DATE      PIC X(08).
               10  WS-LS-CLOSE-DAY       PIC S9(09) COMP.
               10  WS-LS-ORIG-QTY        PIC S9(11)V9(4) COMP-3.
               10  WS-LS-LOSS            PIC S9(13)V9(2) COMP-3.
               10  WS-LS-DISALLOWED      PIC S9(13)V9(2) COMP-3.
               10  WS-LS-DONE-SW         PIC X(01).
                   88  WS-LS-DONE            VALUE 'Y'.

      *-- Lots that could replace one of those losses, loaded on the
      *-- second pass. WS-RP-LOSS-SUB points at the lot's own loss
      *-- entry when the replacement is itself a loss still to be
      *-- reviewed, so the basis it picks up deepens that loss first.
       01  WS-REPL-TABLE.
           05  WS-RP-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-RP-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-RP-IDX.
               10  WS-RP-KEY             PIC X(32).
               10  WS-RP-CLIENT-ID       PIC X(08).
               10  WS-RP-INVESTMENT-ID   PIC X(10).
               10  WS-RP-OPEN-DAY        PIC S9(09) COMP.
               10  WS-RP-ORIG-QTY        PIC S9(11)V9(4) COMP-3.
               10  WS-RP-BASIS-ADD       PIC S9(13)V9(2) COMP-3.
               10  WS-RP-LOSS-SUB        PIC 9(04) COMP.
               10  WS-RP-USED-SW         PIC X(01).
                   88  WS-RP-USED            VALUE 'Y'.

      *-- Matching working areas.
       01  WS-MATCH-AREA.
           05  WS-MA-LOSS-SUB            PIC 9(04) COMP.
           05  WS-MA-BEST-DAY            PIC S9(09) COMP.
           05  WS-MA-REPL-SUB            PIC 9(04) COMP.
           05  WS-MA-OTHER-SUB           PIC 9(04) COMP.
           05  WS-MA-NEED-QTY            PIC S9(11)V9(4) COMP-3.
           05  WS-MA-MATCHED-QTY         PIC S9(11)V9(4) COMP-3.
           05  WS-MA-DISALLOWED          PIC S9(13)V9(2) COMP-3.
           05  WS-MA-RELIEVED-QTY        PIC S9(11)V9(4) COMP-3.

      *-- Journal working areas for 8000-WRITE-JOURNAL, the same
      *-- convention POSUPD00 follows.
       01  WS-JOURNAL-AREA.
           05  WS-JRN-SEQUENCE           PIC 9(07) VALUE ZERO.
           05  WS-JRN-FILE-ID            PIC X(08).
           05  WS-JRN-ACTION             PIC X(02).
           05  WS-JRN-IMAGE              PIC X(188).

       01  WS-COUNTS.
           05  WS-LOTS-READ              PIC 9(07) COMP VALUE ZERO.
           05  WS-LOSSES-REVIEWED        PIC 9(07) COMP VALUE ZERO.
           05  WS-LOSSES-WASHED          PIC 9(07) COMP VALUE ZERO.
           05  WS-LOSSES-CLEAR           PIC 9(07) COMP VALUE ZERO.
           05  WS-MATCHES                PIC 9(07) COMP VALUE ZERO.
           05  WS-REPLACEMENTS-ADJUSTED  PIC 9(07) COMP VALUE ZERO.
           05  WS-LOTS-REWRITTEN         PIC 9(07) COMP VALUE ZERO.
           05  WS-TABLE-OVERFLOWS        PIC 9(07) COMP VALUE ZERO.
           05  WS-TOTAL-LOSS             PIC S9(13)V9(02) COMP-3
                                         VALUE ZERO.
           05  WS-TOTAL-DISALLOWED       PIC S9(13)V9(02) COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'WASH-SALE DETECTION AND BASIS ADJUSTMENT'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'CLIENT'.
               10  FILLER                PIC X(10) VALUE 'LOSS PORT'.
               10  FILLER                PIC X(12) VALUE 'INVESTMENT'.
               10  FILLER                PIC X(10) VALUE 'SOLD'.
               10  FILLER                PIC X(10) VALUE 'REPL PORT'.
               10  FILLER                PIC X(10) VALUE 'BOUGHT'.
               10  FILLER                PIC X(17)
                   VALUE '   UNITS MATCHED'.
               10  FILLER                PIC X(17)
                   VALUE '  LOSS DISALLOWED'.
               10  FILLER                PIC X(36) VALUE SPACES.

       01  WS-MATCH-LINE.
           05  WS-ML-CLIENT              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-LOSS-PORTFOLIO      PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-CLOSE-DATE          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-REPL-PORTFOLIO      PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-OPEN-DATE           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-MATCHED-QTY         PIC -(09)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-DISALLOWED          PIC -(11)9.99.
           05  FILLER                    PIC X(38) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LOSS-LOTS
           IF WS-LS-COUNT > ZERO
               PERFORM 2100-LOAD-REPLACEMENTS
               PERFORM 2300-MATCH-LOSSES
               PERFORM 2400-UPDATE-LOSS-LOT
                   VARYING WS-LS-IDX FROM 1 BY 1
                   UNTIL WS-LS-IDX > WS-LS-COUNT
               PERFORM 2500-UPDATE-REPLACEMENT-LOT
                   VARYING WS-RP-IDX FROM 1 BY 1
                   UNTIL WS-RP-IDX > WS-RP-COUNT
           END-IF
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           MOVE WS-CURRENT-DATE TO WS-DATE-NUM
           COMPUTE WS-PROCESS-DAY =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-CUTOFF-DAY = WS-PROCESS-DAY - WS-WINDOW-DAYS.

       1100-OPEN-FILES.
           OPEN I-O TAX-LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
               MOVE 'ERROR OPENING TAX-LOT-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
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
      * FIRST PASS - LOSS LOTS
      *-----------------------------------------------------------------
      *-- A loss is reviewed once its window has closed. One already
      *-- reviewed (clear or washed) is not searched again; a lot
      *-- that has served as a replacement still has its own loss
      *-- reviewed.
       2000-LOAD-LOSS-LOTS.
           PERFORM 2050-START-AT-FIRST-LOT
           PERFORM 2010-NOTE-LOSS-LOT
               UNTIL EOF-TAX-LOTS.

       2010-NOTE-LOSS-LOT.
           ADD 1 TO WS-LOTS-READ
           IF LOT-STATUS-CLOSED
               AND LOT-REALIZED-GAIN < ZERO
               AND (LOT-WASH-NONE OR LOT-WASH-REPLACEMENT)
               AND LOT-CLOSE-DATE NUMERIC
               MOVE LOT-CLOSE-DATE TO WS-DATE-NUM
               COMPUTE WS-LOT-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               IF WS-LOT-DAY NOT > WS-CUTOFF-DAY
                   PERFORM 2020-ADD-LOSS-ENTRY
               END-IF
           END-IF
           PERFORM 2060-READ-NEXT-LOT.

       2020-ADD-LOSS-ENTRY.
           IF WS-LS-COUNT < 500
               MOVE LOT-PORTFOLIO-ID TO PORT-ID
               PERFORM 2030-RESOLVE-CLIENT
               ADD 1 TO WS-LS-COUNT
               SET WS-LS-IDX TO WS-LS-COUNT
               MOVE LOT-KEY           TO WS-LS-KEY (WS-LS-IDX)
               MOVE WS-LOT-CLIENT     TO WS-LS-CLIENT-ID (WS-LS-IDX)
               MOVE LOT-INVESTMENT-ID
                   TO WS-LS-INVESTMENT-ID (WS-LS-IDX)
               MOVE LOT-CLOSE-DATE    TO WS-LS-CLOSE-DATE (WS-LS-IDX)
               MOVE WS-LOT-DAY        TO WS-LS-CLOSE-DAY (WS-LS-IDX)
               MOVE LOT-ORIG-QUANTITY TO WS-LS-ORIG-QTY (WS-LS-IDX)
               COMPUTE WS-LS-LOSS (WS-LS-IDX) =
                   ZERO - LOT-REALIZED-GAIN
               MOVE ZERO TO WS-LS-DISALLOWED (WS-LS-IDX)
               MOVE 'N'  TO WS-LS-DONE-SW (WS-LS-IDX)
               ADD WS-LS-LOSS (WS-LS-IDX) TO WS-TOTAL-LOSS
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOWS
           END-IF.

      *-- Portfolio to client through PORT-CLIENT-ID, the TAXPKG00
      *-- rule; a portfolio with no client stands alone as its own
      *-- holder, so its lots only match each other.
       2030-RESOLVE-CLIENT.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PC-IDX TO 1
           SEARCH WS-PC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PC-PORTFOLIO-ID (WS-PC-IDX) = PORT-ID
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF WS-ENTRY-FOUND
               MOVE WS-PC-CLIENT-ID (WS-PC-IDX) TO WS-LOT-CLIENT
           ELSE
               MOVE PORT-ID TO WS-LOT-CLIENT
               READ PORTFOLIO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PORT-CLIENT-ID NOT = SPACES
                           MOVE PORT-CLIENT-ID TO WS-LOT-CLIENT
                       END-IF
               END-READ
               IF WS-PC-COUNT < 500
                   ADD 1 TO WS-PC-COUNT
                   SET WS-PC-IDX TO WS-PC-COUNT
                   MOVE PORT-ID TO WS-PC-PORTFOLIO-ID (WS-PC-IDX)
                   MOVE WS-LOT-CLIENT TO WS-PC-CLIENT-ID (WS-PC-IDX)
               END-IF
           END-IF.

       2050-START-AT-FIRST-LOT.
           MOVE 'N' TO WS-EOF-LOT-SW
           MOVE LOW-VALUES TO LOT-KEY
           START TAX-LOT-FILE KEY NOT LESS THAN LOT-KEY
               INVALID KEY
                   SET EOF-TAX-LOTS TO TRUE
           END-START
           PERFORM 2060-READ-NEXT-LOT.

       2060-READ-NEXT-LOT.
           IF NOT EOF-TAX-LOTS
               READ TAX-LOT-FILE NEXT RECORD
                   AT END
                       SET EOF-TAX-LOTS TO TRUE
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * SECOND PASS - REPLACEMENT CANDIDATES
      *-----------------------------------------------------------------
      *-- Any lot not already used as a replacement qualifies when it
      *-- was opened inside the window of some loss of the same
      *-- client in the same security -- other than that loss lot
      *-- itself. Open and closed lots both count: the replacement
      *-- may since have been sold.
       2100-LOAD-REPLACEMENTS.
           PERFORM 2050-START-AT-FIRST-LOT
           PERFORM 2110-NOTE-REPLACEMENT-LOT
               UNTIL EOF-TAX-LOTS.

       2110-NOTE-REPLACEMENT-LOT.
           IF NOT LOT-WASH-REPL-USED
               AND LOT-OPEN-DATE NUMERIC
               AND LOT-ORIG-QUANTITY > ZERO
               MOVE LOT-PORTFOLIO-ID TO PORT-ID
               PERFORM 2030-RESOLVE-CLIENT
               MOVE LOT-OPEN-DATE TO WS-DATE-NUM
               COMPUTE WS-LOT-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               MOVE 'N' TO WS-FOUND-SW
               SET WS-LS-IDX TO 1
               SEARCH WS-LS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LS-IDX NOT > WS-LS-COUNT
                       AND WS-LS-CLIENT-ID (WS-LS-IDX) = WS-LOT-CLIENT
                       AND WS-LS-INVESTMENT-ID (WS-LS-IDX)
                           = LOT-INVESTMENT-ID
                       AND WS-LS-KEY (WS-LS-IDX) NOT = LOT-KEY
                       AND WS-LOT-DAY NOT <
                           WS-LS-CLOSE-DAY (WS-LS-IDX) - WS-WINDOW-DAYS
                       AND WS-LOT-DAY NOT >
                           WS-LS-CLOSE-DAY (WS-LS-IDX) + WS-WINDOW-DAYS
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
               IF WS-ENTRY-FOUND
                   PERFORM 2120-ADD-REPLACEMENT-ENTRY
               END-IF
           END-IF
           PERFORM 2060-READ-NEXT-LOT.

       2120-ADD-REPLACEMENT-ENTRY.
           IF WS-RP-COUNT < 1000
               ADD 1 TO WS-RP-COUNT
               SET WS-RP-IDX TO WS-RP-COUNT
               MOVE LOT-KEY           TO WS-RP-KEY (WS-RP-IDX)
               MOVE WS-LOT-CLIENT     TO WS-RP-CLIENT-ID (WS-RP-IDX)
               MOVE LOT-INVESTMENT-ID
                   TO WS-RP-INVESTMENT-ID (WS-RP-IDX)
               MOVE WS-LOT-DAY        TO WS-RP-OPEN-DAY (WS-RP-IDX)
               MOVE LOT-ORIG-QUANTITY TO WS-RP-ORIG-QTY (WS-RP-IDX)
               MOVE ZERO TO WS-RP-BASIS-ADD (WS-RP-IDX)
               MOVE 'N'  TO WS-RP-USED-SW (WS-RP-IDX)
               MOVE ZERO TO WS-RP-LOSS-SUB (WS-RP-IDX)
               SET WS-LS-IDX TO 1
               SEARCH WS-LS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LS-IDX NOT > WS-LS-COUNT
                       AND WS-LS-KEY (WS-LS-IDX) = LOT-KEY
                       SET WS-RP-LOSS-SUB (WS-RP-IDX) TO WS-LS-IDX
               END-SEARCH
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOWS
           END-IF.

      *-----------------------------------------------------------------
      * MATCHING
      *-----------------------------------------------------------------
      *-- Losses are matched oldest sale first, each to the earliest
      *-- opened replacements until its units are covered. The part
      *-- of the loss disallowed is the part whose units were
      *-- replaced.
       2300-MATCH-LOSSES.
           PERFORM 2310-MATCH-NEXT-LOSS
               WS-LS-COUNT TIMES.

       2310-MATCH-NEXT-LOSS.
           MOVE ZERO TO WS-MA-LOSS-SUB
           PERFORM 2315-CONSIDER-LOSS
               VARYING WS-LS-IDX FROM 1 BY 1
               UNTIL WS-LS-IDX > WS-LS-COUNT
           IF WS-MA-LOSS-SUB > ZERO
               ADD 1 TO WS-LOSSES-REVIEWED
               MOVE 'Y' TO WS-LS-DONE-SW (WS-MA-LOSS-SUB)
               MOVE WS-LS-ORIG-QTY (WS-MA-LOSS-SUB) TO WS-MA-NEED-QTY
               PERFORM 2320-PICK-REPLACEMENT
               PERFORM 2330-APPLY-MATCH
                   UNTIL WS-MA-NEED-QTY NOT > ZERO
                      OR WS-MA-REPL-SUB = ZERO
           END-IF.

       2315-CONSIDER-LOSS.
           IF NOT WS-LS-DONE (WS-LS-IDX)
               IF WS-MA-LOSS-SUB = ZERO
                   SET WS-MA-LOSS-SUB TO WS-LS-IDX
               ELSE
                   IF WS-LS-CLOSE-DAY (WS-LS-IDX)
                       < WS-LS-CLOSE-DAY (WS-MA-LOSS-SUB)
                       SET WS-MA-LOSS-SUB TO WS-LS-IDX
                   END-IF
               END-IF
           END-IF.

       2320-PICK-REPLACEMENT.
           MOVE ZERO TO WS-MA-REPL-SUB
           PERFORM 2325-CONSIDER-REPLACEMENT
               VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT.

       2325-CONSIDER-REPLACEMENT.
           IF NOT WS-RP-USED (WS-RP-IDX)
               AND WS-RP-KEY (WS-RP-IDX)
                   NOT = WS-LS-KEY (WS-MA-LOSS-SUB)
               AND WS-RP-CLIENT-ID (WS-RP-IDX)
                   = WS-LS-CLIENT-ID (WS-MA-LOSS-SUB)
               AND WS-RP-INVESTMENT-ID (WS-RP-IDX)
                   = WS-LS-INVESTMENT-ID (WS-MA-LOSS-SUB)
               AND WS-RP-OPEN-DAY (WS-RP-IDX) NOT <
                   WS-LS-CLOSE-DAY (WS-MA-LOSS-SUB) - WS-WINDOW-DAYS
               AND WS-RP-OPEN-DAY (WS-RP-IDX) NOT >
                   WS-LS-CLOSE-DAY (WS-MA-LOSS-SUB) + WS-WINDOW-DAYS
               IF WS-MA-REPL-SUB = ZERO
                   SET WS-MA-REPL-SUB TO WS-RP-IDX
                   MOVE WS-RP-OPEN-DAY (WS-RP-IDX) TO WS-MA-BEST-DAY
               ELSE
                   IF WS-RP-OPEN-DAY (WS-RP-IDX) < WS-MA-BEST-DAY
                       SET WS-MA-REPL-SUB TO WS-RP-IDX
                       MOVE WS-RP-OPEN-DAY (WS-RP-IDX)
                           TO WS-MA-BEST-DAY
                   END-IF
               END-IF
           END-IF.

      *-- The replacement is used up whether or not all its units
      *-- were needed: one purchase replaces one loss.
       2330-APPLY-MATCH.
           IF WS-RP-ORIG-QTY (WS-MA-REPL-SUB) < WS-MA-NEED-QTY
               MOVE WS-RP-ORIG-QTY (WS-MA-REPL-SUB)
                   TO WS-MA-MATCHED-QTY
           ELSE
               MOVE WS-MA-NEED-QTY TO WS-MA-MATCHED-QTY
           END-IF
           COMPUTE WS-MA-DISALLOWED ROUNDED =
               WS-LS-LOSS (WS-MA-LOSS-SUB) * WS-MA-MATCHED-QTY
               / WS-LS-ORIG-QTY (WS-MA-LOSS-SUB)
           ADD WS-MA-DISALLOWED TO WS-LS-DISALLOWED (WS-MA-LOSS-SUB)
           ADD WS-MA-DISALLOWED TO WS-RP-BASIS-ADD (WS-MA-REPL-SUB)
           MOVE 'Y' TO WS-RP-USED-SW (WS-MA-REPL-SUB)
           SUBTRACT WS-MA-MATCHED-QTY FROM WS-MA-NEED-QTY
           ADD 1 TO WS-MATCHES
           ADD WS-MA-DISALLOWED TO WS-TOTAL-DISALLOWED
           MOVE WS-RP-LOSS-SUB (WS-MA-REPL-SUB) TO WS-MA-OTHER-SUB
           IF WS-MA-OTHER-SUB > ZERO
               IF NOT WS-LS-DONE (WS-MA-OTHER-SUB)
                   ADD WS-MA-DISALLOWED
                       TO WS-LS-LOSS (WS-MA-OTHER-SUB)
               END-IF
           END-IF
           PERFORM 2340-WRITE-MATCH-LINE
           PERFORM 2320-PICK-REPLACEMENT.

       2340-WRITE-MATCH-LINE.
           MOVE WS-LS-CLIENT-ID (WS-MA-LOSS-SUB)  TO WS-ML-CLIENT
           MOVE WS-LS-KEY (WS-MA-LOSS-SUB) (1:8)
               TO WS-ML-LOSS-PORTFOLIO
           MOVE WS-LS-INVESTMENT-ID (WS-MA-LOSS-SUB)
               TO WS-ML-INVESTMENT-ID
           MOVE WS-LS-CLOSE-DATE (WS-MA-LOSS-SUB) TO WS-ML-CLOSE-DATE
           MOVE WS-RP-KEY (WS-MA-REPL-SUB) (1:8)
               TO WS-ML-REPL-PORTFOLIO
           MOVE WS-RP-KEY (WS-MA-REPL-SUB) (19:8) TO WS-ML-OPEN-DATE
           MOVE WS-MA-MATCHED-QTY TO WS-ML-MATCHED-QTY
           MOVE WS-MA-DISALLOWED  TO WS-ML-DISALLOWED
           WRITE REPORT-RECORD FROM WS-MATCH-LINE.

      *-----------------------------------------------------------------
      * LOT UPDATES
      *-----------------------------------------------------------------
      *-- A loss with a replacement is marked washed with its
      *-- disallowed amount; one with none is marked reviewed, unless
      *-- it already carries a replacement flag, which must survive
      *-- so the lot is never used as a replacement twice.
       2400-UPDATE-LOSS-LOT.
           MOVE WS-LS-KEY (WS-LS-IDX) TO LOT-KEY
           READ TAX-LOT-FILE
               INVALID KEY
                   MOVE 'LOSS LOT VANISHED BEFORE UPDATE' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   PERFORM 2410-MARK-LOSS-LOT
           END-READ.

       2410-MARK-LOSS-LOT.
           IF WS-LS-DISALLOWED (WS-LS-IDX) > ZERO
               ADD 1 TO WS-LOSSES-WASHED
               PERFORM 8100-JOURNAL-LOT-IMAGE
               MOVE WS-LS-DISALLOWED (WS-LS-IDX) TO LOT-WASH-AMOUNT
               IF LOT-WASH-REPLACEMENT
                   SET LOT-WASH-BOTH TO TRUE
               ELSE
                   SET LOT-WASH-LOSS TO TRUE
               END-IF
               PERFORM 2450-REWRITE-LOT
           ELSE
               IF NOT LOT-WASH-REPLACEMENT
                   ADD 1 TO WS-LOSSES-CLEAR
                   PERFORM 8100-JOURNAL-LOT-IMAGE
                   MOVE ZERO TO LOT-WASH-AMOUNT
                   SET LOT-WASH-CLEAR TO TRUE
                   PERFORM 2450-REWRITE-LOT
               END-IF
           END-IF.

       2450-REWRITE-LOT.
           REWRITE TAX-LOT-RECORD
               INVALID KEY
                   MOVE 'TAX LOT REWRITE FAILED' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-LOTS-REWRITTEN
           END-REWRITE.

      *-- The disallowed loss becomes part of the replacement's cost.
      *-- Spread over the lot's original units, the units still held
      *-- carry their share into POSUPD00's relief; the units already
      *-- relieved have their share taken off the gain they booked.
       2500-UPDATE-REPLACEMENT-LOT.
           IF WS-RP-USED (WS-RP-IDX)
               MOVE WS-RP-KEY (WS-RP-IDX) TO LOT-KEY
               READ TAX-LOT-FILE
                   INVALID KEY
                       MOVE 'REPLACEMENT LOT VANISHED BEFORE UPDATE'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       PERFORM 2510-ADJUST-REPLACEMENT-LOT
               END-READ
           END-IF.

       2510-ADJUST-REPLACEMENT-LOT.
           ADD 1 TO WS-REPLACEMENTS-ADJUSTED
           PERFORM 8100-JOURNAL-LOT-IMAGE
           COMPUTE WS-MA-RELIEVED-QTY =
               LOT-ORIG-QUANTITY - LOT-REMAINING-QTY
           COMPUTE LOT-COST-PER-UNIT ROUNDED =
               LOT-COST-PER-UNIT
               + WS-RP-BASIS-ADD (WS-RP-IDX) / LOT-ORIG-QUANTITY
           IF WS-MA-RELIEVED-QTY > ZERO
               COMPUTE LOT-REALIZED-GAIN ROUNDED =
                   LOT-REALIZED-GAIN
                   - WS-RP-BASIS-ADD (WS-RP-IDX) * WS-MA-RELIEVED-QTY
                   / LOT-ORIG-QUANTITY
           END-IF
           IF LOT-WASH-DISALLOWED
               SET LOT-WASH-BOTH TO TRUE
           ELSE
               MOVE WS-RP-BASIS-ADD (WS-RP-IDX) TO LOT-WASH-AMOUNT
               SET LOT-WASH-REPLACEMENT TO TRUE
           END-IF
           PERFORM 2450-REWRITE-LOT.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'TAX LOTS READ:' TO WS-SL-LABEL
           MOVE WS-LOTS-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LOSSES REVIEWED:' TO WS-SL-LABEL
           MOVE WS-LOSSES-REVIEWED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LOSSES WASHED:' TO WS-SL-LABEL
           MOVE WS-LOSSES-WASHED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LOSSES WITH NO REPLACEMENT:' TO WS-SL-LABEL
           MOVE WS-LOSSES-CLEAR TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LOSS/REPLACEMENT MATCHES:' TO WS-SL-LABEL
           MOVE WS-MATCHES TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REPLACEMENT LOTS ADJUSTED:' TO WS-SL-LABEL
           MOVE WS-REPLACEMENTS-ADJUSTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LOTS NOT LOADED - TABLE FULL:' TO WS-SL-LABEL
           MOVE WS-TABLE-OVERFLOWS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE TAX-LOT-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           PERFORM 3100-WRITE-CONTROL-TOTALS
      *-- A full table leaves losses for the next run, so it is a
      *-- warning rather than a failure.
           IF WS-TABLE-OVERFLOWS > ZERO
               MOVE 'WASH-SALE TABLES FULL - REST LEFT FOR NEXT RUN'
                   TO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

       3100-WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE     TO WS-CT-PROCESS-DATE
           MOVE WS-LOTS-READ        TO WS-CT-RECORDS-IN
           MOVE WS-LOTS-REWRITTEN   TO WS-CT-RECORDS-OUT
           MOVE WS-TOTAL-LOSS       TO WS-CT-AMOUNT-IN
           MOVE WS-TOTAL-DISALLOWED TO WS-CT-AMOUNT-OUT
           CALL 'CTLWRT00' USING WS-CTLTOT-REQUEST.

      *-----------------------------------------------------------------
      * JOURNAL
      *-----------------------------------------------------------------
       8000-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQUENCE
           MOVE 'WSHSAL00'        TO JRN-JOB-NAME
           MOVE WS-CURRENT-DATE   TO JRN-PROCESS-DATE
           MOVE WS-JRN-SEQUENCE   TO JRN-SEQUENCE
           MOVE WS-JRN-FILE-ID    TO JRN-FILE-ID
           MOVE WS-JRN-ACTION     TO JRN-ACTION
           MOVE WS-JRN-IMAGE      TO JRN-RECORD-IMAGE
           MOVE SPACES            TO JRN-FILLER
           WRITE JOURNAL-RECORD.

       8100-JOURNAL-LOT-IMAGE.
           MOVE 'TAXLOTS ' TO WS-JRN-FILE-ID
           MOVE 'RW'       TO WS-JRN-ACTION
           MOVE SPACES     TO WS-JRN-IMAGE
           MOVE TAX-LOT-RECORD TO WS-JRN-IMAGE (1:89)
           PERFORM 8000-WRITE-JOURNAL.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'WSHSAL00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'WSHSAL00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'WSHSAL00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'WSHSAL00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
