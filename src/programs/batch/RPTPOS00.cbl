      *             LEGITIMATE FOR SHORT-AUTHORIZED PORTFOLIOS)
      *             PRINT IN THEIR OWN SECTION AFTER THE DETAIL SO
      *             THEY ARE NEVER MISTAKEN FOR LONGS.
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL
      *             OVERRIDES IT.
      * 2026-10-15  OPEN DIVIDEND RECEIVABLES (DIVRCVBL, BOOKED AT
      *             EX-DATE BY CAGEN00) PRINT ON A LINE UNDER THEIR
      *             POSITION, GO TO THE CSV EXTRACT AS A NEW LAST
      *             COLUMN, AND ARE INCLUDED IN THE PORTFOLIO
      *             BASE-CURRENCY SUBTOTALS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

      *-- Change: Dividends gone ex and not yet paid, reported with
      *-- their position; OPTIONAL so a site with none on file
      *-- reports exactly as before.
           SELECT OPTIONAL DIVIDEND-RECEIVABLE-FILE ASSIGN TO DIVRCVBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVR-KEY
               FILE STATUS IS WS-DVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER
       01  FX-RATE-RECORD.
           COPY FXRATE REPLACING ==:PREFIX:== BY ==FXR==.

       FD  DIVIDEND-RECEIVABLE-FILE
           RECORDING MODE IS F.
           COPY DIVRCV.

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Change: Working copy of PDTSVC00's LINKAGE layout -- dates
      *-- default to the system business process date rather than
      *-- the machine clock, so a chain that runs past midnight still
      *-- books against one date.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-POSITION-STATUS    PIC XX.
           05  WS-TRAN-STATUS        PIC XX.
           05  WS-PARM-STATUS        PIC XX.
           05  WS-CSV-STATUS         PIC XX.
           05  WS-FXR-STATUS         PIC XX.
           05  WS-DVR-STATUS         PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-POSITION-SW    PIC X(01) VALUE 'N'.
           05  WS-SELECTED-SW        PIC X(01) VALUE 'Y'.
               88  POSITION-SELECTED     VALUE 'Y'.
               88  POSITION-NOT-SELECTED VALUE 'N'.
           05  WS-DVR-FILE-SW        PIC X(01) VALUE 'N'.
               88  WS-DVR-FILE-PRESENT   VALUE 'Y'.
           05  WS-DVR-SCAN-SW        PIC X(01) VALUE 'N'.
               88  WS-DVR-SCAN-DONE      VALUE 'Y'.

      *-- Change: Selection range working storage, defaulted to cover
      *-- every portfolio/date so a missing or empty parameter file
           05  WS-BASE-VALUE          PIC S9(13)V9(2) COMP-3.
           05  WS-MASTER-RATE-SW      PIC X(01).
               88  WS-MASTER-RATE-FOUND   VALUE 'Y'.
      *-- Change: the position's open dividend receivables, in the
      *-- position currency and revalued at the same rate.
           05  WS-POS-RECEIVABLE      PIC S9(11)V9(2) COMP-3.
           05  WS-BASE-RECEIVABLE     PIC S9(13)V9(2) COMP-3.

      *-- Change: Latest master rate per currency pair, loaded once
      *-- from the FX rate master so each position's revaluation is a
           05  WS-CT-AMOUNT-IN      PIC S9(13)V9(2) COMP-3.
           05  WS-CT-AMOUNT-OUT     PIC S9(13)V9(2) COMP-3.
           05  WS-CT-RETURN-CODE    PIC S9(04) COMP.
      *-- Change: CTLWRT00's LINKAGE layout grew the partition
      *-- fields; a whole-file run passes them zero/SPACES.
           05  WS-CT-PARTITION-NO   PIC 9(02) VALUE ZERO.
           05  WS-CT-PARTITION-COUNT PIC 9(02) VALUE ZERO.
           05  WS-CT-RANGE-FROM     PIC X(08) VALUE SPACES.
           05  WS-CT-RANGE-TO       PIC X(08) VALUE SPACES.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
           05  WS-POS-BASE-VALUE    PIC $$$$,$$$,$$9.99.
           05  WS-POS-BASE-CCY      PIC X(03).

      *-- Change: Follow-on line under a position with open dividend
      *-- receivables, the amounts under the value columns above.
       01  WS-RECEIVABLE-DETAIL.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(30)
                   VALUE '  OPEN DIVIDEND RECEIVABLE'.
           05  FILLER               PIC X(18) VALUE SPACES.
           05  WS-RCV-VALUE         PIC $$$$,$$$,$$9.99.
           05  FILLER               PIC X(49) VALUE SPACES.
           05  WS-RCV-BASE-VALUE    PIC $$$$,$$$,$$9.99.
           05  WS-RCV-BASE-CCY      PIC X(03).

      *-- Change: Delimited layout for the CSV extract, built from the
      *-- same fields as WS-POSITION-DETAIL but without the $/comma
      *-- print editing so it loads cleanly into a spreadsheet.
           05  WS-CSV-BASE-VALUE    PIC -(10)9.99.
           05  FILLER               PIC X(01) VALUE ','.
           05  WS-CSV-BASE-CCY      PIC X(03).
      *-- Change: open dividend receivables, position currency.
           05  FILLER               PIC X(01) VALUE ','.
           05  WS-CSV-DIV-RECEIVABLE PIC -(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           IF WS-FXR-STATUS NOT = '00' AND WS-FXR-STATUS NOT = '35'
               MOVE 'ERROR OPENING FX-RATE-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT DIVIDEND-RECEIVABLE-FILE
           IF WS-DVR-STATUS = '00'
               SET WS-DVR-FILE-PRESENT TO TRUE
           ELSE
               IF WS-DVR-STATUS NOT = '05' AND WS-DVR-STATUS NOT = '35'
                   MOVE 'ERROR OPENING DIVIDEND-RECEIVABLE-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

      *-- Change: The selection parameter file is optional; if it is
           PERFORM 1171-READ-FX-MASTER.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
           PERFORM 2115-COMPUTE-CHANGE-PCT
           PERFORM 2120-COMPUTE-GAIN-LOSS
           PERFORM 2125-COMPUTE-BASE-VALUE
           PERFORM 2150-SUM-RECEIVABLES
           MOVE POS-CHANNEL-CODE   TO WS-CHANNEL-CODE *> Output channel code
           MOVE WS-BASE-VALUE      TO WS-POS-BASE-VALUE
           MOVE POS-BASE-CURRENCY  TO WS-POS-BASE-CCY
               PERFORM 2112-NOTE-SHORT-POSITION
           ELSE
               WRITE REPORT-RECORD FROM WS-POSITION-DETAIL
               IF WS-POS-RECEIVABLE NOT = ZERO
                   PERFORM 2155-WRITE-RECEIVABLE-LINE
               END-IF
           END-IF
           PERFORM 2130-ACCUMULATE-CHANNEL-TOTAL
           PERFORM 2135-ACCUMULATE-PORTFOLIO-TOTAL
           MOVE POS-CHANNEL-CODE   TO WS-CSV-CHANNEL
           MOVE WS-BASE-VALUE      TO WS-CSV-BASE-VALUE
           MOVE POS-BASE-CURRENCY  TO WS-CSV-BASE-CCY
           MOVE WS-POS-RECEIVABLE  TO WS-CSV-DIV-RECEIVABLE
           WRITE CSV-RECORD FROM WS-CSV-DETAIL.

      *-- Change: Open dividend receivables on the position -- its
      *-- records read together by portfolio and investment, whatever
      *-- their pay dates -- revalued at the position's own rate.
       2150-SUM-RECEIVABLES.
           MOVE ZERO TO WS-POS-RECEIVABLE
           IF WS-DVR-FILE-PRESENT
               MOVE POS-PORTFOLIO-ID  TO DVR-PORTFOLIO-ID
               MOVE POS-INVESTMENT-ID TO DVR-INVESTMENT-ID
               MOVE LOW-VALUES TO DVR-PAY-DATE
               MOVE LOW-VALUES TO DVR-SEQUENCE-NO
               MOVE 'N' TO WS-DVR-SCAN-SW
               START DIVIDEND-RECEIVABLE-FILE
                   KEY NOT LESS THAN DVR-KEY
                   INVALID KEY
                       SET WS-DVR-SCAN-DONE TO TRUE
               END-START
               PERFORM 2151-ADD-NEXT-RECEIVABLE
                   UNTIL WS-DVR-SCAN-DONE
           END-IF
           COMPUTE WS-BASE-RECEIVABLE = WS-POS-RECEIVABLE * WS-FX-RATE.

       2151-ADD-NEXT-RECEIVABLE.
           READ DIVIDEND-RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-DVR-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-DVR-SCAN-DONE
               IF DVR-PORTFOLIO-ID NOT = POS-PORTFOLIO-ID
                   OR DVR-INVESTMENT-ID NOT = POS-INVESTMENT-ID
                   SET WS-DVR-SCAN-DONE TO TRUE
               ELSE
                   IF DVR-STATUS-OPEN
                       ADD DVR-NET-AMOUNT TO WS-POS-RECEIVABLE
                   END-IF
               END-IF
           END-IF.

       2155-WRITE-RECEIVABLE-LINE.
           MOVE WS-POS-RECEIVABLE  TO WS-RCV-VALUE
           MOVE WS-BASE-RECEIVABLE TO WS-RCV-BASE-VALUE
           MOVE POS-BASE-CURRENCY  TO WS-RCV-BASE-CCY
           WRITE REPORT-RECORD FROM WS-RECEIVABLE-DETAIL.

      *-- Change: A position with no prior-day value (e.g. a brand new
      *-- holding) used to blow up this COMPUTE with a divide-by-zero
      *-- abend; it is now reported as a flat 0.00% instead.
      *-- Change: Rolls the position's base-currency value into its
      *-- portfolio's running subtotal, adding a new table entry the
      *-- first time a portfolio is seen.
      *-- Change: the position's open dividend receivables count in
      *-- the subtotal too.
       2135-ACCUMULATE-PORTFOLIO-TOTAL.
           SET WS-PT-IDX TO 1
           SEARCH WS-PORTFOLIO-ENTRY
               AT END
                   PERFORM 2136-ADD-PORTFOLIO-ENTRY
               WHEN WS-PT-PORTFOLIO-ID (WS-PT-IDX) = POS-PORTFOLIO-ID
                   ADD WS-BASE-VALUE WS-BASE-RECEIVABLE
                       TO WS-PT-BASE-TOTAL (WS-PT-IDX)
           END-SEARCH.

       2136-ADD-PORTFOLIO-ENTRY.
               MOVE WS-PORTFOLIO-COUNT TO WS-PORTFOLIO-IDX
               SET WS-PT-IDX TO WS-PORTFOLIO-IDX
               MOVE POS-PORTFOLIO-ID TO WS-PT-PORTFOLIO-ID (WS-PT-IDX)
               COMPUTE WS-PT-BASE-TOTAL (WS-PT-IDX) =
                   WS-BASE-VALUE + WS-BASE-RECEIVABLE
           ELSE
               DISPLAY 'RPTPOS00 WARNING: PORTFOLIO TABLE FULL, '
                   POS-PORTFOLIO-ID ' DROPPED FROM PORTFOLIO SUBTOTALS'
           CLOSE CSV-FILE
           IF WS-FXR-STATUS = '00'
               CLOSE FX-RATE-MASTER
           END-IF
           IF WS-DVR-FILE-PRESENT
               CLOSE DIVIDEND-RECEIVABLE-FILE
           END-IF.

       3140-PRINT-SHORT-SECTION.
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
