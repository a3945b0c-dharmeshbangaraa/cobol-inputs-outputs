      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  WASH SALES: A LOSS WSHSAL00 DISALLOWED IS NO       *
      *             LONGER REPORTED AT FACE VALUE -- THE LOT'S SHORT/  *
      *             LONG-TERM RESULT IS THE ALLOWED PART, AND THE      *
      *             DISALLOWED LOSS IS SHOWN IN ITS OWN COLUMN ON THE  *
      *             LOT AND CLIENT LINES AND IN BOTH EXTRACT ROWS.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           05  WS-LOT-STATUS             PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
               10  WS-CL-DIVIDENDS       PIC S9(13)V9(2) COMP-3.
               10  WS-CL-INTEREST        PIC S9(13)V9(2) COMP-3.
               10  WS-CL-TAX-WITHHELD    PIC S9(13)V9(2) COMP-3.
      *-- Change: Wash-sale losses disallowed, kept apart from the
      *-- short/long-term results.
               10  WS-CL-DISALLOWED      PIC S9(13)V9(2) COMP-3.

       01  WS-LOOKUP-AREA.
           05  WS-LOOKUP-CLIENT          PIC X(08).
           05  WS-HOLD-DAYS              PIC S9(05) COMP-3.
           05  WS-OPEN-NUM               PIC 9(08).
           05  WS-CLOSE-NUM              PIC 9(08).
           05  WS-LOT-DISALLOWED         PIC S9(13)V9(2) COMP-3.
           05  WS-LOT-ALLOWED-GAIN       PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTS.
           05  WS-LOTS-REPORTED          PIC 9(07) COMP VALUE ZERO.
           05  WS-INCOME-ROWS            PIC 9(07) COMP VALUE ZERO.
           05  WS-CLIENTS-REPORTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-WASHED-LOTS            PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).
           05  WS-LL-COST                PIC -(11)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-GAIN                PIC -(11)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-DISALLOWED          PIC -(11)9.99.
           05  FILLER                    PIC X(23) VALUE SPACES.

       01  WS-CLIENT-LINE.
           05  FILLER                    PIC X(04) VALUE 'CLI'.
           05  WS-CLL-INTEREST           PIC -(09)9.99.
           05  FILLER                    PIC X(05) VALUE '  WH'.
           05  WS-CLL-WITHHELD           PIC -(09)9.99.
           05  FILLER                    PIC X(05) VALUE '  WS'.
           05  WS-CLL-DISALLOWED         PIC -(09)9.99.
           05  FILLER                    PIC X(08) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-XL-COST                PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XL-GAIN                PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XL-DISALLOWED          PIC -(10)9.99.
           05  FILLER                    PIC X(30) VALUE SPACES.

       01  WS-EXT-INC.
           05  FILLER                    PIC X(04) VALUE 'INC,'.
           05  WS-XI-ST-GAIN             PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XI-LT-GAIN             PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XI-DISALLOWED          PIC -(10)9.99.
           05  FILLER                    PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
      *-- The parameter card names the tax year; absent a card, the
      *-- year before the run date is what year-end wants.
       1150-RESOLVE-TAX-YEAR.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:4) TO WS-YEAR-NUM
           SUBTRACT 1 FROM WS-YEAR-NUM
           MOVE WS-YEAR-NUM TO WS-TAX-YEAR
           END-IF
           COMPUTE WS-LOT-COST ROUNDED =
               LOT-ORIG-QUANTITY * LOT-COST-PER-UNIT
      *-- Change: A washed loss reports only its allowed part as the
      *-- lot's gain; the disallowed part sits in the replacement
      *-- lot's cost and is shown separately.
           MOVE ZERO TO WS-LOT-DISALLOWED
           IF LOT-WASH-DISALLOWED AND LOT-WASH-AMOUNT NUMERIC
               MOVE LOT-WASH-AMOUNT TO WS-LOT-DISALLOWED
               ADD 1 TO WS-WASHED-LOTS
           END-IF
           COMPUTE WS-LOT-ALLOWED-GAIN =
               LOT-REALIZED-GAIN + WS-LOT-DISALLOWED
           MOVE LOT-PORTFOLIO-ID TO PORT-ID
           PERFORM 2030-RESOLVE-CLIENT
           PERFORM 2040-NOTE-LOT-TOTALS
           END-IF
           MOVE LOT-PROCEEDS      TO WS-LL-PROCEEDS
           MOVE WS-LOT-COST       TO WS-LL-COST
           MOVE WS-LOT-ALLOWED-GAIN TO WS-LL-GAIN
           MOVE WS-LOT-DISALLOWED TO WS-LL-DISALLOWED
           WRITE REPORT-RECORD FROM WS-LOT-LINE
           MOVE WS-LOOKUP-CLIENT  TO WS-XL-CLIENT
           MOVE LOT-PORTFOLIO-ID  TO WS-XL-PORTFOLIO
           MOVE LOT-ORIG-QUANTITY TO WS-XL-QUANTITY
           MOVE LOT-PROCEEDS      TO WS-XL-PROCEEDS
           MOVE WS-LOT-COST       TO WS-XL-COST
           MOVE WS-LOT-ALLOWED-GAIN TO WS-XL-GAIN
           MOVE WS-LOT-DISALLOWED TO WS-XL-DISALLOWED
           WRITE EXTRACT-RECORD FROM WS-EXT-LOT.

      *-- Portfolio to client through PORT-CLIENT-ID; a portfolio
               ADD LOT-PROCEEDS TO WS-CL-PROCEEDS (WS-CL-IDX)
               ADD WS-LOT-COST  TO WS-CL-COST (WS-CL-IDX)
               IF WS-LONG-TERM
                   ADD WS-LOT-ALLOWED-GAIN
                       TO WS-CL-LT-GAIN (WS-CL-IDX)
               ELSE
                   ADD WS-LOT-ALLOWED-GAIN
                       TO WS-CL-ST-GAIN (WS-CL-IDX)
               END-IF
               ADD WS-LOT-DISALLOWED
                   TO WS-CL-DISALLOWED (WS-CL-IDX)
           END-IF.

      *-----------------------------------------------------------------
           MOVE 'CLOSED LOTS REPORTED:' TO WS-SL-LABEL
           MOVE WS-LOTS-REPORTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'WASH-SALE LOSS LOTS:' TO WS-SL-LABEL
           MOVE WS-WASHED-LOTS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'INCOME ROWS SWEPT:' TO WS-SL-LABEL
           MOVE WS-INCOME-ROWS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-CL-DIVIDENDS (WS-CL-IDX)    TO WS-CLL-DIVIDENDS
           MOVE WS-CL-INTEREST (WS-CL-IDX)     TO WS-CLL-INTEREST
           MOVE WS-CL-TAX-WITHHELD (WS-CL-IDX) TO WS-CLL-WITHHELD
           MOVE WS-CL-DISALLOWED (WS-CL-IDX)   TO WS-CLL-DISALLOWED
           WRITE REPORT-RECORD FROM WS-CLIENT-LINE
           MOVE WS-CL-CLIENT-ID (WS-CL-IDX)    TO WS-XI-CLIENT
           MOVE WS-CL-CURRENCY (WS-CL-IDX)     TO WS-XI-CURRENCY
           MOVE WS-CL-TAX-WITHHELD (WS-CL-IDX) TO WS-XI-WITHHELD
           MOVE WS-CL-ST-GAIN (WS-CL-IDX)      TO WS-XI-ST-GAIN
           MOVE WS-CL-LT-GAIN (WS-CL-IDX)      TO WS-XI-LT-GAIN
           MOVE WS-CL-DISALLOWED (WS-CL-IDX)   TO WS-XI-DISALLOWED
           WRITE EXTRACT-RECORD FROM WS-EXT-INC.

      *-----------------------------------------------------------------
                   MOVE ZERO TO WS-CL-DIVIDENDS (WS-CL-IDX)
                   MOVE ZERO TO WS-CL-INTEREST (WS-CL-IDX)
                   MOVE ZERO TO WS-CL-TAX-WITHHELD (WS-CL-IDX)
                   MOVE ZERO TO WS-CL-DISALLOWED (WS-CL-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   MOVE 'CLIENT TABLE FULL - TOTALS INCOMPLETE'
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
