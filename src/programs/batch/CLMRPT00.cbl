      *****************************************************************
      * Monthly Interest Claims Report And Extract                     *
      *                                                               *
      * Works the claims STLMAT00 raised on late-settling items, and   *
      * CAGEN00's manufactured-dividend claims on lent shares:         *
      * - RPRT mode (the default): prints every claim grouped by       *
      *   counterparty with per-counterparty totals, and writes the    *
      *   delimited extract we send the counterparty, in the           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  MANUFACTURED-DIVIDEND CLAIMS RAISED BY CAGEN00     *
      *             AGAINST SECURITIES BORROWERS REPORT, EXTRACT AND   *
      *             SETTLE THROUGH THE SAME RUN, EACH CLAIM LABELLED   *
      *             WITH ITS KIND.                                     *
      * 2026-10-15  A MANUFACTURED-DIVIDEND CLAIM SHOWS ITS CASH VALUE *
      *             IN THE FAILED-AMOUNT COLUMN AND THE UNITS LENT IN  *
      *             A NEW COLUMN ON THE REPORT AND THE EXTRACT.        *
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
           05  WS-CLAIM-STATUS           PIC XX.
           05  WS-DEC-STATUS             PIC XX.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'SETTLEMENT AND LENDING CLAIMS'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
           05  WS-CL-CLAIM-AMOUNT        PIC -(09)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-STATUS              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-TYPE                PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-LENT-QTY            PIC -(10)9.9999
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(29) VALUE SPACES.

       01  WS-CPTY-TOTAL-LINE.
           05  FILLER                    PIC X(18)
           05  WS-XC-CLAIM-AMOUNT        PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-STATUS              PIC X(01).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-TYPE                PIC X(01).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-LENT-QTY            PIC -(10)9.9999
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(22) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               WHEN OTHER
                   MOVE 'OPEN' TO WS-CL-STATUS
           END-EVALUATE
      *-- Change: a manufactured-dividend claim against a securities
      *-- borrower reports alongside the late-settlement claims; its
      *-- FAILED-AMOUNT column is the dividend's cash value and the
      *-- units on loan at the ex-date print in their own column,
      *-- left blank on a claim written before that field existed.
           MOVE ZERO TO WS-CL-LENT-QTY
           MOVE ZERO TO WS-XC-LENT-QTY
           IF CLM-TYPE-MANUF-DIV
               MOVE 'MANUF DIV' TO WS-CL-TYPE
               MOVE 'M' TO WS-XC-TYPE
               IF CLM-LENT-QUANTITY IS NUMERIC
                   MOVE CLM-LENT-QUANTITY TO WS-CL-LENT-QTY
                   MOVE CLM-LENT-QUANTITY TO WS-XC-LENT-QTY
               END-IF
           ELSE
               MOVE 'LATE SETTLE' TO WS-CL-TYPE
               MOVE 'L' TO WS-XC-TYPE
           END-IF
           WRITE REPORT-RECORD FROM WS-CLAIM-LINE
           MOVE CLM-COUNTERPARTY-ID TO WS-XC-COUNTERPARTY
           MOVE CLM-PORTFOLIO-ID    TO WS-XC-PORTFOLIO
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
