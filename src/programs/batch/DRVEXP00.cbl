       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVEXP00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Listed Derivative Expiry Processing                            *
      *                                                               *
      * Takes every listed option and future off the book on its      *
      * expiry date, the way SECMAT00 redeems a bond on its maturity   *
      * date, so an expired contract stops sitting on                  *
      * POSITION-MASTER until someone hand-keys its close:             *
      * - Sweeps POSITION-MASTER; every OPT or FUT position with       *
      *   contracts open whose security carries a SEC-EXPIRY-DATE on   *
      *   or before the run date expires                               *
      * - An option is judged against its underlying's vendor price    *
      *   (the underlying's primary vendor, then its secondary, then   *
      *   the freshest quote): a call is in the money above the        *
      *   strike, a put below it. In the money, a long position is     *
      *   exercised and a written one assigned -- the underlying is    *
      *   bought or sold at the strike for contracts times the         *
      *   multiplier in units. At or out of the money it lapses        *
      *   worthless. Either way the option itself is closed out at     *
      *   zero                                                         *
      * - A future is cash-settled: its final day's variation margin   *
      *   was posted by POSRVL00's revaluation, so it is closed out    *
      *   at that last settlement price for no consideration           *
      * - Every resulting trade posts as a PENDING row in TRANHIST on  *
      *   the 'DEXP' channel, with the expiring contract in            *
      *   TRAN-PARENT-ORDER-ID, for POSUPD00's normal posting          *
      * - An option whose underlying has no usable price is held, not  *
      *   guessed at, and reported for the desk                        *
      * - A contract already expired today (its 'DEXP' rows are on     *
      *   TRANHIST awaiting posting) is not expired a second time on   *
      *   a rerun                                                      *
      * Runs after POSRVL00, so futures carry their final settlement.  *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO SECMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SECURITY-PRICE-FILE ASSIGN TO SECPRICE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  SECURITY-MASTER
           RECORDING MODE IS F.
       01  SECURITY-RECORD.
           COPY SECMSTR REPLACING ==:PREFIX:== BY ==SEC==.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  SECURITY-PRICE-FILE
           RECORDING MODE IS F.
           COPY PRCREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'DRVEXP00'.
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

      *-- Expiry trades take their sequence numbers from the central
      *-- SEQSVC00 service, as SECMAT00's redemptions do.
       01  WS-SEQSVC-REQUEST.
           05  WS-SQ-FUNCTION            PIC X(04).
               88  WS-SQ-FUNC-NEXT           VALUE 'NEXT'.
           05  WS-SQ-PROCESS-DATE        PIC X(08).
           05  WS-SQ-BLOCK-SIZE          PIC 9(04) VALUE ZERO.
           05  WS-SQ-FIRST-SEQUENCE      PIC 9(06).
           05  WS-SQ-LAST-SEQUENCE       PIC 9(06).
           05  WS-SQ-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PRICE-STATUS           PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-POSITION-SW        PIC X(01) VALUE 'N'.
               88  EOF-POSITION              VALUE 'Y'.
           05  WS-EOF-PRICE-SW           PIC X(01) VALUE 'N'.
               88  EOF-PRICE-FEED            VALUE 'Y'.
           05  WS-EOF-TODAY-SW           PIC X(01) VALUE 'N'.
               88  EOF-TODAYS-ROWS           VALUE 'Y'.
           05  WS-EXPIRED-SW             PIC X(01).
               88  WS-CONTRACT-EXPIRED       VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01).
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-PRICE-FOUND-SW         PIC X(01).
               88  WS-PRICE-FOUND            VALUE 'Y'.
           05  WS-IN-MONEY-SW            PIC X(01).
               88  WS-IN-THE-MONEY           VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-OLDEST-QUOTE-DATE          PIC X(08).
       01  WS-CURRENT-TIME               PIC X(06).
       01  WS-REPORT-DATE                PIC X(10).

      *-- The expiring contract's terms, kept apart from the security
      *-- record, which the underlying's lookup reads over.
       01  WS-CONTRACT-TERMS.
           05  WS-CT-INVESTMENT-ID       PIC X(10).
           05  WS-CT-UNDERLYING-ID       PIC X(10).
           05  WS-CT-MULTIPLIER          PIC S9(07)V9(04) COMP-3.
           05  WS-CT-STRIKE-PRICE        PIC S9(11)V9(04) COMP-3.
           05  WS-CT-PUT-CALL            PIC X(01).
               88  WS-CT-PUT                 VALUE 'P'.
               88  WS-CT-CALL                VALUE 'C'.
           05  WS-CT-EXPIRY-DATE         PIC X(08).

      *-- Contracts held (always positive), the underlying units they
      *-- cover, and the underlying's price for the day.
       01  WS-EXPIRY-WORK.
           05  WS-CONTRACTS              PIC S9(11)V9(4) COMP-3.
           05  WS-UNDERLYING-UNITS       PIC S9(11)V9(4) COMP-3.
           05  WS-UNDERLYING-PRICE       PIC S9(11)V9(4) COMP-3.
           05  WS-UNDERLYING-PX-DATE     PIC X(08).
           05  WS-WANTED-SOURCE          PIC X(04).
           05  WS-RESULT-LABEL           PIC X(24).

      *-- One trade to be written: what, which way, how many, at what.
       01  WS-EXPIRY-TRADE.
           05  WS-XT-INVESTMENT-ID       PIC X(10).
           05  WS-XT-TYPE                PIC X(02).
           05  WS-XT-QUANTITY            PIC S9(11)V9(4) COMP-3.
           05  WS-XT-PRICE               PIC S9(11)V9(4) COMP-3.
           05  WS-XT-AMOUNT              PIC S9(13)V9(02) COMP-3.

      *-- Contracts already expired today: their 'DEXP' rows are on
      *-- TRANHIST awaiting POSUPD00, so a rerun leaves them alone.
       01  WS-DONE-TABLE.
           05  WS-DONE-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-DN-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-DN-IDX.
               10  WS-DN-PORTFOLIO-ID    PIC X(08).
               10  WS-DN-INVESTMENT-ID   PIC X(10).

      *-- Latest quote per security per vendor, POSRVL00's table.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-PR-ENTRY OCCURS 2000 TIMES
                                         INDEXED BY WS-PR-IDX.
               10  WS-PR-INVESTMENT-ID   PIC X(10).
               10  WS-PR-SOURCE          PIC X(04).
               10  WS-PR-PRICE-DATE      PIC X(08).
               10  WS-PR-PRICE           PIC S9(11)V9(4) COMP-3.

       01  WS-COUNTS.
           05  WS-EXERCISED-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-ASSIGNED-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  WS-LAPSED-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  WS-FUTURES-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(07) COMP VALUE ZERO.
           05  WS-RERUN-SKIP-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-TRADES-WRITTEN         PIC 9(07) COMP VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'LISTED DERIVATIVE EXPIRY PROCESSING'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(12) VALUE 'CONTRACT'.
               10  FILLER                PIC X(03) VALUE 'PC'.
               10  FILLER                PIC X(09) VALUE 'EXPIRY'.
               10  FILLER                PIC X(16)
                   VALUE '       CONTRACTS'.
               10  FILLER                PIC X(12) VALUE 'UNDERLYING'.
               10  FILLER                PIC X(14)
                   VALUE '        STRIKE'.
               10  FILLER                PIC X(14)
                   VALUE '   UNDERLY PX'.
               10  FILLER                PIC X(16)
                   VALUE '           UNITS'.
               10  FILLER                PIC X(26) VALUE 'RESULT'.

       01  WS-EXPIRY-LINE.
           05  WS-XL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-XL-CONTRACT-ID         PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-XL-PUT-CALL            PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-XL-EXPIRY-DATE         PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-XL-CONTRACTS           PIC -(10)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-XL-UNDERLYING-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-XL-STRIKE              PIC -(08)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-XL-UNDERLYING-PX       PIC -(08)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-XL-UNITS               PIC -(10)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-XL-RESULT              PIC X(24).
           05  FILLER                    PIC X(01) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-POSITIONS
               UNTIL EOF-POSITION
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE  TO WS-CURRENT-DATE
           MOVE WS-BD-PREVIOUS-DATE TO WS-OLDEST-QUOTE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
           INITIALIZE WS-DONE-TABLE
           INITIALIZE WS-PRICE-TABLE
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-LOAD-PRICE-TABLE
           PERFORM 1400-LOAD-TODAYS-EXPIRIES
           PERFORM 2010-READ-POSITION.

       1100-OPEN-FILES.
           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-PRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-PRICE-FILE' TO ERR-TEXT
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
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-- Only each vendor's most recent quote per security is kept.
       1300-LOAD-PRICE-TABLE.
           PERFORM 1310-READ-PRICE
           PERFORM 1320-ADD-PRICE-ENTRY
               UNTIL EOF-PRICE-FEED
           CLOSE SECURITY-PRICE-FILE.

       1310-READ-PRICE.
           READ SECURITY-PRICE-FILE
               AT END
                   SET EOF-PRICE-FEED TO TRUE
           END-READ.

       1320-ADD-PRICE-ENTRY.
           MOVE 'N' TO WS-PRICE-FOUND-SW
           SET WS-PR-IDX TO 1
           SEARCH WS-PR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PR-INVESTMENT-ID (WS-PR-IDX) = PRC-INVESTMENT-ID
                   AND WS-PR-SOURCE (WS-PR-IDX) = PRC-SOURCE
                   SET WS-PRICE-FOUND TO TRUE
           END-SEARCH
           IF WS-PRICE-FOUND
               IF PRC-PRICE-DATE > WS-PR-PRICE-DATE (WS-PR-IDX)
                   MOVE PRC-PRICE-DATE TO WS-PR-PRICE-DATE (WS-PR-IDX)
                   MOVE PRC-PRICE      TO WS-PR-PRICE (WS-PR-IDX)
               END-IF
           ELSE
               IF WS-PRICE-COUNT < 2000
                   ADD 1 TO WS-PRICE-COUNT
                   SET WS-PR-IDX TO WS-PRICE-COUNT
                   MOVE PRC-INVESTMENT-ID
                       TO WS-PR-INVESTMENT-ID (WS-PR-IDX)
                   MOVE PRC-SOURCE     TO WS-PR-SOURCE (WS-PR-IDX)
                   MOVE PRC-PRICE-DATE TO WS-PR-PRICE-DATE (WS-PR-IDX)
                   MOVE PRC-PRICE      TO WS-PR-PRICE (WS-PR-IDX)
               ELSE
                   DISPLAY 'DRVEXP00 WARNING: PRICE TABLE FULL, '
                       PRC-INVESTMENT-ID ' DROPPED'
               END-IF
           END-IF
           PERFORM 1310-READ-PRICE.

      *-- TRANHIST is keyed date first, so today's rows are a short
      *-- read from a START at the run date.
       1400-LOAD-TODAYS-EXPIRIES.
           MOVE LOW-VALUES TO TRAN-KEY
           MOVE WS-CURRENT-DATE TO TRAN-DATE
           START TRANSACTION-HISTORY KEY NOT LESS THAN TRAN-KEY
               INVALID KEY
                   SET EOF-TODAYS-ROWS TO TRUE
           END-START
           IF NOT EOF-TODAYS-ROWS
               PERFORM 1410-READ-TODAYS-ROW
           END-IF
           PERFORM 1420-NOTE-TODAYS-ROW
               UNTIL EOF-TODAYS-ROWS.

       1410-READ-TODAYS-ROW.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-TODAYS-ROWS TO TRUE
           END-READ
           IF NOT EOF-TODAYS-ROWS
               AND TRAN-DATE NOT = WS-CURRENT-DATE
               SET EOF-TODAYS-ROWS TO TRUE
           END-IF.

       1420-NOTE-TODAYS-ROW.
           IF TRAN-CHANNEL-CODE = 'DEXP'
               MOVE TRAN-PORTFOLIO-ID TO POS-PORTFOLIO-ID
               MOVE TRAN-PARENT-ORDER-ID (1:10) TO WS-CT-INVESTMENT-ID
               PERFORM 1430-FIND-DONE-ENTRY
               IF NOT WS-ENTRY-FOUND
                   IF WS-DONE-COUNT < 1000
                       ADD 1 TO WS-DONE-COUNT
                       SET WS-DN-IDX TO WS-DONE-COUNT
                       MOVE TRAN-PORTFOLIO-ID
                           TO WS-DN-PORTFOLIO-ID (WS-DN-IDX)
                       MOVE WS-CT-INVESTMENT-ID
                           TO WS-DN-INVESTMENT-ID (WS-DN-IDX)
                   ELSE
                       DISPLAY 'DRVEXP00 WARNING: EXPIRED-TODAY '
                           'TABLE FULL'
                   END-IF
               END-IF
           END-IF
           PERFORM 1410-READ-TODAYS-ROW.

       1430-FIND-DONE-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-DN-IDX TO 1
           SEARCH WS-DN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DN-PORTFOLIO-ID (WS-DN-IDX) = POS-PORTFOLIO-ID
                   AND WS-DN-INVESTMENT-ID (WS-DN-IDX)
                       = WS-CT-INVESTMENT-ID
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

      *-----------------------------------------------------------------
      * EXPIRY SWEEP
      *-----------------------------------------------------------------
       2000-PROCESS-POSITIONS.
           IF (POS-INV-TYPE-OPTION OR POS-INV-TYPE-FUTURE)
               AND POS-QUANTITY NOT = ZERO
               PERFORM 2020-CHECK-EXPIRY
               IF WS-CONTRACT-EXPIRED
                   MOVE POS-INVESTMENT-ID TO WS-CT-INVESTMENT-ID
                   PERFORM 1430-FIND-DONE-ENTRY
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-RERUN-SKIP-COUNT
                   ELSE
                       PERFORM 2030-EXPIRE-CONTRACT
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-POSITION.

       2010-READ-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET EOF-POSITION TO TRUE
           END-READ.

      *-- A contract expires when it carries a real expiry date on or
      *-- before the run date; one not on the master cannot expire.
       2020-CHECK-EXPIRY.
           MOVE 'N' TO WS-EXPIRED-SW
           MOVE POS-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SEC-EXPIRY-DATE NOT = SPACES
                       AND SEC-EXPIRY-DATE NOT = '00000000'
                       AND SEC-EXPIRY-DATE NOT > WS-CURRENT-DATE
                       SET WS-CONTRACT-EXPIRED TO TRUE
                       PERFORM 2025-SAVE-CONTRACT-TERMS
                   END-IF
           END-READ.

       2025-SAVE-CONTRACT-TERMS.
           MOVE SEC-UNDERLYING-ID  TO WS-CT-UNDERLYING-ID
           MOVE SEC-STRIKE-PRICE   TO WS-CT-STRIKE-PRICE
           MOVE SEC-PUT-CALL       TO WS-CT-PUT-CALL
           MOVE SEC-EXPIRY-DATE    TO WS-CT-EXPIRY-DATE
           IF SEC-CONTRACT-MULT > ZERO
               MOVE SEC-CONTRACT-MULT TO WS-CT-MULTIPLIER
           ELSE
               MOVE 1 TO WS-CT-MULTIPLIER
           END-IF.

       2030-EXPIRE-CONTRACT.
           IF POS-QUANTITY < ZERO
               COMPUTE WS-CONTRACTS = POS-QUANTITY * -1
           ELSE
               MOVE POS-QUANTITY TO WS-CONTRACTS
           END-IF
           COMPUTE WS-UNDERLYING-UNITS =
               WS-CONTRACTS * WS-CT-MULTIPLIER
           MOVE ZERO TO WS-UNDERLYING-PRICE
           IF POS-INV-TYPE-FUTURE
               PERFORM 2300-EXPIRE-FUTURE
           ELSE
               PERFORM 2100-EXPIRE-OPTION
           END-IF.

      *-- Exercise and assignment are judged on the underlying's
      *-- price for the day. With no usable price the contract is
      *-- held rather than lapsed on a guess -- lapsing an option
      *-- that was in the money throws away its value.
       2100-EXPIRE-OPTION.
           PERFORM 2110-FIND-UNDERLYING-PRICE
           EVALUATE TRUE
               WHEN NOT WS-PRICE-FOUND
                   MOVE 'HELD - NO UNDERLYING PX' TO WS-RESULT-LABEL
                   PERFORM 2190-HOLD-CONTRACT
               WHEN WS-UNDERLYING-PX-DATE < WS-OLDEST-QUOTE-DATE
                   MOVE 'HELD - UNDERLYING STALE' TO WS-RESULT-LABEL
                   PERFORM 2190-HOLD-CONTRACT
               WHEN NOT WS-CT-PUT AND NOT WS-CT-CALL
                   MOVE 'HELD - NO PUT/CALL' TO WS-RESULT-LABEL
                   PERFORM 2190-HOLD-CONTRACT
               WHEN OTHER
                   PERFORM 2150-SETTLE-OPTION
           END-EVALUATE.

       2110-FIND-UNDERLYING-PRICE.
           MOVE 'N' TO WS-PRICE-FOUND-SW
           MOVE SPACES TO WS-UNDERLYING-PX-DATE
           MOVE WS-CT-UNDERLYING-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE SPACES TO SEC-PRICE-SOURCE-1
                   MOVE SPACES TO SEC-PRICE-SOURCE-2
           END-READ
           IF SEC-PRICE-SOURCE-1 NOT = SPACES
               MOVE SEC-PRICE-SOURCE-1 TO WS-WANTED-SOURCE
               PERFORM 2120-FIND-SOURCE-QUOTE
           END-IF
           IF NOT WS-PRICE-FOUND
               AND SEC-PRICE-SOURCE-2 NOT = SPACES
               MOVE SEC-PRICE-SOURCE-2 TO WS-WANTED-SOURCE
               PERFORM 2120-FIND-SOURCE-QUOTE
           END-IF
           IF NOT WS-PRICE-FOUND
               PERFORM 2130-TAKE-FRESHER-QUOTE
                   VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRICE-COUNT
           END-IF.

       2120-FIND-SOURCE-QUOTE.
           SET WS-PR-IDX TO 1
           SEARCH WS-PR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PR-INVESTMENT-ID (WS-PR-IDX)
                        = WS-CT-UNDERLYING-ID
                   AND WS-PR-SOURCE (WS-PR-IDX) = WS-WANTED-SOURCE
                   SET WS-PRICE-FOUND TO TRUE
                   MOVE WS-PR-PRICE (WS-PR-IDX) TO WS-UNDERLYING-PRICE
                   MOVE WS-PR-PRICE-DATE (WS-PR-IDX)
                       TO WS-UNDERLYING-PX-DATE
           END-SEARCH.

       2130-TAKE-FRESHER-QUOTE.
           IF WS-PR-INVESTMENT-ID (WS-PR-IDX) = WS-CT-UNDERLYING-ID
               IF NOT WS-PRICE-FOUND
                   OR WS-PR-PRICE-DATE (WS-PR-IDX)
                       > WS-UNDERLYING-PX-DATE
                   SET WS-PRICE-FOUND TO TRUE
                   MOVE WS-PR-PRICE (WS-PR-IDX) TO WS-UNDERLYING-PRICE
                   MOVE WS-PR-PRICE-DATE (WS-PR-IDX)
                       TO WS-UNDERLYING-PX-DATE
               END-IF
           END-IF.

      *-- A call is in the money above the strike and a put below it;
      *-- exactly at the strike neither side is worth exercising.
      *-- The holder of a long option exercises it; the writer of a
      *-- short one is assigned. A call buys the underlying for its
      *-- holder and sells it for its writer, and a put the reverse,
      *-- always at the strike. The option itself then comes off at
      *-- zero, whether exercised, assigned or lapsed.
       2150-SETTLE-OPTION.
           MOVE 'N' TO WS-IN-MONEY-SW
           IF WS-CT-CALL
               AND WS-UNDERLYING-PRICE > WS-CT-STRIKE-PRICE
               SET WS-IN-THE-MONEY TO TRUE
           END-IF
           IF WS-CT-PUT
               AND WS-UNDERLYING-PRICE < WS-CT-STRIKE-PRICE
               SET WS-IN-THE-MONEY TO TRUE
           END-IF
           IF WS-IN-THE-MONEY
               MOVE WS-CT-UNDERLYING-ID TO WS-XT-INVESTMENT-ID
               IF (WS-CT-CALL AND POS-QUANTITY > ZERO)
                   OR (WS-CT-PUT AND POS-QUANTITY < ZERO)
                   MOVE 'BU' TO WS-XT-TYPE
               ELSE
                   MOVE 'SL' TO WS-XT-TYPE
               END-IF
               MOVE WS-UNDERLYING-UNITS TO WS-XT-QUANTITY
               MOVE WS-CT-STRIKE-PRICE  TO WS-XT-PRICE
               COMPUTE WS-XT-AMOUNT ROUNDED =
                   WS-UNDERLYING-UNITS * WS-CT-STRIKE-PRICE
               PERFORM 2500-WRITE-EXPIRY-TRADE
               IF POS-QUANTITY > ZERO
                   MOVE 'EXERCISED' TO WS-RESULT-LABEL
                   ADD 1 TO WS-EXERCISED-COUNT
               ELSE
                   MOVE 'ASSIGNED' TO WS-RESULT-LABEL
                   ADD 1 TO WS-ASSIGNED-COUNT
               END-IF
           ELSE
               MOVE 'LAPSED' TO WS-RESULT-LABEL
               ADD 1 TO WS-LAPSED-COUNT
           END-IF
           MOVE ZERO TO WS-XT-PRICE
           PERFORM 2400-CLOSE-CONTRACT
           PERFORM 2600-WRITE-EXPIRY-LINE.

       2190-HOLD-CONTRACT.
           ADD 1 TO WS-HELD-COUNT
           PERFORM 2600-WRITE-EXPIRY-LINE
           MOVE 'EXPIRED OPTION HELD - UNDERLYING PRICE UNUSABLE'
               TO ERR-TEXT
           SET ERR-SEV-WARNING TO TRUE
           PERFORM 9000-ERROR-ROUTINE.

      *-- A future's gains and losses were settled day by day as
      *-- variation margin, the last of them at tonight's
      *-- revaluation, so it closes out at that last settlement
      *-- price (its carried basis) for no consideration.
       2300-EXPIRE-FUTURE.
           MOVE POS-AVG-COST TO WS-XT-PRICE
           MOVE POS-AVG-COST TO WS-UNDERLYING-PRICE
           PERFORM 2400-CLOSE-CONTRACT
           MOVE 'FUTURE CASH-SETTLED' TO WS-RESULT-LABEL
           ADD 1 TO WS-FUTURES-COUNT
           PERFORM 2600-WRITE-EXPIRY-LINE.

      *-- A long position is sold off and a short one bought back,
      *-- at WS-XT-PRICE and for no consideration.
       2400-CLOSE-CONTRACT.
           MOVE POS-INVESTMENT-ID TO WS-XT-INVESTMENT-ID
           IF POS-QUANTITY > ZERO
               MOVE 'SL' TO WS-XT-TYPE
           ELSE
               MOVE 'BU' TO WS-XT-TYPE
           END-IF
           MOVE WS-CONTRACTS TO WS-XT-QUANTITY
           MOVE ZERO TO WS-XT-AMOUNT
           PERFORM 2500-WRITE-EXPIRY-TRADE.

      *-- Each expiry trade is an ordinary PENDING trade for POSUPD00
      *-- to post, on the 'DEXP' channel, with the expiring contract
      *-- in TRAN-PARENT-ORDER-ID so the underlying leg traces back
      *-- to the option that produced it.
       2500-WRITE-EXPIRY-TRADE.
           MOVE SPACES            TO TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE   TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE POS-PORTFOLIO-ID  TO TRAN-PORTFOLIO-ID
           PERFORM 2510-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE WS-XT-INVESTMENT-ID TO TRAN-INVESTMENT-ID
           MOVE WS-XT-TYPE        TO TRAN-TYPE
           SET TRAN-STATUS-PEND   TO TRUE
           MOVE WS-XT-QUANTITY    TO TRAN-QUANTITY
           MOVE WS-XT-PRICE       TO TRAN-PRICE
           MOVE WS-XT-AMOUNT      TO TRAN-AMOUNT
           MOVE POS-CURRENCY      TO TRAN-CURRENCY
           MOVE 'DEXP'            TO TRAN-CHANNEL-CODE
           MOVE POS-CURRENCY      TO TRAN-SETTLE-CCY
           MOVE 1                 TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE POS-INVESTMENT-ID TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE SPACES            TO TRAN-COUNTERPARTY-ID
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'DRVEXP00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE EXPIRY TRADE KEY - NOT POSTED'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-TRADES-WRITTEN
           END-WRITE.

       2510-GET-NEXT-SEQUENCE.
           SET WS-SQ-FUNC-NEXT TO TRUE
           MOVE WS-CURRENT-DATE TO WS-SQ-PROCESS-DATE
           CALL 'SEQSVC00' USING WS-SEQSVC-REQUEST
           IF WS-SQ-RETURN-CODE NOT = 0
               MOVE 'SEQUENCE SERVICE FAILED' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       2600-WRITE-EXPIRY-LINE.
           MOVE POS-PORTFOLIO-ID     TO WS-XL-PORTFOLIO
           MOVE POS-INVESTMENT-ID    TO WS-XL-CONTRACT-ID
           MOVE WS-CT-PUT-CALL       TO WS-XL-PUT-CALL
           MOVE WS-CT-EXPIRY-DATE    TO WS-XL-EXPIRY-DATE
           MOVE POS-QUANTITY         TO WS-XL-CONTRACTS
           MOVE WS-CT-UNDERLYING-ID  TO WS-XL-UNDERLYING-ID
           MOVE WS-CT-STRIKE-PRICE   TO WS-XL-STRIKE
           MOVE WS-UNDERLYING-PRICE  TO WS-XL-UNDERLYING-PX
           MOVE WS-UNDERLYING-UNITS  TO WS-XL-UNITS
           MOVE WS-RESULT-LABEL      TO WS-XL-RESULT
           WRITE REPORT-RECORD FROM WS-EXPIRY-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'OPTIONS EXERCISED:' TO WS-SL-LABEL
           MOVE WS-EXERCISED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'OPTIONS ASSIGNED:' TO WS-SL-LABEL
           MOVE WS-ASSIGNED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'OPTIONS LAPSED:' TO WS-SL-LABEL
           MOVE WS-LAPSED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'FUTURES CASH-SETTLED:' TO WS-SL-LABEL
           MOVE WS-FUTURES-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HELD - NO USABLE PRICE:' TO WS-SL-LABEL
           MOVE WS-HELD-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ALREADY EXPIRED TODAY:' TO WS-SL-LABEL
           MOVE WS-RERUN-SKIP-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'EXPIRY TRADES WRITTEN:' TO WS-SL-LABEL
           MOVE WS-TRADES-WRITTEN TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE POSITION-MASTER
           CLOSE SECURITY-MASTER
           CLOSE TRANSACTION-HISTORY
           CLOSE REPORT-FILE
           IF WS-HELD-COUNT > ZERO
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
           MOVE 'DRVEXP00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'DRVEXP00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'DRVEXP00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'DRVEXP00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
