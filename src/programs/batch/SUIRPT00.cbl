       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIRPT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Nightly Portfolio Suitability Review                           *
      *                                                                *
      * A buy is judged against the client's risk profile when it is   *
      * entered (TRNENT00) or loaded (HISTLD00), but market moves can  *
      * drift a portfolio out of profile without a single trade. This  *
      * report re-judges every active portfolio's whole holding after  *
      * the night's revaluation:                                       *
      * - The client's ceiling comes from SUICHK00, the same rule the  *
      *   trade checks apply (tolerance, capped by objective and       *
      *   horizon)                                                     *
      * - Each position is weighted by its current value, converted    *
      *   to the portfolio's base currency at the FX master's latest   *
      *   rate, against its security's risk rating on SECURITY-MASTER  *
      * - A portfolio is listed when its value-weighted rating is      *
      *   above the ceiling, or when more than 10 percent of its value *
      *   sits in securities rated above the ceiling                   *
      * - Portfolios whose client has no risk profile are listed so    *
      *   the profile gets taken; unrated holdings are shown as a      *
      *   share of value and left out of the weighting                 *
      * The report ends with a count per outcome and returns a         *
      * warning when any portfolio no longer fits its client.          *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO SECMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT COUNTERPARTY-MASTER ASSIGN TO CPTYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPTY-ID
               FILE STATUS IS WS-CPTY-STATUS.

           SELECT FX-RATE-MASTER ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  SECURITY-MASTER
           RECORDING MODE IS F.
       01  SECURITY-RECORD.
           COPY SECMSTR REPLACING ==:PREFIX:== BY ==SEC==.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  FX-RATE-MASTER
           RECORDING MODE IS F.
       01  FX-RATE-RECORD.
           COPY FXRATE REPLACING ==:PREFIX:== BY ==FXR==.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'SUIRPT00'.
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

      *-- Working copy of SUICHK00's LINKAGE layout. Passed with no
      *-- security rating it judges nothing and returns the client's
      *-- ceiling alone.
       01  WS-SUITCHK-REQUEST.
           05  WS-SU-RISK-TOLERANCE      PIC X(01).
           05  WS-SU-OBJECTIVE           PIC X(01).
           05  WS-SU-HORIZON             PIC X(01).
           05  WS-SU-SEC-RISK-RATING     PIC X(01).
           05  WS-SU-CEILING             PIC X(01).
           05  WS-SU-VERDICT             PIC X(01).
           05  WS-SU-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-FXR-STATUS             PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-PORT-SW            PIC X(01) VALUE 'N'.
               88  EOF-PORTFOLIO             VALUE 'Y'.
           05  WS-SCAN-SW                PIC X(01).
               88  WS-SCAN-DONE              VALUE 'Y'.

       01  WS-FX-MASTER-TABLE.
           05  WS-FXM-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-FXM-EOF-SW             PIC X(01) VALUE 'N'.
               88  EOF-FX-MASTER             VALUE 'Y'.
           05  WS-FXM-FOUND-SW           PIC X(01).
               88  WS-FXM-PAIR-FOUND         VALUE 'Y'.
           05  WS-FXM-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-FXM-IDX.
               10  WS-FXM-FROM-CCY       PIC X(03).
               10  WS-FXM-TO-CCY         PIC X(03).
               10  WS-FXM-RATE-DATE      PIC X(08).
               10  WS-FXM-RATE           PIC S9(05)V9(06) COMP-3.

      *-- Conversion work area: an amount in WS-CV-CURRENCY comes
      *-- back in WS-CV-BASE-AMOUNT, in the portfolio's base currency.
       01  WS-CONVERT-AREA.
           05  WS-CV-CURRENCY            PIC X(03).
           05  WS-CV-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-CV-BASE-AMOUNT         PIC S9(13)V9(2) COMP-3.
           05  WS-CV-RATE                PIC S9(05)V9(06) COMP-3.

      *-- One portfolio's risk mix, in its base currency. The weighted
      *-- sum is value times rating over the rated holdings only.
       01  WS-MIX-AREA.
           05  WS-MX-TOTAL-VALUE         PIC S9(13)V9(2) COMP-3.
           05  WS-MX-RATED-VALUE         PIC S9(13)V9(2) COMP-3.
           05  WS-MX-UNRATED-VALUE       PIC S9(13)V9(2) COMP-3.
           05  WS-MX-OVER-VALUE          PIC S9(13)V9(2) COMP-3.
           05  WS-MX-WEIGHTED-SUM        PIC S9(15)V9(2) COMP-3.
           05  WS-MX-WEIGHTED-RATING     PIC S9(01)V9(2) COMP-3.
           05  WS-MX-OVER-PCT            PIC S9(03)V9(2) COMP-3.
           05  WS-MX-UNRATED-PCT         PIC S9(03)V9(2) COMP-3.
           05  WS-MX-RATING              PIC 9(01).
           05  WS-MX-CEILING             PIC 9(01).

      *-- A holding rated above the ceiling is tolerated up to this
      *-- share of the portfolio's value before the mix is reported.
       01  WS-OVER-LIMIT-PCT             PIC 9(03) VALUE 10.

       01  WS-PORTFOLIO-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-MISFIT-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-PROFILE-COUNT           PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'PORTFOLIO SUITABILITY REVIEW'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(05) VALUE SPACES.
               10  FILLER                PIC X(30)
                   VALUE 'LIMIT ABOVE CEILING (PCT):'.
               10  WS-HDR-OVER-LIMIT     PIC ZZ9.
               10  FILLER                PIC X(69) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(10) VALUE 'CLIENT'.
               10  FILLER                PIC X(08) VALUE 'T/O/H'.
               10  FILLER                PIC X(05) VALUE 'CEIL'.
               10  FILLER                PIC X(18)
                   VALUE '     VALUE (BASE)'.
               10  FILLER                PIC X(05) VALUE 'CCY'.
               10  FILLER                PIC X(08) VALUE 'WTD RTG'.
               10  FILLER                PIC X(09) VALUE 'PCT OVER'.
               10  FILLER                PIC X(09) VALUE 'PCT UNRT'.
               10  FILLER                PIC X(50) VALUE 'STATUS'.

       01  WS-SUIT-LINE.
           05  WS-SL-PORTFOLIO-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SL-CLIENT-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SL-TOLERANCE           PIC X(01).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-SL-OBJECTIVE           PIC X(01).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-SL-HORIZON             PIC X(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-SL-CEILING             PIC X(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-SL-TOTAL-VALUE         PIC -(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SL-BASE-CCY            PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SL-WEIGHTED-RATING     PIC 9.99.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-SL-OVER-PCT            PIC ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-SL-UNRATED-PCT         PIC ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-SL-LABEL               PIC X(30).
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SM-LABEL               PIC X(40).
           05  WS-SM-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVIEW-PORTFOLIO
               UNTIL EOF-PORTFOLIO
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1300-LOAD-FX-MASTER-TABLE
           PERFORM 1200-WRITE-HEADERS
           PERFORM 2010-READ-PORTFOLIO.

       1100-OPEN-FILES.
           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT COUNTERPARTY-MASTER
           IF WS-CPTY-STATUS NOT = '00'
               MOVE 'ERROR OPENING COUNTERPARTY-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *-- The FX master is preferred but not demanded, as in NAVCAL00.
           OPEN INPUT FX-RATE-MASTER
           IF WS-FXR-STATUS NOT = '00' AND WS-FXR-STATUS NOT = '35'
               MOVE 'ERROR OPENING FX-RATE-MASTER' TO ERR-TEXT
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
           MOVE WS-OVER-LIMIT-PCT TO WS-HDR-OVER-LIMIT
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

       1300-LOAD-FX-MASTER-TABLE.
           IF WS-FXR-STATUS = '00'
               MOVE LOW-VALUES TO FXR-KEY
               START FX-RATE-MASTER KEY NOT LESS THAN FXR-KEY
                   INVALID KEY
                       SET EOF-FX-MASTER TO TRUE
               END-START
               IF NOT EOF-FX-MASTER
                   PERFORM 1310-READ-FX-MASTER
               END-IF
               PERFORM 1320-ADD-FX-MASTER-ENTRY
                   UNTIL EOF-FX-MASTER
           END-IF.

       1310-READ-FX-MASTER.
           READ FX-RATE-MASTER NEXT RECORD
               AT END
                   SET EOF-FX-MASTER TO TRUE
           END-READ.

      *-- The master is keyed pair/date ascending, so the last record
      *-- seen for a pair is its latest rate.
       1320-ADD-FX-MASTER-ENTRY.
           MOVE 'N' TO WS-FXM-FOUND-SW
           SET WS-FXM-IDX TO 1
           SEARCH WS-FXM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FXM-FROM-CCY (WS-FXM-IDX) = FXR-FROM-CCY
                   AND WS-FXM-TO-CCY (WS-FXM-IDX) = FXR-TO-CCY
                   SET WS-FXM-PAIR-FOUND TO TRUE
           END-SEARCH
           IF WS-FXM-PAIR-FOUND
               MOVE FXR-RATE-DATE TO WS-FXM-RATE-DATE (WS-FXM-IDX)
               MOVE FXR-RATE      TO WS-FXM-RATE (WS-FXM-IDX)
           ELSE
               IF WS-FXM-COUNT < 100
                   ADD 1 TO WS-FXM-COUNT
                   SET WS-FXM-IDX TO WS-FXM-COUNT
                   MOVE FXR-FROM-CCY  TO WS-FXM-FROM-CCY (WS-FXM-IDX)
                   MOVE FXR-TO-CCY    TO WS-FXM-TO-CCY (WS-FXM-IDX)
                   MOVE FXR-RATE-DATE TO WS-FXM-RATE-DATE (WS-FXM-IDX)
                   MOVE FXR-RATE      TO WS-FXM-RATE (WS-FXM-IDX)
               ELSE
                   DISPLAY 'SUIRPT00 WARNING: FX MASTER TABLE FULL, '
                       FXR-FROM-CCY '/' FXR-TO-CCY ' DROPPED'
               END-IF
           END-IF
           PERFORM 1310-READ-FX-MASTER.

      *-----------------------------------------------------------------
      * PORTFOLIO SWEEP
      *-----------------------------------------------------------------
      *-- Only active portfolios with a client are reviewed; a client
      *-- not on the master is treated as one with no profile.
       2000-REVIEW-PORTFOLIO.
           IF PORT-STATUS-ACTIVE AND PORT-CLIENT-ID NOT = SPACES
               ADD 1 TO WS-PORTFOLIO-COUNT
               MOVE PORT-CLIENT-ID TO CPTY-ID
               READ COUNTERPARTY-MASTER
                   INVALID KEY
                       MOVE SPACES TO CPTY-RISK-PROFILE
               END-READ
               MOVE CPTY-RISK-TOLERANCE TO WS-SU-RISK-TOLERANCE
               MOVE CPTY-OBJECTIVE      TO WS-SU-OBJECTIVE
               MOVE CPTY-HORIZON        TO WS-SU-HORIZON
               MOVE SPACES              TO WS-SU-SEC-RISK-RATING
               CALL 'SUICHK00' USING WS-SUITCHK-REQUEST
               IF WS-SU-CEILING = SPACES
                   ADD 1 TO WS-NO-PROFILE-COUNT
                   PERFORM 2400-WRITE-NO-PROFILE
               ELSE
                   MOVE WS-SU-CEILING TO WS-MX-CEILING
                   PERFORM 2100-MEASURE-MIX
                   PERFORM 2300-JUDGE-MIX
               END-IF
           END-IF
           PERFORM 2010-READ-PORTFOLIO.

       2010-READ-PORTFOLIO.
           READ PORTFOLIO-MASTER NEXT RECORD
               AT END
                   SET EOF-PORTFOLIO TO TRUE
           END-READ.

       2100-MEASURE-MIX.
           MOVE ZERO TO WS-MX-TOTAL-VALUE
           MOVE ZERO TO WS-MX-RATED-VALUE
           MOVE ZERO TO WS-MX-UNRATED-VALUE
           MOVE ZERO TO WS-MX-OVER-VALUE
           MOVE ZERO TO WS-MX-WEIGHTED-SUM
           MOVE 'N' TO WS-SCAN-SW
           MOVE PORT-ID    TO POS-PORTFOLIO-ID
           MOVE LOW-VALUES TO POS-INVESTMENT-ID
           START POSITION-MASTER KEY NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 2110-READ-NEXT-POSITION
           END-IF
           PERFORM 2120-ADD-ONE-POSITION
               UNTIL WS-SCAN-DONE.

       2110-READ-NEXT-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF POS-PORTFOLIO-ID NOT = PORT-ID
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *-- Only long holdings carry weight: a closed-out position has
      *-- nothing at risk, and a short derivative leg's negative
      *-- value would net the mix down rather than add to it.
       2120-ADD-ONE-POSITION.
           IF POS-QUANTITY NOT = ZERO AND POS-CURRENT-VALUE > ZERO
               MOVE POS-CURRENCY      TO WS-CV-CURRENCY
               MOVE POS-CURRENT-VALUE TO WS-CV-AMOUNT
               PERFORM 8100-CONVERT-TO-BASE
               ADD WS-CV-BASE-AMOUNT TO WS-MX-TOTAL-VALUE
               MOVE POS-INVESTMENT-ID TO SEC-ID
               READ SECURITY-MASTER
                   INVALID KEY
                       MOVE SPACES TO SEC-RISK-RATING
               END-READ
               IF SEC-RISK-RATED
                   MOVE SEC-RISK-RATING TO WS-MX-RATING
                   ADD WS-CV-BASE-AMOUNT TO WS-MX-RATED-VALUE
                   COMPUTE WS-MX-WEIGHTED-SUM =
                       WS-MX-WEIGHTED-SUM
                       + WS-CV-BASE-AMOUNT * WS-MX-RATING
                   IF WS-MX-RATING > WS-MX-CEILING
                       ADD WS-CV-BASE-AMOUNT TO WS-MX-OVER-VALUE
                   END-IF
               ELSE
                   ADD WS-CV-BASE-AMOUNT TO WS-MX-UNRATED-VALUE
               END-IF
           END-IF
           PERFORM 2110-READ-NEXT-POSITION.

      *-- An empty portfolio, or one holding nothing rated, has no
      *-- mix to judge.
       2300-JUDGE-MIX.
           IF WS-MX-TOTAL-VALUE > ZERO AND WS-MX-RATED-VALUE > ZERO
               COMPUTE WS-MX-WEIGHTED-RATING ROUNDED =
                   WS-MX-WEIGHTED-SUM / WS-MX-RATED-VALUE
               COMPUTE WS-MX-OVER-PCT ROUNDED =
                   WS-MX-OVER-VALUE / WS-MX-TOTAL-VALUE * 100
               COMPUTE WS-MX-UNRATED-PCT ROUNDED =
                   WS-MX-UNRATED-VALUE / WS-MX-TOTAL-VALUE * 100
               EVALUATE TRUE
                   WHEN WS-MX-WEIGHTED-RATING > WS-MX-CEILING
                       MOVE 'WEIGHTED RATING ABOVE CEILING'
                           TO WS-SL-LABEL
                       ADD 1 TO WS-MISFIT-COUNT
                       PERFORM 2500-WRITE-SUIT-LINE
                   WHEN WS-MX-OVER-PCT > WS-OVER-LIMIT-PCT
                       MOVE 'TOO MUCH HELD ABOVE CEILING'
                           TO WS-SL-LABEL
                       ADD 1 TO WS-MISFIT-COUNT
                       PERFORM 2500-WRITE-SUIT-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2400-WRITE-NO-PROFILE.
           MOVE ZERO TO WS-MX-TOTAL-VALUE
           MOVE ZERO TO WS-MX-WEIGHTED-RATING
           MOVE ZERO TO WS-MX-OVER-PCT
           MOVE ZERO TO WS-MX-UNRATED-PCT
           MOVE 'NO CLIENT RISK PROFILE' TO WS-SL-LABEL
           PERFORM 2500-WRITE-SUIT-LINE.

       2500-WRITE-SUIT-LINE.
           MOVE PORT-ID               TO WS-SL-PORTFOLIO-ID
           MOVE PORT-CLIENT-ID        TO WS-SL-CLIENT-ID
           MOVE CPTY-RISK-TOLERANCE   TO WS-SL-TOLERANCE
           MOVE CPTY-OBJECTIVE        TO WS-SL-OBJECTIVE
           MOVE CPTY-HORIZON          TO WS-SL-HORIZON
           MOVE WS-SU-CEILING         TO WS-SL-CEILING
           MOVE WS-MX-TOTAL-VALUE     TO WS-SL-TOTAL-VALUE
           MOVE PORT-BASE-CURRENCY    TO WS-SL-BASE-CCY
           MOVE WS-MX-WEIGHTED-RATING TO WS-SL-WEIGHTED-RATING
           MOVE WS-MX-OVER-PCT        TO WS-SL-OVER-PCT
           MOVE WS-MX-UNRATED-PCT     TO WS-SL-UNRATED-PCT
           WRITE REPORT-RECORD FROM WS-SUIT-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'ACTIVE PORTFOLIOS REVIEWED:' TO WS-SM-LABEL
           MOVE WS-PORTFOLIO-COUNT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'RISK MIX NO LONGER FITS CLIENT PROFILE:'
               TO WS-SM-LABEL
           MOVE WS-MISFIT-COUNT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CLIENT HAS NO RISK PROFILE:' TO WS-SM-LABEL
           MOVE WS-NO-PROFILE-COUNT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE PORTFOLIO-MASTER
           CLOSE POSITION-MASTER
           CLOSE SECURITY-MASTER
           CLOSE COUNTERPARTY-MASTER
           IF WS-FXR-STATUS = '00'
               CLOSE FX-RATE-MASTER
           END-IF
           CLOSE REPORT-FILE
           IF WS-MISFIT-COUNT > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * CURRENCY CONVERSION
      *-----------------------------------------------------------------
      *-- Converted at the master's latest rate, the NAVCAL00 way. A
      *-- pair the master does not quote is warned about and carried
      *-- unconverted; no currency at all is the base currency.
       8100-CONVERT-TO-BASE.
           MOVE 1 TO WS-CV-RATE
           IF WS-CV-CURRENCY NOT = SPACES
               AND WS-CV-CURRENCY NOT = PORT-BASE-CURRENCY
               MOVE 'N' TO WS-FXM-FOUND-SW
               IF WS-FXM-COUNT > 0
                   SET WS-FXM-IDX TO 1
                   SEARCH WS-FXM-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-FXM-FROM-CCY (WS-FXM-IDX)
                                = WS-CV-CURRENCY
                           AND WS-FXM-TO-CCY (WS-FXM-IDX)
                                = PORT-BASE-CURRENCY
                           MOVE WS-FXM-RATE (WS-FXM-IDX) TO WS-CV-RATE
                           SET WS-FXM-PAIR-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT WS-FXM-PAIR-FOUND
                   MOVE SPACES TO ERR-TEXT
                   STRING 'NO FX RATE ' WS-CV-CURRENCY '/'
                          PORT-BASE-CURRENCY
                          ' FOR PORTFOLIO ' PORT-ID
                          ' - CARRIED UNCONVERTED'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           COMPUTE WS-CV-BASE-AMOUNT ROUNDED =
               WS-CV-AMOUNT * WS-CV-RATE.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'SUIRPT00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'SUIRPT00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'SUIRPT00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'SUIRPT00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
