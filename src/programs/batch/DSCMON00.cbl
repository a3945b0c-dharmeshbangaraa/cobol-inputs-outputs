       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSCMON00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Substantial Holding Disclosure Monitor                         *
      *                                                                *
      * Regulators require a disclosure when the firm's combined       *
      * holding in an issuer, across every managed portfolio, crosses  *
      * 5, 10, 15, 20, 25, 30, 50 or 75 percent of the issuer's shares *
      * outstanding, rising or falling. Run nightly after the day's    *
      * trades have posted (POSUPD00):                                 *
      * - Firm-wide holdings per security are totalled through the     *
      *   POSITION-MASTER investment-id alternate index, the SECHLD00  *
      *   access path, and measured against SEC-SHARES-OUTSTANDING     *
      * - The disclosure history (DSCHIST) holds the band each         *
      *   security was last disclosed in; holdings and history are     *
      *   matched in security order, so a security sold out entirely   *
      *   still reports its fall below the thresholds                  *
      * - Each threshold crossed since the last disclosure is reported *
      *   once and written to the history, so it is never reported    *
      *   again                                                        *
      * - The trade that took the holding across is found by replaying *
      *   the window's done BU/SL/TR rows from TRANHIST against the    *
      *   holding as it stood before them. The window is every trade   *
      *   after the previous business date, or after the date on the   *
      *   parameter card when a missed night is being caught up        *
      * - A crossing no trade in the window explains is noted as a     *
      *   change in shares outstanding, or as older than the window    *
      * Holdings are net of short positions. A security with no shares *
      * outstanding figure is not monitored. The run returns a warning *
      * when anything crossed, as each crossing needs a filing.        *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- Read in investment-id order through the alternate index, so
      *-- each security's holders arrive together across portfolios.
           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               ALTERNATE RECORD KEY IS POS-INVESTMENT-ID
                   WITH DUPLICATES
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

      *-- OPTIONAL: the first night runs with no history, and every
      *-- holding already over a threshold is reported as crossing.
           SELECT OPTIONAL DISCLOSURE-HISTORY ASSIGN TO DSCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-KEY
               FILE STATUS IS WS-DSC-STATUS.

           SELECT PROCESS-PARMS ASSIGN TO DSCMNPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

       FD  DISCLOSURE-HISTORY
           RECORDING MODE IS F.
           COPY DSCHIST.

       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-LAST-RUN-DATE        PIC X(08).
           05  FILLER                    PIC X(72).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'DSCMON00'.
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

       01  WS-FILE-STATUS.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-DSC-STATUS             PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-POSITION-SW        PIC X(01) VALUE 'N'.
               88  EOF-POSITION              VALUE 'Y'.
           05  WS-EOF-DISCLOSURE-SW      PIC X(01) VALUE 'N'.
               88  EOF-DISCLOSURE            VALUE 'Y'.
           05  WS-EOF-TRAN-SW            PIC X(01).
               88  EOF-TRANSACTION           VALUE 'Y'.
           05  WS-REPLAY-PASS            PIC X(01).
               88  WS-PASS-NET-WINDOW        VALUE '1'.
               88  WS-PASS-REPLAY            VALUE '2'.

      *-- The disclosure thresholds, as whole percents of shares
      *-- outstanding, ascending. A holding's band is the number of
      *-- them it is at or above.
       01  WS-THRESHOLD-VALUES.
           05  FILLER                    PIC 9(03) VALUE 005.
           05  FILLER                    PIC 9(03) VALUE 010.
           05  FILLER                    PIC 9(03) VALUE 015.
           05  FILLER                    PIC 9(03) VALUE 020.
           05  FILLER                    PIC 9(03) VALUE 025.
           05  FILLER                    PIC 9(03) VALUE 030.
           05  FILLER                    PIC 9(03) VALUE 050.
           05  FILLER                    PIC 9(03) VALUE 075.
       01  WS-THRESHOLD-TABLE REDEFINES WS-THRESHOLD-VALUES.
           05  WS-TH-PCT                 PIC 9(03) OCCURS 8 TIMES.
       01  WS-THRESHOLD-COUNT            PIC 9(02) COMP VALUE 8.

      *-- Trades after this date are the run window.
       01  WS-WINDOW-AFTER-DATE          PIC X(08).

      *-- The current group on each side of the holdings/history
      *-- match; HIGH-VALUES once that side is exhausted.
       01  WS-MATCH-AREA.
           05  WS-AX-SEC-ID              PIC X(10).
           05  WS-AX-QUANTITY            PIC S9(13)V9(4) COMP-3.
           05  WS-HS-SEC-ID              PIC X(10).
           05  WS-HS-BAND                PIC 9(02).

      *-- The security being judged.
       01  WS-CHECK-AREA.
           05  WS-CK-SEC-ID              PIC X(10).
           05  WS-CK-QUANTITY            PIC S9(13)V9(4) COMP-3.
           05  WS-CK-BAND-BEFORE         PIC 9(02).

      *-- 8000-BAND-FOR-PCT: the band a percent of outstanding
      *-- falls in.
       01  WS-BAND-AREA.
           05  WS-BN-PCT                 PIC S9(05)V9(4) COMP-3.
           05  WS-BN-BAND                PIC 9(02).
           05  WS-BN-SUB                 PIC 9(02) COMP.

      *-- One trade replayed against a crossing security's holding.
       01  WS-REPLAY-AREA.
           05  WS-RP-SIGNED-QTY          PIC S9(13)V9(4) COMP-3.
           05  WS-RP-BAND-BEFORE         PIC 9(02).
           05  WS-RP-BAND-AFTER          PIC 9(02).

       01  WS-TH-SUB                     PIC 9(02) COMP.
       01  WS-TH-FROM                    PIC 9(02) COMP.
       01  WS-TH-TO                      PIC 9(02) COMP.

      *-- Securities whose band moved tonight. Each carries, per
      *-- threshold, the date of the last window trade that took the
      *-- holding up through it and down through it.
       01  WS-CROSSING-TABLE.
           05  WS-CR-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-CR-ENTRY OCCURS 200 TIMES
                                         INDEXED BY WS-CR-IDX.
               10  WS-CR-SEC-ID          PIC X(10).
               10  WS-CR-DESCRIPTION     PIC X(30).
               10  WS-CR-SHARES-OUT      PIC S9(13) COMP-3.
               10  WS-CR-SHARES-DATE     PIC X(08).
               10  WS-CR-QUANTITY        PIC S9(13)V9(4) COMP-3.
               10  WS-CR-WINDOW-QTY      PIC S9(13)V9(4) COMP-3.
               10  WS-CR-RUNNING-QTY     PIC S9(13)V9(4) COMP-3.
               10  WS-CR-PCT             PIC S9(05)V9(4) COMP-3.
               10  WS-CR-BAND-BEFORE     PIC 9(02).
               10  WS-CR-BAND-AFTER      PIC 9(02).
               10  WS-CR-UP-DATE         PIC X(08) OCCURS 8 TIMES.
               10  WS-CR-DOWN-DATE       PIC X(08) OCCURS 8 TIMES.

       01  WS-MONITORED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-THRESHOLD-REPORT-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-WINDOW-TRADE-COUNT         PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).
       01  WS-WORK-DATE                  PIC X(08).
       01  WS-EDIT-DATE                  PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'SUBSTANTIAL HOLDING DISCLOSURE MONITOR'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(05) VALUE SPACES.
               10  FILLER                PIC X(15)
                   VALUE 'TRADES AFTER:'.
               10  WS-HDR-WINDOW-DATE    PIC X(10).
               10  FILLER                PIC X(77) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(12) VALUE 'SECURITY'.
               10  FILLER                PIC X(22) VALUE 'DESCRIPTION'.
               10  FILLER                PIC X(06) VALUE 'DIR'.
               10  FILLER                PIC X(07) VALUE 'THRESH'.
               10  FILLER                PIC X(12) VALUE 'TRADE DATE'.
               10  FILLER                PIC X(15)
                   VALUE '  FIRM HOLDING'.
               10  FILLER                PIC X(15)
                   VALUE '    SHARES OUT'.
               10  FILLER                PIC X(10) VALUE ' PCT HELD'.
               10  FILLER                PIC X(33) VALUE 'NOTE'.

       01  WS-CROSSING-LINE.
           05  WS-CL-SEC-ID              PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-DESCRIPTION         PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-DIRECTION           PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-THRESHOLD           PIC ZZ9.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-CL-TRADE-DATE          PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-HOLDING             PIC -(12)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-SHARES-OUT          PIC Z(12)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-PCT                 PIC ZZ9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-NOTE                PIC X(28).
           05  FILLER                    PIC X(03) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SM-LABEL               PIC X(40).
           05  WS-SM-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-HOLDINGS
               UNTIL WS-AX-SEC-ID = HIGH-VALUES
                 AND WS-HS-SEC-ID = HIGH-VALUES
           CLOSE DISCLOSURE-HISTORY
           IF WS-CR-COUNT > ZERO
               PERFORM 3000-DATE-CROSSINGS
           END-IF
           PERFORM 4000-REPORT-CROSSINGS
           PERFORM 5000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE  TO WS-CURRENT-DATE
           MOVE WS-BD-PREVIOUS-DATE TO WS-WINDOW-AFTER-DATE
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-START-HOLDINGS
           PERFORM 2100-NEXT-HOLDING-GROUP
           PERFORM 2220-READ-DISCLOSURE
           PERFORM 2200-NEXT-HISTORY-GROUP.

      *-- The card is only needed to catch up a missed night: its
      *-- date replaces the previous business date as the last run.
       1050-READ-PARMS.
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       IF PARM-LAST-RUN-DATE IS NUMERIC
                           MOVE PARM-LAST-RUN-DATE
                               TO WS-WINDOW-AFTER-DATE
                       END-IF
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

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
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT DISCLOSURE-HISTORY
           IF WS-DSC-STATUS NOT = '00' AND WS-DSC-STATUS NOT = '05'
               MOVE 'ERROR OPENING DISCLOSURE-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
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
           MOVE WS-WINDOW-AFTER-DATE TO WS-WORK-DATE
           PERFORM 8200-EDIT-DATE
           MOVE WS-EDIT-DATE TO WS-HDR-WINDOW-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

       1300-START-HOLDINGS.
           MOVE LOW-VALUES TO POS-INVESTMENT-ID
           START POSITION-MASTER KEY NOT LESS THAN POS-INVESTMENT-ID
               INVALID KEY
                   SET EOF-POSITION TO TRUE
           END-START
           IF NOT EOF-POSITION
               PERFORM 2120-READ-POSITION
           END-IF.

      *-----------------------------------------------------------------
      * HOLDINGS MATCHED AGAINST THE DISCLOSURE HISTORY
      *-----------------------------------------------------------------
      *-- A security held with no history was last disclosed in band
      *-- zero; one in the history but no longer held now holds
      *-- nothing.
       2000-MATCH-HOLDINGS.
           EVALUATE TRUE
               WHEN WS-AX-SEC-ID < WS-HS-SEC-ID
                   MOVE WS-AX-SEC-ID   TO WS-CK-SEC-ID
                   MOVE WS-AX-QUANTITY TO WS-CK-QUANTITY
                   MOVE ZERO           TO WS-CK-BAND-BEFORE
                   PERFORM 2300-CHECK-SECURITY
                   PERFORM 2100-NEXT-HOLDING-GROUP
               WHEN WS-AX-SEC-ID = WS-HS-SEC-ID
                   MOVE WS-AX-SEC-ID   TO WS-CK-SEC-ID
                   MOVE WS-AX-QUANTITY TO WS-CK-QUANTITY
                   MOVE WS-HS-BAND     TO WS-CK-BAND-BEFORE
                   PERFORM 2300-CHECK-SECURITY
                   PERFORM 2100-NEXT-HOLDING-GROUP
                   PERFORM 2200-NEXT-HISTORY-GROUP
               WHEN OTHER
                   MOVE WS-HS-SEC-ID   TO WS-CK-SEC-ID
                   MOVE ZERO           TO WS-CK-QUANTITY
                   MOVE WS-HS-BAND     TO WS-CK-BAND-BEFORE
                   PERFORM 2300-CHECK-SECURITY
                   PERFORM 2200-NEXT-HISTORY-GROUP
           END-EVALUATE.

       2100-NEXT-HOLDING-GROUP.
           IF EOF-POSITION
               MOVE HIGH-VALUES TO WS-AX-SEC-ID
           ELSE
               MOVE POS-INVESTMENT-ID TO WS-AX-SEC-ID
               MOVE ZERO TO WS-AX-QUANTITY
               PERFORM 2110-ADD-HOLDING
                   UNTIL EOF-POSITION
                      OR POS-INVESTMENT-ID NOT = WS-AX-SEC-ID
           END-IF.

       2110-ADD-HOLDING.
           ADD POS-QUANTITY TO WS-AX-QUANTITY
           PERFORM 2120-READ-POSITION.

       2120-READ-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET EOF-POSITION TO TRUE
           END-READ.

      *-- The history is keyed security, date, threshold: the last
      *-- record of a security's group is its latest disclosure.
       2200-NEXT-HISTORY-GROUP.
           IF EOF-DISCLOSURE
               MOVE HIGH-VALUES TO WS-HS-SEC-ID
           ELSE
               MOVE DSC-SECURITY-ID TO WS-HS-SEC-ID
               PERFORM 2210-TAKE-DISCLOSURE
                   UNTIL EOF-DISCLOSURE
                      OR DSC-SECURITY-ID NOT = WS-HS-SEC-ID
           END-IF.

       2210-TAKE-DISCLOSURE.
           MOVE DSC-BAND-AFTER TO WS-HS-BAND
           PERFORM 2220-READ-DISCLOSURE.

       2220-READ-DISCLOSURE.
           IF WS-DSC-STATUS = '05'
               SET EOF-DISCLOSURE TO TRUE
           ELSE
               READ DISCLOSURE-HISTORY NEXT RECORD
                   AT END
                       SET EOF-DISCLOSURE TO TRUE
               END-READ
           END-IF.

      *-- A security without a shares outstanding figure cannot be
      *-- measured. That is expected of a bond or a fund, but one the
      *-- firm has already disclosed on needs its figure restored.
       2300-CHECK-SECURITY.
           MOVE WS-CK-SEC-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE SPACES TO SEC-DESCRIPTION
                   MOVE ZERO   TO SEC-SHARES-OUTSTANDING
           END-READ
           IF SEC-SHARES-OUTSTANDING IS NOT NUMERIC
               MOVE ZERO TO SEC-SHARES-OUTSTANDING
           END-IF
           IF SEC-SHARES-OUTSTANDING > ZERO
               ADD 1 TO WS-MONITORED-COUNT
               COMPUTE WS-BN-PCT ROUNDED =
                   WS-CK-QUANTITY / SEC-SHARES-OUTSTANDING * 100
               PERFORM 8000-BAND-FOR-PCT
               IF WS-BN-BAND NOT = WS-CK-BAND-BEFORE
                   PERFORM 2310-ADD-CROSSING
               END-IF
           ELSE
               IF WS-CK-BAND-BEFORE > ZERO
                   MOVE SPACES TO ERR-TEXT
                   STRING 'NO SHARES OUTSTANDING FOR DISCLOSED '
                          'HOLDING ' WS-CK-SEC-ID
                          ' - NOT MEASURED'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

       2310-ADD-CROSSING.
           IF WS-CR-COUNT < 200
               ADD 1 TO WS-CR-COUNT
               SET WS-CR-IDX TO WS-CR-COUNT
               MOVE WS-CK-SEC-ID TO WS-CR-SEC-ID (WS-CR-IDX)
               MOVE SEC-DESCRIPTION
                   TO WS-CR-DESCRIPTION (WS-CR-IDX)
               MOVE SEC-SHARES-OUTSTANDING
                   TO WS-CR-SHARES-OUT (WS-CR-IDX)
               MOVE SEC-SHARES-OUT-DATE
                   TO WS-CR-SHARES-DATE (WS-CR-IDX)
               MOVE WS-CK-QUANTITY TO WS-CR-QUANTITY (WS-CR-IDX)
               MOVE ZERO TO WS-CR-WINDOW-QTY (WS-CR-IDX)
               MOVE ZERO TO WS-CR-RUNNING-QTY (WS-CR-IDX)
               MOVE WS-BN-PCT TO WS-CR-PCT (WS-CR-IDX)
               MOVE WS-CK-BAND-BEFORE
                   TO WS-CR-BAND-BEFORE (WS-CR-IDX)
               MOVE WS-BN-BAND TO WS-CR-BAND-AFTER (WS-CR-IDX)
               PERFORM 2320-CLEAR-CROSSING-DATES
                   VARYING WS-TH-SUB FROM 1 BY 1
                   UNTIL WS-TH-SUB > WS-THRESHOLD-COUNT
           ELSE
               MOVE SPACES TO ERR-TEXT
               STRING 'CROSSING TABLE FULL - ' WS-CK-SEC-ID
                      ' NOT REPORTED, RERUN AFTER FILING'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       2320-CLEAR-CROSSING-DATES.
           MOVE SPACES TO WS-CR-UP-DATE (WS-CR-IDX, WS-TH-SUB)
           MOVE SPACES TO WS-CR-DOWN-DATE (WS-CR-IDX, WS-TH-SUB).

      *-----------------------------------------------------------------
      * THE TRADES THAT CROSSED
      *-----------------------------------------------------------------
      *-- The first pass nets each crossing security's window trades,
      *-- which winds its holding back to where it stood before them;
      *-- the second replays them in trade order from there.
       3000-DATE-CROSSINGS.
           SET WS-PASS-NET-WINDOW TO TRUE
           PERFORM 3100-SCAN-WINDOW
           PERFORM 3050-WIND-BACK-HOLDING
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
           SET WS-PASS-REPLAY TO TRUE
           PERFORM 3100-SCAN-WINDOW.

       3050-WIND-BACK-HOLDING.
           COMPUTE WS-CR-RUNNING-QTY (WS-CR-IDX) =
               WS-CR-QUANTITY (WS-CR-IDX)
               - WS-CR-WINDOW-QTY (WS-CR-IDX).

      *-- TRANHIST is keyed on trade date first, so the window is a
      *-- START past its last excluded day and a forward read up to
      *-- the run date.
       3100-SCAN-WINDOW.
           MOVE 'N' TO WS-EOF-TRAN-SW
           MOVE HIGH-VALUES TO TRAN-KEY
           MOVE WS-WINDOW-AFTER-DATE TO TRAN-DATE
           START TRANSACTION-HISTORY KEY GREATER THAN TRAN-KEY
               INVALID KEY
                   SET EOF-TRANSACTION TO TRUE
           END-START
           IF NOT EOF-TRANSACTION
               PERFORM 3110-READ-TRANSACTION
           END-IF
           PERFORM 3120-TAKE-TRANSACTION
               UNTIL EOF-TRANSACTION.

       3110-READ-TRANSACTION.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-TRANSACTION TO TRUE
           END-READ
           IF NOT EOF-TRANSACTION
               IF TRAN-DATE > WS-CURRENT-DATE
                   SET EOF-TRANSACTION TO TRUE
               END-IF
           END-IF.

      *-- Only posted rows that moved shares count: a buy adds, a
      *-- sell takes away, a transfer's quantity is already signed.
       3120-TAKE-TRANSACTION.
           IF TRAN-STATUS-DONE
               AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                    OR TRAN-TYPE-TRANS)
               SET WS-CR-IDX TO 1
               SEARCH WS-CR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CR-IDX > WS-CR-COUNT
                       CONTINUE
                   WHEN WS-CR-SEC-ID (WS-CR-IDX) = TRAN-INVESTMENT-ID
                       PERFORM 3130-SIGN-QUANTITY
                       IF WS-PASS-NET-WINDOW
                           ADD 1 TO WS-WINDOW-TRADE-COUNT
                           ADD WS-RP-SIGNED-QTY
                               TO WS-CR-WINDOW-QTY (WS-CR-IDX)
                       ELSE
                           PERFORM 3200-REPLAY-TRADE
                       END-IF
               END-SEARCH
           END-IF
           PERFORM 3110-READ-TRANSACTION.

       3130-SIGN-QUANTITY.
           EVALUATE TRUE
               WHEN TRAN-TYPE-BUY
                   MOVE TRAN-QUANTITY TO WS-RP-SIGNED-QTY
               WHEN TRAN-TYPE-SELL
                   COMPUTE WS-RP-SIGNED-QTY = TRAN-QUANTITY * -1
               WHEN OTHER
                   MOVE TRAN-QUANTITY TO WS-RP-SIGNED-QTY
           END-EVALUATE.

      *-- Every threshold the trade takes the holding through is
      *-- stamped with the trade's date; a later trade back and forth
      *-- across the same line restamps it, so the date reported is
      *-- that of the last crossing in the reported direction.
       3200-REPLAY-TRADE.
           COMPUTE WS-BN-PCT ROUNDED =
               WS-CR-RUNNING-QTY (WS-CR-IDX)
               / WS-CR-SHARES-OUT (WS-CR-IDX) * 100
           PERFORM 8000-BAND-FOR-PCT
           MOVE WS-BN-BAND TO WS-RP-BAND-BEFORE
           ADD WS-RP-SIGNED-QTY TO WS-CR-RUNNING-QTY (WS-CR-IDX)
           COMPUTE WS-BN-PCT ROUNDED =
               WS-CR-RUNNING-QTY (WS-CR-IDX)
               / WS-CR-SHARES-OUT (WS-CR-IDX) * 100
           PERFORM 8000-BAND-FOR-PCT
           MOVE WS-BN-BAND TO WS-RP-BAND-AFTER
           EVALUATE TRUE
               WHEN WS-RP-BAND-AFTER > WS-RP-BAND-BEFORE
                   COMPUTE WS-TH-FROM = WS-RP-BAND-BEFORE + 1
                   PERFORM 3210-STAMP-UP
                       VARYING WS-TH-SUB FROM WS-TH-FROM BY 1
                       UNTIL WS-TH-SUB > WS-RP-BAND-AFTER
               WHEN WS-RP-BAND-AFTER < WS-RP-BAND-BEFORE
                   COMPUTE WS-TH-FROM = WS-RP-BAND-AFTER + 1
                   PERFORM 3220-STAMP-DOWN
                       VARYING WS-TH-SUB FROM WS-TH-FROM BY 1
                       UNTIL WS-TH-SUB > WS-RP-BAND-BEFORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3210-STAMP-UP.
           MOVE TRAN-DATE TO WS-CR-UP-DATE (WS-CR-IDX, WS-TH-SUB).

       3220-STAMP-DOWN.
           MOVE TRAN-DATE TO WS-CR-DOWN-DATE (WS-CR-IDX, WS-TH-SUB).

      *-----------------------------------------------------------------
      * REPORTING AND HISTORY
      *-----------------------------------------------------------------
      *-- A rise reports each threshold from the lowest crossed up; a
      *-- fall from the highest crossed down.
       4000-REPORT-CROSSINGS.
           OPEN I-O DISCLOSURE-HISTORY
           IF WS-DSC-STATUS NOT = '00' AND WS-DSC-STATUS NOT = '05'
               MOVE 'ERROR OPENING DISCLOSURE-HISTORY FOR UPDATE'
                   TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 4100-REPORT-ONE-SECURITY
               VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
           CLOSE DISCLOSURE-HISTORY.

       4100-REPORT-ONE-SECURITY.
           IF WS-CR-BAND-AFTER (WS-CR-IDX)
                   > WS-CR-BAND-BEFORE (WS-CR-IDX)
               COMPUTE WS-TH-FROM = WS-CR-BAND-BEFORE (WS-CR-IDX) + 1
               MOVE WS-CR-BAND-AFTER (WS-CR-IDX) TO WS-TH-TO
               PERFORM 4200-REPORT-UP
                   VARYING WS-TH-SUB FROM WS-TH-FROM BY 1
                   UNTIL WS-TH-SUB > WS-TH-TO
           ELSE
               MOVE WS-CR-BAND-BEFORE (WS-CR-IDX) TO WS-TH-FROM
               MOVE WS-CR-BAND-AFTER (WS-CR-IDX)  TO WS-TH-TO
               PERFORM 4300-REPORT-DOWN
                   VARYING WS-TH-SUB FROM WS-TH-FROM BY -1
                   UNTIL WS-TH-SUB NOT > WS-TH-TO
           END-IF.

       4200-REPORT-UP.
           MOVE 'UP'   TO WS-CL-DIRECTION
           MOVE WS-CR-UP-DATE (WS-CR-IDX, WS-TH-SUB) TO WS-WORK-DATE
           PERFORM 4400-WRITE-CROSSING.

       4300-REPORT-DOWN.
           MOVE 'DOWN' TO WS-CL-DIRECTION
           MOVE WS-CR-DOWN-DATE (WS-CR-IDX, WS-TH-SUB) TO WS-WORK-DATE
           PERFORM 4400-WRITE-CROSSING.

      *-- WS-WORK-DATE carries the crossing trade's date, SPACES when
      *-- no window trade took the holding across.
       4400-WRITE-CROSSING.
           ADD 1 TO WS-THRESHOLD-REPORT-COUNT
           MOVE WS-CR-SEC-ID (WS-CR-IDX)      TO WS-CL-SEC-ID
           MOVE WS-CR-DESCRIPTION (WS-CR-IDX) TO WS-CL-DESCRIPTION
           MOVE WS-TH-PCT (WS-TH-SUB)         TO WS-CL-THRESHOLD
           MOVE WS-CR-QUANTITY (WS-CR-IDX)    TO WS-CL-HOLDING
           MOVE WS-CR-SHARES-OUT (WS-CR-IDX)  TO WS-CL-SHARES-OUT
           MOVE WS-CR-PCT (WS-CR-IDX)         TO WS-CL-PCT
           MOVE SPACES TO WS-CL-NOTE
           IF WS-WORK-DATE = SPACES
               MOVE SPACES TO WS-CL-TRADE-DATE
               IF WS-CR-SHARES-DATE (WS-CR-IDX) > WS-WINDOW-AFTER-DATE
                   MOVE 'SHARES OUTSTANDING CHANGED' TO WS-CL-NOTE
               ELSE
                   MOVE 'CROSSED BEFORE RUN WINDOW' TO WS-CL-NOTE
               END-IF
           ELSE
               PERFORM 8200-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-CL-TRADE-DATE
           END-IF
           WRITE REPORT-RECORD FROM WS-CROSSING-LINE
           PERFORM 4500-WRITE-DISCLOSURE.

       4500-WRITE-DISCLOSURE.
           MOVE SPACES TO DISCLOSURE-HISTORY-RECORD
           MOVE WS-CR-SEC-ID (WS-CR-IDX) TO DSC-SECURITY-ID
           MOVE WS-CURRENT-DATE          TO DSC-DISCLOSURE-DATE
           MOVE WS-TH-PCT (WS-TH-SUB)    TO DSC-THRESHOLD-PCT
           IF WS-CL-DIRECTION = 'UP'
               SET DSC-CROSSED-UP TO TRUE
           ELSE
               SET DSC-CROSSED-DOWN TO TRUE
           END-IF
           MOVE WS-WORK-DATE                   TO DSC-TRADE-DATE
           MOVE WS-CR-QUANTITY (WS-CR-IDX)     TO DSC-HOLDING-QTY
           MOVE WS-CR-SHARES-OUT (WS-CR-IDX)
               TO DSC-SHARES-OUTSTANDING
           MOVE WS-CR-SHARES-DATE (WS-CR-IDX)  TO DSC-SHARES-OUT-DATE
           MOVE WS-CR-PCT (WS-CR-IDX)          TO DSC-HOLDING-PCT
           MOVE WS-CR-BAND-BEFORE (WS-CR-IDX)  TO DSC-BAND-BEFORE
           MOVE WS-CR-BAND-AFTER (WS-CR-IDX)   TO DSC-BAND-AFTER
           WRITE DISCLOSURE-HISTORY-RECORD
               INVALID KEY
                   MOVE SPACES TO ERR-TEXT
                   STRING 'DISCLOSURE ALREADY ON HISTORY FOR '
                          DSC-SECURITY-ID ' ' DSC-DISCLOSURE-DATE
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-WRITE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       5000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'SECURITIES MONITORED:' TO WS-SM-LABEL
           MOVE WS-MONITORED-COUNT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'SECURITIES CROSSING A THRESHOLD:' TO WS-SM-LABEL
           MOVE WS-CR-COUNT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'THRESHOLD CROSSINGS TO DISCLOSE:' TO WS-SM-LABEL
           MOVE WS-THRESHOLD-REPORT-COUNT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'WINDOW TRADES IN CROSSING SECURITIES:' TO WS-SM-LABEL
           MOVE WS-WINDOW-TRADE-COUNT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE POSITION-MASTER
           CLOSE SECURITY-MASTER
           CLOSE TRANSACTION-HISTORY
           CLOSE REPORT-FILE
           IF WS-THRESHOLD-REPORT-COUNT > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * COMMON ROUTINES
      *-----------------------------------------------------------------
      *-- WS-BN-PCT in, WS-BN-BAND out. The thresholds ascend, so the
      *-- band is the last one the percent reaches.
       8000-BAND-FOR-PCT.
           MOVE ZERO TO WS-BN-BAND
           PERFORM 8010-TEST-THRESHOLD
               VARYING WS-BN-SUB FROM 1 BY 1
               UNTIL WS-BN-SUB > WS-THRESHOLD-COUNT.

       8010-TEST-THRESHOLD.
           IF WS-BN-PCT NOT < WS-TH-PCT (WS-BN-SUB)
               MOVE WS-BN-SUB TO WS-BN-BAND
           END-IF.

       8200-EDIT-DATE.
           MOVE SPACES TO WS-EDIT-DATE
           STRING WS-WORK-DATE (1:4) '-'
                  WS-WORK-DATE (5:2) '-'
                  WS-WORK-DATE (7:2)
               DELIMITED BY SIZE INTO WS-EDIT-DATE.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'DSCMON00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'DSCMON00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'DSCMON00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'DSCMON00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
