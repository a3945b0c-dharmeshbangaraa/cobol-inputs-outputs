      *             FILE STATUS -- ONE CLIENT WITH NO CONTACT RECORD  *
      *             LEFT THE STATUS AT '23' AND SILENTLY ROUTED THE   *
      *             REST OF THE RUN TO MAIL.                          *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  DAILY VALUATION POINTS: A 'D' IN THE PARM CARD'S  *
      *             VALUATION BASIS TAKES THE OPENING AND CLOSING     *
      *             HOLDINGS FROM THE DAILY VALUATION HISTORY         *
      *             (VALHST) FOR THE TWO DATES, SO A STATEMENT CAN    *
      *             COVER ANY PERIOD INSIDE THE HISTORY'S RETENTION,  *
      *             NOT ONLY ONE BETWEEN TWO MONTH-END SNAPSHOTS.     *
      * 2026-10-15  INTERFACE REGISTRY: EVERY EXTRACT ROW IS COUNTED  *
      *             INTO THE FILE'S FINGERPRINT (IFRSVC00) AND WHAT   *
      *             WAS SENT IS RECORDED ON THE INTERFACE REGISTRY.   *
      * 2026-10-15  MONEY-WEIGHTED RETURN: WHERE MWRCAL00 HAS RUN FOR *
      *             THE SAME PERIOD, EACH STATEMENT SHOWS THE         *
      *             PORTFOLIO'S MONEY-WEIGHTED RETURN (IRR) NEXT TO   *
      *             ITS TIME-WEIGHTED RETURN, CUMULATIVE AND          *
      *             ANNUALIZED, AND EACH CLIENT'S STATEMENTS CLOSE    *
      *             WITH THE SAME FIGURES FOR ALL THEIR PORTFOLIOS    *
      *             TAKEN TOGETHER.                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

      *-- Change: the daily valuation history POSRVL00 writes, read in
      *-- place of the closing snapshots when the parm card asks for
      *-- daily valuation points.
           SELECT OPTIONAL VALUATION-HISTORY ASSIGN TO VALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAL-KEY
               FILE STATUS IS WS-VAL-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

      *-- Change: MWRCAL00's money-weighted return file; OPTIONAL so
      *-- statements print as before where it has not been run.
           SELECT OPTIONAL MONEY-WEIGHTED-RETURN-FILE ASSIGN TO MWRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MWR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
           COPY CLSSNAP.

       FD  VALUATION-HISTORY
           RECORDING MODE IS F.
           COPY VALHST.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
       01  STATEMENT-PARM-RECORD.
           05  PARM-PRIOR-DATE           PIC X(08).
           05  PARM-CLOSE-DATE           PIC X(08).
      *-- Change: D = the two dates are daily valuation points on the
      *-- valuation history; anything else = closing-snapshot dates.
           05  PARM-VALUATION-BASIS      PIC X(01).
           05  FILLER                    PIC X(63).

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           RECORDING MODE IS F.
           COPY DLVSTA.

       FD  MONEY-WEIGHTED-RETURN-FILE
           RECORDING MODE IS F.
           COPY MWRRTN.

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

      *-- Change: Working copy of IFRSVC00's LINKAGE layout -- every
      *-- statement extract row written is counted into the file's
      *-- fingerprint, and what was sent goes on the interface
      *-- registry at close.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'STMEXTR'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'STMGEN00'.
           05  WS-IF-PROCESS-DATE        PIC X(08).
           05  WS-IF-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IF-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IF-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-DUPLICATE-OF        PIC X(08).
           05  WS-IF-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-CNT-STATUS             PIC XX.
           05  WS-EXTR-STATUS            PIC XX.
           05  WS-DLV-STATUS             PIC XX.
           05  WS-VAL-STATUS             PIC XX.
           05  WS-MWR-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-PORT-SW            PIC X(01) VALUE 'N'.
      *-- not turn the lookup off for the rest of the run.
           05  WS-CONTACT-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-CONTACT-FILE-AVAILABLE VALUE 'Y'.
           05  WS-EOF-MWR-SW             PIC X(01) VALUE 'N'.
               88  EOF-MONEY-WEIGHTED        VALUE 'Y'.

       01  WS-PERIOD-DATES.
           05  WS-PRIOR-DATE             PIC X(08).
           05  WS-CLOSE-DATE             PIC X(08).
           05  WS-VALUATION-BASIS        PIC X(01) VALUE 'M'.
               88  WS-DAILY-BASIS            VALUE 'D'.
      *-- Change: daily valuation load -- the date being loaded and
      *-- how many holdings it found.
           05  WS-LOAD-DATE              PIC X(08).
           05  WS-LOAD-COUNT             PIC 9(05) COMP.
           05  WS-EOF-VAL-SW             PIC X(01).
               88  EOF-VALUATION             VALUE 'Y'.

      *-- Portfolios and their client assignments, loaded once from
      *-- PORTFOLIO-MASTER.
               10  WS-AC-INVESTMENT-ID   PIC X(10).
               10  WS-AC-AMOUNT          PIC S9(13)V9(2) COMP-3.

      *-- Change: money-weighted and time-weighted returns for this
      *-- statement period, by portfolio and by client, loaded once
      *-- from MWRCAL00's file.
       01  WS-MWR-TABLE.
           05  WS-MWR-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-MW-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-MW-IDX.
               10  WS-MW-LEVEL           PIC X(01).
               10  WS-MW-ENTITY-ID       PIC X(08).
               10  WS-MW-IRR-CUM-PCT     PIC S9(05)V9(04) COMP-3.
               10  WS-MW-IRR-ANN-PCT     PIC S9(05)V9(04) COMP-3.
               10  WS-MW-TWR-CUM-PCT     PIC S9(05)V9(04) COMP-3.
               10  WS-MW-TWR-ANN-PCT     PIC S9(05)V9(04) COMP-3.
               10  WS-MW-ANNUALIZED-SW   PIC X(01).
                   88  WS-MW-ANNUALIZED      VALUE 'Y'.
               10  WS-MW-STATUS          PIC X(01).
                   88  WS-MW-SOLVED          VALUE 'S'.
       01  WS-MWR-LOOKUP-LEVEL           PIC X(01).
       01  WS-MWR-LOOKUP-ENTITY          PIC X(08).

       01  WS-STATEMENT-TOTALS.
           05  WS-OPEN-TOTAL             PIC S9(13)V9(2) COMP-3.
           05  WS-CLOSE-TOTAL            PIC S9(13)V9(2) COMP-3.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(86) VALUE SPACES.

      *-- Change: money-weighted / time-weighted return lines. A
      *-- figure that could not be computed, or a period too short to
      *-- annualize, prints as words rather than a misleading zero.
       01  WS-MWR-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-LABEL               PIC X(34).
           05  WS-ML-CUM-AREA.
               10  WS-ML-CUM-PCT         PIC -(05)9.99.
               10  WS-ML-CUM-SIGN        PIC X(01).
           05  WS-ML-CUM-TEXT REDEFINES WS-ML-CUM-AREA
                                         PIC X(10).
           05  FILLER                    PIC X(14)
                   VALUE '  ANNUALIZED: '.
           05  WS-ML-ANN-AREA.
               10  WS-ML-ANN-PCT         PIC -(05)9.99.
               10  WS-ML-ANN-SIGN        PIC X(01).
           05  WS-ML-ANN-TEXT REDEFINES WS-ML-ANN-AREA
                                         PIC X(10).
           05  FILLER                    PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1150-READ-PERIOD-PARMS
           PERFORM 1300-LOAD-PORTFOLIOS
               UNTIL EOF-PORTFOLIO
           IF WS-DAILY-BASIS
               PERFORM 1550-LOAD-DAILY-VALUES
           ELSE
               PERFORM 1500-LOAD-SNAPSHOTS
                   UNTIL EOF-SNAPSHOT
           END-IF
           PERFORM 1700-LOAD-ACTIVITY
               UNTIL EOF-TRAN-HIST
           PERFORM 1800-LOAD-MONEY-WEIGHTED.

       1100-OPEN-FILES.
           OPEN INPUT PORTFOLIO-MASTER
           END-READ
           MOVE PARM-PRIOR-DATE TO WS-PRIOR-DATE
           MOVE PARM-CLOSE-DATE TO WS-CLOSE-DATE
           IF PARM-VALUATION-BASIS = 'D'
               SET WS-DAILY-BASIS TO TRUE
           END-IF
           CLOSE STATEMENT-PARMS
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE.

      *-----------------------------------------------------------------
      * TABLE LOADS
                   ' DROPPED FROM STATEMENTS'
           END-IF.

      *-- Daily basis: the opening and closing holdings are the
      *-- valuation history's records for the two dates. The history
      *-- is keyed date-major, so each date is one START and a short
      *-- read. A date with nothing on file (not a business day, or
      *-- already past retention) is called out, since every
      *-- statement would otherwise open or close empty.
       1550-LOAD-DAILY-VALUES.
           OPEN INPUT VALUATION-HISTORY
           IF WS-VAL-STATUS NOT = '00'
               MOVE 'ERROR OPENING VALUATION-HISTORY' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE WS-PRIOR-DATE TO WS-LOAD-DATE
           PERFORM 1560-LOAD-ONE-DATE
           MOVE WS-CLOSE-DATE TO WS-LOAD-DATE
           PERFORM 1560-LOAD-ONE-DATE
           CLOSE VALUATION-HISTORY.

       1560-LOAD-ONE-DATE.
           MOVE 'N' TO WS-EOF-VAL-SW
           MOVE ZERO TO WS-LOAD-COUNT
           MOVE LOW-VALUES TO VAL-KEY
           MOVE WS-LOAD-DATE TO VAL-DATE
           START VALUATION-HISTORY KEY NOT LESS THAN VAL-KEY
               INVALID KEY
                   SET EOF-VALUATION TO TRUE
           END-START
           IF NOT EOF-VALUATION
               PERFORM 1565-READ-VALUATION
               PERFORM 1570-ADD-DAILY-ENTRY
                   UNTIL EOF-VALUATION
           END-IF
           IF WS-LOAD-COUNT = ZERO
               DISPLAY 'STMGEN00 WARNING: NO VALUATION HISTORY FOR '
                   WS-LOAD-DATE
           END-IF.

       1565-READ-VALUATION.
           READ VALUATION-HISTORY NEXT RECORD
               AT END
                   SET EOF-VALUATION TO TRUE
           END-READ.

       1570-ADD-DAILY-ENTRY.
           IF VAL-DATE NOT = WS-LOAD-DATE
               SET EOF-VALUATION TO TRUE
           ELSE
               IF WS-SNAP-COUNT < 2000
                   ADD 1 TO WS-SNAP-COUNT
                   ADD 1 TO WS-LOAD-COUNT
                   SET WS-SN-IDX TO WS-SNAP-COUNT
                   MOVE VAL-PORTFOLIO-ID
                       TO WS-SN-PORTFOLIO-ID (WS-SN-IDX)
                   IF VAL-DATE = WS-PRIOR-DATE
                       SET WS-SN-OPENING (WS-SN-IDX) TO TRUE
                   ELSE
                       SET WS-SN-CLOSING (WS-SN-IDX) TO TRUE
                   END-IF
                   MOVE VAL-INVESTMENT-ID
                       TO WS-SN-INVESTMENT-ID (WS-SN-IDX)
                   MOVE VAL-DESCRIPTION
                       TO WS-SN-DESCRIPTION (WS-SN-IDX)
                   MOVE VAL-QUANTITY TO WS-SN-QUANTITY (WS-SN-IDX)
                   MOVE VAL-MARKET-VALUE TO WS-SN-VALUE (WS-SN-IDX)
               ELSE
                   DISPLAY 'STMGEN00 WARNING: SNAPSHOT TABLE FULL, '
                       VAL-PORTFOLIO-ID ' ' VAL-INVESTMENT-ID
                       ' DROPPED FROM STATEMENTS'
               END-IF
               PERFORM 1565-READ-VALUATION
           END-IF.

      *-- Only settled activity strictly after the prior close and on
      *-- or before the current close belongs to the period.
       1700-LOAD-ACTIVITY.
                   'PERIOD ACTIVITY NOT ON STATEMENTS'
           END-IF.

      *-- Change: only figures MWRCAL00 computed for this statement's
      *-- own period are kept; a run for any other period is ignored.
       1800-LOAD-MONEY-WEIGHTED.
           OPEN INPUT MONEY-WEIGHTED-RETURN-FILE
           IF WS-MWR-STATUS = '05' OR WS-MWR-STATUS = '35'
               DISPLAY 'STMGEN00 WARNING: NO MONEY-WEIGHTED RETURN '
                   'FILE - STATEMENTS PRINT WITHOUT IT'
               SET EOF-MONEY-WEIGHTED TO TRUE
           ELSE
               IF WS-MWR-STATUS NOT = '00'
                   MOVE 'ERROR OPENING MONEY-WEIGHTED-RETURN-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           IF NOT EOF-MONEY-WEIGHTED
               PERFORM 1810-READ-MONEY-WEIGHTED
               PERFORM 1820-ADD-MONEY-WEIGHTED
                   UNTIL EOF-MONEY-WEIGHTED
           END-IF
           CLOSE MONEY-WEIGHTED-RETURN-FILE.

       1810-READ-MONEY-WEIGHTED.
           READ MONEY-WEIGHTED-RETURN-FILE
               AT END
                   SET EOF-MONEY-WEIGHTED TO TRUE
           END-READ.

       1820-ADD-MONEY-WEIGHTED.
           IF MWR-PERIOD-FROM = WS-PRIOR-DATE
               AND MWR-PERIOD-TO = WS-CLOSE-DATE
               IF WS-MWR-COUNT < 300
                   ADD 1 TO WS-MWR-COUNT
                   SET WS-MW-IDX TO WS-MWR-COUNT
                   MOVE MWR-LEVEL     TO WS-MW-LEVEL (WS-MW-IDX)
                   MOVE MWR-ENTITY-ID TO WS-MW-ENTITY-ID (WS-MW-IDX)
                   MOVE MWR-IRR-CUM-PCT
                       TO WS-MW-IRR-CUM-PCT (WS-MW-IDX)
                   MOVE MWR-IRR-ANN-PCT
                       TO WS-MW-IRR-ANN-PCT (WS-MW-IDX)
                   MOVE MWR-TWR-CUM-PCT
                       TO WS-MW-TWR-CUM-PCT (WS-MW-IDX)
                   MOVE MWR-TWR-ANN-PCT
                       TO WS-MW-TWR-ANN-PCT (WS-MW-IDX)
                   MOVE MWR-ANNUALIZED-SW
                       TO WS-MW-ANNUALIZED-SW (WS-MW-IDX)
                   MOVE MWR-STATUS    TO WS-MW-STATUS (WS-MW-IDX)
               ELSE
                   DISPLAY 'STMGEN00 WARNING: MONEY-WEIGHTED TABLE '
                       'FULL, ' MWR-ENTITY-ID ' NOT ON STATEMENTS'
               END-IF
           END-IF
           PERFORM 1810-READ-MONEY-WEIGHTED.

      *-----------------------------------------------------------------
      * STATEMENT PRINTING
      *-----------------------------------------------------------------
       4000-PRINT-STATEMENTS.
           PERFORM 4100-PRINT-CLIENT-PORTFOLIO
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PORT-COUNT
           PERFORM 4400-PRINT-CLIENT-RETURNS.

       4100-PRINT-CLIENT-PORTFOLIO.
           IF WS-PT-CLIENT-ID (WS-PT-IDX)
           WRITE STATEMENT-RECORD FROM WS-TOTAL-LINE

           PERFORM 4250-PRINT-PERIOD-RETURN
           MOVE 'P' TO WS-MWR-LOOKUP-LEVEL
           MOVE WS-PT-PORTFOLIO-ID (WS-PT-IDX) TO WS-MWR-LOOKUP-ENTITY
           PERFORM 4260-PRINT-MONEY-WEIGHTED
           ADD 1 TO WS-STATEMENTS-PRINTED
           PERFORM 4300-ROUTE-STATEMENT.

           MOVE WS-ROUTE-CHANNEL TO WS-XS-CHANNEL
           MOVE WS-ROUTE-EMAIL   TO WS-XS-EMAIL
           MOVE WS-ROUTE-ADDRESS TO WS-XS-ADDRESS
           MOVE WS-EXT-STATEMENT TO EXTRACT-RECORD
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF EXTRACT-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACTS-WRITTEN
           MOVE WS-CL-CLIENT-ID (WS-CL-IDX)    TO DLV-CLIENT-ID
           MOVE WS-PT-PORTFOLIO-ID (WS-PT-IDX) TO DLV-PORTFOLIO-ID
           MOVE WS-RETURN-PCT TO WS-RL-RETURN-PCT
           WRITE STATEMENT-RECORD FROM WS-RETURN-LINE.

      *-- Change: the money-weighted return -- what the client earned
      *-- on the money they actually had invested, contributions and
      *-- withdrawals included -- printed next to the time-weighted
      *-- return, which measures the investments alone. Nothing is
      *-- printed where MWRCAL00 has no figures for the period.
       4260-PRINT-MONEY-WEIGHTED.
           PERFORM 4270-FIND-MONEY-WEIGHTED
           IF WS-ENTRY-FOUND
               PERFORM 4265-WRITE-MONEY-WEIGHTED
           END-IF.

       4265-WRITE-MONEY-WEIGHTED.
           MOVE 'MONEY-WEIGHTED AND TIME-WEIGHTED RETURN'
               TO WS-SEC-TITLE
           WRITE STATEMENT-RECORD FROM WS-SECTION-LINE
           MOVE 'MONEY-WEIGHTED RETURN (IRR):' TO WS-ML-LABEL
           IF WS-MW-SOLVED (WS-MW-IDX)
               MOVE WS-MW-IRR-CUM-PCT (WS-MW-IDX) TO WS-ML-CUM-PCT
               MOVE '%' TO WS-ML-CUM-SIGN
               MOVE WS-MW-IRR-ANN-PCT (WS-MW-IDX) TO WS-ML-ANN-PCT
               MOVE '%' TO WS-ML-ANN-SIGN
           ELSE
               MOVE 'N/A' TO WS-ML-CUM-TEXT
               MOVE 'N/A' TO WS-ML-ANN-TEXT
           END-IF
           IF NOT WS-MW-ANNUALIZED (WS-MW-IDX)
               MOVE 'UNDER 1 YR' TO WS-ML-ANN-TEXT
           END-IF
           WRITE STATEMENT-RECORD FROM WS-MWR-LINE
           MOVE 'TIME-WEIGHTED RETURN:' TO WS-ML-LABEL
           MOVE WS-MW-TWR-CUM-PCT (WS-MW-IDX) TO WS-ML-CUM-PCT
           MOVE '%' TO WS-ML-CUM-SIGN
           MOVE WS-MW-TWR-ANN-PCT (WS-MW-IDX) TO WS-ML-ANN-PCT
           MOVE '%' TO WS-ML-ANN-SIGN
           IF NOT WS-MW-ANNUALIZED (WS-MW-IDX)
               MOVE 'UNDER 1 YR' TO WS-ML-ANN-TEXT
           END-IF
           WRITE STATEMENT-RECORD FROM WS-MWR-LINE.

       4270-FIND-MONEY-WEIGHTED.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-MWR-COUNT > 0
               SET WS-MW-IDX TO 1
               SEARCH WS-MW-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MW-LEVEL (WS-MW-IDX) = WS-MWR-LOOKUP-LEVEL
                       AND WS-MW-ENTITY-ID (WS-MW-IDX)
                           = WS-MWR-LOOKUP-ENTITY
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *-- Change: after a client's last statement, the same figures
      *-- for all of the client's portfolios taken together.
       4400-PRINT-CLIENT-RETURNS.
           MOVE 'C' TO WS-MWR-LOOKUP-LEVEL
           MOVE WS-CL-CLIENT-ID (WS-CL-IDX) TO WS-MWR-LOOKUP-ENTITY
           PERFORM 4270-FIND-MONEY-WEIGHTED
           IF WS-ENTRY-FOUND
               WRITE STATEMENT-RECORD FROM WS-HEADER1
               WRITE STATEMENT-RECORD FROM WS-CLIENT-LINE
               MOVE 'ALL PORTFOLIOS COMBINED' TO WS-SEC-TITLE
               WRITE STATEMENT-RECORD FROM WS-SECTION-LINE
               PERFORM 4265-WRITE-MONEY-WEIGHTED
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
           END-IF
           CLOSE STATEMENT-EXTRACT
           CLOSE DELIVERY-STATUS-FILE
      *-- Change: record what was sent on the interface registry.
           MOVE 'SENT' TO WS-IF-FUNCTION
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE WS-IF-RECORD-COUNT TO WS-IF-ACCEPTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST EXTRACT-RECORD
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
