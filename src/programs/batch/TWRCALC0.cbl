      *             VERIFIERS ASK FOR: MEMBER COUNT, HIGH, LOW AND     *
      *             MEDIAN MEMBER RETURN, AND THE EQUAL-WEIGHTED       *
      *             INTERNAL DISPERSION.                               *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  DAILY VALUATION POINTS: A 'D' IN THE PARM CARD'S   *
      *             VALUATION BASIS CHAINS THE RETURN OVER EVERY DAY   *
      *             ON THE DAILY VALUATION HISTORY (VALHST) INSTEAD    *
      *             OF THE MONTH-END CLOSING SNAPSHOTS, SO A RETURN    *
      *             CAN START OR END ON ANY DAY INSIDE THE HISTORY'S   *
      *             RETENTION. BLANK KEEPS THE MONTHLY SNAPSHOTS.      *
      * 2026-10-15  A DAILY VALUATION POINT NOW INCLUDES THE OPEN      *
      *             DIVIDEND RECEIVABLES CARRIED ON THE HISTORY        *
      *             RECORD, SO THE EX-DATE PRICE DROP NO LONGER SHOWS  *
      *             AS A LOSS UNTIL THE CASH ARRIVES ON PAY DATE.      *
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
           RECORDING MODE IS F.
           COPY CLSSNAP.

       FD  VALUATION-HISTORY
           RECORDING MODE IS F.
           COPY VALHST.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           05  PARM-PORTFOLIO-TO         PIC X(08).
           05  PARM-DATE-FROM            PIC X(08).
           05  PARM-DATE-TO              PIC X(08).
      *-- Change: D = daily valuation points from the valuation
      *-- history; anything else = month-end closing snapshots.
           05  PARM-VALUATION-BASIS      PIC X(01).

       FD  REPORT-FILE
           RECORDING MODE IS F
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
           05  WS-SNAP-STATUS            PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-SNW-STATUS             PIC XX.
           05  WS-TRW-STATUS             PIC XX.
           05  WS-BLD-STATUS             PIC XX.
           05  WS-VAL-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SNAP-SW            PIC X(01) VALUE 'N'.
           05  WS-SEL-PORT-TO            PIC X(08) VALUE HIGH-VALUES.
           05  WS-SEL-DATE-FROM          PIC X(08) VALUE LOW-VALUES.
           05  WS-SEL-DATE-TO            PIC X(08) VALUE HIGH-VALUES.
           05  WS-SEL-BASIS              PIC X(01) VALUE 'M'.
               88  WS-DAILY-BASIS            VALUE 'D'.

      *-- Change: Per-portfolio streaming state -- the control-break
      *-- fields that replaced the 500-entry snapshot table and
               10  FILLER                PIC X(15)
                   VALUE 'RUN DATE:'.
               10  WS-HDR-RUN-DATE       PIC X(10).
               10  FILLER                PIC X(05) VALUE SPACES.
               10  FILLER                PIC X(18)
                   VALUE 'VALUATION POINTS:'.
               10  WS-HDR-BASIS          PIC X(07) VALUE 'MONTHLY'.
               10  FILLER                PIC X(77) VALUE SPACES.

       01  WS-TWR-LINE.
           05  WS-TL-PORTFOLIO           PIC X(08).
                       MOVE PARM-PORTFOLIO-TO   TO WS-SEL-PORT-TO
                       MOVE PARM-DATE-FROM      TO WS-SEL-DATE-FROM
                       MOVE PARM-DATE-TO        TO WS-SEL-DATE-TO
                       IF PARM-VALUATION-BASIS = 'D'
                           SET WS-DAILY-BASIS TO TRUE
                           MOVE 'DAILY' TO WS-HDR-BASIS
                       END-IF
               END-READ
               CLOSE SELECTION-PARMS
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
                   THRU 1719-RELEASE-SNAP-EXIT
               GIVING SNAP-WORK-FILE.

      *-- Change: on a daily basis the valuation history is released
      *-- instead; both feed the same portfolio/date sort, so the
      *-- streaming and chaining below cannot tell them apart.
       1710-RELEASE-SNAPSHOTS.
           IF WS-DAILY-BASIS
               PERFORM 1720-RELEASE-DAILY-VALUES
           ELSE
               PERFORM 1716-RELEASE-CLOSING-SNAPSHOTS
           END-IF.
       1719-RELEASE-SNAP-EXIT.
           EXIT.

       1716-RELEASE-CLOSING-SNAPSHOTS.
           OPEN INPUT CLOSING-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = '00'
               MOVE 'ERROR OPENING CLOSING-SNAPSHOT-FILE' TO ERR-TEXT
           PERFORM 1714-RELEASE-ONE-SNAPSHOT
               UNTIL EOF-SNAPSHOT
           CLOSE CLOSING-SNAPSHOT-FILE.

       1712-READ-SNAPSHOT.
           READ CLOSING-SNAPSHOT-FILE
           END-IF
           PERFORM 1712-READ-SNAPSHOT.

      *-- The history is keyed date-major, so the read starts at the
      *-- first selected date and stops past the last one.
       1720-RELEASE-DAILY-VALUES.
           OPEN INPUT VALUATION-HISTORY
           IF WS-VAL-STATUS NOT = '00'
               MOVE 'ERROR OPENING VALUATION-HISTORY' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE LOW-VALUES TO VAL-KEY
           MOVE WS-SEL-DATE-FROM TO VAL-DATE
           START VALUATION-HISTORY KEY NOT LESS THAN VAL-KEY
               INVALID KEY
                   SET EOF-SNAPSHOT TO TRUE
           END-START
           IF NOT EOF-SNAPSHOT
               PERFORM 1722-READ-DAILY-VALUE
               PERFORM 1724-RELEASE-ONE-DAILY-VALUE
                   UNTIL EOF-SNAPSHOT
           END-IF
           CLOSE VALUATION-HISTORY.

       1722-READ-DAILY-VALUE.
           READ VALUATION-HISTORY NEXT RECORD
               AT END
                   SET EOF-SNAPSHOT TO TRUE
           END-READ.

       1724-RELEASE-ONE-DAILY-VALUE.
           IF VAL-DATE > WS-SEL-DATE-TO
               SET EOF-SNAPSHOT TO TRUE
           ELSE
               IF VAL-PORTFOLIO-ID NOT < WS-SEL-PORT-FROM
                   AND VAL-PORTFOLIO-ID NOT > WS-SEL-PORT-TO
                   MOVE VAL-PORTFOLIO-ID  TO SRT-PORTFOLIO-ID
                   MOVE VAL-DATE          TO SRT-DATE
                   MOVE VAL-MARKET-VALUE  TO SRT-AMOUNT
      *-- Change: dividends earned but not yet paid are part of the
      *-- day's value; history written before the field existed
      *-- carries none.
                   IF VAL-DIV-RECEIVABLE IS NUMERIC
                       ADD VAL-DIV-RECEIVABLE TO SRT-AMOUNT
                   END-IF
                   RELEASE SORT-WORK-RECORD
               END-IF
               PERFORM 1722-READ-DAILY-VALUE
           END-IF.

      *-- Change-equivalent note: TRAN-TYPE-TRANS (TR) is treated as
      *-- the external contribution/withdrawal activity that a
      *-- Modified-Dietz-style sub-period return must adjust for --
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
