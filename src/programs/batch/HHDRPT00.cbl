       IDENTIFICATION DIVISION.
       PROGRAM-ID. HHDRPT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Consolidated Household Report                                  *
      *                                                               *
      * Gives advisors one view of a family's wealth across every     *
      * client and portfolio in the household, instead of stapling    *
      * together one statement per PORT-CLIENT-ID:                    *
      * - Resolves each active household on HOUSEHOLD-MASTER to its   *
      *   member clients and, through PORT-CLIENT-ID, to every member *
      *   portfolio                                                   *
      * - Consolidates the member portfolios' POSITION-MASTER         *
      *   holdings by investment type and security, converted into    *
      *   the household's reporting currency at the latest FX master  *
      *   rate, with each security's and each type's share of the     *
      *   household (its allocation)                                  *
      * - Totals the household's external flows (TRAN-TYPE-TRANS)     *
      *   since the period start and strikes one combined period     *
      *   return for the household -- the TWRCALC0 sub-period         *
      *   formula, (END VALUE - FLOWS) / BEGIN VALUE, over the whole  *
      *   household: the begin value is the household's value on the *
      *   last valuation history (VALHST) date before the period      *
      *   start, the end value tonight's holdings                     *
      *                                                               *
      * The optional parameter card (HHDRPPRM) gives the period start *
      * (default the first of the business date's month) and can     *
      * restrict the run to one household.                            *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-PARMS ASSIGN TO HHDRPPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HOUSEHOLD-MASTER ASSIGN TO HHDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HHD-KEY
               FILE STATUS IS WS-HHD-STATUS.

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

      *-- Beginning values; OPTIONAL so a shop not yet keeping the
      *-- daily history still gets holdings and flows, with the
      *-- return shown as not available.
           SELECT OPTIONAL VALUATION-HISTORY ASSIGN TO VALHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAL-KEY
               FILE STATUS IS WS-VAL-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT FX-RATE-MASTER ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *-- Converted holdings, sorted household/type/security so each
      *-- household consolidates as it streams past.
           SELECT HOLDING-WORK-FILE ASSIGN TO HHDWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HWK-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-START-DATE           PIC X(08).
           05  PARM-HOUSEHOLD-ID         PIC X(08).
           05  FILLER                    PIC X(64).

       FD  HOUSEHOLD-MASTER
           RECORDING MODE IS F.
           COPY HHDMST.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  VALUATION-HISTORY
           RECORDING MODE IS F.
           COPY VALHST.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  FX-RATE-MASTER
           RECORDING MODE IS F.
       01  FX-RATE-RECORD.
           COPY FXRATE REPLACING ==:PREFIX:== BY ==FXR==.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       FD  HOLDING-WORK-FILE
           RECORDING MODE IS F.
       01  HOLDING-WORK-RECORD.
           05  HWK-HOUSEHOLD-ID          PIC X(08).
           05  HWK-INVESTMENT-TYPE       PIC X(04).
           05  HWK-INVESTMENT-ID         PIC X(10).
           05  HWK-DESCRIPTION           PIC X(30).
           05  HWK-QUANTITY              PIC S9(11)V9(4) COMP-3.
           05  HWK-VALUE                 PIC S9(13)V9(2) COMP-3.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-HOUSEHOLD-ID          PIC X(08).
           05  SRT-INVESTMENT-TYPE       PIC X(04).
           05  SRT-INVESTMENT-ID         PIC X(10).
           05  SRT-DESCRIPTION           PIC X(30).
           05  SRT-QUANTITY              PIC S9(11)V9(4) COMP-3.
           05  SRT-VALUE                 PIC S9(13)V9(2) COMP-3.

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'HHDRPT00'.
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
           05  WS-PARM-STATUS            PIC XX.
           05  WS-HHD-STATUS             PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-VAL-STATUS             PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-FXR-STATUS             PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-HWK-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-HHD-SW             PIC X(01) VALUE 'N'.
               88  EOF-HOUSEHOLD             VALUE 'Y'.
           05  WS-EOF-PORT-SW            PIC X(01) VALUE 'N'.
               88  EOF-PORTFOLIO             VALUE 'Y'.
           05  WS-EOF-POSITION-SW        PIC X(01) VALUE 'N'.
               88  EOF-POSITION              VALUE 'Y'.
           05  WS-EOF-VAL-SW             PIC X(01) VALUE 'N'.
               88  EOF-VALUATION             VALUE 'Y'.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           05  WS-EOF-FX-SW              PIC X(01) VALUE 'N'.
               88  EOF-FX-MASTER             VALUE 'Y'.
           05  WS-EOF-HWK-SW             PIC X(01) VALUE 'N'.
               88  EOF-HOLDING-WORK          VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-RATE-SW                PIC X(01) VALUE 'N'.
               88  WS-RATE-MISSING           VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).
       01  WS-PERIOD-START               PIC X(08).
       01  WS-SEL-HOUSEHOLD              PIC X(08) VALUE SPACES.
      *-- The valuation date the begin values were taken from.
       01  WS-BEGIN-DATE                 PIC X(08) VALUE SPACES.

      *-- Active households in key order, with what the run learns
      *-- about each.
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HH-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-HH-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-HH-IDX.
               10  WS-HH-ID              PIC X(08).
               10  WS-HH-NAME            PIC X(30).
               10  WS-HH-CCY             PIC X(03).
               10  WS-HH-MEMBER-COUNT    PIC 9(02).
               10  WS-HH-PORT-COUNT      PIC 9(04) COMP.
               10  WS-HH-BEGIN-VALUE     PIC S9(13)V9(2) COMP-3.
               10  WS-HH-FLOWS           PIC S9(13)V9(2) COMP-3.
               10  WS-HH-END-VALUE       PIC S9(13)V9(2) COMP-3.
               10  WS-HH-UNCONVERTED     PIC 9(05) COMP.

      *-- Member client to household.
       01  WS-CLIENT-TABLE.
           05  WS-CLIENT-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-CL-ENTRY OCCURS 3000 TIMES
                                         INDEXED BY WS-CL-IDX.
               10  WS-CL-CLIENT-ID       PIC X(08).
               10  WS-CL-HH-SUB          PIC 9(04) COMP.

      *-- Member portfolio to household.
       01  WS-PORT-TABLE.
           05  WS-PORT-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 5000 TIMES
                                         INDEXED BY WS-PT-IDX.
               10  WS-PT-PORTFOLIO-ID    PIC X(08).
               10  WS-PT-HH-SUB          PIC 9(04) COMP.

      *-- Latest master rate per currency pair, the CCYEXP00 load.
       01  WS-FX-MASTER-TABLE.
           05  WS-FXM-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-FXM-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-FXM-IDX.
               10  WS-FXM-FROM-CCY       PIC X(03).
               10  WS-FXM-TO-CCY         PIC X(03).
               10  WS-FXM-RATE-DATE      PIC X(08).
               10  WS-FXM-RATE           PIC S9(05)V9(06) COMP-3.

      *-- Arguments to 8000-CONVERT-AMOUNT.
       01  WS-CONVERSION.
           05  WS-CV-FROM-CCY            PIC X(03).
           05  WS-CV-TO-CCY              PIC X(03).
           05  WS-CV-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-CV-RESULT              PIC S9(13)V9(2) COMP-3.
           05  WS-FX-RATE                PIC S9(05)V9(06) COMP-3.

       01  WS-WORK-AREAS.
           05  WS-LOOKUP-PORTFOLIO       PIC X(08).
           05  WS-HH-SUB                 PIC 9(04) COMP.
           05  WS-MBR-SUB                PIC 9(02) COMP.
           05  WS-CUR-TYPE               PIC X(04).
           05  WS-CUR-INVESTMENT         PIC X(10).
           05  WS-CUR-DESCRIPTION        PIC X(30).
           05  WS-SEC-QUANTITY           PIC S9(11)V9(4) COMP-3.
           05  WS-SEC-VALUE              PIC S9(13)V9(2) COMP-3.
           05  WS-TYPE-VALUE             PIC S9(13)V9(2) COMP-3.
           05  WS-SHARE-PCT              PIC S9(05)V9(02) COMP-3.
           05  WS-SHARE-BASE             PIC S9(13)V9(2) COMP-3.
           05  WS-GAIN-AMOUNT            PIC S9(13)V9(2) COMP-3.
           05  WS-RETURN-PCT             PIC S9(05)V9(02) COMP-3.

       01  WS-RUN-COUNTS.
           05  WS-HOUSEHOLDS-REPORTED    PIC 9(07) COMP VALUE ZERO.
           05  WS-PORTFOLIOS-MAPPED      PIC 9(07) COMP VALUE ZERO.
           05  WS-POSITIONS-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-POSITIONS-CONSOLIDATED PIC 9(07) COMP VALUE ZERO.
           05  WS-FLOWS-COUNTED          PIC 9(07) COMP VALUE ZERO.
           05  WS-UNCONVERTED-COUNT      PIC 9(07) COMP VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'CONSOLIDATED HOUSEHOLD REPORT'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(13)
                   VALUE 'REPORT DATE: '.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(16)
                   VALUE '  PERIOD START: '.
               10  WS-HDR-PERIOD-START   PIC X(08).
               10  FILLER                PIC X(18)
                   VALUE '  BEGIN VALUE AT: '.
               10  WS-HDR-BEGIN-DATE     PIC X(08).
               10  FILLER                PIC X(59) VALUE SPACES.

       01  WS-HOUSEHOLD-LINE.
           05  FILLER                    PIC X(11) VALUE 'HOUSEHOLD: '.
           05  WS-HL-HOUSEHOLD-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HL-NAME                PIC X(30).
           05  FILLER                    PIC X(17)
               VALUE '  REPORTING CCY: '.
           05  WS-HL-CCY                 PIC X(03).
           05  FILLER                    PIC X(11) VALUE '  MEMBERS: '.
           05  WS-HL-MEMBERS             PIC Z9.
           05  FILLER                    PIC X(14)
               VALUE '  PORTFOLIOS: '.
           05  WS-HL-PORTFOLIOS          PIC ZZZ9.
           05  FILLER                    PIC X(30) VALUE SPACES.

       01  WS-HOLDING-HEADING.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'TYPE'.
           05  FILLER                    PIC X(12) VALUE 'INVESTMENT'.
           05  FILLER                    PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(19)
               VALUE '         QUANTITY'.
           05  FILLER                    PIC X(19)
               VALUE '            VALUE'.
           05  FILLER                    PIC X(42) VALUE '  SHARE'.

       01  WS-HOLDING-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HD-TYPE                PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HD-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HD-DESCRIPTION         PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HD-QUANTITY            PIC -(11)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HD-VALUE               PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-HD-SHARE               PIC -(03)9.99.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(34) VALUE SPACES.

      *-- Type subtotals (the household's allocation) and the
      *-- household total, under the value and share columns.
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TT-LABEL               PIC X(20).
           05  FILLER                    PIC X(49) VALUE SPACES.
           05  WS-TT-VALUE               PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TT-SHARE               PIC -(03)9.99.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(34) VALUE SPACES.

       01  WS-PERFORMANCE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-PL-LABEL               PIC X(34).
           05  WS-PL-AMOUNT              PIC -(13)9.99.
           05  FILLER                    PIC X(77) VALUE SPACES.

       01  WS-RETURN-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-RL-LABEL               PIC X(34).
           05  WS-RL-RETURN              PIC -(05)9.99.
           05  WS-RL-PERCENT-SIGN        PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-ML-TEXT                PIC X(128).

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
           05  WS-SL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BEGIN-VALUES
           PERFORM 3000-LOAD-FLOWS
           PERFORM 4000-SORT-HOLDINGS
           PERFORM 1200-WRITE-HEADERS
           PERFORM 5000-REPORT-HOUSEHOLDS
           PERFORM 6000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           INITIALIZE WS-CLIENT-TABLE
                      WS-PORT-TABLE
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1300-LOAD-FX-MASTER
           PERFORM 1400-LOAD-HOUSEHOLDS
           PERFORM 1500-LOAD-PORTFOLIOS.

      *-- The card is optional: the period defaults to the business
      *-- date's month to date, and every active household reports.
       1050-READ-PARMS.
           MOVE WS-CURRENT-DATE TO WS-PERIOD-START
           MOVE '01' TO WS-PERIOD-START (7:2)
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       IF PARM-START-DATE NUMERIC
                           MOVE PARM-START-DATE TO WS-PERIOD-START
                       END-IF
                       MOVE PARM-HOUSEHOLD-ID TO WS-SEL-HOUSEHOLD
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT HOUSEHOLD-MASTER
           IF WS-HHD-STATUS NOT = '00'
               MOVE 'ERROR OPENING HOUSEHOLD-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

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
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE  TO WS-HDR-REPORT-DATE
           MOVE WS-PERIOD-START TO WS-HDR-PERIOD-START
           IF WS-BEGIN-DATE = SPACES
               MOVE 'NONE' TO WS-HDR-BEGIN-DATE
           ELSE
               MOVE WS-BEGIN-DATE TO WS-HDR-BEGIN-DATE
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-- Latest master rate per pair; a missing FX master (status
      *-- 35) leaves the table empty and only same-currency holdings
      *-- convert.
       1300-LOAD-FX-MASTER.
           IF WS-FXR-STATUS = '00'
               MOVE LOW-VALUES TO FXR-KEY
               START FX-RATE-MASTER KEY NOT LESS THAN FXR-KEY
                   INVALID KEY
                       SET EOF-FX-MASTER TO TRUE
               END-START
               IF NOT EOF-FX-MASTER
                   PERFORM 1310-READ-FX-MASTER
               END-IF
               PERFORM 1320-ADD-FX-ENTRY
                   UNTIL EOF-FX-MASTER
               CLOSE FX-RATE-MASTER
           END-IF.

       1310-READ-FX-MASTER.
           READ FX-RATE-MASTER NEXT RECORD
               AT END
                   SET EOF-FX-MASTER TO TRUE
           END-READ.

       1320-ADD-FX-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-FXM-IDX TO 1
           SEARCH WS-FXM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FXM-FROM-CCY (WS-FXM-IDX) = FXR-FROM-CCY
                   AND WS-FXM-TO-CCY (WS-FXM-IDX) = FXR-TO-CCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF WS-ENTRY-FOUND
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
                   DISPLAY 'HHDRPT00 WARNING: FX MASTER TABLE FULL, '
                       FXR-FROM-CCY '/' FXR-TO-CCY ' DROPPED'
               END-IF
           END-IF
           PERFORM 1310-READ-FX-MASTER.

      *-- Closed households are history only and do not report.
       1400-LOAD-HOUSEHOLDS.
           PERFORM 1410-READ-HOUSEHOLD
           PERFORM 1420-ADD-HOUSEHOLD
               UNTIL EOF-HOUSEHOLD
           CLOSE HOUSEHOLD-MASTER.

       1410-READ-HOUSEHOLD.
           READ HOUSEHOLD-MASTER NEXT RECORD
               AT END
                   SET EOF-HOUSEHOLD TO TRUE
           END-READ.

       1420-ADD-HOUSEHOLD.
           IF HHD-STATUS-ACTIVE
               AND (WS-SEL-HOUSEHOLD = SPACES
                    OR WS-SEL-HOUSEHOLD = HHD-ID)
               IF WS-HH-COUNT < 500
                   ADD 1 TO WS-HH-COUNT
                   SET WS-HH-IDX TO WS-HH-COUNT
                   MOVE HHD-ID         TO WS-HH-ID (WS-HH-IDX)
                   MOVE HHD-NAME       TO WS-HH-NAME (WS-HH-IDX)
                   MOVE HHD-REPORT-CCY TO WS-HH-CCY (WS-HH-IDX)
                   MOVE HHD-MEMBER-COUNT
                       TO WS-HH-MEMBER-COUNT (WS-HH-IDX)
                   MOVE ZERO TO WS-HH-PORT-COUNT (WS-HH-IDX)
                   MOVE ZERO TO WS-HH-BEGIN-VALUE (WS-HH-IDX)
                   MOVE ZERO TO WS-HH-FLOWS (WS-HH-IDX)
                   MOVE ZERO TO WS-HH-END-VALUE (WS-HH-IDX)
                   MOVE ZERO TO WS-HH-UNCONVERTED (WS-HH-IDX)
                   MOVE WS-HH-COUNT TO WS-HH-SUB
                   PERFORM 1430-ADD-MEMBER-CLIENT
                       VARYING WS-MBR-SUB FROM 1 BY 1
                       UNTIL WS-MBR-SUB > HHD-MEMBER-COUNT
               ELSE
                   DISPLAY 'HHDRPT00 WARNING: HOUSEHOLD TABLE FULL, '
                       HHD-ID ' NOT REPORTED'
               END-IF
           END-IF
           PERFORM 1410-READ-HOUSEHOLD.

       1430-ADD-MEMBER-CLIENT.
           IF WS-CLIENT-COUNT < 3000
               ADD 1 TO WS-CLIENT-COUNT
               SET WS-CL-IDX TO WS-CLIENT-COUNT
               MOVE HHD-MEMBER-CLIENT-ID (WS-MBR-SUB)
                   TO WS-CL-CLIENT-ID (WS-CL-IDX)
               MOVE WS-HH-SUB TO WS-CL-HH-SUB (WS-CL-IDX)
           ELSE
               DISPLAY 'HHDRPT00 WARNING: CLIENT TABLE FULL, '
                   HHD-MEMBER-CLIENT-ID (WS-MBR-SUB) ' NOT REPORTED'
           END-IF.

      *-- Every portfolio assigned to a member client belongs to the
      *-- member's household, whatever its own base currency.
       1500-LOAD-PORTFOLIOS.
           PERFORM 1510-READ-PORTFOLIO
           PERFORM 1520-MAP-PORTFOLIO
               UNTIL EOF-PORTFOLIO
           CLOSE PORTFOLIO-MASTER.

       1510-READ-PORTFOLIO.
           READ PORTFOLIO-MASTER NEXT RECORD
               AT END
                   SET EOF-PORTFOLIO TO TRUE
           END-READ.

       1520-MAP-PORTFOLIO.
           IF PORT-CLIENT-ID NOT = SPACES
               MOVE 'N' TO WS-FOUND-SW
               SET WS-CL-IDX TO 1
               SEARCH WS-CL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CL-CLIENT-ID (WS-CL-IDX) = PORT-CLIENT-ID
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
               IF WS-ENTRY-FOUND
                   IF WS-PORT-COUNT < 5000
                       ADD 1 TO WS-PORT-COUNT
                       SET WS-PT-IDX TO WS-PORT-COUNT
                       MOVE PORT-ID TO WS-PT-PORTFOLIO-ID (WS-PT-IDX)
                       MOVE WS-CL-HH-SUB (WS-CL-IDX)
                           TO WS-PT-HH-SUB (WS-PT-IDX)
                       SET WS-HH-IDX TO WS-CL-HH-SUB (WS-CL-IDX)
                       ADD 1 TO WS-HH-PORT-COUNT (WS-HH-IDX)
                       ADD 1 TO WS-PORTFOLIOS-MAPPED
                   ELSE
                       DISPLAY 'HHDRPT00 WARNING: PORTFOLIO TABLE '
                           'FULL, ' PORT-ID ' NOT REPORTED'
                   END-IF
               END-IF
           END-IF
           PERFORM 1510-READ-PORTFOLIO.

      *-----------------------------------------------------------------
      * BEGIN VALUES AND FLOWS
      *-----------------------------------------------------------------
      *-- The history is keyed date-major, so reading from the front
      *-- up to the period start leaves the last date before it in
      *-- the accumulators: each new date restarts them.
       2000-LOAD-BEGIN-VALUES.
           OPEN INPUT VALUATION-HISTORY
           IF WS-VAL-STATUS NOT = '00'
               SET EOF-VALUATION TO TRUE
           ELSE
               PERFORM 2010-READ-VALUATION
           END-IF
           PERFORM 2020-ADD-BEGIN-VALUE
               UNTIL EOF-VALUATION
           IF WS-VAL-STATUS NOT = '05' AND WS-VAL-STATUS NOT = '35'
               CLOSE VALUATION-HISTORY
           END-IF.

       2010-READ-VALUATION.
           READ VALUATION-HISTORY NEXT RECORD
               AT END
                   SET EOF-VALUATION TO TRUE
           END-READ.

       2020-ADD-BEGIN-VALUE.
           IF VAL-DATE NOT < WS-PERIOD-START
               SET EOF-VALUATION TO TRUE
           ELSE
               IF VAL-DATE NOT = WS-BEGIN-DATE
                   MOVE VAL-DATE TO WS-BEGIN-DATE
                   PERFORM 2030-CLEAR-BEGIN-VALUE
                       VARYING WS-HH-IDX FROM 1 BY 1
                       UNTIL WS-HH-IDX > WS-HH-COUNT
               END-IF
               MOVE VAL-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
               PERFORM 7000-FIND-PORTFOLIO
               IF WS-ENTRY-FOUND
                   MOVE VAL-CURRENCY      TO WS-CV-FROM-CCY
                   MOVE VAL-MARKET-VALUE  TO WS-CV-AMOUNT
                   PERFORM 8000-CONVERT-AMOUNT
                   ADD WS-CV-RESULT TO WS-HH-BEGIN-VALUE (WS-HH-IDX)
               END-IF
               PERFORM 2010-READ-VALUATION
           END-IF.

       2030-CLEAR-BEGIN-VALUE.
           MOVE ZERO TO WS-HH-BEGIN-VALUE (WS-HH-IDX).

      *-- External flows are the TRAN-TYPE-TRANS rows TWRCALC0 adjusts
      *-- for. A reversed transfer and its TRNREV00 reversal row both
      *-- count, so together they net to nothing.
       3000-LOAD-FLOWS.
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 3010-READ-TRANSACTION
           PERFORM 3020-ADD-FLOW
               UNTIL EOF-TRAN-HIST
           CLOSE TRANSACTION-HISTORY.

       3010-READ-TRANSACTION.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

       3020-ADD-FLOW.
           IF TRAN-TYPE-TRANS
               AND (TRAN-STATUS-DONE OR TRAN-STATUS-REV)
               AND TRAN-DATE NOT < WS-PERIOD-START
               AND TRAN-DATE NOT > WS-CURRENT-DATE
               MOVE TRAN-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
               PERFORM 7000-FIND-PORTFOLIO
               IF WS-ENTRY-FOUND
                   MOVE TRAN-CURRENCY TO WS-CV-FROM-CCY
                   MOVE TRAN-AMOUNT   TO WS-CV-AMOUNT
                   PERFORM 8000-CONVERT-AMOUNT
                   ADD WS-CV-RESULT TO WS-HH-FLOWS (WS-HH-IDX)
                   ADD 1 TO WS-FLOWS-COUNTED
               END-IF
           END-IF
           PERFORM 3010-READ-TRANSACTION.

      *-----------------------------------------------------------------
      * HOLDINGS
      *-----------------------------------------------------------------
       4000-SORT-HOLDINGS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-HOUSEHOLD-ID
                                SRT-INVESTMENT-TYPE
                                SRT-INVESTMENT-ID
               INPUT PROCEDURE IS 4100-RELEASE-HOLDINGS
                   THRU 4199-RELEASE-HOLDINGS-EXIT
               GIVING HOLDING-WORK-FILE.

      *-- Each member position is released in the household's
      *-- currency; its converted value also builds the household's
      *-- end value, so shares are known before anything prints.
       4100-RELEASE-HOLDINGS.
           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 4110-READ-POSITION
           PERFORM 4120-RELEASE-ONE-POSITION
               UNTIL EOF-POSITION
           CLOSE POSITION-MASTER.
       4199-RELEASE-HOLDINGS-EXIT.
           EXIT.

       4110-READ-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET EOF-POSITION TO TRUE
           END-READ.

       4120-RELEASE-ONE-POSITION.
           ADD 1 TO WS-POSITIONS-READ
           MOVE POS-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 7000-FIND-PORTFOLIO
           IF WS-ENTRY-FOUND
               MOVE POS-CURRENCY      TO WS-CV-FROM-CCY
               MOVE POS-CURRENT-VALUE TO WS-CV-AMOUNT
               PERFORM 8000-CONVERT-AMOUNT
               ADD WS-CV-RESULT TO WS-HH-END-VALUE (WS-HH-IDX)
               MOVE WS-HH-ID (WS-HH-IDX) TO SRT-HOUSEHOLD-ID
               MOVE POS-INVESTMENT-TYPE  TO SRT-INVESTMENT-TYPE
               MOVE POS-INVESTMENT-ID    TO SRT-INVESTMENT-ID
               MOVE POS-DESCRIPTION      TO SRT-DESCRIPTION
               MOVE POS-QUANTITY         TO SRT-QUANTITY
               MOVE WS-CV-RESULT         TO SRT-VALUE
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-POSITIONS-CONSOLIDATED
           END-IF
           PERFORM 4110-READ-POSITION.

      *-----------------------------------------------------------------
      * REPORT
      *-----------------------------------------------------------------
      *-- The table and the work file are both in household order, so
      *-- each household takes its holdings off the front of the file;
      *-- a household with nothing held still reports its flows.
       5000-REPORT-HOUSEHOLDS.
           OPEN INPUT HOLDING-WORK-FILE
           IF WS-HWK-STATUS NOT = '00'
               MOVE 'ERROR OPENING HOLDING-WORK-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 5010-READ-HOLDING-WORK
           PERFORM 5100-REPORT-ONE-HOUSEHOLD
               VARYING WS-HH-IDX FROM 1 BY 1
               UNTIL WS-HH-IDX > WS-HH-COUNT
           CLOSE HOLDING-WORK-FILE.

       5010-READ-HOLDING-WORK.
           READ HOLDING-WORK-FILE
               AT END
                   SET EOF-HOLDING-WORK TO TRUE
           END-READ.

       5100-REPORT-ONE-HOUSEHOLD.
           ADD 1 TO WS-HOUSEHOLDS-REPORTED
           MOVE WS-HH-ID (WS-HH-IDX)           TO WS-HL-HOUSEHOLD-ID
           MOVE WS-HH-NAME (WS-HH-IDX)         TO WS-HL-NAME
           MOVE WS-HH-CCY (WS-HH-IDX)          TO WS-HL-CCY
           MOVE WS-HH-MEMBER-COUNT (WS-HH-IDX) TO WS-HL-MEMBERS
           MOVE WS-HH-PORT-COUNT (WS-HH-IDX)   TO WS-HL-PORTFOLIOS
           WRITE REPORT-RECORD FROM WS-HOUSEHOLD-LINE
           WRITE REPORT-RECORD FROM WS-HOLDING-HEADING
           MOVE WS-HH-END-VALUE (WS-HH-IDX) TO WS-SHARE-BASE
           MOVE SPACES TO WS-CUR-TYPE
           MOVE ZERO TO WS-TYPE-VALUE
           PERFORM 5200-CONSOLIDATE-HOLDING
               UNTIL EOF-HOLDING-WORK
                  OR HWK-HOUSEHOLD-ID NOT = WS-HH-ID (WS-HH-IDX)
           IF WS-CUR-TYPE NOT = SPACES
               PERFORM 5300-END-SECURITY
               PERFORM 5400-END-TYPE
           END-IF
           MOVE 'HOUSEHOLD TOTAL' TO WS-TT-LABEL
           MOVE WS-HH-END-VALUE (WS-HH-IDX) TO WS-TT-VALUE
           IF WS-SHARE-BASE = ZERO
               MOVE ZERO TO WS-TT-SHARE
           ELSE
               MOVE 100 TO WS-TT-SHARE
           END-IF
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM 5500-PRINT-PERFORMANCE
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-- Control breaks within the household: a new type closes the
      *-- security and the type; a new security closes the security.
       5200-CONSOLIDATE-HOLDING.
           IF WS-CUR-TYPE = SPACES
               MOVE HWK-INVESTMENT-TYPE TO WS-CUR-TYPE
               PERFORM 5210-START-SECURITY
           ELSE
               IF HWK-INVESTMENT-TYPE NOT = WS-CUR-TYPE
                   PERFORM 5300-END-SECURITY
                   PERFORM 5400-END-TYPE
                   MOVE HWK-INVESTMENT-TYPE TO WS-CUR-TYPE
                   PERFORM 5210-START-SECURITY
               ELSE
                   IF HWK-INVESTMENT-ID NOT = WS-CUR-INVESTMENT
                       PERFORM 5300-END-SECURITY
                       PERFORM 5210-START-SECURITY
                   END-IF
               END-IF
           END-IF
           ADD HWK-QUANTITY TO WS-SEC-QUANTITY
           ADD HWK-VALUE    TO WS-SEC-VALUE
           ADD HWK-VALUE    TO WS-TYPE-VALUE
           PERFORM 5010-READ-HOLDING-WORK.

       5210-START-SECURITY.
           MOVE HWK-INVESTMENT-ID TO WS-CUR-INVESTMENT
           MOVE HWK-DESCRIPTION   TO WS-CUR-DESCRIPTION
           MOVE ZERO TO WS-SEC-QUANTITY
           MOVE ZERO TO WS-SEC-VALUE.

       5300-END-SECURITY.
           MOVE WS-CUR-TYPE        TO WS-HD-TYPE
           MOVE WS-CUR-INVESTMENT  TO WS-HD-INVESTMENT-ID
           MOVE WS-CUR-DESCRIPTION TO WS-HD-DESCRIPTION
           MOVE WS-SEC-QUANTITY    TO WS-HD-QUANTITY
           MOVE WS-SEC-VALUE       TO WS-HD-VALUE
           MOVE ZERO TO WS-SHARE-PCT
           IF WS-SHARE-BASE NOT = ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-SEC-VALUE * 100 / WS-SHARE-BASE
           END-IF
           MOVE WS-SHARE-PCT TO WS-HD-SHARE
           WRITE REPORT-RECORD FROM WS-HOLDING-LINE.

       5400-END-TYPE.
           MOVE SPACES TO WS-TT-LABEL
           STRING 'TOTAL ' WS-CUR-TYPE
               DELIMITED BY SIZE INTO WS-TT-LABEL
           MOVE WS-TYPE-VALUE TO WS-TT-VALUE
           MOVE ZERO TO WS-SHARE-PCT
           IF WS-SHARE-BASE NOT = ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-TYPE-VALUE * 100 / WS-SHARE-BASE
           END-IF
           MOVE WS-SHARE-PCT TO WS-TT-SHARE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE ZERO TO WS-TYPE-VALUE.

      *-- Gain is what the household made after its own money in and
      *-- out; the return needs a begin value to measure against.
       5500-PRINT-PERFORMANCE.
           MOVE SPACES TO WS-PL-LABEL
           STRING 'BEGIN VALUE AT ' WS-HDR-BEGIN-DATE ':'
               DELIMITED BY SIZE INTO WS-PL-LABEL
           MOVE WS-HH-BEGIN-VALUE (WS-HH-IDX) TO WS-PL-AMOUNT
           WRITE REPORT-RECORD FROM WS-PERFORMANCE-LINE
           MOVE 'NET EXTERNAL FLOWS:' TO WS-PL-LABEL
           MOVE WS-HH-FLOWS (WS-HH-IDX) TO WS-PL-AMOUNT
           WRITE REPORT-RECORD FROM WS-PERFORMANCE-LINE
           MOVE 'END VALUE:' TO WS-PL-LABEL
           MOVE WS-HH-END-VALUE (WS-HH-IDX) TO WS-PL-AMOUNT
           WRITE REPORT-RECORD FROM WS-PERFORMANCE-LINE
           COMPUTE WS-GAIN-AMOUNT =
               WS-HH-END-VALUE (WS-HH-IDX)
               - WS-HH-BEGIN-VALUE (WS-HH-IDX)
               - WS-HH-FLOWS (WS-HH-IDX)
           MOVE 'INVESTMENT GAIN/LOSS:' TO WS-PL-LABEL
           MOVE WS-GAIN-AMOUNT TO WS-PL-AMOUNT
           WRITE REPORT-RECORD FROM WS-PERFORMANCE-LINE
           MOVE 'COMBINED PERIOD RETURN:' TO WS-RL-LABEL
           IF WS-HH-BEGIN-VALUE (WS-HH-IDX) > ZERO
               COMPUTE WS-RETURN-PCT ROUNDED =
                   WS-GAIN-AMOUNT * 100
                   / WS-HH-BEGIN-VALUE (WS-HH-IDX)
               MOVE WS-RETURN-PCT TO WS-RL-RETURN
               WRITE REPORT-RECORD FROM WS-RETURN-LINE
           ELSE
               MOVE 'COMBINED PERIOD RETURN: N/A - NO BEGIN VALUE'
                   TO WS-ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           IF WS-HH-UNCONVERTED (WS-HH-IDX) > ZERO
               MOVE SPACES TO WS-ML-TEXT
               STRING '*** NO FX RATE INTO ' WS-HH-CCY (WS-HH-IDX)
                      ' FOR SOME AMOUNTS - THEY ARE INCLUDED AT PAR'
                   DELIMITED BY SIZE INTO WS-ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
      *-- An amount carried at par misstates the household, so the
      *-- run ends with a warning when any was.
       6000-FINALIZE.
           MOVE 'HOUSEHOLDS REPORTED:' TO WS-SL-LABEL
           MOVE WS-HOUSEHOLDS-REPORTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'MEMBER PORTFOLIOS:' TO WS-SL-LABEL
           MOVE WS-PORTFOLIOS-MAPPED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'POSITIONS READ:' TO WS-SL-LABEL
           MOVE WS-POSITIONS-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'POSITIONS CONSOLIDATED:' TO WS-SL-LABEL
           MOVE WS-POSITIONS-CONSOLIDATED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'EXTERNAL FLOWS COUNTED:' TO WS-SL-LABEL
           MOVE WS-FLOWS-COUNTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'AMOUNTS WITHOUT AN FX RATE:' TO WS-SL-LABEL
           MOVE WS-UNCONVERTED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE REPORT-FILE
           IF WS-UNCONVERTED-COUNT > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * LOOKUPS
      *-----------------------------------------------------------------
      *-- Looks up WS-LOOKUP-PORTFOLIO; on a hit WS-HH-IDX is left on
      *-- its household and WS-CV-TO-CCY set to the household's
      *-- currency.
       7000-FIND-PORTFOLIO.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PT-IDX TO 1
           SEARCH WS-PT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-PORTFOLIO-ID (WS-PT-IDX)
                    = WS-LOOKUP-PORTFOLIO
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF WS-ENTRY-FOUND
               SET WS-HH-IDX TO WS-PT-HH-SUB (WS-PT-IDX)
               MOVE WS-HH-CCY (WS-HH-IDX) TO WS-CV-TO-CCY
           END-IF.

      *-- Converts WS-CV-AMOUNT from WS-CV-FROM-CCY into WS-CV-TO-CCY
      *-- at the latest master rate for the pair, or the inverse of
      *-- the reverse pair's. With neither, the amount carries at par
      *-- (the CCYEXP00 convention) and is counted against the
      *-- household at WS-HH-IDX.
       8000-CONVERT-AMOUNT.
           MOVE 'N' TO WS-RATE-SW
           MOVE 1 TO WS-FX-RATE
           IF WS-CV-FROM-CCY NOT = SPACES
               AND WS-CV-FROM-CCY NOT = WS-CV-TO-CCY
               MOVE 'N' TO WS-FOUND-SW
               SET WS-FXM-IDX TO 1
               SEARCH WS-FXM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FXM-FROM-CCY (WS-FXM-IDX) = WS-CV-FROM-CCY
                       AND WS-FXM-TO-CCY (WS-FXM-IDX) = WS-CV-TO-CCY
                       MOVE WS-FXM-RATE (WS-FXM-IDX) TO WS-FX-RATE
                       SET WS-ENTRY-FOUND TO TRUE
               END-SEARCH
               IF NOT WS-ENTRY-FOUND
                   SET WS-FXM-IDX TO 1
                   SEARCH WS-FXM-ENTRY
                       AT END
                           SET WS-RATE-MISSING TO TRUE
                       WHEN WS-FXM-FROM-CCY (WS-FXM-IDX)
                                = WS-CV-TO-CCY
                           AND WS-FXM-TO-CCY (WS-FXM-IDX)
                                = WS-CV-FROM-CCY
                           IF WS-FXM-RATE (WS-FXM-IDX) > ZERO
                               COMPUTE WS-FX-RATE ROUNDED =
                                   1 / WS-FXM-RATE (WS-FXM-IDX)
                           ELSE
                               SET WS-RATE-MISSING TO TRUE
                           END-IF
                   END-SEARCH
               END-IF
           END-IF
           COMPUTE WS-CV-RESULT ROUNDED = WS-CV-AMOUNT * WS-FX-RATE
           IF WS-RATE-MISSING
               ADD 1 TO WS-HH-UNCONVERTED (WS-HH-IDX)
               ADD 1 TO WS-UNCONVERTED-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'HHDRPT00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'HHDRPT00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'HHDRPT00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'HHDRPT00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           MOVE WS-CURRENT-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
