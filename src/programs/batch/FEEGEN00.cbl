      *             AFTER IT. A FEE RERUN IS NOT IDEMPOTENT, SO THE
      *             WATERMARK MUST NEVER TRAIL A POSTED FEE: A
      *             RESTART RE-CHARGES NOBODY ALREADY POSTED.
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL
      *             OVERRIDES IT.
      * 2026-10-15  HOUSEHOLD BREAKPOINT PRICING: A SCHEDULE ENTRY OF
      *             METHOD H PRICES ITS BASIS POINTS AGAINST THE
      *             TOTAL ASSETS OF THE PORTFOLIO'S HOUSEHOLD
      *             (HHDMSTR), IN THE HOUSEHOLD'S REPORTING CURRENCY,
      *             WITH THE BREAKPOINT RATE ABOVE THE BREAKPOINT,
      *             AND CHARGES EACH POSITION AT THE BLENDED RATE. A
      *             PORTFOLIO IN NO HOUSEHOLD IS PRICED ON ITS OWN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *-- Change: household breakpoint pricing groups each portfolio
      *-- with its client's household; read only when a schedule
      *-- carries a method H entry. The household master and FX
      *-- master are optional -- without them every portfolio is
      *-- priced on its own, in its own currency.
           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT OPTIONAL HOUSEHOLD-MASTER ASSIGN TO HHDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HHD-KEY
               FILE STATUS IS WS-HHD-STATUS.

           SELECT OPTIONAL FX-RATE-MASTER ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER
           05  PARM-RUN-MODE             PIC X(04).
           05  FILLER                    PIC X(76).

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  HOUSEHOLD-MASTER
           RECORDING MODE IS F.
           COPY HHDMST.

       FD  FX-RATE-MASTER
           RECORDING MODE IS F.
       01  FX-RATE-RECORD.
           COPY FXRATE REPLACING ==:PREFIX:== BY ==FXR==.

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
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-FEE-STATUS             PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-JRNL-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-HHD-STATUS             PIC XX.
           05  WS-FXR-STATUS             PIC XX.

       01  WS-JRN-SEQUENCE               PIC 9(07) VALUE ZERO.

           05  WS-BC-RETRY-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-BC-WATERMARK           PIC X(28) VALUE SPACES.
           05  WS-BC-RECORDS-PROCESSED   PIC 9(09) VALUE ZERO.
      *-- Change: BCHCTL00's LINKAGE layout grew a partition count
      *-- after the records-processed count; the working copy has to
      *-- match so FUNC-INIT reads real storage.
           05  WS-BC-PARTITION-COUNT     PIC 9(02) VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-EOF-POSITION-SW        PIC X(01) VALUE 'N'.
               88  EOF-FEE-SCHEDULE          VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-SCHEDULE-FOUND         VALUE 'Y'.
           05  WS-HOUSEHOLD-PRICING-SW   PIC X(01) VALUE 'N'.
               88  WS-HOUSEHOLD-PRICING      VALUE 'Y'.
           05  WS-EOF-HHD-SW             PIC X(01) VALUE 'N'.
               88  EOF-HOUSEHOLD             VALUE 'Y'.
           05  WS-EOF-FX-SW              PIC X(01) VALUE 'N'.
               88  EOF-FX-MASTER             VALUE 'Y'.
           05  WS-GROUP-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-GROUP-FOUND            VALUE 'Y'.

      *-- In-memory fee schedule, loaded once from FEE-SCHEDULE-FILE
      *-- and searched for every position, the same table-driven
               10  WS-FE-CALC-METHOD     PIC X(01).
               10  WS-FE-FLAT-AMOUNT     PIC S9(09)V9(02) COMP-3.
               10  WS-FE-BASIS-POINTS    PIC S9(05)V9(02) COMP-3.
               10  WS-FE-BREAKPOINT-ASSETS
                                         PIC S9(11) COMP-3.
               10  WS-FE-BREAKPOINT-BPS  PIC S9(03)V9(02) COMP-3.

      *-- Change: household breakpoint pricing tables. Every active
      *-- household's members; the pricing group of every portfolio
      *-- (its household, or the portfolio itself when it has none)
      *-- with the group's total assets in the group's currency; and
      *-- the latest FX master rate per pair to get them there.
       01  WS-MEMBER-TABLE.
           05  WS-MBR-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-MBR-ENTRY OCCURS 3000 TIMES
                                         INDEXED BY WS-MBR-IDX.
               10  WS-MBR-CLIENT-ID      PIC X(08).
               10  WS-MBR-HOUSEHOLD-ID   PIC X(08).
               10  WS-MBR-CCY            PIC X(03).
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-GRP-ENTRY OCCURS 5000 TIMES
                                         INDEXED BY WS-GRP-IDX.
               10  WS-GRP-KIND           PIC X(01).
               10  WS-GRP-ID             PIC X(08).
               10  WS-GRP-CCY            PIC X(03).
               10  WS-GRP-ASSETS         PIC S9(15)V9(02) COMP-3.
       01  WS-PRICED-PORTFOLIO-TABLE.
           05  WS-PP-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-PP-ENTRY OCCURS 5000 TIMES
                                         INDEXED BY WS-PP-IDX.
               10  WS-PP-PORTFOLIO-ID    PIC X(08).
               10  WS-PP-GRP-SUB         PIC 9(04) COMP.
       01  WS-FX-MASTER-TABLE.
           05  WS-FXM-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-FXM-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-FXM-IDX.
               10  WS-FXM-FROM-CCY       PIC X(03).
               10  WS-FXM-TO-CCY         PIC X(03).
               10  WS-FXM-RATE           PIC S9(05)V9(06) COMP-3.
       01  WS-BREAKPOINT-WORK.
           05  WS-MBR-SUB                PIC 9(02) COMP.
           05  WS-NEW-GRP-KIND           PIC X(01).
           05  WS-NEW-GRP-ID             PIC X(08).
           05  WS-NEW-GRP-CCY            PIC X(03).
           05  WS-FX-RATE                PIC S9(05)V9(06) COMP-3.
           05  WS-CONVERTED-VALUE        PIC S9(15)V9(02) COMP-3.
           05  WS-GROUP-FEE              PIC S9(13)V9(06) COMP-3.

      *-- Change: fee transactions take their synthetic sequence
      *-- numbers from the central SEQSVC00 service instead of a
           05  WS-CT-AMOUNT-IN           PIC S9(13)V9(2) COMP-3.
           05  WS-CT-AMOUNT-OUT          PIC S9(13)V9(2) COMP-3.
           05  WS-CT-RETURN-CODE         PIC S9(04) COMP.
      *-- Change: CTLWRT00's LINKAGE layout grew the partition
      *-- fields; a whole-file run passes them zero/SPACES.
           05  WS-CT-PARTITION-NO        PIC 9(02) VALUE ZERO.
           05  WS-CT-PARTITION-COUNT     PIC 9(02) VALUE ZERO.
           05  WS-CT-RANGE-FROM          PIC X(08) VALUE SPACES.
           05  WS-CT-RANGE-TO            PIC X(08) VALUE SPACES.

       01  WS-CURRENT-DATE                PIC X(08).
       01  WS-CURRENT-TIME                PIC X(06).
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-LOAD-FEE-SCHEDULE
      *-- Change: household totals are needed before the first fee.
           IF WS-HOUSEHOLD-PRICING
               PERFORM 1500-LOAD-PRICING-GROUPS
           END-IF
           PERFORM 1400-GET-RUN-DATE-TIME
           IF MODE-RESTART-RUN
               PERFORM 1060-READ-RESUME-KEY
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
                                   TO WS-FE-FLAT-AMOUNT (WS-FEE-IDX)
               MOVE FEE-BASIS-POINTS
                                   TO WS-FE-BASIS-POINTS (WS-FEE-IDX)
               IF FEE-METHOD-HOUSEHOLD
                   MOVE FEE-BREAKPOINT-ASSETS
                               TO WS-FE-BREAKPOINT-ASSETS (WS-FEE-IDX)
                   MOVE FEE-BREAKPOINT-BPS
                               TO WS-FE-BREAKPOINT-BPS (WS-FEE-IDX)
                   SET WS-HOUSEHOLD-PRICING TO TRUE
               ELSE
                   MOVE ZERO TO WS-FE-BREAKPOINT-ASSETS (WS-FEE-IDX)
                   MOVE ZERO TO WS-FE-BREAKPOINT-BPS (WS-FEE-IDX)
               END-IF
           END-IF
           PERFORM 1310-READ-FEE-SCHEDULE.

       1400-GET-RUN-DATE-TIME.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-CURRENT-TIME.

      *-----------------------------------------------------------------
      * HOUSEHOLD BREAKPOINT PRICING GROUPS
      *-----------------------------------------------------------------
      *-- Change: a full pass of POSITION-MASTER totals every pricing
      *-- group's assets, then the file is reopened for the fee pass.
      *-- A restart totals the whole file too, so a resumed run
      *-- prices at the same rates as the run it resumes.
       1500-LOAD-PRICING-GROUPS.
           PERFORM 1510-LOAD-HOUSEHOLDS
           PERFORM 1530-LOAD-FX-RATES
           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 2010-READ-POSITION
           PERFORM 1550-ADD-GROUP-ASSETS
               UNTIL EOF-POSITION
           CLOSE PORTFOLIO-MASTER
           CLOSE POSITION-MASTER
           MOVE 'N' TO WS-EOF-POSITION-SW
           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR REOPENING POSITION-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- Closed households no longer price together.
       1510-LOAD-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-MASTER
           IF WS-HHD-STATUS = '00'
               PERFORM 1515-READ-HOUSEHOLD
               PERFORM 1520-ADD-HOUSEHOLD
                   UNTIL EOF-HOUSEHOLD
               CLOSE HOUSEHOLD-MASTER
           END-IF.

       1515-READ-HOUSEHOLD.
           READ HOUSEHOLD-MASTER NEXT RECORD
               AT END
                   SET EOF-HOUSEHOLD TO TRUE
           END-READ.

       1520-ADD-HOUSEHOLD.
           IF HHD-STATUS-ACTIVE
               PERFORM 1525-ADD-MEMBER
                   VARYING WS-MBR-SUB FROM 1 BY 1
                   UNTIL WS-MBR-SUB > HHD-MEMBER-COUNT
           END-IF
           PERFORM 1515-READ-HOUSEHOLD.

       1525-ADD-MEMBER.
           IF WS-MBR-COUNT < 3000
               ADD 1 TO WS-MBR-COUNT
               SET WS-MBR-IDX TO WS-MBR-COUNT
               MOVE HHD-MEMBER-CLIENT-ID (WS-MBR-SUB)
                   TO WS-MBR-CLIENT-ID (WS-MBR-IDX)
               MOVE HHD-ID         TO WS-MBR-HOUSEHOLD-ID (WS-MBR-IDX)
               MOVE HHD-REPORT-CCY TO WS-MBR-CCY (WS-MBR-IDX)
           ELSE
               DISPLAY 'FEEGEN00 WARNING: HOUSEHOLD MEMBER TABLE '
                   'FULL, ' HHD-ID ' PRICED BY PORTFOLIO'
           END-IF.

      *-- Latest master rate per pair -- the file is in pair/date
      *-- order, so the last rate read for a pair is its latest.
       1530-LOAD-FX-RATES.
           OPEN INPUT FX-RATE-MASTER
           IF WS-FXR-STATUS = '00'
               PERFORM 1535-READ-FX-RATE
               PERFORM 1540-ADD-FX-RATE
                   UNTIL EOF-FX-MASTER
               CLOSE FX-RATE-MASTER
           END-IF.

       1535-READ-FX-RATE.
           READ FX-RATE-MASTER NEXT RECORD
               AT END
                   SET EOF-FX-MASTER TO TRUE
           END-READ.

       1540-ADD-FX-RATE.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           SET WS-FXM-IDX TO 1
           SEARCH WS-FXM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-FXM-FROM-CCY (WS-FXM-IDX) = FXR-FROM-CCY
                   AND WS-FXM-TO-CCY (WS-FXM-IDX) = FXR-TO-CCY
                   SET WS-GROUP-FOUND TO TRUE
           END-SEARCH
           IF WS-GROUP-FOUND
               MOVE FXR-RATE TO WS-FXM-RATE (WS-FXM-IDX)
           ELSE
               IF WS-FXM-COUNT < 100
                   ADD 1 TO WS-FXM-COUNT
                   SET WS-FXM-IDX TO WS-FXM-COUNT
                   MOVE FXR-FROM-CCY TO WS-FXM-FROM-CCY (WS-FXM-IDX)
                   MOVE FXR-TO-CCY   TO WS-FXM-TO-CCY (WS-FXM-IDX)
                   MOVE FXR-RATE     TO WS-FXM-RATE (WS-FXM-IDX)
               ELSE
                   DISPLAY 'FEEGEN00 WARNING: FX MASTER TABLE FULL, '
                       FXR-FROM-CCY '/' FXR-TO-CCY ' DROPPED'
               END-IF
           END-IF
           PERFORM 1535-READ-FX-RATE.

       1550-ADD-GROUP-ASSETS.
           PERFORM 1560-FIND-PRICED-PORTFOLIO
           IF NOT WS-GROUP-FOUND
               PERFORM 1570-ASSIGN-PORTFOLIO-GROUP
           END-IF
           IF WS-GROUP-FOUND
               PERFORM 1590-CONVERT-TO-GROUP-CCY
               ADD WS-CONVERTED-VALUE TO WS-GRP-ASSETS (WS-GRP-IDX)
           END-IF
           PERFORM 2010-READ-POSITION.

      *-- On a hit WS-GRP-IDX is left on the position's group.
       1560-FIND-PRICED-PORTFOLIO.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           SET WS-PP-IDX TO 1
           SEARCH WS-PP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PP-PORTFOLIO-ID (WS-PP-IDX) = POS-PORTFOLIO-ID
                   SET WS-GRP-IDX TO WS-PP-GRP-SUB (WS-PP-IDX)
                   SET WS-GROUP-FOUND TO TRUE
           END-SEARCH.

      *-- First sight of a portfolio: its client's household is its
      *-- group; otherwise it is a group of one in its base currency.
       1570-ASSIGN-PORTFOLIO-GROUP.
           MOVE POS-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   MOVE SPACES TO PORT-CLIENT-ID
                   MOVE POS-BASE-CURRENCY TO PORT-BASE-CURRENCY
           END-READ
           MOVE 'P'                TO WS-NEW-GRP-KIND
           MOVE POS-PORTFOLIO-ID   TO WS-NEW-GRP-ID
           MOVE PORT-BASE-CURRENCY TO WS-NEW-GRP-CCY
           IF PORT-CLIENT-ID NOT = SPACES
               SET WS-MBR-IDX TO 1
               SEARCH WS-MBR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MBR-CLIENT-ID (WS-MBR-IDX) = PORT-CLIENT-ID
                       MOVE 'H' TO WS-NEW-GRP-KIND
                       MOVE WS-MBR-HOUSEHOLD-ID (WS-MBR-IDX)
                           TO WS-NEW-GRP-ID
                       MOVE WS-MBR-CCY (WS-MBR-IDX) TO WS-NEW-GRP-CCY
               END-SEARCH
           END-IF
           PERFORM 1580-FIND-OR-ADD-GROUP
           IF WS-GROUP-FOUND
               IF WS-PP-COUNT < 5000
                   ADD 1 TO WS-PP-COUNT
                   SET WS-PP-IDX TO WS-PP-COUNT
                   MOVE POS-PORTFOLIO-ID
                       TO WS-PP-PORTFOLIO-ID (WS-PP-IDX)
                   SET WS-PP-GRP-SUB (WS-PP-IDX) TO WS-GRP-IDX
               ELSE
                   DISPLAY 'FEEGEN00 WARNING: PRICED PORTFOLIO TABLE '
                       'FULL, ' POS-PORTFOLIO-ID ' NOT PRICED'
                   MOVE 'N' TO WS-GROUP-FOUND-SW
               END-IF
           END-IF.

       1580-FIND-OR-ADD-GROUP.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           SET WS-GRP-IDX TO 1
           SEARCH WS-GRP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GRP-KIND (WS-GRP-IDX) = WS-NEW-GRP-KIND
                   AND WS-GRP-ID (WS-GRP-IDX) = WS-NEW-GRP-ID
                   SET WS-GROUP-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-GROUP-FOUND
               IF WS-GRP-COUNT < 5000
                   ADD 1 TO WS-GRP-COUNT
                   SET WS-GRP-IDX TO WS-GRP-COUNT
                   MOVE WS-NEW-GRP-KIND TO WS-GRP-KIND (WS-GRP-IDX)
                   MOVE WS-NEW-GRP-ID   TO WS-GRP-ID (WS-GRP-IDX)
                   MOVE WS-NEW-GRP-CCY  TO WS-GRP-CCY (WS-GRP-IDX)
                   MOVE ZERO            TO WS-GRP-ASSETS (WS-GRP-IDX)
                   SET WS-GROUP-FOUND TO TRUE
               ELSE
                   DISPLAY 'FEEGEN00 WARNING: PRICING GROUP TABLE '
                       'FULL, ' WS-NEW-GRP-ID ' NOT PRICED'
               END-IF
           END-IF.

      *-- The latest master rate for the pair, else the inverse of the
      *-- reverse pair's; with neither the value counts at par, the
      *-- CCYEXP00 convention, and the run says so.
       1590-CONVERT-TO-GROUP-CCY.
           MOVE 1 TO WS-FX-RATE
           IF POS-CURRENCY NOT = SPACES
               AND POS-CURRENCY NOT = WS-GRP-CCY (WS-GRP-IDX)
               SET WS-FXM-IDX TO 1
               SEARCH WS-FXM-ENTRY
                   AT END
                       PERFORM 1595-INVERSE-FX-RATE
                   WHEN WS-FXM-FROM-CCY (WS-FXM-IDX) = POS-CURRENCY
                       AND WS-FXM-TO-CCY (WS-FXM-IDX)
                               = WS-GRP-CCY (WS-GRP-IDX)
                       MOVE WS-FXM-RATE (WS-FXM-IDX) TO WS-FX-RATE
               END-SEARCH
           END-IF
           COMPUTE WS-CONVERTED-VALUE ROUNDED =
               POS-CURRENT-VALUE * WS-FX-RATE.

       1595-INVERSE-FX-RATE.
           SET WS-FXM-IDX TO 1
           SEARCH WS-FXM-ENTRY
               AT END
                   DISPLAY 'FEEGEN00 WARNING: NO FX RATE '
                       POS-CURRENCY '/' WS-GRP-CCY (WS-GRP-IDX)
                       ', ' POS-PORTFOLIO-ID ' TOTALLED AT PAR'
               WHEN WS-FXM-FROM-CCY (WS-FXM-IDX)
                           = WS-GRP-CCY (WS-GRP-IDX)
                   AND WS-FXM-TO-CCY (WS-FXM-IDX) = POS-CURRENCY
                   AND WS-FXM-RATE (WS-FXM-IDX) > ZERO
                   COMPUTE WS-FX-RATE ROUNDED =
                       1 / WS-FXM-RATE (WS-FXM-IDX)
           END-SEARCH.

      *-----------------------------------------------------------------
      * MAIN PROCESSING LOOP
      *-----------------------------------------------------------------
               END-SEARCH
           END-IF.

      *-- Change: method H is the household breakpoint rate.
       2030-COMPUTE-FEE.
           EVALUATE WS-FE-CALC-METHOD (WS-FEE-IDX)
               WHEN 'F'
                   MOVE WS-FE-FLAT-AMOUNT (WS-FEE-IDX) TO WS-FEE-AMOUNT
               WHEN 'H'
                   PERFORM 2035-COMPUTE-HOUSEHOLD-FEE
               WHEN OTHER
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       POS-CURRENT-VALUE
                       * WS-FE-BASIS-POINTS (WS-FEE-IDX) / 10000
           END-EVALUATE.

      *-- The group's fee is its assets up to the breakpoint at the
      *-- schedule rate plus the rest at the breakpoint rate; each
      *-- position pays its share of that fee pro rata to its value,
      *-- so a group priced wholly on method H pays the group fee.
       2035-COMPUTE-HOUSEHOLD-FEE.
           MOVE ZERO TO WS-FEE-AMOUNT
           PERFORM 1560-FIND-PRICED-PORTFOLIO
           IF WS-GROUP-FOUND
               AND WS-GRP-ASSETS (WS-GRP-IDX) > ZERO
               IF WS-FE-BREAKPOINT-ASSETS (WS-FEE-IDX) > ZERO
                   AND WS-GRP-ASSETS (WS-GRP-IDX)
                       > WS-FE-BREAKPOINT-ASSETS (WS-FEE-IDX)
                   COMPUTE WS-GROUP-FEE =
                       WS-FE-BREAKPOINT-ASSETS (WS-FEE-IDX)
                       * WS-FE-BASIS-POINTS (WS-FEE-IDX) / 10000
                       + (WS-GRP-ASSETS (WS-GRP-IDX)
                          - WS-FE-BREAKPOINT-ASSETS (WS-FEE-IDX))
                       * WS-FE-BREAKPOINT-BPS (WS-FEE-IDX) / 10000
               ELSE
                   COMPUTE WS-GROUP-FEE =
                       WS-GRP-ASSETS (WS-GRP-IDX)
                       * WS-FE-BASIS-POINTS (WS-FEE-IDX) / 10000
               END-IF
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   POS-CURRENT-VALUE * WS-GROUP-FEE
                   / WS-GRP-ASSETS (WS-GRP-IDX)
           END-IF.

      *-- Change-equivalent note: posts the computed fee as a normal
           MOVE ZERO             TO TRAN-SPLIT-TO
           MOVE SPACES           TO TRAN-PARENT-ORDER-ID
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'FEEGEN00'       TO TRAN-PROCESS-USER
           PERFORM 2050-JOURNAL-FEE-ROW
           WRITE TRANSACTION-RECORD
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
