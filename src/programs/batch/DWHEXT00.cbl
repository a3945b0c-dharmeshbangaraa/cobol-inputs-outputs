      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  THE CASH EXTRACT ROW NOW CARRIES THE LEDGER'S      *
      *             CURRENCY AFTER THE PORTFOLIO, THE LEDGER BEING     *
      *             KEPT PER PORTFOLIO PER CURRENCY.                   *
      * 2026-10-15  EACH OF THE FIVE EXTRACTS SENT TO THE WAREHOUSE IS *
      *             RECORDED ON THE INTERFACE REGISTRY THROUGH         *
      *             IFRSVC00, WITH ITS RECORD COUNT AND CONTENT HASH.  *
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
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  FILLER                    PIC X(04) VALUE 'CSH,'.
           05  WS-XC-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(01) VALUE ','.
      *-- Change: the ledger is kept per currency, so the row says
      *-- which currency's balance it carries.
           05  WS-XC-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-VALUE-DATE          PIC X(08).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-NET-MOVEMENT        PIC -(12)9.99.
           05  WS-XC-CLOSING-BALANCE     PIC -(12)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-MOVEMENT-COUNT      PIC 9(07).
           05  FILLER                    PIC X(133) VALUE SPACES.

      *-- The manifest that closes each extract: the warehouse load
      *-- refuses the file when its own count and hash disagree, the
           05  WS-CT-AMOUNT-IN           PIC S9(13)V9(2) COMP-3.
           05  WS-CT-AMOUNT-OUT          PIC S9(13)V9(2) COMP-3.
           05  WS-CT-RETURN-CODE         PIC S9(04) COMP.
      *-- Change: CTLWRT00's LINKAGE layout grew the partition
      *-- fields; a whole-file run passes them zero/SPACES.
           05  WS-CT-PARTITION-NO        PIC 9(02) VALUE ZERO.
           05  WS-CT-PARTITION-COUNT     PIC 9(02) VALUE ZERO.
           05  WS-CT-RANGE-FROM          PIC X(08) VALUE SPACES.
           05  WS-CT-RANGE-TO            PIC X(08) VALUE SPACES.

       01  WS-TOTAL-ROWS                 PIC 9(09) COMP VALUE ZERO.

      *-- Change: Working copies of IFRSVC00's LINKAGE layout, one per
      *-- extract and subscripted like the manifest totals -- every
      *-- row written, manifest included, is counted into its file's
      *-- fingerprint, and what was sent goes on the interface
      *-- registry at close. A row is fingerprinted as the full
      *-- 200-byte line it is written as.
       01  WS-IFRSVC-TABLE.
           05  WS-IFRSVC-REQUEST OCCURS 5 TIMES.
               10  WS-IF-FUNCTION        PIC X(04).
               10  WS-IF-FEED-ID         PIC X(08).
               10  WS-IF-JOB-NAME        PIC X(08).
               10  WS-IF-PROCESS-DATE    PIC X(08).
               10  WS-IF-RECORD-LENGTH   PIC S9(04) COMP.
               10  WS-IF-RECORD-COUNT    PIC S9(09) COMP-3.
               10  WS-IF-HASH-TOTAL      PIC 9(09).
               10  WS-IF-ACCEPTED-COUNT  PIC S9(09) COMP-3.
               10  WS-IF-REJECTED-COUNT  PIC S9(09) COMP-3.
               10  WS-IF-DUPLICATE-OF    PIC X(08).
               10  WS-IF-RETURN-CODE     PIC S9(04) COMP.
       01  WS-IF-FEED-NAMES.
           05  FILLER                    PIC X(08) VALUE 'DWHPOS'.
           05  FILLER                    PIC X(08) VALUE 'DWHTRN'.
           05  FILLER                    PIC X(08) VALUE 'DWHPRT'.
           05  FILLER                    PIC X(08) VALUE 'DWHSEC'.
           05  FILLER                    PIC X(08) VALUE 'DWHCSH'.
       01  WS-IF-FEED-TABLE REDEFINES WS-IF-FEED-NAMES.
           05  WS-IF-FEED-NAME OCCURS 5 TIMES
                                         PIC X(08).
       01  WS-IF-ROW-IMAGE               PIC X(200).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-RUN-DATE
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS

       1200-CLEAR-MANIFEST-TOTALS.
           MOVE ZERO TO WS-MF-ROW-COUNT (WS-MF-IDX)
           MOVE ZERO TO WS-MF-AMOUNT-HASH (WS-MF-IDX)
      *-- Change: each extract's fingerprint starts empty.
           MOVE WS-IF-FEED-NAME (WS-MF-IDX)
               TO WS-IF-FEED-ID (WS-MF-IDX)
           MOVE 'DWHEXT00' TO WS-IF-JOB-NAME (WS-MF-IDX)
           MOVE ZERO TO WS-IF-RECORD-COUNT (WS-MF-IDX)
           MOVE ZERO TO WS-IF-HASH-TOTAL (WS-MF-IDX)
           MOVE ZERO TO WS-IF-ACCEPTED-COUNT (WS-MF-IDX)
           MOVE ZERO TO WS-IF-REJECTED-COUNT (WS-MF-IDX).

      *-----------------------------------------------------------------
      * POSITIONS
           SET WS-MF-POS TO TRUE
           COMPUTE WS-MF-ABS-AMOUNT =
               FUNCTION ABS (POS-CURRENT-VALUE)
           PERFORM 8000-POST-TO-MANIFEST
           MOVE WS-POS-ROW TO WS-IF-ROW-IMAGE
           PERFORM 8100-FINGERPRINT-ROW.

      *-----------------------------------------------------------------
      * THE DAY'S TRANSACTIONS
           WRITE DWH-TRANSACTION-LINE FROM WS-TRN-ROW
           SET WS-MF-TRN TO TRUE
           COMPUTE WS-MF-ABS-AMOUNT = FUNCTION ABS (EXT-AMOUNT)
           PERFORM 8000-POST-TO-MANIFEST
           MOVE WS-TRN-ROW TO WS-IF-ROW-IMAGE
           PERFORM 8100-FINGERPRINT-ROW.

      *-----------------------------------------------------------------
      * PORTFOLIOS
           SET WS-MF-PRT TO TRUE
           MOVE ZERO TO WS-MF-ABS-AMOUNT
           PERFORM 8000-POST-TO-MANIFEST
           MOVE WS-PRT-ROW TO WS-IF-ROW-IMAGE
           PERFORM 8100-FINGERPRINT-ROW
           PERFORM 2410-READ-PORTFOLIO.

       2410-READ-PORTFOLIO.
           SET WS-MF-SEC TO TRUE
           MOVE ZERO TO WS-MF-ABS-AMOUNT
           PERFORM 8000-POST-TO-MANIFEST
           MOVE WS-SEC-ROW TO WS-IF-ROW-IMAGE
           PERFORM 8100-FINGERPRINT-ROW
           PERFORM 2610-READ-SECURITY.

       2610-READ-SECURITY.

       2820-WRITE-CASH-ROW.
           MOVE CSH-PORTFOLIO-ID     TO WS-XC-PORTFOLIO
           MOVE CSH-CURRENCY         TO WS-XC-CURRENCY
           MOVE CSH-VALUE-DATE       TO WS-XC-VALUE-DATE
           MOVE CSH-NET-MOVEMENT     TO WS-XC-NET-MOVEMENT
           MOVE CSH-CLOSING-BALANCE  TO WS-XC-CLOSING-BALANCE
           SET WS-MF-CSH TO TRUE
           COMPUTE WS-MF-ABS-AMOUNT =
               FUNCTION ABS (CSH-CLOSING-BALANCE)
           PERFORM 8000-POST-TO-MANIFEST
           MOVE WS-CSH-ROW TO WS-IF-ROW-IMAGE
           PERFORM 8100-FINGERPRINT-ROW.

      *-----------------------------------------------------------------
      * MANIFEST TOTALS
                                     10000000000000)
           END-ADD.

      *-- Change: fold the row just written into its extract's
      *-- fingerprint.
       8100-FINGERPRINT-ROW.
           MOVE 'HASH' TO WS-IF-FUNCTION (WS-MF-IDX)
           MOVE LENGTH OF WS-IF-ROW-IMAGE
               TO WS-IF-RECORD-LENGTH (WS-MF-IDX)
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST (WS-MF-IDX)
               WS-IF-ROW-IMAGE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
           MOVE 'POSMSTRE' TO WS-XM-DATASET
           PERFORM 3100-BUILD-MANIFEST
           WRITE DWH-POSITION-LINE FROM WS-MANIFEST-ROW
           MOVE WS-MANIFEST-ROW TO WS-IF-ROW-IMAGE
           PERFORM 8100-FINGERPRINT-ROW

           SET WS-MF-TRN TO TRUE
           MOVE 'TRANHIST' TO WS-XM-DATASET
           PERFORM 3100-BUILD-MANIFEST
           WRITE DWH-TRANSACTION-LINE FROM WS-MANIFEST-ROW
           MOVE WS-MANIFEST-ROW TO WS-IF-ROW-IMAGE
           PERFORM 8100-FINGERPRINT-ROW

           SET WS-MF-PRT TO TRUE
           MOVE 'PRTMSTR ' TO WS-XM-DATASET
           PERFORM 3100-BUILD-MANIFEST
           WRITE DWH-PORTFOLIO-LINE FROM WS-MANIFEST-ROW
           MOVE WS-MANIFEST-ROW TO WS-IF-ROW-IMAGE
           PERFORM 8100-FINGERPRINT-ROW

           SET WS-MF-SEC TO TRUE
           MOVE 'SECMSTR ' TO WS-XM-DATASET
           PERFORM 3100-BUILD-MANIFEST
           WRITE DWH-SECURITY-LINE FROM WS-MANIFEST-ROW
           MOVE WS-MANIFEST-ROW TO WS-IF-ROW-IMAGE
           PERFORM 8100-FINGERPRINT-ROW

           SET WS-MF-CSH TO TRUE
           MOVE 'CASHLEDG' TO WS-XM-DATASET
           PERFORM 3100-BUILD-MANIFEST
           WRITE DWH-CASH-LINE FROM WS-MANIFEST-ROW
           MOVE WS-MANIFEST-ROW TO WS-IF-ROW-IMAGE
           PERFORM 8100-FINGERPRINT-ROW

           MOVE ZERO TO WS-TOTAL-ROWS
           PERFORM 3200-SUM-ONE-EXTRACT
           CLOSE DWH-PORTFOLIO-EXTRACT
           CLOSE DWH-SECURITY-EXTRACT
           CLOSE DWH-CASH-EXTRACT
      *-- Change: record what was sent on the interface registry.
           PERFORM 3300-REGISTER-ONE-EXTRACT
               VARYING WS-MF-IDX FROM 1 BY 1
               UNTIL WS-MF-IDX > 5
           MOVE RTN-SUCCESS TO RETURN-CODE.

       3100-BUILD-MANIFEST.
       3200-SUM-ONE-EXTRACT.
           ADD WS-MF-ROW-COUNT (WS-MF-IDX) TO WS-TOTAL-ROWS.

       3300-REGISTER-ONE-EXTRACT.
           MOVE 'SENT' TO WS-IF-FUNCTION (WS-MF-IDX)
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE (WS-MF-IDX)
           MOVE WS-IF-RECORD-COUNT (WS-MF-IDX)
               TO WS-IF-ACCEPTED-COUNT (WS-MF-IDX)
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST (WS-MF-IDX)
               WS-IF-ROW-IMAGE.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
