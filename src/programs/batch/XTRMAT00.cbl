       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTRMAT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Internal Cross-Trade Matching                                  *
      *                                                                *
      * When one managed portfolio is selling a security another       *
      * wants to buy -- often straight out of the MDLRBL00 proposals   *
      * -- both orders used to go to the market and pay commission     *
      * twice. This run pairs them off in house first:                 *
      * - Sweeps TRANHIST for the open orders: PENDING buys and sells  *
      *   from the order channels (rebalancing proposals, plan and     *
      *   withdrawal orders, online entry) that are not already part  *
      *   of a parent order -- a block child or an earlier cross       *
      * - Pairs each buy, oldest first, with the oldest opposite sell  *
      *   in the same security from a different portfolio, for the    *
      *   smaller of the two quantities                                *
      * - Prices the cross at the independent vendor quote on          *
      *   SECPRICE -- the security's primary vendor, then its          *
      *   secondary, then the freshest of any -- never at a manual     *
      *   override; a quote older than the previous business day does  *
      *   not price a cross                                            *
      * - Runs both sides through CMPCHK00; a denied side does not     *
      *   cross                                                        *
      * - Writes the crossed BU and SL to TRANHIST as PENDING trades   *
      *   on the 'XTRD' channel, sharing one TRAN-PARENT-ORDER-ID,     *
      *   each with the other portfolio as its counterparty and no     *
      *   commission; STLEXT00 and STLMAT00 leave them out, as both    *
      *   legs settle on our own books. An order crossed in full is    *
      *   removed and one crossed in part is cut to what is left for   *
      *   the market                                                   *
      * - Prints every cross, and every pairing that did not cross     *
      *   with its reason, to the cross-trade register for the         *
      *   compliance fairness review                                   *
      * Mode LIST prints the register of what would cross and writes   *
      * nothing.                                                       *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-PARMS ASSIGN TO XTRPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SECURITY-PRICE-FILE ASSIGN TO SECPRICE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO SECMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT REGISTER-FILE ASSIGN TO XTRREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-- Run mode: CROS (the default) crosses, LIST only prints what
      *-- would cross.
       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-RUN-MODE             PIC X(04).
           05  FILLER                    PIC X(76).

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  SECURITY-PRICE-FILE
           RECORDING MODE IS F.
           COPY PRCREC.

       FD  SECURITY-MASTER
           RECORDING MODE IS F.
       01  SECURITY-RECORD.
           COPY SECMSTR REPLACING ==:PREFIX:== BY ==SEC==.

       FD  REGISTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REGISTER-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'XTRMAT00'.
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

      *-- Working copy of CMPCHK00's LINKAGE layout -- both sides of
      *-- every cross are judged before it is written.
       01  WS-COMPLY-REQUEST.
           05  WS-CM-PORTFOLIO-ID        PIC X(08).
           05  WS-CM-INVESTMENT-ID       PIC X(10).
           05  WS-CM-INVESTMENT-TYPE     PIC X(04).
           05  WS-CM-TRADE-AMOUNT        PIC S9(13)V9(2) COMP-3.
           05  WS-CM-DENY-REASON         PIC X(04).
           05  WS-CM-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of SEQSVC00's LINKAGE layout -- cross legs
      *-- take their sequence numbers from the central service.
       01  WS-SEQSVC-REQUEST.
           05  WS-SQ-FUNCTION            PIC X(04).
               88  WS-SQ-FUNC-NEXT           VALUE 'NEXT'.
           05  WS-SQ-PROCESS-DATE        PIC X(08).
           05  WS-SQ-BLOCK-SIZE          PIC 9(04) VALUE ZERO.
           05  WS-SQ-FIRST-SEQUENCE      PIC 9(06).
           05  WS-SQ-LAST-SEQUENCE       PIC 9(06).
           05  WS-SQ-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of AUDWRT00's LINKAGE layout -- every cross is
      *-- a reportable action.
       01  WS-AUDWRT-REQUEST.
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'XTRMAT00'.
           05  WS-AW-PROCESS-DATE        PIC X(08).
           05  WS-AW-EVENT-TYPE          PIC X(08) VALUE 'XTRADE  '.
           05  WS-AW-USER-ID             PIC X(08) VALUE 'XTRMAT00'.
           05  WS-AW-DESCRIPTION         PIC X(60).
           05  WS-AW-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PRICE-STATUS           PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-REGISTER-STATUS        PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           05  WS-EOF-PRICE-SW           PIC X(01) VALUE 'N'.
               88  EOF-PRICE-FEED            VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01).
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-PRICE-FOUND-SW         PIC X(01).
               88  WS-PRICE-FOUND            VALUE 'Y'.
           05  WS-ORDER-FULL-SW          PIC X(01) VALUE 'N'.
               88  WS-ORDER-TABLE-FULL       VALUE 'Y'.
           05  WS-WARNING-SW             PIC X(01) VALUE 'N'.
               88  WS-WARNING-RAISED         VALUE 'Y'.

       01  WS-RUN-MODE                   PIC X(04) VALUE 'CROS'.
           88  MODE-CROSS                    VALUE 'CROS'.
           88  MODE-LIST                     VALUE 'LIST'.

       01  WS-RUN-DATE                   PIC X(08).
       01  WS-OLDEST-QUOTE-DATE          PIC X(08).
       01  WS-CURRENT-TIME               PIC X(06).
       01  WS-REPORT-DATE                PIC X(10).

      *-- The order channels a cross may be taken from. Block
      *-- children ('BLKA') are already executed, fund dealing
      *-- ('FUND') goes to the fund's agent and in-kind legs ('INKD')
      *-- are not trades, so none of them is here.
       01  WS-ORDER-CHANNEL-VALUES.
           05  FILLER                    PIC X(04) VALUE 'RBAL'.
           05  FILLER                    PIC X(04) VALUE 'RPLN'.
           05  FILLER                    PIC X(04) VALUE 'WDRL'.
           05  FILLER                    PIC X(04) VALUE 'ONLN'.
       01  WS-ORDER-CHANNEL-TABLE REDEFINES WS-ORDER-CHANNEL-VALUES.
           05  WS-OC-CHANNEL             PIC X(04) OCCURS 4 TIMES
                                         INDEXED BY WS-OC-IDX.

      *-- The open orders, in TRANHIST key order -- oldest first, so
      *-- the earliest order in each security has first claim on the
      *-- other side.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-OR-ENTRY OCCURS 2000 TIMES
                                         INDEXED BY WS-OR-IDX.
               10  WS-OR-KEY.
                   15  WS-OR-DATE        PIC X(08).
                   15  WS-OR-TIME        PIC X(06).
                   15  WS-OR-PORTFOLIO-ID
                                         PIC X(08).
                   15  WS-OR-SEQUENCE-NO PIC X(06).
               10  WS-OR-INVESTMENT-ID   PIC X(10).
               10  WS-OR-TYPE            PIC X(02).
                   88  WS-OR-BUY             VALUE 'BU'.
                   88  WS-OR-SELL            VALUE 'SL'.
               10  WS-OR-CHANNEL-CODE    PIC X(04).
               10  WS-OR-QUANTITY        PIC S9(11)V9(4) COMP-3.
               10  WS-OR-REMAINING       PIC S9(11)V9(4) COMP-3.
               10  WS-OR-CURRENCY        PIC X(03).
               10  WS-OR-SETTLE-CCY      PIC X(03).
               10  WS-OR-FX-RATE         PIC S9(05)V9(06) COMP-3.
               10  WS-OR-EXCLUDED-SW     PIC X(01).
                   88  WS-OR-EXCLUDED        VALUE 'Y'.
       01  WS-BUY-SUB                    PIC 9(04) COMP.
       01  WS-SELL-SUB                   PIC 9(04) COMP.
       01  WS-ORD-SUB                    PIC 9(04) COMP.

      *-- Latest quote per security per vendor, POSRVL00's table.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-PR-ENTRY OCCURS 2000 TIMES
                                         INDEXED BY WS-PR-IDX.
               10  WS-PR-INVESTMENT-ID   PIC X(10).
               10  WS-PR-SOURCE          PIC X(04).
               10  WS-PR-PRICE-DATE      PIC X(08).
               10  WS-PR-PRICE           PIC S9(11)V9(4) COMP-3.
               10  WS-PR-CURRENCY        PIC X(03).
       01  WS-WANTED-SOURCE              PIC X(04).

       01  WS-CROSS-AREA.
           05  WS-XC-CROSS-ID            PIC X(12).
           05  WS-XC-ID-PARTS REDEFINES WS-XC-CROSS-ID.
               10  WS-XC-ID-PREFIX       PIC X(02).
               10  WS-XC-ID-DATE         PIC X(06).
               10  WS-XC-ID-NUMBER       PIC 9(04).
           05  WS-XC-INVESTMENT-TYPE     PIC X(04).
           05  WS-XC-QUANTITY            PIC S9(11)V9(4) COMP-3.
           05  WS-XC-PRICE               PIC S9(11)V9(4) COMP-3.
           05  WS-XC-PRICE-SOURCE        PIC X(04).
           05  WS-XC-PRICE-DATE          PIC X(08).
           05  WS-XC-PRICE-CCY           PIC X(03).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-REASON              PIC X(31).
           05  WS-LEG-SUB                PIC 9(04) COMP.
           05  WS-LEG-OTHER-SUB          PIC 9(04) COMP.
           05  WS-LEG-AMOUNT             PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTS.
           05  WS-HISTORY-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-ORDERS-LOADED          PIC 9(05) COMP VALUE ZERO.
           05  WS-CROSS-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-NOT-CROSSED            PIC 9(05) COMP VALUE ZERO.
           05  WS-LEGS-WRITTEN           PIC 9(05) COMP VALUE ZERO.
           05  WS-ORDERS-REMOVED         PIC 9(05) COMP VALUE ZERO.
           05  WS-ORDERS-REDUCED         PIC 9(05) COMP VALUE ZERO.
           05  WS-CROSSED-VALUE          PIC S9(15)V9(2) COMP-3
                                         VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'INTERNAL CROSS-TRADE REGISTER'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'RUN DATE:'.
               10  WS-HDR-RUN-DATE       PIC X(10).
               10  FILLER                PIC X(10) VALUE '   MODE: '.
               10  WS-HDR-RUN-MODE       PIC X(04).
               10  FILLER                PIC X(93) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(13) VALUE 'CROSS ID'.
               10  FILLER                PIC X(11) VALUE 'SECURITY'.
               10  FILLER                PIC X(09) VALUE 'BUYER'.
               10  FILLER                PIC X(09) VALUE 'SELLER'.
               10  FILLER                PIC X(15)
                   VALUE '      QUANTITY'.
               10  FILLER                PIC X(13)
                   VALUE '       PRICE'.
               10  FILLER                PIC X(05) VALUE 'SRC'.
               10  FILLER                PIC X(09) VALUE 'QUOTED'.
               10  FILLER                PIC X(16)
                   VALUE '         AMOUNT'.
               10  FILLER                PIC X(32) VALUE 'RESULT'.

       01  WS-REGISTER-LINE.
           05  WS-RG-CROSS-ID            PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RG-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RG-BUYER               PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RG-SELLER              PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RG-QUANTITY            PIC -(8)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RG-PRICE               PIC -(6)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RG-SOURCE              PIC X(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RG-PRICE-DATE          PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RG-AMOUNT              PIC -(11)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RG-RESULT              PIC X(31).

      *-- The two orders behind each line, for the fairness review.
       01  WS-ORDER-LINE.
           05  FILLER                    PIC X(13) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'BUY ORDER:'.
           05  WS-OL-BUY-DATE            PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-OL-BUY-SEQUENCE        PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-OL-BUY-CHANNEL         PIC X(04).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'SELL ORDER:'.
           05  WS-OL-SELL-DATE           PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-OL-SELL-SEQUENCE       PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-OL-SELL-CHANNEL        PIC X(04).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(40).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  WS-VALUE-LINE.
           05  WS-VL-LABEL               PIC X(40).
           05  WS-VL-AMOUNT              PIC -(14)9.99.
           05  FILLER                    PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ORDERS
               UNTIL EOF-TRAN-HIST
           PERFORM 3000-MATCH-BUY
               VARYING WS-BUY-SUB FROM 1 BY 1
               UNTIL WS-BUY-SUB > WS-ORDER-COUNT
           IF MODE-CROSS
               PERFORM 4000-ADJUST-ORDER
                   VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > WS-ORDER-COUNT
           END-IF
           PERFORM 7000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE  TO WS-RUN-DATE
           MOVE WS-BD-PREVIOUS-DATE TO WS-OLDEST-QUOTE-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
           INITIALIZE WS-ORDER-TABLE
           INITIALIZE WS-PRICE-TABLE
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-LOAD-PRICE-TABLE
           PERFORM 2010-READ-TRANSACTION.

       1050-READ-PARMS.
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       IF PARM-RUN-MODE = 'CROS'
                           OR PARM-RUN-MODE = 'LIST'
                           MOVE PARM-RUN-MODE TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

       1100-OPEN-FILES.
           IF MODE-CROSS
               OPEN I-O TRANSACTION-HISTORY
           ELSE
               OPEN INPUT TRANSACTION-HISTORY
           END-IF
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

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               MOVE 'ERROR OPENING REGISTER-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1200-WRITE-HEADERS.
           STRING WS-RUN-DATE (1:4) '-'
                  WS-RUN-DATE (5:2) '-'
                  WS-RUN-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO WS-HDR-RUN-MODE
           WRITE REGISTER-RECORD FROM WS-HEADER1
           WRITE REGISTER-RECORD FROM WS-HEADER2
           WRITE REGISTER-RECORD FROM WS-HEADER3
           WRITE REGISTER-RECORD FROM WS-HEADER1
           WRITE REGISTER-RECORD FROM WS-HEADER4.

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
                   MOVE PRC-CURRENCY   TO WS-PR-CURRENCY (WS-PR-IDX)
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
                   MOVE PRC-CURRENCY   TO WS-PR-CURRENCY (WS-PR-IDX)
               ELSE
                   DISPLAY 'XTRMAT00 WARNING: PRICE TABLE FULL, '
                       PRC-INVESTMENT-ID ' CANNOT CROSS'
               END-IF
           END-IF
           PERFORM 1310-READ-PRICE.

      *-----------------------------------------------------------------
      * OPEN ORDER LOAD
      *-----------------------------------------------------------------
      *-- An order already carrying a parent order id is a block
      *-- child or an earlier cross and is never re-crossed.
       2000-LOAD-ORDERS.
           ADD 1 TO WS-HISTORY-READ
           IF TRAN-STATUS-PEND
               AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL)
               AND TRAN-OPEN
               AND TRAN-PARENT-ORDER-ID = SPACES
               AND TRAN-QUANTITY > ZERO
               AND TRAN-DATE NOT > WS-RUN-DATE
               PERFORM 2020-CHECK-CHANNEL
               IF WS-ENTRY-FOUND
                   PERFORM 2030-ADD-ORDER
               END-IF
           END-IF
           PERFORM 2010-READ-TRANSACTION.

       2010-READ-TRANSACTION.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

       2020-CHECK-CHANNEL.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-OC-IDX TO 1
           SEARCH WS-OC-CHANNEL
               AT END
                   CONTINUE
               WHEN WS-OC-CHANNEL (WS-OC-IDX) = TRAN-CHANNEL-CODE
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

       2030-ADD-ORDER.
           IF WS-ORDER-COUNT < 2000
               ADD 1 TO WS-ORDER-COUNT
               ADD 1 TO WS-ORDERS-LOADED
               SET WS-OR-IDX TO WS-ORDER-COUNT
               MOVE TRAN-KEY           TO WS-OR-KEY (WS-OR-IDX)
               MOVE TRAN-INVESTMENT-ID
                   TO WS-OR-INVESTMENT-ID (WS-OR-IDX)
               MOVE TRAN-TYPE          TO WS-OR-TYPE (WS-OR-IDX)
               MOVE TRAN-CHANNEL-CODE  TO WS-OR-CHANNEL-CODE (WS-OR-IDX)
               MOVE TRAN-QUANTITY      TO WS-OR-QUANTITY (WS-OR-IDX)
               MOVE TRAN-QUANTITY      TO WS-OR-REMAINING (WS-OR-IDX)
               MOVE TRAN-CURRENCY      TO WS-OR-CURRENCY (WS-OR-IDX)
               MOVE TRAN-SETTLE-CCY    TO WS-OR-SETTLE-CCY (WS-OR-IDX)
               MOVE TRAN-FX-RATE       TO WS-OR-FX-RATE (WS-OR-IDX)
               MOVE 'N'                TO WS-OR-EXCLUDED-SW (WS-OR-IDX)
           ELSE
               IF NOT WS-ORDER-TABLE-FULL
                   SET WS-ORDER-TABLE-FULL TO TRUE
                   DISPLAY 'XTRMAT00 WARNING: ORDER TABLE FULL, '
                       'LATER ORDERS GO TO THE MARKET UNCROSSED'
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * MATCHING
      *-----------------------------------------------------------------
       3000-MATCH-BUY.
           IF WS-OR-BUY (WS-BUY-SUB)
               AND NOT WS-OR-EXCLUDED (WS-BUY-SUB)
               PERFORM 3100-TRY-SELL
                   VARYING WS-SELL-SUB FROM 1 BY 1
                   UNTIL WS-SELL-SUB > WS-ORDER-COUNT
                      OR WS-OR-REMAINING (WS-BUY-SUB) = ZERO
                      OR WS-OR-EXCLUDED (WS-BUY-SUB)
           END-IF.

       3100-TRY-SELL.
           IF WS-OR-SELL (WS-SELL-SUB)
               AND NOT WS-OR-EXCLUDED (WS-SELL-SUB)
               AND WS-OR-REMAINING (WS-SELL-SUB) > ZERO
               AND WS-OR-INVESTMENT-ID (WS-SELL-SUB)
                   = WS-OR-INVESTMENT-ID (WS-BUY-SUB)
               AND WS-OR-PORTFOLIO-ID (WS-SELL-SUB)
                   NOT = WS-OR-PORTFOLIO-ID (WS-BUY-SUB)
               PERFORM 3200-CROSS-PAIR
           END-IF.

      *-- A security that cannot be priced or is not tradable stops
      *-- the buy crossing at all; a compliance denial stops only the
      *-- side it was raised on.
       3200-CROSS-PAIR.
           MOVE SPACES TO WS-XC-CROSS-ID
           MOVE SPACES TO WS-XC-REASON
           IF WS-OR-REMAINING (WS-BUY-SUB)
                   < WS-OR-REMAINING (WS-SELL-SUB)
               MOVE WS-OR-REMAINING (WS-BUY-SUB) TO WS-XC-QUANTITY
           ELSE
               MOVE WS-OR-REMAINING (WS-SELL-SUB) TO WS-XC-QUANTITY
           END-IF
           PERFORM 3300-RESOLVE-PRICE
           IF WS-XC-REASON NOT = SPACES
               SET WS-OR-EXCLUDED (WS-BUY-SUB) TO TRUE
           ELSE
               COMPUTE WS-XC-AMOUNT ROUNDED =
                   WS-XC-QUANTITY * WS-XC-PRICE
               PERFORM 3400-CHECK-COMPLIANCE
           END-IF
           IF WS-XC-REASON = SPACES
               PERFORM 3500-BOOK-CROSS
           ELSE
               ADD 1 TO WS-NOT-CROSSED
           END-IF
           PERFORM 3800-WRITE-REGISTER.

      *-- The security's own vendor hierarchy, as revaluation prices
      *-- it, but never a manual override: a cross is priced at a
      *-- quote neither side's manager set.
       3300-RESOLVE-PRICE.
           MOVE ZERO   TO WS-XC-PRICE
           MOVE ZERO   TO WS-XC-AMOUNT
           MOVE SPACES TO WS-XC-PRICE-SOURCE
           MOVE SPACES TO WS-XC-PRICE-DATE
           MOVE SPACES TO WS-XC-PRICE-CCY
           MOVE WS-OR-INVESTMENT-ID (WS-BUY-SUB) TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE 'SECURITY NOT ON MASTER' TO WS-XC-REASON
           END-READ
           IF WS-XC-REASON = SPACES
               IF NOT SEC-STATUS-ACTIVE
                   MOVE 'SECURITY NOT ACTIVE' TO WS-XC-REASON
               ELSE
                   MOVE SEC-INVESTMENT-TYPE TO WS-XC-INVESTMENT-TYPE
                   PERFORM 3310-PICK-QUOTE
               END-IF
           END-IF
           IF WS-XC-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT WS-PRICE-FOUND
                       MOVE 'NO VENDOR PRICE' TO WS-XC-REASON
                   WHEN WS-XC-PRICE NOT > ZERO
                       MOVE 'NO VENDOR PRICE' TO WS-XC-REASON
                   WHEN WS-XC-PRICE-DATE < WS-OLDEST-QUOTE-DATE
                       MOVE 'VENDOR PRICE STALE' TO WS-XC-REASON
                   WHEN WS-XC-PRICE-CCY NOT = SPACES
                       AND WS-OR-CURRENCY (WS-BUY-SUB) NOT = SPACES
                       AND WS-XC-PRICE-CCY
                           NOT = WS-OR-CURRENCY (WS-BUY-SUB)
                       MOVE 'PRICE CURRENCY DIFFERS' TO WS-XC-REASON
                   WHEN WS-XC-PRICE-CCY NOT = SPACES
                       AND WS-OR-CURRENCY (WS-SELL-SUB) NOT = SPACES
                       AND WS-XC-PRICE-CCY
                           NOT = WS-OR-CURRENCY (WS-SELL-SUB)
                       MOVE 'PRICE CURRENCY DIFFERS' TO WS-XC-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3310-PICK-QUOTE.
           MOVE 'N' TO WS-PRICE-FOUND-SW
           IF SEC-PRICE-SOURCE-1 NOT = SPACES
               MOVE SEC-PRICE-SOURCE-1 TO WS-WANTED-SOURCE
               PERFORM 3320-FIND-SOURCE-QUOTE
           END-IF
           IF NOT WS-PRICE-FOUND
               AND SEC-PRICE-SOURCE-2 NOT = SPACES
               MOVE SEC-PRICE-SOURCE-2 TO WS-WANTED-SOURCE
               PERFORM 3320-FIND-SOURCE-QUOTE
           END-IF
           IF NOT WS-PRICE-FOUND
               PERFORM 3330-TAKE-FRESHER-QUOTE
                   VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PRICE-COUNT
           END-IF.

       3320-FIND-SOURCE-QUOTE.
           SET WS-PR-IDX TO 1
           SEARCH WS-PR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PR-INVESTMENT-ID (WS-PR-IDX)
                        = WS-OR-INVESTMENT-ID (WS-BUY-SUB)
                   AND WS-PR-SOURCE (WS-PR-IDX) = WS-WANTED-SOURCE
                   SET WS-PRICE-FOUND TO TRUE
                   PERFORM 3340-NOTE-QUOTE
           END-SEARCH.

       3330-TAKE-FRESHER-QUOTE.
           IF WS-PR-INVESTMENT-ID (WS-PR-IDX)
                   = WS-OR-INVESTMENT-ID (WS-BUY-SUB)
               IF NOT WS-PRICE-FOUND
                   OR WS-PR-PRICE-DATE (WS-PR-IDX) > WS-XC-PRICE-DATE
                   SET WS-PRICE-FOUND TO TRUE
                   PERFORM 3340-NOTE-QUOTE
               END-IF
           END-IF.

       3340-NOTE-QUOTE.
           MOVE WS-PR-PRICE (WS-PR-IDX)      TO WS-XC-PRICE
           MOVE WS-PR-SOURCE (WS-PR-IDX)     TO WS-XC-PRICE-SOURCE
           MOVE WS-PR-PRICE-DATE (WS-PR-IDX) TO WS-XC-PRICE-DATE
           MOVE WS-PR-CURRENCY (WS-PR-IDX)   TO WS-XC-PRICE-CCY.

      *-- The buy is judged on what it adds to the buyer's book and
      *-- the sell, as a negative amount, on what it takes out of the
      *-- seller's.
       3400-CHECK-COMPLIANCE.
           MOVE WS-OR-PORTFOLIO-ID (WS-BUY-SUB) TO WS-CM-PORTFOLIO-ID
           MOVE WS-OR-INVESTMENT-ID (WS-BUY-SUB)
               TO WS-CM-INVESTMENT-ID
           MOVE WS-XC-INVESTMENT-TYPE TO WS-CM-INVESTMENT-TYPE
           MOVE WS-XC-AMOUNT TO WS-CM-TRADE-AMOUNT
           CALL 'CMPCHK00' USING WS-COMPLY-REQUEST
           IF WS-CM-RETURN-CODE NOT = 0
               STRING 'BUY DENIED - COMPLIANCE ' WS-CM-DENY-REASON
                   DELIMITED BY SIZE INTO WS-XC-REASON
               SET WS-OR-EXCLUDED (WS-BUY-SUB) TO TRUE
           ELSE
               MOVE WS-OR-PORTFOLIO-ID (WS-SELL-SUB)
                   TO WS-CM-PORTFOLIO-ID
               COMPUTE WS-CM-TRADE-AMOUNT = WS-XC-AMOUNT * -1
               CALL 'CMPCHK00' USING WS-COMPLY-REQUEST
               IF WS-CM-RETURN-CODE NOT = 0
                   STRING 'SELL DENIED - COMPLIANCE '
                          WS-CM-DENY-REASON
                       DELIMITED BY SIZE INTO WS-XC-REASON
                   SET WS-OR-EXCLUDED (WS-SELL-SUB) TO TRUE
               END-IF
           END-IF.

       3500-BOOK-CROSS.
           ADD 1 TO WS-CROSS-COUNT
           MOVE 'XT'              TO WS-XC-ID-PREFIX
           MOVE WS-RUN-DATE (3:6) TO WS-XC-ID-DATE
           MOVE WS-CROSS-COUNT    TO WS-XC-ID-NUMBER
           SUBTRACT WS-XC-QUANTITY FROM WS-OR-REMAINING (WS-BUY-SUB)
           SUBTRACT WS-XC-QUANTITY FROM WS-OR-REMAINING (WS-SELL-SUB)
           ADD WS-XC-AMOUNT TO WS-CROSSED-VALUE
           IF MODE-CROSS
               MOVE WS-BUY-SUB  TO WS-LEG-SUB
               MOVE WS-SELL-SUB TO WS-LEG-OTHER-SUB
               PERFORM 3600-WRITE-LEG
               MOVE WS-SELL-SUB TO WS-LEG-SUB
               MOVE WS-BUY-SUB  TO WS-LEG-OTHER-SUB
               PERFORM 3600-WRITE-LEG
               PERFORM 3700-AUDIT-CROSS
               MOVE 'CROSSED - LEGS WRITTEN PENDING'
                   TO WS-XC-REASON
           ELSE
               MOVE 'WOULD CROSS' TO WS-XC-REASON
           END-IF.

      *-- Each leg is an ordinary PENDING trade that POSUPD00 posts
      *-- like any other. The shared cross id in
      *-- TRAN-PARENT-ORDER-ID ties the legs together, the other
      *-- portfolio rides TRAN-COUNTERPARTY-ID, and the 'XTRD'
      *-- channel keeps both legs out of external settlement.
      *-- Nothing goes to a broker, so nothing is charged.
       3600-WRITE-LEG.
           MOVE SPACES            TO TRANSACTION-RECORD
           MOVE WS-RUN-DATE       TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE WS-OR-PORTFOLIO-ID (WS-LEG-SUB) TO TRAN-PORTFOLIO-ID
           PERFORM 3650-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE WS-OR-INVESTMENT-ID (WS-LEG-SUB) TO TRAN-INVESTMENT-ID
           MOVE WS-OR-TYPE (WS-LEG-SUB) TO TRAN-TYPE
           SET TRAN-STATUS-PEND   TO TRUE
           MOVE WS-XC-QUANTITY    TO TRAN-QUANTITY
           MOVE WS-XC-PRICE       TO TRAN-PRICE
           MOVE WS-XC-AMOUNT      TO TRAN-AMOUNT
           MOVE WS-OR-CURRENCY (WS-LEG-SUB)   TO TRAN-CURRENCY
           MOVE 'XTRD'            TO TRAN-CHANNEL-CODE
           MOVE WS-OR-SETTLE-CCY (WS-LEG-SUB) TO TRAN-SETTLE-CCY
           MOVE WS-OR-FX-RATE (WS-LEG-SUB)    TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE WS-XC-CROSS-ID    TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE WS-OR-PORTFOLIO-ID (WS-LEG-OTHER-SUB)
               TO TRAN-COUNTERPARTY-ID
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-RUN-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'XTRMAT00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE CROSS LEG KEY - NOT WRITTEN'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-LEGS-WRITTEN
           END-WRITE.

       3650-GET-NEXT-SEQUENCE.
           SET WS-SQ-FUNC-NEXT TO TRUE
           MOVE WS-RUN-DATE TO WS-SQ-PROCESS-DATE
           CALL 'SEQSVC00' USING WS-SEQSVC-REQUEST
           IF WS-SQ-RETURN-CODE NOT = 0
               MOVE 'SEQUENCE SERVICE FAILED' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       3700-AUDIT-CROSS.
           MOVE WS-RUN-DATE TO WS-AW-PROCESS-DATE
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING WS-XC-CROSS-ID ' '
                  WS-OR-INVESTMENT-ID (WS-BUY-SUB)
                  ' BUYER ' WS-OR-PORTFOLIO-ID (WS-BUY-SUB)
                  ' SELLER ' WS-OR-PORTFOLIO-ID (WS-SELL-SUB)
                  ' AT ' WS-XC-PRICE-SOURCE
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

       3800-WRITE-REGISTER.
           MOVE WS-XC-CROSS-ID TO WS-RG-CROSS-ID
           MOVE WS-OR-INVESTMENT-ID (WS-BUY-SUB) TO WS-RG-INVESTMENT-ID
           MOVE WS-OR-PORTFOLIO-ID (WS-BUY-SUB)  TO WS-RG-BUYER
           MOVE WS-OR-PORTFOLIO-ID (WS-SELL-SUB) TO WS-RG-SELLER
           MOVE WS-XC-QUANTITY     TO WS-RG-QUANTITY
           MOVE WS-XC-PRICE        TO WS-RG-PRICE
           MOVE WS-XC-PRICE-SOURCE TO WS-RG-SOURCE
           MOVE WS-XC-PRICE-DATE   TO WS-RG-PRICE-DATE
           MOVE WS-XC-AMOUNT       TO WS-RG-AMOUNT
           MOVE WS-XC-REASON       TO WS-RG-RESULT
           WRITE REGISTER-RECORD FROM WS-REGISTER-LINE
           MOVE WS-OR-DATE (WS-BUY-SUB)         TO WS-OL-BUY-DATE
           MOVE WS-OR-SEQUENCE-NO (WS-BUY-SUB)  TO WS-OL-BUY-SEQUENCE
           MOVE WS-OR-CHANNEL-CODE (WS-BUY-SUB) TO WS-OL-BUY-CHANNEL
           MOVE WS-OR-DATE (WS-SELL-SUB)        TO WS-OL-SELL-DATE
           MOVE WS-OR-SEQUENCE-NO (WS-SELL-SUB) TO WS-OL-SELL-SEQUENCE
           MOVE WS-OR-CHANNEL-CODE (WS-SELL-SUB)
               TO WS-OL-SELL-CHANNEL
           WRITE REGISTER-RECORD FROM WS-ORDER-LINE.

      *-----------------------------------------------------------------
      * ORDER ADJUSTMENT
      *-----------------------------------------------------------------
      *-- What was crossed no longer goes to the market: an order
      *-- crossed in full is removed, one crossed in part keeps only
      *-- the uncrossed quantity and its share of the amount.
       4000-ADJUST-ORDER.
           IF WS-OR-REMAINING (WS-ORD-SUB)
                   < WS-OR-QUANTITY (WS-ORD-SUB)
               MOVE WS-OR-KEY (WS-ORD-SUB) TO TRAN-KEY
               READ TRANSACTION-HISTORY
                   INVALID KEY
                       MOVE 'CROSSED ORDER NOT FOUND FOR ADJUSTMENT'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       PERFORM 4100-APPLY-ADJUSTMENT
               END-READ
           END-IF.

       4100-APPLY-ADJUSTMENT.
           IF WS-OR-REMAINING (WS-ORD-SUB) = ZERO
               DELETE TRANSACTION-HISTORY RECORD
                   INVALID KEY
                       MOVE 'ERROR REMOVING FULLY CROSSED ORDER'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       ADD 1 TO WS-ORDERS-REMOVED
               END-DELETE
           ELSE
               COMPUTE WS-LEG-AMOUNT ROUNDED =
                   TRAN-AMOUNT * WS-OR-REMAINING (WS-ORD-SUB)
                   / WS-OR-QUANTITY (WS-ORD-SUB)
               MOVE WS-LEG-AMOUNT TO TRAN-AMOUNT
               MOVE WS-OR-REMAINING (WS-ORD-SUB) TO TRAN-QUANTITY
               REWRITE TRANSACTION-RECORD
                   INVALID KEY
                       MOVE 'ERROR REDUCING PARTLY CROSSED ORDER'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       ADD 1 TO WS-ORDERS-REDUCED
               END-REWRITE
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       7000-FINALIZE.
           WRITE REGISTER-RECORD FROM WS-HEADER1
           MOVE 'HISTORY ROWS READ:' TO WS-SL-LABEL
           MOVE WS-HISTORY-READ TO WS-SL-COUNT
           WRITE REGISTER-RECORD FROM WS-SUMMARY-LINE
           MOVE 'OPEN ORDERS CONSIDERED:' TO WS-SL-LABEL
           MOVE WS-ORDERS-LOADED TO WS-SL-COUNT
           WRITE REGISTER-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CROSSES:' TO WS-SL-LABEL
           MOVE WS-CROSS-COUNT TO WS-SL-COUNT
           WRITE REGISTER-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PAIRINGS NOT CROSSED:' TO WS-SL-LABEL
           MOVE WS-NOT-CROSSED TO WS-SL-COUNT
           WRITE REGISTER-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CROSS LEGS WRITTEN:' TO WS-SL-LABEL
           MOVE WS-LEGS-WRITTEN TO WS-SL-COUNT
           WRITE REGISTER-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ORDERS CROSSED IN FULL AND REMOVED:' TO WS-SL-LABEL
           MOVE WS-ORDERS-REMOVED TO WS-SL-COUNT
           WRITE REGISTER-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ORDERS CROSSED IN PART AND REDUCED:' TO WS-SL-LABEL
           MOVE WS-ORDERS-REDUCED TO WS-SL-COUNT
           WRITE REGISTER-RECORD FROM WS-SUMMARY-LINE
           MOVE 'TOTAL VALUE CROSSED:' TO WS-VL-LABEL
           MOVE WS-CROSSED-VALUE TO WS-VL-AMOUNT
           WRITE REGISTER-RECORD FROM WS-VALUE-LINE
           CLOSE TRANSACTION-HISTORY
           CLOSE SECURITY-MASTER
           CLOSE REGISTER-FILE
           IF WS-ORDER-TABLE-FULL OR WS-WARNING-RAISED
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
           MOVE 'XTRMAT00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'XTRMAT00 WARNING: ' ERR-TEXT
                   SET WS-WARNING-RAISED TO TRUE
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'XTRMAT00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'XTRMAT00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
