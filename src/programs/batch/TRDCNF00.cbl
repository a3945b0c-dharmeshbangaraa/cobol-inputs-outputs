       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRDCNF00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Daily Client Trade Confirmations                               *
      *                                                               *
      * Sends the client a confirmation (contract note) for every      *
      * executed trade, instead of the client first learning what was  *
      * traded from the periodic statement:                            *
      * - Confirms every TRN-STATUS-DONE buy or sell on the shared     *
      *   nightly transaction extract (TRNEXT00's): security,          *
      *   quantity, price, the commission/exchange/other-fee           *
      *   breakdown, net amount, settlement currency and FX rate, and  *
      *   the settlement date                                          *
      * - Routes each confirmation by the client's contact preference  *
      *   (CLTCNT00's file) exactly as STMGEN00 routes a statement --  *
      *   printed, written to a machine-readable extract, and proven   *
      *   by a delivery-status record. A client with no contact        *
      *   record routes to mail                                        *
      * - The delivery-status file is keyed by the trade, so a trade   *
      *   already confirmed (a rerun, or a row that travels on the     *
      *   extract again) is never confirmed twice                      *
      * - Sends a correction confirmation for every confirmed trade    *
      *   TRNREV00 has since reversed, from TRNREV00's reversal        *
      *   notices. A trade reversed before it was ever confirmed needs *
      *   no correction and gets none                                  *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      * 2026-10-15  REVERSAL NOTICES FOR ANYTHING BUT A BUY OR SELL    *
      *             (TRNREV00 NOW NOTICES EVERY REVERSAL) ARE PASSED  *
      *             OVER -- ONLY A BUY OR SELL WAS EVER CONFIRMED.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-EXTRACT ASSIGN TO TRNEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

      *-- The original of a reversed trade is read back from TRANHIST
      *-- itself: it is no longer on the extract once reversed.
           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT COUNTERPARTY-MASTER ASSIGN TO CPTYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPTY-ID
               FILE STATUS IS WS-CPTY-STATUS.

           SELECT SECURITY-MASTER ASSIGN TO SECMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

      *-- OPTIONAL so a shop that has not loaded contacts yet routes
      *-- every confirmation to mail, the STMGEN00 stance.
           SELECT OPTIONAL CLIENT-CONTACT-FILE ASSIGN TO CLTCNTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CNT-STATUS.

      *-- TRNREV00's reversal notices; OPTIONAL because a night with
      *-- no reversals may have none.
           SELECT OPTIONAL REVERSAL-NOTICE-FILE ASSIGN TO REVNOTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVN-STATUS.

           SELECT CONFIRMATION-FILE ASSIGN TO CNFPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT CONFIRMATION-EXTRACT ASSIGN TO CNFEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CEXT-STATUS.

      *-- The keyed delivery-status trail, created on first use.
           SELECT OPTIONAL CONFIRM-DELIVERY-FILE ASSIGN TO CNFDLVS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDL-KEY
               FILE STATUS IS WS-CDL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-EXTRACT
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==EXT==.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  SECURITY-MASTER
           RECORDING MODE IS F.
       01  SECURITY-RECORD.
           COPY SECMSTR REPLACING ==:PREFIX:== BY ==SEC==.

       FD  CLIENT-CONTACT-FILE
           RECORDING MODE IS F.
           COPY CLTCNT.

       FD  REVERSAL-NOTICE-FILE
           RECORDING MODE IS F.
           COPY REVNTC.

       FD  CONFIRMATION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONFIRMATION-PRINT-RECORD     PIC X(132).

       FD  CONFIRMATION-EXTRACT
           RECORDING MODE IS F.
       01  CONFIRMATION-EXTRACT-RECORD   PIC X(220).

       FD  CONFIRM-DELIVERY-FILE
           RECORDING MODE IS F.
           COPY CNFDLV.

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'TRDCNF00'.
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
           05  WS-EXTR-STATUS            PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-CNT-STATUS             PIC XX.
           05  WS-RVN-STATUS             PIC XX.
           05  WS-PRINT-STATUS           PIC XX.
           05  WS-CEXT-STATUS            PIC XX.
           05  WS-CDL-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-EXTR-SW            PIC X(01) VALUE 'N'.
               88  EOF-EXTRACT               VALUE 'Y'.
           05  WS-EOF-RVN-SW             PIC X(01) VALUE 'N'.
               88  EOF-REVERSAL-NOTICE       VALUE 'Y'.
      *-- Set once at OPEN, the STMGEN00 guard: the live file status
      *-- changes on every keyed read.
           05  WS-CONTACT-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-CONTACT-FILE-AVAILABLE VALUE 'Y'.
           05  WS-CONFIRMED-SW           PIC X(01).
               88  WS-ALREADY-CONFIRMED      VALUE 'Y'.
           05  WS-CORRECTION-SW          PIC X(01).
               88  WS-CORRECTION             VALUE 'Y'.

       01  WS-RUN-DATE                   PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

      *-- The trade being confirmed. A new confirmation takes it from
      *-- the extract, a correction from TRANHIST; either way it is
      *-- moved here so one set of paragraphs formats both.
       01  WS-CONFIRM-TRADE.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==CNF==.

       01  WS-CONFIRM-KEYS.
           05  WS-CK-CONFIRM-KEY         PIC X(28).
           05  WS-CK-ORIG-KEY            PIC X(28).
           05  WS-CK-CLIENT-ID           PIC X(08).

      *-- The cost breakdown and the net the client pays (buy) or
      *-- receives (sell). TRAN-AMOUNT is the consideration; a cost
      *-- field a row posted before the breakdown existed carries as
      *-- spaces and counts as zero.
       01  WS-CONFIRM-AMOUNTS.
           05  WS-CA-COMMISSION          PIC S9(09)V9(2) COMP-3.
           05  WS-CA-EXCH-CHARGES        PIC S9(09)V9(2) COMP-3.
           05  WS-CA-OTHER-FEES          PIC S9(09)V9(2) COMP-3.
           05  WS-CA-TOTAL-COSTS         PIC S9(11)V9(2) COMP-3.
           05  WS-CA-NET-AMOUNT          PIC S9(13)V9(2) COMP-3.
           05  WS-CA-FX-RATE             PIC S9(05)V9(06) COMP-3.
           05  WS-CA-SETTLE-AMOUNT       PIC S9(13)V9(2) COMP-3.
           05  WS-CA-SETTLE-CCY          PIC X(03).
           05  WS-CA-SECURITY-DESC       PIC X(30).
           05  WS-CA-CLIENT-NAME         PIC X(30).

      *-- Settlement date: the custodian's settled date once STLMAT00
      *-- has matched it, otherwise trade date plus the standard lag
      *-- rolled through CALSVC00 -- the value date STLEXT00 instructs.
       01  WS-SETTLE-LAG-DAYS            PIC 9(02) COMP VALUE 2.
       01  WS-VALUE-DATE-WORK.
           05  WS-TRADE-DATE-NUM         PIC 9(08).
           05  WS-TRADE-JULIAN           PIC 9(07).
           05  WS-VALUE-DATE-NUM         PIC 9(08).
           05  WS-VALUE-DATE             PIC X(08).
       01  WS-CALSVC-REQUEST.
           05  WS-CS-FUNCTION            PIC X(04).
               88  WS-CS-FUNC-NEXT-BUS       VALUE 'NBUS'.
           05  WS-CS-MARKET              PIC X(04).
           05  WS-CS-DATE-IN             PIC X(08).
           05  WS-CS-DATE-OUT            PIC X(08).
           05  WS-CS-RETURN-CODE         PIC S9(04) COMP.

       01  WS-ROUTING-AREA.
           05  WS-ROUTE-CHANNEL          PIC X(01).
           05  WS-ROUTE-EMAIL            PIC X(40).
           05  WS-ROUTE-ADDRESS-1        PIC X(30).
           05  WS-ROUTE-ADDRESS-2        PIC X(30).
           05  WS-ROUTE-CITY-LINE        PIC X(34).

       01  WS-CONFIRM-COUNTS.
           05  WS-CONFIRMS-SENT          PIC 9(07) COMP VALUE ZERO.
           05  WS-CORRECTIONS-SENT       PIC 9(07) COMP VALUE ZERO.
           05  WS-ALREADY-SENT           PIC 9(07) COMP VALUE ZERO.
           05  WS-NO-CLIENT              PIC 9(07) COMP VALUE ZERO.
           05  WS-NEVER-CONFIRMED        PIC 9(07) COMP VALUE ZERO.
           05  WS-ORIG-MISSING           PIC 9(07) COMP VALUE ZERO.

      *-- Machine-readable confirmation, the STMGEN00 delimited
      *-- extract convention.
       01  WS-EXT-CONFIRM.
           05  WS-XC-CONFIRM-TYPE        PIC X(01).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-CLIENT              PIC X(08).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-TRADE-REF           PIC X(28).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-ORIG-REF            PIC X(28).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-TRAN-TYPE           PIC X(02).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-QUANTITY            PIC -(10)9.9999.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-PRICE               PIC -(10)9.9999.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-NET-AMOUNT          PIC -(12)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-SETTLE-DATE         PIC X(08).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-CHANNEL             PIC X(01).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-EMAIL               PIC X(40).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-ADDRESS             PIC X(30).

       01  WS-CONFIRM-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  WS-HDR-TITLE          PIC X(52).
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'RUN DATE:'.
               10  WS-HDR-RUN-DATE       PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.

       01  WS-CLIENT-LINE.
           05  FILLER                    PIC X(10) VALUE 'CLIENT:'.
           05  WS-CL-CLIENT-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-CLIENT-NAME         PIC X(30).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  WS-AD-TEXT                PIC X(40).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-PORTFOLIO-LINE.
           05  FILLER                    PIC X(10) VALUE 'PORTFOLIO:'.
           05  WS-PL-PORTFOLIO-ID        PIC X(08).
           05  FILLER                    PIC X(14)
                   VALUE '   TRADE REF: '.
           05  WS-PL-TRADE-REF           PIC X(28).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-LABEL               PIC X(28).
           05  WS-DL-TEXT                PIC X(50).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-LABEL               PIC X(28).
           05  WS-ML-AMOUNT              PIC -(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-ML-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(81) VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-ED-QUANTITY            PIC -(10)9.9999.
           05  WS-ED-PRICE               PIC -(10)9.9999.
           05  WS-ED-FX-RATE             PIC -(04)9.9(06).

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(40).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONFIRM-TRADES
               UNTIL EOF-EXTRACT
           PERFORM 3000-CONFIRM-CORRECTIONS
               UNTIL EOF-REVERSAL-NOTICE
           PERFORM 5000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-DATE (1:4) '-'
                  WS-RUN-DATE (5:2) '-'
                  WS-RUN-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           PERFORM 1100-OPEN-FILES
           PERFORM 2010-READ-EXTRACT
           PERFORM 3010-READ-NOTICE.

       1100-OPEN-FILES.
           OPEN INPUT TRANSACTION-EXTRACT
           IF WS-EXTR-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-EXTRACT' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT COUNTERPARTY-MASTER
           IF WS-CPTY-STATUS NOT = '00'
               MOVE 'ERROR OPENING COUNTERPARTY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CLIENT-CONTACT-FILE
           IF WS-CNT-STATUS = '35'
               DISPLAY 'TRDCNF00 WARNING: NO CLIENT CONTACT FILE - '
                   'EVERY CONFIRMATION ROUTED TO MAIL'
           ELSE
               IF WS-CNT-STATUS = '00' OR WS-CNT-STATUS = '05'
                   SET WS-CONTACT-FILE-AVAILABLE TO TRUE
               ELSE
                   MOVE 'ERROR OPENING CLIENT-CONTACT-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT REVERSAL-NOTICE-FILE
           IF WS-RVN-STATUS = '05' OR WS-RVN-STATUS = '35'
               SET EOF-REVERSAL-NOTICE TO TRUE
           ELSE
               IF WS-RVN-STATUS NOT = '00'
                   MOVE 'ERROR OPENING REVERSAL-NOTICE-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN OUTPUT CONFIRMATION-FILE
           IF WS-PRINT-STATUS NOT = '00'
               MOVE 'ERROR OPENING CONFIRMATION-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT CONFIRMATION-EXTRACT
           IF WS-CEXT-STATUS NOT = '00'
               MOVE 'ERROR OPENING CONFIRMATION-EXTRACT' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O CONFIRM-DELIVERY-FILE
           IF WS-CDL-STATUS NOT = '00' AND WS-CDL-STATUS NOT = '05'
               MOVE 'ERROR OPENING CONFIRM-DELIVERY-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * NEW TRADE CONFIRMATIONS
      *-----------------------------------------------------------------
      *-- Every executed buy or sell is confirmed once. A TRNREV00
      *-- reversal row is itself a DONE buy or sell, but it is not a
      *-- trade the client placed: it is confirmed, if at all, as the
      *-- correction of the original, from the reversal notice.
       2000-CONFIRM-TRADES.
           IF EXT-STATUS-DONE
               AND (EXT-TYPE-BUY OR EXT-TYPE-SELL)
               AND EXT-PROCESS-USER NOT = 'TRNREV00'
               MOVE EXTRACT-RECORD TO WS-CONFIRM-TRADE
               MOVE CNF-KEY        TO WS-CK-CONFIRM-KEY
               MOVE SPACES         TO WS-CK-ORIG-KEY
               MOVE 'N'            TO WS-CORRECTION-SW
               PERFORM 2100-CHECK-CONFIRMED
               IF WS-ALREADY-CONFIRMED
                   ADD 1 TO WS-ALREADY-SENT
               ELSE
                   PERFORM 2200-RESOLVE-CLIENT
                   IF WS-CK-CLIENT-ID = SPACES
                       ADD 1 TO WS-NO-CLIENT
                   ELSE
                       PERFORM 4000-PRODUCE-CONFIRMATION
                       ADD 1 TO WS-CONFIRMS-SENT
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-EXTRACT.

       2010-READ-EXTRACT.
           READ TRANSACTION-EXTRACT
               AT END
                   SET EOF-EXTRACT TO TRUE
           END-READ.

      *-- A trade is confirmed once: its key on the delivery-status
      *-- file means the client already has a confirmation of it.
       2100-CHECK-CONFIRMED.
           MOVE 'N' TO WS-CONFIRMED-SW
           MOVE WS-CK-CONFIRM-KEY TO CDL-TRAN-KEY
           READ CONFIRM-DELIVERY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALREADY-CONFIRMED TO TRUE
           END-READ.

      *-- The client is the portfolio's PORT-CLIENT-ID; a house
      *-- portfolio with no client has no one to confirm to.
       2200-RESOLVE-CLIENT.
           MOVE SPACES TO WS-CK-CLIENT-ID
           MOVE CNF-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PORT-CLIENT-ID TO WS-CK-CLIENT-ID
           END-READ.

      *-----------------------------------------------------------------
      * CORRECTION CONFIRMATIONS
      *-----------------------------------------------------------------
      *-- A reversed trade the client was sent a confirmation of gets
      *-- a correction cancelling it, keyed by the reversal row so a
      *-- rerun over the same notices sends nothing twice. The
      *-- correction repeats the original's details, read back from
      *-- TRANHIST, under the correction heading.
      *-- Change: TRNREV00 notices every reversal, for the
      *-- back-dated impact run; only a buy or sell was confirmed.
       3000-CONFIRM-CORRECTIONS.
           IF RVN-TRAN-TYPE = 'BU' OR RVN-TRAN-TYPE = 'SL'
               PERFORM 3005-CONFIRM-ONE-CORRECTION
           END-IF
           PERFORM 3010-READ-NOTICE.

       3005-CONFIRM-ONE-CORRECTION.
           MOVE RVN-REVERSAL-TRAN-KEY TO WS-CK-CONFIRM-KEY
           MOVE RVN-ORIG-TRAN-KEY     TO WS-CK-ORIG-KEY
           PERFORM 2100-CHECK-CONFIRMED
           IF WS-ALREADY-CONFIRMED
               ADD 1 TO WS-ALREADY-SENT
           ELSE
               MOVE RVN-ORIG-TRAN-KEY TO CDL-TRAN-KEY
               READ CONFIRM-DELIVERY-FILE
                   INVALID KEY
                       ADD 1 TO WS-NEVER-CONFIRMED
                   NOT INVALID KEY
                       MOVE CDL-CLIENT-ID TO WS-CK-CLIENT-ID
                       PERFORM 3100-CORRECT-ORIGINAL
               END-READ
           END-IF.

       3010-READ-NOTICE.
           READ REVERSAL-NOTICE-FILE
               AT END
                   SET EOF-REVERSAL-NOTICE TO TRUE
           END-READ.

      *-- The correction goes to the client the original confirmation
      *-- went to, even if the portfolio has since changed hands.
       3100-CORRECT-ORIGINAL.
           MOVE RVN-ORIG-TRAN-KEY TO TRAN-KEY
           READ TRANSACTION-HISTORY
               INVALID KEY
                   ADD 1 TO WS-ORIG-MISSING
                   MOVE 'REVERSED TRADE NOT ON TRANHIST - NO CORRECTION'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   MOVE TRANSACTION-RECORD TO WS-CONFIRM-TRADE
                   SET WS-CORRECTION TO TRUE
                   PERFORM 4000-PRODUCE-CONFIRMATION
                   ADD 1 TO WS-CORRECTIONS-SENT
           END-READ.

      *-----------------------------------------------------------------
      * CONFIRMATION PRODUCTION
      *-----------------------------------------------------------------
       4000-PRODUCE-CONFIRMATION.
           PERFORM 4100-DERIVE-AMOUNTS
           PERFORM 4150-DERIVE-SETTLE-DATE
           PERFORM 4200-ROUTE-CONFIRMATION
           PERFORM 4300-PRINT-CONFIRMATION
           PERFORM 4400-WRITE-EXTRACT
           PERFORM 4500-RECORD-DELIVERY.

      *-- Net amount: consideration plus costs on a buy (what the
      *-- client pays), less costs on a sell (what the client
      *-- receives). The settlement-currency figure applies the
      *-- trade's own FX rate, the rate STLEXT00 instructs at; a
      *-- same-currency trade carries 1 or nothing.
       4100-DERIVE-AMOUNTS.
           MOVE ZERO TO WS-CA-COMMISSION
           MOVE ZERO TO WS-CA-EXCH-CHARGES
           MOVE ZERO TO WS-CA-OTHER-FEES
           IF CNF-COMMISSION NUMERIC
               MOVE CNF-COMMISSION TO WS-CA-COMMISSION
           END-IF
           IF CNF-EXCH-CHARGES NUMERIC
               MOVE CNF-EXCH-CHARGES TO WS-CA-EXCH-CHARGES
           END-IF
           IF CNF-OTHER-FEES NUMERIC
               MOVE CNF-OTHER-FEES TO WS-CA-OTHER-FEES
           END-IF
           COMPUTE WS-CA-TOTAL-COSTS =
               WS-CA-COMMISSION + WS-CA-EXCH-CHARGES
               + WS-CA-OTHER-FEES
           IF CNF-TYPE-BUY
               COMPUTE WS-CA-NET-AMOUNT =
                   CNF-AMOUNT + WS-CA-TOTAL-COSTS
           ELSE
               COMPUTE WS-CA-NET-AMOUNT =
                   CNF-AMOUNT - WS-CA-TOTAL-COSTS
           END-IF
           MOVE 1 TO WS-CA-FX-RATE
           IF CNF-FX-RATE NUMERIC
               IF CNF-FX-RATE NOT = ZERO
                   MOVE CNF-FX-RATE TO WS-CA-FX-RATE
               END-IF
           END-IF
           MOVE CNF-SETTLE-CCY TO WS-CA-SETTLE-CCY
           IF WS-CA-SETTLE-CCY = SPACES
               MOVE CNF-CURRENCY TO WS-CA-SETTLE-CCY
           END-IF
           COMPUTE WS-CA-SETTLE-AMOUNT ROUNDED =
               WS-CA-NET-AMOUNT * WS-CA-FX-RATE
           MOVE SPACES TO WS-CA-SECURITY-DESC
           MOVE CNF-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEC-DESCRIPTION TO WS-CA-SECURITY-DESC
           END-READ
           MOVE SPACES TO WS-CA-CLIENT-NAME
           MOVE WS-CK-CLIENT-ID TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CPTY-NAME TO WS-CA-CLIENT-NAME
           END-READ.

       4150-DERIVE-SETTLE-DATE.
           IF CNF-SETTLED-DATE NOT = SPACES
               AND CNF-SETTLED-DATE NOT = LOW-VALUES
               MOVE CNF-SETTLED-DATE TO WS-VALUE-DATE
           ELSE
               MOVE CNF-DATE TO WS-TRADE-DATE-NUM
               COMPUTE WS-TRADE-JULIAN =
                   FUNCTION INTEGER-OF-DATE (WS-TRADE-DATE-NUM)
                   + WS-SETTLE-LAG-DAYS
               MOVE FUNCTION DATE-OF-INTEGER (WS-TRADE-JULIAN)
                   TO WS-VALUE-DATE-NUM
               MOVE WS-VALUE-DATE-NUM TO WS-VALUE-DATE
               SET WS-CS-FUNC-NEXT-BUS TO TRUE
               MOVE SPACES           TO WS-CS-MARKET
               MOVE WS-CA-SETTLE-CCY TO WS-CS-MARKET (1:3)
               MOVE WS-VALUE-DATE    TO WS-CS-DATE-IN
               CALL 'CALSVC00' USING WS-CALSVC-REQUEST
               MOVE WS-CS-DATE-OUT   TO WS-VALUE-DATE
           END-IF.

      *-- Routed exactly as STMGEN00 routes a statement: the client's
      *-- contact preference, or mail with no address when the client
      *-- has no contact record.
       4200-ROUTE-CONFIRMATION.
           MOVE 'M'    TO WS-ROUTE-CHANNEL
           MOVE SPACES TO WS-ROUTE-EMAIL
           MOVE SPACES TO WS-ROUTE-ADDRESS-1
           MOVE SPACES TO WS-ROUTE-ADDRESS-2
           MOVE SPACES TO WS-ROUTE-CITY-LINE
           IF WS-CONTACT-FILE-AVAILABLE
               MOVE WS-CK-CLIENT-ID TO CNT-CLIENT-ID
               READ CLIENT-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CNT-DELIVERY-CHANNEL
                           TO WS-ROUTE-CHANNEL
                       MOVE CNT-EMAIL TO WS-ROUTE-EMAIL
                       MOVE CNT-ADDRESS-LINE-1 TO WS-ROUTE-ADDRESS-1
                       MOVE CNT-ADDRESS-LINE-2 TO WS-ROUTE-ADDRESS-2
                       STRING CNT-CITY DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              CNT-POSTAL-CODE DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              CNT-COUNTRY DELIMITED BY SIZE
                           INTO WS-ROUTE-CITY-LINE
                       END-STRING
               END-READ
           END-IF.

       4300-PRINT-CONFIRMATION.
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-HEADER1
           IF WS-CORRECTION
               MOVE 'CORRECTION - TRADE CONFIRMATION CANCELLED'
                   TO WS-HDR-TITLE
           ELSE
               MOVE 'TRADE CONFIRMATION' TO WS-HDR-TITLE
           END-IF
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-HEADER2
           MOVE WS-REPORT-DATE TO WS-HDR-RUN-DATE
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-HEADER3
           MOVE WS-CK-CLIENT-ID   TO WS-CL-CLIENT-ID
           MOVE WS-CA-CLIENT-NAME TO WS-CL-CLIENT-NAME
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-CLIENT-LINE
           IF WS-ROUTE-ADDRESS-1 NOT = SPACES
               MOVE WS-ROUTE-ADDRESS-1 TO WS-AD-TEXT
               WRITE CONFIRMATION-PRINT-RECORD FROM WS-ADDRESS-LINE
           END-IF
           IF WS-ROUTE-ADDRESS-2 NOT = SPACES
               MOVE WS-ROUTE-ADDRESS-2 TO WS-AD-TEXT
               WRITE CONFIRMATION-PRINT-RECORD FROM WS-ADDRESS-LINE
           END-IF
           IF WS-ROUTE-CITY-LINE NOT = SPACES
               MOVE WS-ROUTE-CITY-LINE TO WS-AD-TEXT
               WRITE CONFIRMATION-PRINT-RECORD FROM WS-ADDRESS-LINE
           END-IF
           MOVE CNF-PORTFOLIO-ID TO WS-PL-PORTFOLIO-ID
           MOVE CNF-KEY          TO WS-PL-TRADE-REF
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-PORTFOLIO-LINE
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-HEADER1
           IF WS-CORRECTION
               MOVE 'THE TRADE BELOW HAS BEEN' TO WS-DL-LABEL
               MOVE 'REVERSED AND IS CANCELLED - DISREGARD ITS'
                   TO WS-DL-TEXT
               WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
               MOVE SPACES TO WS-DL-LABEL
               MOVE 'EARLIER CONFIRMATION' TO WS-DL-TEXT
               WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
               MOVE 'REVERSAL REF:' TO WS-DL-LABEL
               MOVE WS-CK-CONFIRM-KEY TO WS-DL-TEXT
               WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
           END-IF
           MOVE 'TRANSACTION:' TO WS-DL-LABEL
           IF CNF-TYPE-BUY
               MOVE 'BUY' TO WS-DL-TEXT
           ELSE
               MOVE 'SELL' TO WS-DL-TEXT
           END-IF
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'SECURITY:' TO WS-DL-LABEL
           MOVE SPACES TO WS-DL-TEXT
           STRING CNF-INVESTMENT-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CA-SECURITY-DESC DELIMITED BY SIZE
               INTO WS-DL-TEXT
           END-STRING
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'TRADE DATE:' TO WS-DL-LABEL
           MOVE CNF-DATE TO WS-DL-TEXT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'SETTLEMENT DATE:' TO WS-DL-LABEL
           MOVE WS-VALUE-DATE TO WS-DL-TEXT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'QUANTITY:' TO WS-DL-LABEL
           MOVE CNF-QUANTITY TO WS-ED-QUANTITY
           MOVE WS-ED-QUANTITY TO WS-DL-TEXT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'PRICE:' TO WS-DL-LABEL
           MOVE CNF-PRICE TO WS-ED-PRICE
           MOVE WS-ED-PRICE TO WS-DL-TEXT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE CNF-CURRENCY TO WS-ML-CURRENCY
           MOVE 'CONSIDERATION:' TO WS-ML-LABEL
           MOVE CNF-AMOUNT TO WS-ML-AMOUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'COMMISSION:' TO WS-ML-LABEL
           MOVE WS-CA-COMMISSION TO WS-ML-AMOUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'EXCHANGE CHARGES:' TO WS-ML-LABEL
           MOVE WS-CA-EXCH-CHARGES TO WS-ML-AMOUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'OTHER FEES:' TO WS-ML-LABEL
           MOVE WS-CA-OTHER-FEES TO WS-ML-AMOUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-AMOUNT-LINE
           IF CNF-TYPE-BUY
               MOVE 'NET AMOUNT PAYABLE:' TO WS-ML-LABEL
           ELSE
               MOVE 'NET AMOUNT RECEIVABLE:' TO WS-ML-LABEL
           END-IF
           MOVE WS-CA-NET-AMOUNT TO WS-ML-AMOUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-AMOUNT-LINE
           MOVE 'SETTLEMENT CURRENCY:' TO WS-DL-LABEL
           MOVE WS-CA-SETTLE-CCY TO WS-DL-TEXT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'FX RATE:' TO WS-DL-LABEL
           MOVE WS-CA-FX-RATE TO WS-ED-FX-RATE
           MOVE WS-ED-FX-RATE TO WS-DL-TEXT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'NET IN SETTLEMENT CURRENCY:' TO WS-ML-LABEL
           MOVE WS-CA-SETTLE-AMOUNT TO WS-ML-AMOUNT
           MOVE WS-CA-SETTLE-CCY TO WS-ML-CURRENCY
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-AMOUNT-LINE.

       4400-WRITE-EXTRACT.
           IF WS-CORRECTION
               MOVE 'C' TO WS-XC-CONFIRM-TYPE
           ELSE
               MOVE 'N' TO WS-XC-CONFIRM-TYPE
           END-IF
           MOVE WS-CK-CLIENT-ID     TO WS-XC-CLIENT
           MOVE WS-CK-CONFIRM-KEY   TO WS-XC-TRADE-REF
           MOVE WS-CK-ORIG-KEY      TO WS-XC-ORIG-REF
           MOVE CNF-TYPE            TO WS-XC-TRAN-TYPE
           MOVE CNF-INVESTMENT-ID   TO WS-XC-INVESTMENT-ID
           MOVE CNF-QUANTITY        TO WS-XC-QUANTITY
           MOVE CNF-PRICE           TO WS-XC-PRICE
           MOVE WS-CA-SETTLE-AMOUNT TO WS-XC-NET-AMOUNT
           MOVE WS-CA-SETTLE-CCY    TO WS-XC-CURRENCY
           MOVE WS-VALUE-DATE       TO WS-XC-SETTLE-DATE
           MOVE WS-ROUTE-CHANNEL    TO WS-XC-CHANNEL
           MOVE WS-ROUTE-EMAIL      TO WS-XC-EMAIL
           MOVE WS-ROUTE-ADDRESS-1  TO WS-XC-ADDRESS
           WRITE CONFIRMATION-EXTRACT-RECORD FROM WS-EXT-CONFIRM.

      *-- The delivery-status record proves what was sent where and
      *-- when, and marks the trade confirmed.
       4500-RECORD-DELIVERY.
           MOVE WS-CK-CONFIRM-KEY TO CDL-TRAN-KEY
           IF WS-CORRECTION
               SET CDL-TYPE-CORRECTION TO TRUE
           ELSE
               SET CDL-TYPE-NEW TO TRUE
           END-IF
           MOVE WS-CK-ORIG-KEY    TO CDL-ORIG-TRAN-KEY
           MOVE WS-CK-CLIENT-ID   TO CDL-CLIENT-ID
           MOVE CNF-TYPE          TO CDL-TRAN-TYPE
           MOVE WS-ROUTE-CHANNEL  TO CDL-CHANNEL
           SET CDL-STATUS-SENT    TO TRUE
           MOVE WS-RUN-DATE       TO CDL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO CDL-SENT-TIMESTAMP
           MOVE SPACES            TO CDL-FILLER
           WRITE CONFIRM-DELIVERY-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE CONFIRMATION KEY - NOT RECORDED'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-WRITE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       5000-FINALIZE.
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-HEADER1
           MOVE 'TRADE CONFIRMATIONS SENT:' TO WS-SL-LABEL
           MOVE WS-CONFIRMS-SENT TO WS-SL-COUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CORRECTION CONFIRMATIONS SENT:' TO WS-SL-LABEL
           MOVE WS-CORRECTIONS-SENT TO WS-SL-COUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ALREADY CONFIRMED - SKIPPED:' TO WS-SL-LABEL
           MOVE WS-ALREADY-SENT TO WS-SL-COUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'NO CLIENT ON PORTFOLIO - SKIPPED:' TO WS-SL-LABEL
           MOVE WS-NO-CLIENT TO WS-SL-COUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REVERSED BEFORE CONFIRMATION:' TO WS-SL-LABEL
           MOVE WS-NEVER-CONFIRMED TO WS-SL-COUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REVERSED TRADE NOT ON TRANHIST:' TO WS-SL-LABEL
           MOVE WS-ORIG-MISSING TO WS-SL-COUNT
           WRITE CONFIRMATION-PRINT-RECORD FROM WS-SUMMARY-LINE
           CLOSE TRANSACTION-EXTRACT
           CLOSE TRANSACTION-HISTORY
           CLOSE PORTFOLIO-MASTER
           CLOSE COUNTERPARTY-MASTER
           CLOSE SECURITY-MASTER
           IF WS-CONTACT-FILE-AVAILABLE
               CLOSE CLIENT-CONTACT-FILE
           END-IF
           CLOSE REVERSAL-NOTICE-FILE
           CLOSE CONFIRMATION-FILE
           CLOSE CONFIRMATION-EXTRACT
           CLOSE CONFIRM-DELIVERY-FILE
           IF WS-ORIG-MISSING > ZERO
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
           MOVE 'TRDCNF00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'TRDCNF00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'TRDCNF00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'TRDCNF00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
