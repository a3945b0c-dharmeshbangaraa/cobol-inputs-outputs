       IDENTIFICATION DIVISION.
       PROGRAM-ID. WDRPRC00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Client Withdrawal Requests -- Funding And Payment              *
      *                                                                *
      * Works every open client withdrawal request (WDRAWREQ) from     *
      * request to payment, replacing the advisor's hand-worked sells  *
      * and hand-sent bank instruction:                                *
      * - A request that cannot be paid as taken (portfolio not        *
      *   active, no client, not in the base currency, incomplete      *
      *   bank details) is rejected with its reason                    *
      * - Available cash is the portfolio's base-currency closing      *
      *   balance on the cash ledger (CSH-CLOSING-BALANCE, the         *
      *   CSHSWP00 read) less what this run has already paid out      *
      * - Short on a new request: sells are proposed for the           *
      *   shortfall as pending TRANHIST transactions, sized to leave   *
      *   the holdings closest to the portfolio's security-level       *
      *   model targets (MDLTGT) -- overweights and out-of-model       *
      *   holdings go first, anything left comes pro rata -- and the   *
      *   request moves to FUNDING to wait for the proceeds to settle  *
      * - Covered: once the value date is no further off than the      *
      *   next business date, the outbound TR goes to TRANHIST as      *
      *   pending and the payment to the bank payment file (BNKPAYF),  *
      *   value-dated on a business day in the currency's market       *
      *   (CALSVC00), and the request is PAID                          *
      * - A client whose KYC review has lapsed is held, not paid (the  *
      *   HISTLD00 outbound rule)                                      *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WITHDRAWAL-REQUEST-FILE ASSIGN TO WDRAWREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WDR-KEY
               FILE STATUS IS WS-WDR-STATUS.

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

           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL CASH-LEDGER-FILE ASSIGN TO CASHLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

           SELECT OPTIONAL MODEL-TARGET-FILE ASSIGN TO MDLTGTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODEL-STATUS.

           SELECT SECURITY-PRICE-FILE ASSIGN TO SECPRICE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT BANK-PAYMENT-FILE ASSIGN TO BNKPAYF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WITHDRAWAL-REQUEST-FILE
           RECORDING MODE IS F.
           COPY WDRREQ.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  CASH-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CSHLDG.

       FD  MODEL-TARGET-FILE
           RECORDING MODE IS F.
           COPY MDLTGT.

       FD  SECURITY-PRICE-FILE
           RECORDING MODE IS F.
           COPY PRCREC.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  BANK-PAYMENT-FILE
           RECORDING MODE IS F.
           COPY BNKPAY.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'WDRPRC00'.
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

      *-- Working copy of CALSVC00's LINKAGE layout.
       01  WS-CALSVC-REQUEST.
           05  WS-CS-FUNCTION            PIC X(04).
               88  WS-CS-FUNC-NEXT-BUS       VALUE 'NBUS'.
           05  WS-CS-MARKET              PIC X(04).
           05  WS-CS-DATE-IN             PIC X(08).
           05  WS-CS-DATE-OUT            PIC X(08).
           05  WS-CS-RETURN-CODE         PIC S9(04) COMP.

       01  WS-SEQSVC-REQUEST.
           05  WS-SQ-FUNCTION            PIC X(04).
               88  WS-SQ-FUNC-NEXT           VALUE 'NEXT'.
           05  WS-SQ-PROCESS-DATE        PIC X(08).
           05  WS-SQ-BLOCK-SIZE          PIC 9(04) VALUE ZERO.
           05  WS-SQ-FIRST-SEQUENCE      PIC 9(06).
           05  WS-SQ-LAST-SEQUENCE       PIC 9(06).
           05  WS-SQ-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-WDR-STATUS             PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-CASH-STATUS            PIC XX.
           05  WS-MODEL-STATUS           PIC XX.
           05  WS-PRICE-STATUS           PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PAY-STATUS             PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-WDR-SW             PIC X(01) VALUE 'N'.
               88  EOF-REQUESTS              VALUE 'Y'.
           05  WS-EOF-CASH-SW            PIC X(01) VALUE 'N'.
               88  EOF-CASH-LEDGER           VALUE 'Y'.
           05  WS-EOF-MODEL-SW           PIC X(01) VALUE 'N'.
               88  EOF-MODEL-TARGETS         VALUE 'Y'.
           05  WS-EOF-PRICE-SW           PIC X(01) VALUE 'N'.
               88  EOF-PRICE-FEED            VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-SCAN-SW                PIC X(01) VALUE 'N'.
               88  WS-SCAN-DONE              VALUE 'Y'.
           05  WS-WARNING-SW             PIC X(01) VALUE 'N'.
               88  WS-WARNING-RAISED         VALUE 'Y'.

      *-- Why a request is rejected, or why it is still waiting;
      *-- SPACES while it can go ahead.
       01  WS-REJECT-REASON              PIC X(40).
       01  WS-WAIT-REASON                PIC X(40).

      *-- Closing cash per portfolio/currency, loaded from the ledger
      *-- the same last-record-wins way CSHSWP00 loads it. A record
      *-- from before currencies were kept is held with a blank
      *-- currency and counts as the base currency.
       01  WS-CASH-TABLE.
           05  WS-CASH-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-CB-IDX.
               10  WS-CB-PORTFOLIO-ID    PIC X(08).
               10  WS-CB-CURRENCY        PIC X(03).
               10  WS-CB-CLOSING-CASH    PIC S9(13)V9(2) COMP-3.

      *-- Security-level model targets, loaded once.
       01  WS-MODEL-TABLE.
           05  WS-MODEL-COUNT            PIC 9(03) COMP VALUE ZERO.
           05  WS-MD-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-MD-IDX.
               10  WS-MD-PORTFOLIO-ID    PIC X(08).
               10  WS-MD-TARGET-ID       PIC X(10).
               10  WS-MD-TARGET-PCT      PIC S9(03)V9(04) COMP-3.

      *-- Latest quote per security, the POSRVL00 load pattern.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-COUNT            PIC 9(04) COMP VALUE ZERO.
           05  WS-PR-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-PR-IDX.
               10  WS-PR-INVESTMENT-ID   PIC X(10).
               10  WS-PR-PRICE-DATE      PIC X(08).
               10  WS-PR-PRICE           PIC S9(11)V9(4) COMP-3.

      *-- One short portfolio's holdings while its sells are sized.
       01  WS-HOLDING-TABLE.
           05  WS-HOLDING-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-HD-ENTRY OCCURS 200 TIMES
                                         INDEXED BY WS-HD-IDX.
               10  WS-HD-INVESTMENT-ID   PIC X(10).
               10  WS-HD-QUANTITY        PIC S9(11)V9(4) COMP-3.
               10  WS-HD-VALUE           PIC S9(13)V9(2) COMP-3.
               10  WS-HD-PRICE           PIC S9(11)V9(4) COMP-3.
               10  WS-HD-SELLABLE-SW     PIC X(01).
                   88  WS-HD-SELLABLE        VALUE 'Y'.
               10  WS-HD-EXCESS          PIC S9(13)V9(2) COMP-3.

      *-- The request file is in portfolio order, so the cash this
      *-- run has already paid out of a portfolio is carried only
      *-- while its requests go by.
       01  WS-CASH-AREA.
           05  WS-LOOKUP-PORTFOLIO       PIC X(08).
           05  WS-LOOKUP-CURRENCY        PIC X(03).
           05  WS-RUN-PORTFOLIO          PIC X(08) VALUE SPACES.
           05  WS-RUN-CASH-PAID          PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.
           05  WS-AVAILABLE-CASH         PIC S9(13)V9(2) COMP-3.
           05  WS-SHORTFALL              PIC S9(13)V9(2) COMP-3.

       01  WS-SIZING-AREA.
           05  WS-PORT-VALUE             PIC S9(13)V9(2) COMP-3.
           05  WS-POST-VALUE             PIC S9(13)V9(2) COMP-3.
           05  WS-TARGET-PCT             PIC S9(03)V9(04) COMP-3.
           05  WS-TARGET-VALUE           PIC S9(13)V9(2) COMP-3.
           05  WS-TOTAL-EXCESS           PIC S9(13)V9(2) COMP-3.
           05  WS-TOTAL-SELLABLE         PIC S9(13)V9(2) COMP-3.
           05  WS-SELL-AMOUNT            PIC S9(13)V9(2) COMP-3.
           05  WS-SELL-QUANTITY          PIC S9(11)V9(4) COMP-3.
           05  WS-TOTAL-PROPOSED         PIC S9(13)V9(2) COMP-3.

       01  WS-PAY-VALUE-DATE             PIC X(08).

      *-- Client KYC review check, the HISTLD00 rule: the review
      *-- falls due one, two or three years after the last one by
      *-- risk rating.
       01  WS-KYC-AREA.
           05  WS-KYC-DUE-DATE.
               10  WS-KYC-DUE-YEAR       PIC 9(04).
               10  WS-KYC-DUE-MMDD       PIC X(04).
           05  WS-KYC-CYCLE-YEARS        PIC 9(01).

       01  WS-COUNTS.
           05  WS-REQUESTS-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-PAID          PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-FUNDING       PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-WAITING       PIC 9(07) COMP VALUE ZERO.
           05  WS-REQUESTS-REJECTED      PIC 9(07) COMP VALUE ZERO.
           05  WS-SELLS-PROPOSED         PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-TIME               PIC X(06).
       01  WS-NEXT-BUSINESS-DATE         PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'CLIENT WITHDRAWAL REQUESTS'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(10) VALUE 'REQUEST'.
               10  FILLER                PIC X(14) VALUE 'ACTION'.
               10  FILLER                PIC X(12) VALUE 'INVESTMENT'.
               10  FILLER                PIC X(10) VALUE 'VALUE DT'.
               10  FILLER                PIC X(19)
                   VALUE '           AMOUNT'.
               10  FILLER                PIC X(17)
                   VALUE '       QUANTITY'.
               10  FILLER                PIC X(40) VALUE 'DETAIL'.

       01  WS-REQUEST-LINE.
           05  WS-RL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-REQUEST-ID          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-ACTION              PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-VALUE-DATE          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-AMOUNT              PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-QUANTITY            PIC -(9)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-DETAIL              PIC X(40).

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUESTS
               UNTIL EOF-REQUESTS
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-LOAD-CASH-BALANCES
           PERFORM 1400-LOAD-MODEL
           PERFORM 1500-LOAD-PRICE-TABLE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
           PERFORM 2010-READ-REQUEST.

       1100-OPEN-FILES.
           OPEN I-O WITHDRAWAL-REQUEST-FILE
           IF WS-WDR-STATUS NOT = '00'
               MOVE 'ERROR OPENING WITHDRAWAL-REQUEST-FILE'
                   TO ERR-TEXT
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

           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CASH-LEDGER-FILE
           IF WS-CASH-STATUS = '05' OR WS-CASH-STATUS = '35'
               SET EOF-CASH-LEDGER TO TRUE
           ELSE
               IF WS-CASH-STATUS NOT = '00'
                   MOVE 'ERROR OPENING CASH-LEDGER-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT MODEL-TARGET-FILE
           IF WS-MODEL-STATUS = '05' OR WS-MODEL-STATUS = '35'
               SET EOF-MODEL-TARGETS TO TRUE
           ELSE
               IF WS-MODEL-STATUS NOT = '00'
                   MOVE 'ERROR OPENING MODEL-TARGET-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT SECURITY-PRICE-FILE
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-PRICE-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT BANK-PAYMENT-FILE
           IF WS-PAY-STATUS NOT = '00'
               MOVE 'ERROR OPENING BANK-PAYMENT-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
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
           MOVE WS-BD-NEXT-DATE    TO WS-NEXT-BUSINESS-DATE
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

      *-- The ledger is written one portfolio at a time in date
      *-- order, so later records overwrite earlier ones and each
      *-- portfolio's entry finishes holding its closing balance.
       1300-LOAD-CASH-BALANCES.
           PERFORM 1310-READ-CASH-LEDGER
           PERFORM 1320-NOTE-CASH-BALANCE
               UNTIL EOF-CASH-LEDGER
           CLOSE CASH-LEDGER-FILE.

       1310-READ-CASH-LEDGER.
           IF NOT EOF-CASH-LEDGER
               READ CASH-LEDGER-FILE
                   AT END
                       SET EOF-CASH-LEDGER TO TRUE
               END-READ
           END-IF.

       1320-NOTE-CASH-BALANCE.
           MOVE CSH-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           MOVE CSH-CURRENCY     TO WS-LOOKUP-CURRENCY
           PERFORM 1330-FIND-CASH-ENTRY
           IF WS-ENTRY-FOUND
               MOVE CSH-CLOSING-BALANCE
                   TO WS-CB-CLOSING-CASH (WS-CB-IDX)
           END-IF
           PERFORM 1310-READ-CASH-LEDGER.

       1330-FIND-CASH-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CB-IDX TO 1
           SEARCH WS-CB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   AND WS-CB-CURRENCY (WS-CB-IDX) = WS-LOOKUP-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CASH-COUNT < 300
                   ADD 1 TO WS-CASH-COUNT
                   SET WS-CB-IDX TO WS-CASH-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CB-CURRENCY (WS-CB-IDX)
                   MOVE ZERO TO WS-CB-CLOSING-CASH (WS-CB-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'WDRPRC00 WARNING: CASH TABLE FULL, '
                       WS-LOOKUP-PORTFOLIO ' ' WS-LOOKUP-CURRENCY
                       ' NOT LOADED'
               END-IF
           END-IF.

       1400-LOAD-MODEL.
           PERFORM 1410-READ-MODEL
           PERFORM 1420-ADD-MODEL-ENTRY
               UNTIL EOF-MODEL-TARGETS
           CLOSE MODEL-TARGET-FILE.

       1410-READ-MODEL.
           IF NOT EOF-MODEL-TARGETS
               READ MODEL-TARGET-FILE
                   AT END
                       SET EOF-MODEL-TARGETS TO TRUE
               END-READ
           END-IF.

       1420-ADD-MODEL-ENTRY.
           IF MDL-LEVEL-SECURITY
               IF WS-MODEL-COUNT < 500
                   ADD 1 TO WS-MODEL-COUNT
                   SET WS-MD-IDX TO WS-MODEL-COUNT
                   MOVE MDL-PORTFOLIO-ID
                       TO WS-MD-PORTFOLIO-ID (WS-MD-IDX)
                   MOVE MDL-TARGET-ID  TO WS-MD-TARGET-ID (WS-MD-IDX)
                   MOVE MDL-TARGET-PCT TO WS-MD-TARGET-PCT (WS-MD-IDX)
               ELSE
                   DISPLAY 'WDRPRC00 WARNING: MODEL TABLE FULL, '
                       MDL-PORTFOLIO-ID ' ' MDL-TARGET-ID ' DROPPED'
               END-IF
           END-IF
           PERFORM 1410-READ-MODEL.

      *-- The feed may carry several days of quotes; the newest per
      *-- security wins, exactly as POSRVL00 keeps its table.
       1500-LOAD-PRICE-TABLE.
           PERFORM 1510-READ-PRICE
           PERFORM 1520-ADD-PRICE-ENTRY
               UNTIL EOF-PRICE-FEED
           CLOSE SECURITY-PRICE-FILE.

       1510-READ-PRICE.
           READ SECURITY-PRICE-FILE
               AT END
                   SET EOF-PRICE-FEED TO TRUE
           END-READ.

       1520-ADD-PRICE-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PR-IDX TO 1
           SEARCH WS-PR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PR-INVESTMENT-ID (WS-PR-IDX)
                        = PRC-INVESTMENT-ID
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF WS-ENTRY-FOUND
               IF PRC-PRICE-DATE NOT <
                       WS-PR-PRICE-DATE (WS-PR-IDX)
                   MOVE PRC-PRICE-DATE
                       TO WS-PR-PRICE-DATE (WS-PR-IDX)
                   MOVE PRC-PRICE TO WS-PR-PRICE (WS-PR-IDX)
               END-IF
           ELSE
               IF WS-PRICE-COUNT < 1000
                   ADD 1 TO WS-PRICE-COUNT
                   SET WS-PR-IDX TO WS-PRICE-COUNT
                   MOVE PRC-INVESTMENT-ID
                       TO WS-PR-INVESTMENT-ID (WS-PR-IDX)
                   MOVE PRC-PRICE-DATE
                       TO WS-PR-PRICE-DATE (WS-PR-IDX)
                   MOVE PRC-PRICE TO WS-PR-PRICE (WS-PR-IDX)
               END-IF
           END-IF
           PERFORM 1510-READ-PRICE.

      *-----------------------------------------------------------------
      * REQUEST PROCESSING
      *-----------------------------------------------------------------
       2000-PROCESS-REQUESTS.
           ADD 1 TO WS-REQUESTS-READ
           IF WDR-PORTFOLIO-ID NOT = WS-RUN-PORTFOLIO
               MOVE WDR-PORTFOLIO-ID TO WS-RUN-PORTFOLIO
               MOVE ZERO TO WS-RUN-CASH-PAID
           END-IF
           IF WDR-STATUS-OPEN
               PERFORM 2100-WORK-REQUEST
           END-IF
           PERFORM 2010-READ-REQUEST.

       2010-READ-REQUEST.
           READ WITHDRAWAL-REQUEST-FILE NEXT RECORD
               AT END
                   SET EOF-REQUESTS TO TRUE
           END-READ.

       2100-WORK-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-WAIT-REASON
           PERFORM 2110-VALIDATE-REQUEST
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2700-REJECT-REQUEST
           ELSE
               PERFORM 2200-CHECK-KYC-REVIEW
               IF WS-WAIT-REASON = SPACES
                   PERFORM 2300-ASSESS-CASH
                   IF WS-SHORTFALL NOT > ZERO
                       PERFORM 2310-RESOLVE-VALUE-DATE
                       IF WS-PAY-VALUE-DATE NOT > WS-NEXT-BUSINESS-DATE
                           PERFORM 2500-PAY-REQUEST
                       ELSE
                           MOVE 'CASH READY - AWAITING VALUE DATE'
                               TO WS-WAIT-REASON
                       END-IF
                   ELSE
                       IF WDR-STATUS-REQUESTED
                           PERFORM 2400-PROPOSE-SELLS
                       ELSE
                           MOVE 'AWAITING SETTLED SALE PROCEEDS'
                               TO WS-WAIT-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-WAIT-REASON NOT = SPACES
                   PERFORM 2800-NOTE-WAITING
               END-IF
           END-IF.

      *-- Each edit runs only while the request is still good, so the
      *-- rejection names the first reason it failed.
       2110-VALIDATE-REQUEST.
           IF WDR-AMOUNT IS NOT NUMERIC
               OR WDR-AMOUNT NOT > ZERO
               MOVE 'WITHDRAWAL AMOUNT MISSING' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WDR-VALUE-DATE IS NOT NUMERIC
                   MOVE 'VALUE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WDR-BENEF-NAME = SPACES
                   OR WDR-BENEF-ACCOUNT = SPACES
                   OR WDR-BENEF-BANK-BIC = SPACES
                   MOVE 'BANK DETAILS INCOMPLETE' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WDR-CASH-ID = SPACES
                   MOVE 'NO CASH INSTRUMENT ON REQUEST'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2120-READ-PORTFOLIO
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WDR-CURRENCY = SPACES
                   MOVE PORT-BASE-CURRENCY TO WDR-CURRENCY
               END-IF
               IF WDR-CURRENCY NOT = PORT-BASE-CURRENCY
                   MOVE 'CURRENCY IS NOT THE PORTFOLIO BASE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2120-READ-PORTFOLIO.
           MOVE WDR-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON PORTFOLIO MASTER'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT PORT-STATUS-ACTIVE
                       MOVE 'PORTFOLIO IS NOT ACTIVE'
                           TO WS-REJECT-REASON
                   ELSE
                       IF PORT-CLIENT-ID = SPACES
                           MOVE 'NO CLIENT ASSIGNED TO PORTFOLIO'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ.

      *-- A client with no review recorded yet is left to the other
      *-- edits, as HISTLD00 leaves it. A lapsed client's request is
      *-- held, not rejected: it pays once the review is done.
       2200-CHECK-KYC-REVIEW.
           MOVE PORT-CLIENT-ID TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   MOVE 'CLIENT NOT ON COUNTERPARTY MASTER'
                       TO WS-WAIT-REASON
               NOT INVALID KEY
                   IF CPTY-KYC-LAST-REVIEW NOT = SPACES
                       AND CPTY-KYC-LAST-REVIEW IS NUMERIC
                       PERFORM 2210-JUDGE-KYC-DUE-DATE
                   END-IF
           END-READ.

       2210-JUDGE-KYC-DUE-DATE.
           MOVE CPTY-KYC-LAST-REVIEW TO WS-KYC-DUE-DATE
           EVALUATE TRUE
               WHEN CPTY-KYC-RISK-LOW
                   MOVE 3 TO WS-KYC-CYCLE-YEARS
               WHEN CPTY-KYC-RISK-MEDIUM
                   MOVE 2 TO WS-KYC-CYCLE-YEARS
               WHEN OTHER
                   MOVE 1 TO WS-KYC-CYCLE-YEARS
           END-EVALUATE
           ADD WS-KYC-CYCLE-YEARS TO WS-KYC-DUE-YEAR
           IF WS-KYC-DUE-DATE < WS-CURRENT-DATE
               MOVE 'CLIENT KYC REVIEW HAS LAPSED' TO WS-WAIT-REASON
           END-IF.

      *-- Available cash is last night's base-currency close (a
      *-- blank-currency record counting as base, the CSHSWP00 rule)
      *-- less what this run has already paid out of the portfolio.
       2300-ASSESS-CASH.
           COMPUTE WS-AVAILABLE-CASH = ZERO - WS-RUN-CASH-PAID
           PERFORM 2302-ADD-BASE-BALANCE
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CASH-COUNT
           COMPUTE WS-SHORTFALL = WDR-AMOUNT - WS-AVAILABLE-CASH.

       2302-ADD-BASE-BALANCE.
           IF WS-CB-PORTFOLIO-ID (WS-CB-IDX) = WDR-PORTFOLIO-ID
               AND (WS-CB-CURRENCY (WS-CB-IDX) = PORT-BASE-CURRENCY
                   OR WS-CB-CURRENCY (WS-CB-IDX) = SPACES)
               ADD WS-CB-CLOSING-CASH (WS-CB-IDX)
                   TO WS-AVAILABLE-CASH
           END-IF.

      *-- The payment is value-dated on the requested date, or today
      *-- if that has passed, rolled to a business day in the
      *-- currency's market; it is released one business day ahead.
       2310-RESOLVE-VALUE-DATE.
           SET WS-CS-FUNC-NEXT-BUS TO TRUE
           MOVE SPACES       TO WS-CS-MARKET
           MOVE WDR-CURRENCY TO WS-CS-MARKET (1:3)
           IF WDR-VALUE-DATE < WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-CS-DATE-IN
           ELSE
               MOVE WDR-VALUE-DATE  TO WS-CS-DATE-IN
           END-IF
           CALL 'CALSVC00' USING WS-CALSVC-REQUEST
           MOVE WS-CS-DATE-OUT TO WS-PAY-VALUE-DATE.

      *-----------------------------------------------------------------
      * LIQUIDATION PROPOSAL
      *-----------------------------------------------------------------
      *-- Sizes the sells so the portfolio left after the withdrawal
      *-- sits as close to its model as the shortfall allows. Each
      *-- holding's excess is its value over its target weight of the
      *-- post-withdrawal value (a holding outside the model has a
      *-- zero target, so all of it is excess). If the excesses
      *-- cover the shortfall they are sold down in proportion;
      *-- otherwise every excess goes and the remainder comes from
      *-- the rest of the holdings pro rata, which keeps them at
      *-- their relative weights.
       2400-PROPOSE-SELLS.
           PERFORM 2410-LOAD-HOLDINGS
           COMPUTE WS-POST-VALUE = WS-PORT-VALUE - WS-SHORTFALL
           IF WS-POST-VALUE < ZERO
               MOVE ZERO TO WS-POST-VALUE
           END-IF
           MOVE ZERO TO WS-TOTAL-EXCESS
           MOVE ZERO TO WS-TOTAL-SELLABLE
           PERFORM 2420-MEASURE-EXCESS
               VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HOLDING-COUNT
           IF WS-TOTAL-SELLABLE NOT > ZERO
               MOVE 'CASH SHORT - NO HOLDINGS TO SELL'
                   TO WS-WAIT-REASON
           ELSE
               MOVE ZERO TO WS-TOTAL-PROPOSED
               PERFORM 2430-SIZE-ONE-SELL
                   VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HOLDING-COUNT
               SET WDR-STATUS-FUNDING TO TRUE
               MOVE WS-CURRENT-DATE   TO WDR-STATUS-DATE
               MOVE WS-TOTAL-PROPOSED TO WDR-PROPOSED-SELLS
               ADD 1 TO WS-REQUESTS-FUNDING
               IF WS-TOTAL-SELLABLE < WS-SHORTFALL
                   MOVE 'HOLDINGS DO NOT COVER THE SHORTFALL'
                       TO WDR-REASON
                   MOVE SPACES TO ERR-TEXT
                   STRING 'WITHDRAWAL ' WDR-PORTFOLIO-ID '/'
                          WDR-REQUEST-ID
                          ' - HOLDINGS DO NOT COVER THE SHORTFALL'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               ELSE
                   MOVE 'SELLS PROPOSED - AWAITING PROCEEDS'
                       TO WDR-REASON
               END-IF
               PERFORM 2900-REWRITE-REQUEST
               MOVE 'FUNDING'          TO WS-RL-ACTION
               MOVE SPACES             TO WS-RL-INVESTMENT-ID
               MOVE WS-SHORTFALL       TO WS-RL-AMOUNT
               MOVE ZERO               TO WS-RL-QUANTITY
               MOVE WDR-REASON         TO WS-RL-DETAIL
               PERFORM 2950-WRITE-REQUEST-LINE
           END-IF.

       2410-LOAD-HOLDINGS.
           MOVE ZERO TO WS-HOLDING-COUNT
           MOVE ZERO TO WS-PORT-VALUE
           MOVE 'N' TO WS-SCAN-SW
           MOVE WDR-PORTFOLIO-ID TO POS-PORTFOLIO-ID
           MOVE LOW-VALUES       TO POS-INVESTMENT-ID
           START POSITION-MASTER KEY NOT LESS THAN POS-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 2411-READ-NEXT-POSITION
           END-IF
           PERFORM 2412-ADD-ONE-HOLDING
               UNTIL WS-SCAN-DONE.

       2411-READ-NEXT-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
               IF POS-PORTFOLIO-ID NOT = WDR-PORTFOLIO-ID
                   SET WS-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *-- A holding is sellable when it is long, is not itself cash,
      *-- and has a price: the latest quote, or failing that the
      *-- value the position was last struck at per unit.
       2412-ADD-ONE-HOLDING.
           ADD POS-CURRENT-VALUE TO WS-PORT-VALUE
           IF POS-QUANTITY > ZERO
               IF WS-HOLDING-COUNT < 200
                   ADD 1 TO WS-HOLDING-COUNT
                   SET WS-HD-IDX TO WS-HOLDING-COUNT
                   MOVE POS-INVESTMENT-ID
                       TO WS-HD-INVESTMENT-ID (WS-HD-IDX)
                   MOVE POS-QUANTITY TO WS-HD-QUANTITY (WS-HD-IDX)
                   MOVE POS-CURRENT-VALUE TO WS-HD-VALUE (WS-HD-IDX)
                   MOVE ZERO TO WS-HD-EXCESS (WS-HD-IDX)
                   PERFORM 2413-RESOLVE-HOLDING-PRICE
                   IF POS-INV-TYPE-CASH
                       OR WS-HD-PRICE (WS-HD-IDX) NOT > ZERO
                       OR POS-CURRENT-VALUE NOT > ZERO
                       MOVE 'N' TO WS-HD-SELLABLE-SW (WS-HD-IDX)
                   ELSE
                       MOVE 'Y' TO WS-HD-SELLABLE-SW (WS-HD-IDX)
                   END-IF
               ELSE
                   DISPLAY 'WDRPRC00 WARNING: HOLDING TABLE FULL, '
                       POS-PORTFOLIO-ID ' ' POS-INVESTMENT-ID
                       ' NOT CONSIDERED'
               END-IF
           END-IF
           PERFORM 2411-READ-NEXT-POSITION.

       2413-RESOLVE-HOLDING-PRICE.
           MOVE ZERO TO WS-HD-PRICE (WS-HD-IDX)
           SET WS-PR-IDX TO 1
           SEARCH WS-PR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PR-INVESTMENT-ID (WS-PR-IDX)
                        = POS-INVESTMENT-ID
                   MOVE WS-PR-PRICE (WS-PR-IDX)
                       TO WS-HD-PRICE (WS-HD-IDX)
           END-SEARCH
           IF WS-HD-PRICE (WS-HD-IDX) NOT > ZERO
               COMPUTE WS-HD-PRICE (WS-HD-IDX) ROUNDED =
                   POS-CURRENT-VALUE / POS-QUANTITY
           END-IF.

       2420-MEASURE-EXCESS.
           IF WS-HD-SELLABLE (WS-HD-IDX)
               MOVE ZERO TO WS-TARGET-PCT
               SET WS-MD-IDX TO 1
               SEARCH WS-MD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MD-PORTFOLIO-ID (WS-MD-IDX)
                            = WDR-PORTFOLIO-ID
                       AND WS-MD-TARGET-ID (WS-MD-IDX)
                            = WS-HD-INVESTMENT-ID (WS-HD-IDX)
                       MOVE WS-MD-TARGET-PCT (WS-MD-IDX)
                           TO WS-TARGET-PCT
               END-SEARCH
               COMPUTE WS-TARGET-VALUE ROUNDED =
                   WS-POST-VALUE * WS-TARGET-PCT / 100
               IF WS-HD-VALUE (WS-HD-IDX) > WS-TARGET-VALUE
                   COMPUTE WS-HD-EXCESS (WS-HD-IDX) =
                       WS-HD-VALUE (WS-HD-IDX) - WS-TARGET-VALUE
               END-IF
               ADD WS-HD-EXCESS (WS-HD-IDX) TO WS-TOTAL-EXCESS
               ADD WS-HD-VALUE (WS-HD-IDX)  TO WS-TOTAL-SELLABLE
           END-IF.

       2430-SIZE-ONE-SELL.
           IF WS-HD-SELLABLE (WS-HD-IDX)
               EVALUATE TRUE
                   WHEN WS-TOTAL-SELLABLE NOT > WS-SHORTFALL
                       MOVE WS-HD-VALUE (WS-HD-IDX) TO WS-SELL-AMOUNT
                   WHEN WS-TOTAL-EXCESS NOT < WS-SHORTFALL
                       COMPUTE WS-SELL-AMOUNT ROUNDED =
                           WS-SHORTFALL * WS-HD-EXCESS (WS-HD-IDX)
                           / WS-TOTAL-EXCESS
                   WHEN OTHER
                       COMPUTE WS-SELL-AMOUNT ROUNDED =
                           WS-HD-EXCESS (WS-HD-IDX)
                           + (WS-SHORTFALL - WS-TOTAL-EXCESS)
                           * (WS-HD-VALUE (WS-HD-IDX)
                              - WS-HD-EXCESS (WS-HD-IDX))
                           / (WS-TOTAL-SELLABLE - WS-TOTAL-EXCESS)
               END-EVALUATE
               IF WS-SELL-AMOUNT NOT < WS-HD-VALUE (WS-HD-IDX)
                   MOVE WS-HD-QUANTITY (WS-HD-IDX) TO WS-SELL-QUANTITY
               ELSE
                   COMPUTE WS-SELL-QUANTITY ROUNDED =
                       WS-SELL-AMOUNT / WS-HD-PRICE (WS-HD-IDX)
               END-IF
               IF WS-SELL-QUANTITY > WS-HD-QUANTITY (WS-HD-IDX)
                   MOVE WS-HD-QUANTITY (WS-HD-IDX) TO WS-SELL-QUANTITY
               END-IF
               IF WS-SELL-QUANTITY > ZERO
                   COMPUTE WS-SELL-AMOUNT ROUNDED =
                       WS-SELL-QUANTITY * WS-HD-PRICE (WS-HD-IDX)
                   PERFORM 2440-WRITE-PROPOSED-SELL
               END-IF
           END-IF.

      *-- Written as MDLRBL00 writes its proposals: a pending sell the
      *-- desk reviews and the overnight posting releases, tagged
      *-- with the request so the proceeds can be traced to it.
       2440-WRITE-PROPOSED-SELL.
           MOVE SPACES            TO TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE   TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE WDR-PORTFOLIO-ID  TO TRAN-PORTFOLIO-ID
           PERFORM 2600-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE WS-HD-INVESTMENT-ID (WS-HD-IDX) TO TRAN-INVESTMENT-ID
           SET TRAN-TYPE-SELL     TO TRUE
           SET TRAN-STATUS-PEND   TO TRUE
           MOVE WS-SELL-QUANTITY  TO TRAN-QUANTITY
           MOVE WS-HD-PRICE (WS-HD-IDX) TO TRAN-PRICE
           MOVE WS-SELL-AMOUNT    TO TRAN-AMOUNT
           MOVE SPACES            TO TRAN-CURRENCY
           MOVE 'WDRL'            TO TRAN-CHANNEL-CODE
           MOVE SPACES            TO TRAN-SETTLE-CCY
           MOVE 1                 TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE WDR-REQUEST-ID    TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE SPACES            TO TRAN-COUNTERPARTY-ID
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE ZERO              TO TRAN-ACCRUED-INT
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'WDRPRC00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE PROPOSED SELL KEY - NOT WRITTEN'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-SELLS-PROPOSED
                   ADD WS-SELL-AMOUNT TO WS-TOTAL-PROPOSED
                   MOVE 'PROPOSED SELL'  TO WS-RL-ACTION
                   MOVE WS-HD-INVESTMENT-ID (WS-HD-IDX)
                       TO WS-RL-INVESTMENT-ID
                   MOVE WS-SELL-AMOUNT   TO WS-RL-AMOUNT
                   MOVE WS-SELL-QUANTITY TO WS-RL-QUANTITY
                   MOVE 'SELL RAISED AS PENDING' TO WS-RL-DETAIL
                   PERFORM 2950-WRITE-REQUEST-LINE
           END-WRITE.

      *-----------------------------------------------------------------
      * PAYMENT
      *-----------------------------------------------------------------
      *-- The outbound TR and its bank payment go out together. The
      *-- TR is the way a keyed transfer out looks: booked against
      *-- the request's cash instrument at a price of one, quantity
      *-- and amount negative, the client as counterparty.
       2500-PAY-REQUEST.
           MOVE SPACES            TO TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE   TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE WDR-PORTFOLIO-ID  TO TRAN-PORTFOLIO-ID
           PERFORM 2600-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE WDR-CASH-ID       TO TRAN-INVESTMENT-ID
           SET TRAN-TYPE-TRANS    TO TRUE
           COMPUTE TRAN-QUANTITY  = ZERO - WDR-AMOUNT
           MOVE 1                 TO TRAN-PRICE
           COMPUTE TRAN-AMOUNT    = ZERO - WDR-AMOUNT
           MOVE WDR-CURRENCY      TO TRAN-CURRENCY
           SET TRAN-STATUS-PEND   TO TRUE
           MOVE 'WDRL'            TO TRAN-CHANNEL-CODE
           MOVE WDR-CURRENCY      TO TRAN-SETTLE-CCY
           MOVE 1                 TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE WDR-REQUEST-ID    TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE PORT-CLIENT-ID    TO TRAN-COUNTERPARTY-ID
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE ZERO              TO TRAN-ACCRUED-INT
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'WDRPRC00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE WITHDRAWAL TR KEY - NOT PAID'
                       TO WS-WAIT-REASON
               NOT INVALID KEY
                   PERFORM 2510-WRITE-BANK-PAYMENT
           END-WRITE.

       2510-WRITE-BANK-PAYMENT.
           MOVE SPACES             TO BANK-PAYMENT-RECORD
           MOVE WDR-PORTFOLIO-ID   TO PAY-PORTFOLIO-ID
           MOVE WDR-REQUEST-ID     TO PAY-REQUEST-ID
           MOVE WS-PAY-VALUE-DATE  TO PAY-VALUE-DATE
           MOVE WDR-CURRENCY       TO PAY-CURRENCY
           MOVE WDR-AMOUNT         TO PAY-AMOUNT
           MOVE TRAN-DATE          TO PAY-TRAN-DATE
           MOVE TRAN-SEQUENCE-NO   TO PAY-TRAN-SEQUENCE-NO
           MOVE WDR-BENEF-NAME     TO PAY-BENEF-NAME
           MOVE WDR-BENEF-ACCOUNT  TO PAY-BENEF-ACCOUNT
           MOVE WDR-BENEF-BANK-BIC TO PAY-BENEF-BANK-BIC
           WRITE BANK-PAYMENT-RECORD
           ADD WDR-AMOUNT TO WS-RUN-CASH-PAID
           ADD 1 TO WS-REQUESTS-PAID
           SET WDR-STATUS-PAID    TO TRUE
           MOVE WS-CURRENT-DATE   TO WDR-STATUS-DATE
           MOVE WS-PAY-VALUE-DATE TO WDR-PAYMENT-VALUE-DATE
           MOVE SPACES            TO WDR-REASON
           PERFORM 2900-REWRITE-REQUEST
           MOVE 'PAID'            TO WS-RL-ACTION
           MOVE WDR-CASH-ID       TO WS-RL-INVESTMENT-ID
           MOVE WDR-AMOUNT        TO WS-RL-AMOUNT
           MOVE ZERO              TO WS-RL-QUANTITY
           MOVE 'TR RAISED, PAYMENT SENT TO BANK FILE'
               TO WS-RL-DETAIL
           PERFORM 2950-WRITE-REQUEST-LINE.

       2600-GET-NEXT-SEQUENCE.
           SET WS-SQ-FUNC-NEXT TO TRUE
           MOVE WS-CURRENT-DATE TO WS-SQ-PROCESS-DATE
           CALL 'SEQSVC00' USING WS-SEQSVC-REQUEST
           IF WS-SQ-RETURN-CODE NOT = 0
               MOVE 'SEQUENCE SERVICE FAILED' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * STATUS UPDATES
      *-----------------------------------------------------------------
       2700-REJECT-REQUEST.
           ADD 1 TO WS-REQUESTS-REJECTED
           SET WDR-STATUS-REJECTED TO TRUE
           MOVE WS-CURRENT-DATE    TO WDR-STATUS-DATE
           MOVE WS-REJECT-REASON   TO WDR-REASON
           PERFORM 2900-REWRITE-REQUEST
           MOVE 'REJECTED'         TO WS-RL-ACTION
           MOVE SPACES             TO WS-RL-INVESTMENT-ID
           MOVE WDR-AMOUNT         TO WS-RL-AMOUNT
           MOVE ZERO               TO WS-RL-QUANTITY
           MOVE WS-REJECT-REASON   TO WS-RL-DETAIL
           PERFORM 2950-WRITE-REQUEST-LINE
           MOVE SPACES TO ERR-TEXT
           STRING 'WITHDRAWAL ' WDR-PORTFOLIO-ID '/' WDR-REQUEST-ID
                  ' REJECTED: ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO ERR-TEXT
           SET ERR-SEV-WARNING TO TRUE
           PERFORM 9000-ERROR-ROUTINE.

      *-- The status stands; only the reason is refreshed so the desk
      *-- sees why the request has not moved.
       2800-NOTE-WAITING.
           ADD 1 TO WS-REQUESTS-WAITING
           MOVE WS-WAIT-REASON     TO WDR-REASON
           PERFORM 2900-REWRITE-REQUEST
           MOVE 'WAITING'          TO WS-RL-ACTION
           MOVE SPACES             TO WS-RL-INVESTMENT-ID
           MOVE WDR-AMOUNT         TO WS-RL-AMOUNT
           MOVE ZERO               TO WS-RL-QUANTITY
           MOVE WS-WAIT-REASON     TO WS-RL-DETAIL
           PERFORM 2950-WRITE-REQUEST-LINE.

       2900-REWRITE-REQUEST.
           REWRITE WITHDRAWAL-REQUEST-RECORD
               INVALID KEY
                   MOVE SPACES TO ERR-TEXT
                   STRING 'WITHDRAWAL ' WDR-PORTFOLIO-ID '/'
                          WDR-REQUEST-ID ' REWRITE FAILED'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE.

       2950-WRITE-REQUEST-LINE.
           MOVE WDR-PORTFOLIO-ID  TO WS-RL-PORTFOLIO
           MOVE WDR-REQUEST-ID    TO WS-RL-REQUEST-ID
           MOVE WDR-VALUE-DATE    TO WS-RL-VALUE-DATE
           WRITE REPORT-RECORD FROM WS-REQUEST-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'REQUESTS READ:' TO WS-SL-LABEL
           MOVE WS-REQUESTS-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REQUESTS PAID:' TO WS-SL-LABEL
           MOVE WS-REQUESTS-PAID TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REQUESTS MOVED TO FUNDING:' TO WS-SL-LABEL
           MOVE WS-REQUESTS-FUNDING TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'SELLS PROPOSED:' TO WS-SL-LABEL
           MOVE WS-SELLS-PROPOSED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REQUESTS STILL WAITING:' TO WS-SL-LABEL
           MOVE WS-REQUESTS-WAITING TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REQUESTS REJECTED:' TO WS-SL-LABEL
           MOVE WS-REQUESTS-REJECTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE WITHDRAWAL-REQUEST-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE COUNTERPARTY-MASTER
           CLOSE POSITION-MASTER
           CLOSE TRANSACTION-HISTORY
           CLOSE BANK-PAYMENT-FILE
           CLOSE REPORT-FILE
           IF WS-WARNING-RAISED
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
           MOVE 'WDRPRC00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'WDRPRC00 WARNING: ' ERR-TEXT
                   SET WS-WARNING-RAISED TO TRUE
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'WDRPRC00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'WDRPRC00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
