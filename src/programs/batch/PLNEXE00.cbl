       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLNEXE00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Recurring Contribution And Withdrawal Plan Execution           *
      *                                                                *
      * Raises each client's standing savings-plan contributions and   *
      * regular income withdrawals as they fall due, so no instalment  *
      * depends on someone remembering to key it in TRNENT00:          *
      * - Walks the recurring plan file (RCRPLAN); an active plan      *
      *   whose next due date, rolled forward to a business day in    *
      *   the portfolio's base-currency market by CALSVC00, is the     *
      *   run date raises its instalment as a pending TR on TRANHIST   *
      *   -- cash in for a contribution, cash out for a withdrawal --  *
      *   with the portfolio's client as counterparty, for POSUPD00    *
      *   to post overnight                                            *
      * - A contribution on a plan electing it is also invested        *
      *   straight into the portfolio's security-level model targets   *
      *   (MDLTGT) as pending buys at the latest feed quote, in the    *
      *   MDLRBL00 manner; type-level targets and unquoted securities  *
      *   leave their share in cash                                    *
      * - A withdrawal the portfolio's base-currency cash (last        *
      *   night's ledger close, net of this run's own instalments)     *
      *   cannot cover is skipped, reported and retried the next day   *
      *   with its due date unchanged; so is one for a client whose    *
      *   KYC review has lapsed (the HISTLD00 outbound rule)           *
      * - A raised instalment steps the due date on by the plan's      *
      *   frequency; a plan stepped past its end date is ended         *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-PLAN-FILE ASSIGN TO RCRPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPL-KEY
               FILE STATUS IS WS-PLAN-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-PLAN-FILE
           RECORDING MODE IS F.
           COPY RCRPLN.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

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

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'PLNEXE00'.
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
           05  WS-PLAN-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-CASH-STATUS            PIC XX.
           05  WS-MODEL-STATUS           PIC XX.
           05  WS-PRICE-STATUS           PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-PLAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-PLANS                 VALUE 'Y'.
           05  WS-EOF-CASH-SW            PIC X(01) VALUE 'N'.
               88  EOF-CASH-LEDGER           VALUE 'Y'.
           05  WS-EOF-MODEL-SW           PIC X(01) VALUE 'N'.
               88  EOF-MODEL-TARGETS         VALUE 'Y'.
           05  WS-EOF-PRICE-SW           PIC X(01) VALUE 'N'.
               88  EOF-PRICE-FEED            VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-KYC-SW                 PIC X(01) VALUE 'N'.
               88  WS-KYC-LAPSED             VALUE 'Y'.
           05  WS-WARNING-SW             PIC X(01) VALUE 'N'.
               88  WS-WARNING-RAISED         VALUE 'Y'.

      *-- Why the day's instalment was held back; SPACES while it can
      *-- still be raised.
       01  WS-HOLD-REASON                PIC X(40).

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

      *-- The model, loaded once; only security-level targets can be
      *-- bought into, so only they are kept.
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

      *-- The plan file is in portfolio order, so the cash this run
      *-- has already moved for a portfolio is carried only while
      *-- its plans go by.
       01  WS-CASH-AREA.
           05  WS-LOOKUP-PORTFOLIO       PIC X(08).
           05  WS-LOOKUP-CURRENCY        PIC X(03).
           05  WS-RUN-PORTFOLIO          PIC X(08) VALUE SPACES.
           05  WS-RUN-CASH-MOVED         PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.
           05  WS-AVAILABLE-CASH         PIC S9(13)V9(2) COMP-3.

       01  WS-INSTALMENT-AREA.
           05  WS-EFFECTIVE-DATE         PIC X(08).
           05  WS-BUY-AMOUNT             PIC S9(13)V9(2) COMP-3.
           05  WS-BUY-PRICE              PIC S9(11)V9(4) COMP-3.
           05  WS-BUY-QUANTITY           PIC S9(11)V9(4) COMP-3.
           05  WS-TARGETS-SEEN           PIC 9(03) COMP.

      *-- Client KYC review check, the HISTLD00 rule: the review
      *-- falls due one, two or three years after the last one by
      *-- risk rating.
       01  WS-KYC-AREA.
           05  WS-KYC-DUE-DATE.
               10  WS-KYC-DUE-YEAR       PIC 9(04).
               10  WS-KYC-DUE-MMDD       PIC X(04).
           05  WS-KYC-CYCLE-YEARS        PIC 9(01).

      *-- Due-date stepping. A monthly-type plan keeps falling due on
      *-- its start date's day of the month, pulled back to the month
      *-- end in a shorter month.
       01  WS-STEP-AREA.
           05  WS-STEP-DATE.
               10  WS-STEP-YEAR          PIC 9(04).
               10  WS-STEP-MONTH         PIC 9(02).
               10  WS-STEP-DAY           PIC 9(02).
           05  WS-STEP-NUM REDEFINES WS-STEP-DATE
                                         PIC 9(08).
           05  WS-STEP-JULIAN            PIC 9(07).
           05  WS-STEP-MONTHS            PIC 9(02).
           05  WS-NEW-MONTH              PIC 9(03).
           05  WS-ANCHOR-DAY             PIC 9(02).
           05  WS-MONTH-END-DAY          PIC 9(02).
           05  WS-LEAP-QUOTIENT          PIC 9(04).
           05  WS-LEAP-REM-4             PIC 9(03).
           05  WS-LEAP-REM-100           PIC 9(03).
           05  WS-LEAP-REM-400           PIC 9(03).

       01  WS-MONTH-DAYS-VALUES          PIC X(24)
                                     VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

       01  WS-COUNTS.
           05  WS-PLANS-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-CONTRIBS-RAISED        PIC 9(07) COMP VALUE ZERO.
           05  WS-WITHDRAWALS-RAISED     PIC 9(07) COMP VALUE ZERO.
           05  WS-MODEL-BUYS             PIC 9(07) COMP VALUE ZERO.
           05  WS-INSTALMENTS-HELD       PIC 9(07) COMP VALUE ZERO.
           05  WS-PLANS-ENDED            PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-TIME               PIC X(06).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'RECURRING PLAN EXECUTION'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(06) VALUE 'PLAN'.
               10  FILLER                PIC X(14) VALUE 'ACTION'.
               10  FILLER                PIC X(12) VALUE 'INVESTMENT'.
               10  FILLER                PIC X(10) VALUE 'DUE DATE'.
               10  FILLER                PIC X(19)
                   VALUE '           AMOUNT'.
               10  FILLER                PIC X(17)
                   VALUE '       QUANTITY'.
               10  FILLER                PIC X(44) VALUE 'DETAIL'.

       01  WS-PLAN-LINE.
           05  WS-PL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PL-PLAN-ID             PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PL-ACTION              PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PL-DUE-DATE            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PL-AMOUNT              PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PL-QUANTITY            PIC -(9)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PL-DETAIL              PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PLANS
               UNTIL EOF-PLANS
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
           PERFORM 2010-READ-PLAN.

       1100-OPEN-FILES.
           OPEN I-O RECURRING-PLAN-FILE
           IF WS-PLAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING RECURRING-PLAN-FILE' TO ERR-TEXT
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
                   DISPLAY 'PLNEXE00 WARNING: CASH TABLE FULL, '
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
               AND MDL-TARGET-PCT > ZERO
               IF WS-MODEL-COUNT < 500
                   ADD 1 TO WS-MODEL-COUNT
                   SET WS-MD-IDX TO WS-MODEL-COUNT
                   MOVE MDL-PORTFOLIO-ID
                       TO WS-MD-PORTFOLIO-ID (WS-MD-IDX)
                   MOVE MDL-TARGET-ID  TO WS-MD-TARGET-ID (WS-MD-IDX)
                   MOVE MDL-TARGET-PCT TO WS-MD-TARGET-PCT (WS-MD-IDX)
               ELSE
                   DISPLAY 'PLNEXE00 WARNING: MODEL TABLE FULL, '
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
      * PLAN PROCESSING
      *-----------------------------------------------------------------
       2000-PROCESS-PLANS.
           ADD 1 TO WS-PLANS-READ
           IF RPL-PORTFOLIO-ID NOT = WS-RUN-PORTFOLIO
               MOVE RPL-PORTFOLIO-ID TO WS-RUN-PORTFOLIO
               MOVE ZERO TO WS-RUN-CASH-MOVED
           END-IF
           IF RPL-STATUS-ACTIVE
               PERFORM 2100-JUDGE-PLAN
           END-IF
           PERFORM 2010-READ-PLAN.

       2010-READ-PLAN.
           READ RECURRING-PLAN-FILE NEXT RECORD
               AT END
                   SET EOF-PLANS TO TRUE
           END-READ.

      *-- One instalment per plan per run: a plan that has already
      *-- paid today is left alone, so a rerun raises nothing twice,
      *-- and one that fell behind catches up a period a day.
       2100-JUDGE-PLAN.
           MOVE SPACES TO WS-HOLD-REASON
           IF RPL-END-DATE NOT = SPACES
               AND RPL-NEXT-DUE-DATE > RPL-END-DATE
               PERFORM 2700-END-PLAN
           ELSE
               IF RPL-LAST-PAID-DATE NOT = WS-CURRENT-DATE
                   AND RPL-NEXT-DUE-DATE NOT > WS-CURRENT-DATE
                   PERFORM 2110-VALIDATE-PLAN
                   IF WS-HOLD-REASON = SPACES
                       PERFORM 2130-ROLL-DUE-DATE
                       IF WS-EFFECTIVE-DATE = WS-CURRENT-DATE
                           PERFORM 2200-RAISE-INSTALMENT
                       END-IF
                   ELSE
                       PERFORM 2300-HOLD-INSTALMENT
                   END-IF
               END-IF
           END-IF.

      *-- Each edit runs only while the plan is still good, so the
      *-- report names the first reason it was held.
       2110-VALIDATE-PLAN.
           IF NOT RPL-CONTRIBUTION AND NOT RPL-WITHDRAWAL
               MOVE 'UNKNOWN PLAN DIRECTION' TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON = SPACES
               IF NOT RPL-FREQ-WEEKLY AND NOT RPL-FREQ-MONTHLY
                   AND NOT RPL-FREQ-QUARTERLY
                   AND NOT RPL-FREQ-SEMIANNUAL
                   AND NOT RPL-FREQ-ANNUAL
                   MOVE 'UNKNOWN PLAN FREQUENCY' TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               IF RPL-AMOUNT IS NOT NUMERIC
                   OR RPL-AMOUNT NOT > ZERO
                   MOVE 'PLAN AMOUNT MISSING' TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               IF RPL-CASH-ID = SPACES
                   MOVE 'NO CASH INSTRUMENT ON PLAN'
                       TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 2120-READ-PORTFOLIO
           END-IF.

      *-- The TR's counterparty is the portfolio's client -- the
      *-- party the money comes from or goes to.
       2120-READ-PORTFOLIO.
           MOVE RPL-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON PORTFOLIO MASTER'
                       TO WS-HOLD-REASON
               NOT INVALID KEY
                   IF NOT PORT-STATUS-ACTIVE
                       MOVE 'PORTFOLIO IS NOT ACTIVE'
                           TO WS-HOLD-REASON
                   ELSE
                       IF PORT-CLIENT-ID = SPACES
                           MOVE 'NO CLIENT ASSIGNED TO PORTFOLIO'
                               TO WS-HOLD-REASON
                       END-IF
                   END-IF
           END-READ.

      *-- An instalment falls on the first business day on or after
      *-- its due date in the base currency's market; one already
      *-- overdue (skipped, or a run missed) is judged from today.
       2130-ROLL-DUE-DATE.
           SET WS-CS-FUNC-NEXT-BUS TO TRUE
           MOVE SPACES             TO WS-CS-MARKET
           MOVE PORT-BASE-CURRENCY TO WS-CS-MARKET (1:3)
           IF RPL-NEXT-DUE-DATE < WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE   TO WS-CS-DATE-IN
           ELSE
               MOVE RPL-NEXT-DUE-DATE TO WS-CS-DATE-IN
           END-IF
           CALL 'CALSVC00' USING WS-CALSVC-REQUEST
           MOVE WS-CS-DATE-OUT TO WS-EFFECTIVE-DATE.

       2200-RAISE-INSTALMENT.
           PERFORM 2210-CHECK-KYC-REVIEW
           IF WS-HOLD-REASON = SPACES
               AND RPL-WITHDRAWAL
               IF WS-KYC-LAPSED
                   MOVE 'CLIENT KYC REVIEW HAS LAPSED'
                       TO WS-HOLD-REASON
               ELSE
                   PERFORM 2230-CHECK-WITHDRAWAL-CASH
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 2400-WRITE-INSTALMENT
               IF RPL-CONTRIBUTION
                   AND RPL-INVEST-TO-MODEL
                   IF WS-KYC-LAPSED
                       MOVE 'MODEL BUYS'   TO WS-PL-ACTION
                       MOVE SPACES         TO WS-PL-INVESTMENT-ID
                       MOVE RPL-AMOUNT     TO WS-PL-AMOUNT
                       MOVE ZERO           TO WS-PL-QUANTITY
                       MOVE 'KYC LAPSED - LEFT IN CASH'
                           TO WS-PL-DETAIL
                       PERFORM 2900-WRITE-PLAN-LINE
                   ELSE
                       PERFORM 2500-INVEST-TO-MODEL
                   END-IF
               END-IF
               PERFORM 2600-ADVANCE-DUE-DATE
               MOVE WS-CURRENT-DATE TO RPL-LAST-PAID-DATE
               MOVE ZERO TO RPL-SKIP-COUNT
               IF RPL-END-DATE NOT = SPACES
                   AND RPL-NEXT-DUE-DATE > RPL-END-DATE
                   PERFORM 2700-END-PLAN
               ELSE
                   PERFORM 2800-REWRITE-PLAN
               END-IF
           ELSE
               PERFORM 2300-HOLD-INSTALMENT
           END-IF.

      *-- A client with no review recorded yet is left to the other
      *-- edits, as HISTLD00 leaves it.
       2210-CHECK-KYC-REVIEW.
           MOVE 'N' TO WS-KYC-SW
           MOVE PORT-CLIENT-ID TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   MOVE 'CLIENT NOT ON COUNTERPARTY MASTER'
                       TO WS-HOLD-REASON
               NOT INVALID KEY
                   IF CPTY-KYC-LAST-REVIEW NOT = SPACES
                       AND CPTY-KYC-LAST-REVIEW IS NUMERIC
                       PERFORM 2220-JUDGE-KYC-DUE-DATE
                   END-IF
           END-READ.

       2220-JUDGE-KYC-DUE-DATE.
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
               SET WS-KYC-LAPSED TO TRUE
           END-IF.

      *-- Available cash is last night's base-currency close (a
      *-- blank-currency record counting as base, the CSHSWP00 rule)
      *-- plus whatever this run has already paid in or out of the
      *-- portfolio.
       2230-CHECK-WITHDRAWAL-CASH.
           MOVE WS-RUN-CASH-MOVED TO WS-AVAILABLE-CASH
           PERFORM 2232-ADD-BASE-BALANCE
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CASH-COUNT
           IF WS-AVAILABLE-CASH < RPL-AMOUNT
               MOVE 'INSUFFICIENT CASH - RETRY NEXT DAY'
                   TO WS-HOLD-REASON
           END-IF.

       2232-ADD-BASE-BALANCE.
           IF WS-CB-PORTFOLIO-ID (WS-CB-IDX) = RPL-PORTFOLIO-ID
               AND (WS-CB-CURRENCY (WS-CB-IDX) = PORT-BASE-CURRENCY
                   OR WS-CB-CURRENCY (WS-CB-IDX) = SPACES)
               ADD WS-CB-CLOSING-CASH (WS-CB-IDX)
                   TO WS-AVAILABLE-CASH
           END-IF.

      *-- The due date stays where it is, so the same instalment is
      *-- tried again on the next run.
       2300-HOLD-INSTALMENT.
           ADD 1 TO WS-INSTALMENTS-HELD
           ADD 1 TO RPL-SKIP-COUNT
           MOVE WS-CURRENT-DATE TO RPL-LAST-SKIP-DATE
           PERFORM 2800-REWRITE-PLAN
           MOVE 'HELD'          TO WS-PL-ACTION
           MOVE RPL-CASH-ID     TO WS-PL-INVESTMENT-ID
           MOVE RPL-AMOUNT      TO WS-PL-AMOUNT
           MOVE ZERO            TO WS-PL-QUANTITY
           MOVE WS-HOLD-REASON  TO WS-PL-DETAIL
           PERFORM 2900-WRITE-PLAN-LINE
           MOVE SPACES TO ERR-TEXT
           STRING 'PLAN ' RPL-PORTFOLIO-ID '/' RPL-PLAN-ID
                  ' INSTALMENT HELD: ' WS-HOLD-REASON
               DELIMITED BY SIZE INTO ERR-TEXT
           SET ERR-SEV-WARNING TO TRUE
           PERFORM 9000-ERROR-ROUTINE.

      *-- The instalment as a pending TR, the way a keyed transfer
      *-- looks: booked against the plan's cash instrument at a price
      *-- of one, signed -- positive in for a contribution, negative
      *-- out for a withdrawal -- and carrying the plan key as its
      *-- parent order so the desk can trace it back.
       2400-WRITE-INSTALMENT.
           MOVE SPACES            TO TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE   TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE RPL-PORTFOLIO-ID  TO TRAN-PORTFOLIO-ID
           PERFORM 2450-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE RPL-CASH-ID       TO TRAN-INVESTMENT-ID
           SET TRAN-TYPE-TRANS    TO TRUE
           IF RPL-CONTRIBUTION
               MOVE RPL-AMOUNT    TO TRAN-QUANTITY
               MOVE RPL-AMOUNT    TO TRAN-AMOUNT
           ELSE
               COMPUTE TRAN-QUANTITY = ZERO - RPL-AMOUNT
               COMPUTE TRAN-AMOUNT   = ZERO - RPL-AMOUNT
           END-IF
           MOVE 1                 TO TRAN-PRICE
           MOVE PORT-BASE-CURRENCY TO TRAN-CURRENCY
           SET TRAN-STATUS-PEND   TO TRUE
           MOVE 'RPLN'            TO TRAN-CHANNEL-CODE
           MOVE PORT-BASE-CURRENCY TO TRAN-SETTLE-CCY
           MOVE 1                 TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE RPL-KEY           TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE PORT-CLIENT-ID    TO TRAN-COUNTERPARTY-ID
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE ZERO              TO TRAN-ACCRUED-INT
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'PLNEXE00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE INSTALMENT KEY - NOT WRITTEN'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD TRAN-AMOUNT TO WS-RUN-CASH-MOVED
                   IF RPL-CONTRIBUTION
                       ADD 1 TO WS-CONTRIBS-RAISED
                       MOVE 'CONTRIBUTION' TO WS-PL-ACTION
                   ELSE
                       ADD 1 TO WS-WITHDRAWALS-RAISED
                       MOVE 'WITHDRAWAL'   TO WS-PL-ACTION
                   END-IF
                   MOVE RPL-CASH-ID       TO WS-PL-INVESTMENT-ID
                   MOVE TRAN-AMOUNT       TO WS-PL-AMOUNT
                   MOVE TRAN-QUANTITY     TO WS-PL-QUANTITY
                   MOVE 'RAISED AS PENDING TR' TO WS-PL-DETAIL
                   PERFORM 2900-WRITE-PLAN-LINE
           END-WRITE.

       2450-GET-NEXT-SEQUENCE.
           SET WS-SQ-FUNC-NEXT TO TRUE
           MOVE WS-CURRENT-DATE TO WS-SQ-PROCESS-DATE
           CALL 'SEQSVC00' USING WS-SEQSVC-REQUEST
           IF WS-SQ-RETURN-CODE NOT = 0
               MOVE 'SEQUENCE SERVICE FAILED' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- The contribution is shared across the portfolio's
      *-- security-level targets by target weight and bought at the
      *-- latest quote. The buys sequence after the TR under the same
      *-- date and time, so POSUPD00 posts the cash in first and the
      *-- buys pass its cash check. Whatever the security targets do
      *-- not add up to stays in cash.
       2500-INVEST-TO-MODEL.
           MOVE ZERO TO WS-TARGETS-SEEN
           PERFORM 2510-BUY-ONE-TARGET
               VARYING WS-MD-IDX FROM 1 BY 1
               UNTIL WS-MD-IDX > WS-MODEL-COUNT
           IF WS-TARGETS-SEEN = ZERO
               MOVE 'MODEL BUYS'   TO WS-PL-ACTION
               MOVE SPACES         TO WS-PL-INVESTMENT-ID
               MOVE ZERO           TO WS-PL-AMOUNT
               MOVE ZERO           TO WS-PL-QUANTITY
               MOVE 'NO SECURITY MODEL - LEFT IN CASH'
                   TO WS-PL-DETAIL
               PERFORM 2900-WRITE-PLAN-LINE
           END-IF.

       2510-BUY-ONE-TARGET.
           IF WS-MD-PORTFOLIO-ID (WS-MD-IDX) = RPL-PORTFOLIO-ID
               ADD 1 TO WS-TARGETS-SEEN
               COMPUTE WS-BUY-AMOUNT ROUNDED =
                   RPL-AMOUNT * WS-MD-TARGET-PCT (WS-MD-IDX) / 100
               PERFORM 2520-FIND-TARGET-PRICE
               MOVE 'MODEL BUY'    TO WS-PL-ACTION
               MOVE WS-MD-TARGET-ID (WS-MD-IDX)
                   TO WS-PL-INVESTMENT-ID
               MOVE WS-BUY-AMOUNT  TO WS-PL-AMOUNT
               IF WS-BUY-PRICE NOT > ZERO
                   MOVE ZERO TO WS-PL-QUANTITY
                   MOVE 'NO QUOTE - LEFT IN CASH' TO WS-PL-DETAIL
                   PERFORM 2900-WRITE-PLAN-LINE
               ELSE
                   COMPUTE WS-BUY-QUANTITY ROUNDED =
                       WS-BUY-AMOUNT / WS-BUY-PRICE
                   IF WS-BUY-QUANTITY > ZERO
                       PERFORM 2530-WRITE-MODEL-BUY
                   END-IF
               END-IF
           END-IF.

       2520-FIND-TARGET-PRICE.
           MOVE ZERO TO WS-BUY-PRICE
           SET WS-PR-IDX TO 1
           SEARCH WS-PR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PR-INVESTMENT-ID (WS-PR-IDX)
                        = WS-MD-TARGET-ID (WS-MD-IDX)
                   MOVE WS-PR-PRICE (WS-PR-IDX) TO WS-BUY-PRICE
           END-SEARCH.

      *-- Written as MDLRBL00 writes its proposals: a pending buy with
      *-- no currency, so it trades in the portfolio's base.
       2530-WRITE-MODEL-BUY.
           MOVE SPACES            TO TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE   TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE RPL-PORTFOLIO-ID  TO TRAN-PORTFOLIO-ID
           PERFORM 2450-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE WS-MD-TARGET-ID (WS-MD-IDX) TO TRAN-INVESTMENT-ID
           SET TRAN-TYPE-BUY      TO TRUE
           SET TRAN-STATUS-PEND   TO TRUE
           MOVE WS-BUY-QUANTITY   TO TRAN-QUANTITY
           MOVE WS-BUY-PRICE      TO TRAN-PRICE
           MOVE WS-BUY-AMOUNT     TO TRAN-AMOUNT
           MOVE SPACES            TO TRAN-CURRENCY
           MOVE 'RPLN'            TO TRAN-CHANNEL-CODE
           MOVE SPACES            TO TRAN-SETTLE-CCY
           MOVE 1                 TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE RPL-KEY           TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE SPACES            TO TRAN-COUNTERPARTY-ID
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE ZERO              TO TRAN-ACCRUED-INT
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'PLNEXE00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE MODEL BUY KEY - NOT WRITTEN'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-MODEL-BUYS
                   MOVE WS-BUY-QUANTITY TO WS-PL-QUANTITY
                   MOVE 'BUY RAISED AS PENDING' TO WS-PL-DETAIL
                   PERFORM 2900-WRITE-PLAN-LINE
           END-WRITE.

      *-- Steps the unrolled due date, so a holiday roll never drags
      *-- the schedule with it.
       2600-ADVANCE-DUE-DATE.
           MOVE RPL-NEXT-DUE-DATE TO WS-STEP-DATE
           EVALUATE TRUE
               WHEN RPL-FREQ-WEEKLY
                   COMPUTE WS-STEP-JULIAN =
                       FUNCTION INTEGER-OF-DATE (WS-STEP-NUM) + 7
                   MOVE FUNCTION DATE-OF-INTEGER (WS-STEP-JULIAN)
                       TO WS-STEP-NUM
               WHEN RPL-FREQ-MONTHLY
                   MOVE 1  TO WS-STEP-MONTHS
                   PERFORM 2610-ADD-MONTHS
               WHEN RPL-FREQ-QUARTERLY
                   MOVE 3  TO WS-STEP-MONTHS
                   PERFORM 2610-ADD-MONTHS
               WHEN RPL-FREQ-SEMIANNUAL
                   MOVE 6  TO WS-STEP-MONTHS
                   PERFORM 2610-ADD-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-STEP-MONTHS
                   PERFORM 2610-ADD-MONTHS
           END-EVALUATE
           MOVE WS-STEP-DATE TO RPL-NEXT-DUE-DATE.

       2610-ADD-MONTHS.
           COMPUTE WS-NEW-MONTH = WS-STEP-MONTH + WS-STEP-MONTHS
           IF WS-NEW-MONTH > 12
               SUBTRACT 12 FROM WS-NEW-MONTH
               ADD 1 TO WS-STEP-YEAR
           END-IF
           MOVE WS-NEW-MONTH TO WS-STEP-MONTH
           IF RPL-START-DATE (7:2) IS NUMERIC
               MOVE RPL-START-DATE (7:2) TO WS-ANCHOR-DAY
           ELSE
               MOVE WS-STEP-DAY TO WS-ANCHOR-DAY
           END-IF
           PERFORM 2620-FIND-MONTH-END
           IF WS-ANCHOR-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-STEP-DAY
           ELSE
               MOVE WS-ANCHOR-DAY    TO WS-STEP-DAY
           END-IF.

       2620-FIND-MONTH-END.
           MOVE WS-MONTH-DAYS (WS-STEP-MONTH) TO WS-MONTH-END-DAY
           IF WS-STEP-MONTH = 2
               DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                       OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-END-DAY
               END-IF
           END-IF.

       2700-END-PLAN.
           SET RPL-STATUS-ENDED TO TRUE
           ADD 1 TO WS-PLANS-ENDED
           PERFORM 2800-REWRITE-PLAN
           MOVE 'PLAN ENDED'    TO WS-PL-ACTION
           MOVE SPACES          TO WS-PL-INVESTMENT-ID
           MOVE ZERO            TO WS-PL-AMOUNT
           MOVE ZERO            TO WS-PL-QUANTITY
           MOVE 'PAST ITS END DATE' TO WS-PL-DETAIL
           PERFORM 2900-WRITE-PLAN-LINE.

       2800-REWRITE-PLAN.
           REWRITE RECURRING-PLAN-RECORD
               INVALID KEY
                   MOVE SPACES TO ERR-TEXT
                   STRING 'PLAN ' RPL-PORTFOLIO-ID '/' RPL-PLAN-ID
                          ' REWRITE FAILED'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE.

       2900-WRITE-PLAN-LINE.
           MOVE RPL-PORTFOLIO-ID  TO WS-PL-PORTFOLIO
           MOVE RPL-PLAN-ID       TO WS-PL-PLAN-ID
           MOVE RPL-NEXT-DUE-DATE TO WS-PL-DUE-DATE
           WRITE REPORT-RECORD FROM WS-PLAN-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'PLANS READ:' TO WS-SL-LABEL
           MOVE WS-PLANS-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CONTRIBUTIONS RAISED:' TO WS-SL-LABEL
           MOVE WS-CONTRIBS-RAISED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'WITHDRAWALS RAISED:' TO WS-SL-LABEL
           MOVE WS-WITHDRAWALS-RAISED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'MODEL BUYS RAISED:' TO WS-SL-LABEL
           MOVE WS-MODEL-BUYS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'INSTALMENTS HELD:' TO WS-SL-LABEL
           MOVE WS-INSTALMENTS-HELD TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PLANS ENDED:' TO WS-SL-LABEL
           MOVE WS-PLANS-ENDED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE RECURRING-PLAN-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE COUNTERPARTY-MASTER
           CLOSE TRANSACTION-HISTORY
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
           MOVE 'PLNEXE00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'PLNEXE00 WARNING: ' ERR-TEXT
                   SET WS-WARNING-RAISED TO TRUE
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'PLNEXE00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'PLNEXE00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
