      *             CALSVC00 TO A BUSINESS DAY IN THE SETTLEMENT      *
      *             CURRENCY'S MARKET, SO A TARGET HOLIDAY IS NEVER   *
      *             INSTRUCTED AS A EUR VALUE DATE.                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  INTERNAL CROSS TRADES (XTRMAT00'S 'XTRD' CHANNEL) *
      *             ARE NO LONGER INSTRUCTED: BOTH LEGS SETTLE ON OUR *
      *             OWN BOOKS, SO THEY ARE COUNTED AND SKIPPED.       *
      * 2026-10-15  THE INSTRUCTION FILE SENT TO THE CUSTODIANS IS    *
      *             RECORDED ON THE INTERFACE REGISTRY THROUGH        *
      *             IFRSVC00, WITH ITS RECORD COUNT AND CONTENT HASH. *
      * 2026-10-15  CUSTODY ACCOUNT MASTER (CACMNT00'S FILE): EACH    *
      *             TRADE IS NOW INSTRUCTED TO THE PORTFOLIO'S OWN    *
      *             CUSTODIAN FOR THE SETTLEMENT MARKET, AND CARRIES  *
      *             OUR SAFEKEEPING AND CASH ACCOUNTS THERE. A        *
      *             PORTFOLIO WITH NO ENTRY GOES TO REPAIR ('NCAC');  *
      *             THE COUNTERPARTY/DEFAULT-CUSTODIAN RULE NOW ONLY  *
      *             APPLIES WHEN NO MASTER IS ON FILE AT ALL.         *
      * 2026-10-15  A ROW ALREADY CARRYING A SETTLED DATE IS NOT      *
      *             INSTRUCTED -- AN INBOUND EXTERNAL TRANSFER        *
      *             (EXTXFR00) IS BOOKED FROM THE CUSTODIAN'S OWN     *
      *             RECEIPT -- AND IS COUNTED ON ITS OWN LINE.        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SSI-KEY
               FILE STATUS IS WS-SSI-STATUS.

      *-- Change: Which custodian holds each portfolio, by market;
      *-- OPTIONAL so a site not yet on the master keeps the old
      *-- counterparty/default-custodian rule.
           SELECT OPTIONAL CUSTODY-ACCOUNT-FILE ASSIGN TO CUSACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAC-KEY
               FILE STATUS IS WS-CAC-STATUS.

      *-- Change: Trades with no usable SSI land here for repair
      *-- instead of going out incomplete.
           SELECT REPAIR-FILE ASSIGN TO SETREPR
           RECORDING MODE IS F.
           COPY SSIREC.

       FD  CUSTODY-ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY CUSACC.

      *-- A repair record is the unenriched instruction image plus
      *-- the reason, the HISTLD00 suspense convention.
       FD  REPAIR-FILE
           RECORDING MODE IS F.
       01  REPAIR-RECORD.
      *-- Change: widened with SETINS (custody account numbers).
           05  RPR-INS-IMAGE             PIC X(131).
           05  RPR-REASON                PIC X(04).

       FD  REPORT-FILE
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
      *-- instruction written is counted into the file's fingerprint,
      *-- and what was sent goes on the interface registry at close.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'SETINSTR'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'STLEXT00'.
           05  WS-IF-PROCESS-DATE        PIC X(08).
           05  WS-IF-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IF-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IF-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-DUPLICATE-OF        PIC X(08).
           05  WS-IF-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-SSI-STATUS             PIC XX.
           05  WS-REPR-STATUS            PIC XX.
           05  WS-CAC-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-SSI-MASTER            VALUE 'Y'.
           05  WS-SSI-FOUND-SW           PIC X(01).
               88  WS-SSI-FOUND              VALUE 'Y'.
           05  WS-EOF-CAC-SW             PIC X(01) VALUE 'N'.
               88  EOF-CUSTODY-ACCOUNT       VALUE 'Y'.
           05  WS-CAC-MASTER-SW          PIC X(01) VALUE 'Y'.
               88  WS-CAC-MASTER-PRESENT     VALUE 'Y'.
           05  WS-CAC-FOUND-SW           PIC X(01).
               88  WS-CAC-FOUND              VALUE 'Y'.

       01  WS-RUN-DATE                   PIC X(08).
       01  WS-DEFAULT-CUSTODIAN          PIC X(08) VALUE SPACES.
           05  WS-INSTRUCTED-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-NO-CUSTODIAN-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-REPAIRED-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  WS-CROSS-SKIPPED-COUNT    PIC 9(07) COMP VALUE ZERO.
           05  WS-SETTLED-SKIPPED-COUNT  PIC 9(07) COMP VALUE ZERO.
           05  WS-UNMAPPED-COUNT         PIC 9(07) COMP VALUE ZERO.

      *-- Change: The SSI master, loaded once; the governing entry
      *-- per custodian/currency is the ACTIVE one with the latest
           05  WS-SP-FLAGS               PIC X(04).
           05  WS-SP-SCAN                PIC 9(03) COMP.

      *-- Change: The custody account master, loaded once the same
      *-- way as the SSIs; the governing entry for a trade is the
      *-- portfolio's entry for the settlement market if it has one,
      *-- otherwise its every-market (SPACES) entry -- in each case
      *-- the latest effective date on or before the run date.
       01  WS-CAC-TABLE.
           05  WS-CAC-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-CA-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-CA-IDX.
               10  WS-CA-PORTFOLIO-ID    PIC X(08).
               10  WS-CA-MARKET          PIC X(04).
               10  WS-CA-EFFECTIVE-DATE  PIC X(08).
               10  WS-CA-CUSTODIAN-ID    PIC X(08).
               10  WS-CA-SAFEKEEPING     PIC X(16).
               10  WS-CA-CASH-ACCOUNT    PIC X(16).
       01  WS-CAC-PICK.
           05  WS-CP-MARKET              PIC X(04).
           05  WS-CP-BEST-RANK           PIC 9(01).
           05  WS-CP-RANK                PIC 9(01).
           05  WS-CP-BEST-DATE           PIC X(08).
           05  WS-CP-SAFEKEEPING         PIC X(16).
           05  WS-CP-CASH-ACCOUNT        PIC X(16).
           05  WS-CP-SCAN                PIC 9(04) COMP.
       01  WS-REPAIR-REASON              PIC X(04).

       01  WS-REPORT-DATE                PIC X(10).
       01  WS-CURRENT-DATE               PIC X(08).

           05  WS-IL-SETTLE-CCY          PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-CUSTODIAN           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-SAFEKEEPING         PIC X(16).
           05  FILLER                    PIC X(61) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-FIND-DEFAULT-CUSTODIAN
           PERFORM 1400-LOAD-SSI-TABLE
           PERFORM 1500-LOAD-CUSTODY-ACCOUNTS
           PERFORM 2010-READ-TRANSACTION.

       1100-OPEN-FILES.
           IF WS-REPR-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPAIR-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CUSTODY-ACCOUNT-FILE
           IF WS-CAC-STATUS = '05' OR WS-CAC-STATUS = '35'
               SET EOF-CUSTODY-ACCOUNT TO TRUE
               MOVE 'N' TO WS-CAC-MASTER-SW
               DISPLAY 'STLEXT00 WARNING: NO CUSTODY ACCOUNT MASTER '
                   'ON FILE - COUNTERPARTY/DEFAULT CUSTODIAN USED'
           ELSE
               IF WS-CAC-STATUS NOT = '00'
                   MOVE 'ERROR OPENING CUSTODY-ACCOUNT-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

      *-- The run-date parameter file is optional and shares the
      *-- STLPARM card STLMAT00 reads, so one card scopes both sides
      *-- of the settlement cycle to the same date.
       1150-READ-RUN-DATE-PARM.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-RUN-DATE
           OPEN INPUT RUN-DATE-PARMS
           IF WS-PARM-STATUS = '00'
               READ RUN-DATE-PARMS
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
           END-IF
           PERFORM 1410-READ-SSI.

      *-- Change: only usable (ACTIVE, not future-dated) custody
      *-- account entries load, the 1400 rule.
       1500-LOAD-CUSTODY-ACCOUNTS.
           IF NOT EOF-CUSTODY-ACCOUNT
               PERFORM 1510-READ-CUSTODY-ACCOUNT
               PERFORM 1520-ADD-CUSTODY-ACCOUNT
                   UNTIL EOF-CUSTODY-ACCOUNT
               CLOSE CUSTODY-ACCOUNT-FILE
           END-IF.

       1510-READ-CUSTODY-ACCOUNT.
           READ CUSTODY-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET EOF-CUSTODY-ACCOUNT TO TRUE
           END-READ.

       1520-ADD-CUSTODY-ACCOUNT.
           IF CAC-STATUS-ACTIVE
               AND CAC-EFFECTIVE-DATE NOT > WS-RUN-DATE
               IF WS-CAC-COUNT < 1000
                   ADD 1 TO WS-CAC-COUNT
                   SET WS-CA-IDX TO WS-CAC-COUNT
                   MOVE CAC-PORTFOLIO-ID
                       TO WS-CA-PORTFOLIO-ID (WS-CA-IDX)
                   MOVE CAC-MARKET
                       TO WS-CA-MARKET (WS-CA-IDX)
                   MOVE CAC-EFFECTIVE-DATE
                       TO WS-CA-EFFECTIVE-DATE (WS-CA-IDX)
                   MOVE CAC-CUSTODIAN-ID
                       TO WS-CA-CUSTODIAN-ID (WS-CA-IDX)
                   MOVE CAC-SAFEKEEPING-ACCT
                       TO WS-CA-SAFEKEEPING (WS-CA-IDX)
                   MOVE CAC-CASH-ACCOUNT
                       TO WS-CA-CASH-ACCOUNT (WS-CA-IDX)
               ELSE
                   DISPLAY 'STLEXT00 WARNING: CUSTODY ACCOUNT TABLE '
                       'FULL, ' CAC-PORTFOLIO-ID ' ' CAC-MARKET
                       ' DROPPED'
               END-IF
           END-IF
           PERFORM 1510-READ-CUSTODY-ACCOUNT.

      *-----------------------------------------------------------------
      * INSTRUCTION EXTRACT
      *-----------------------------------------------------------------
      *-- Change: an internal cross between two managed portfolios
      *-- never leaves the house -- neither leg goes to a custodian.
      *-- Change: nor does a row that has already settled: an inbound
      *-- external transfer (EXTXFR00) is booked from the custodian's
      *-- receipt with its settled date and reference on it, and an
      *-- instruction for it would only wait on an ack that never
      *-- comes.
       2000-EXTRACT-INSTRUCTIONS.
           IF TRAN-STATUS-DONE
               AND TRAN-DATE = WS-RUN-DATE
               AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                    OR TRAN-TYPE-TRANS)
               AND TRAN-CHANNEL-CODE = 'XTRD'
               ADD 1 TO WS-CROSS-SKIPPED-COUNT
           ELSE
               IF TRAN-STATUS-DONE
                   AND TRAN-DATE = WS-RUN-DATE
                   AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                        OR TRAN-TYPE-TRANS)
                   AND TRAN-SETTLED-DATE NOT = SPACES
                   ADD 1 TO WS-SETTLED-SKIPPED-COUNT
               ELSE
                   PERFORM 2005-SELECT-INSTRUCTION
               END-IF
           END-IF
           PERFORM 2010-READ-TRANSACTION.

      *-- Change: with a custody account master on file the
      *-- portfolio's mapped custodian governs, and an unmapped
      *-- portfolio repairs rather than being sent to a guess.
       2005-SELECT-INSTRUCTION.
           IF TRAN-STATUS-DONE
               AND TRAN-DATE = WS-RUN-DATE
               AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                    OR TRAN-TYPE-TRANS)
               MOVE SPACES TO WS-CP-SAFEKEEPING
               MOVE SPACES TO WS-CP-CASH-ACCOUNT
               IF WS-CAC-MASTER-PRESENT
                   PERFORM 2015-RESOLVE-CUSTODY-ACCOUNT
               ELSE
                   PERFORM 2020-RESOLVE-CUSTODIAN
               END-IF
               IF WS-CAC-MASTER-PRESENT AND NOT WS-CAC-FOUND
                   MOVE 'NCAC' TO WS-REPAIR-REASON
                   PERFORM 2040-WRITE-REPAIR
                   ADD 1 TO WS-UNMAPPED-COUNT
               ELSE
                   IF WS-RESOLVED-CUSTODIAN NOT = SPACES
                       PERFORM 2025-RESOLVE-SSI
                       IF WS-SSI-FOUND
                           PERFORM 2030-WRITE-INSTRUCTION
                       ELSE
                           MOVE 'NSSI' TO WS-REPAIR-REASON
                           PERFORM 2040-WRITE-REPAIR
                           ADD 1 TO WS-REPAIRED-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-NO-CUSTODIAN-COUNT
                   END-IF
               END-IF
           END-IF.

       2010-READ-TRANSACTION.
           READ TRANSACTION-HISTORY
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

      *-- Change: the portfolio's custody account entry for the
      *-- settlement market (CALSVC00's market coding, the same one
      *-- 2028 rolls the value date in) outranks its every-market
      *-- entry; within a rank the latest effective date wins.
       2015-RESOLVE-CUSTODY-ACCOUNT.
           MOVE 'N' TO WS-CAC-FOUND-SW
           MOVE SPACES TO WS-RESOLVED-CUSTODIAN
           MOVE SPACES TO WS-CP-MARKET
           MOVE TRAN-SETTLE-CCY TO WS-CP-MARKET (1:3)
           MOVE ZERO TO WS-CP-BEST-RANK
           MOVE LOW-VALUES TO WS-CP-BEST-DATE
           PERFORM 2017-CHECK-ONE-CUSTODY-ACCOUNT
               VARYING WS-CP-SCAN FROM 1 BY 1
               UNTIL WS-CP-SCAN > WS-CAC-COUNT.

       2017-CHECK-ONE-CUSTODY-ACCOUNT.
           MOVE ZERO TO WS-CP-RANK
           IF WS-CA-PORTFOLIO-ID (WS-CP-SCAN) = TRAN-PORTFOLIO-ID
               IF WS-CA-MARKET (WS-CP-SCAN) = WS-CP-MARKET
                   MOVE 2 TO WS-CP-RANK
               ELSE
                   IF WS-CA-MARKET (WS-CP-SCAN) = SPACES
                       MOVE 1 TO WS-CP-RANK
                   END-IF
               END-IF
           END-IF
           IF WS-CP-RANK > WS-CP-BEST-RANK
               OR (WS-CP-RANK > ZERO
                   AND WS-CP-RANK = WS-CP-BEST-RANK
                   AND WS-CA-EFFECTIVE-DATE (WS-CP-SCAN)
                       > WS-CP-BEST-DATE)
               SET WS-CAC-FOUND TO TRUE
               MOVE WS-CP-RANK TO WS-CP-BEST-RANK
               MOVE WS-CA-EFFECTIVE-DATE (WS-CP-SCAN)
                   TO WS-CP-BEST-DATE
               MOVE WS-CA-CUSTODIAN-ID (WS-CP-SCAN)
                   TO WS-RESOLVED-CUSTODIAN
               MOVE WS-CA-SAFEKEEPING (WS-CP-SCAN)
                   TO WS-CP-SAFEKEEPING
               MOVE WS-CA-CASH-ACCOUNT (WS-CP-SCAN)
                   TO WS-CP-CASH-ACCOUNT
           END-IF.

      *-- A trade whose counterparty is itself an active custodian
      *-- entry is instructed to that custodian; everything else goes
      *-- to the default.
           MOVE SPACES             TO INS-AGENT-ACCOUNT
           MOVE SPACES             TO INS-HANDLING-FLAGS
           MOVE SPACES             TO INS-VALUE-DATE
           MOVE WS-CP-SAFEKEEPING  TO INS-SAFEKEEPING-ACCT
           MOVE WS-CP-CASH-ACCOUNT TO INS-CASH-ACCOUNT
           MOVE SPACES             TO INS-FILLER
           MOVE SETTLEMENT-INSTRUCTION-RECORD TO RPR-INS-IMAGE
           MOVE WS-REPAIR-REASON   TO RPR-REASON
           WRITE REPAIR-RECORD.

       2030-WRITE-INSTRUCTION.
           MOVE TRAN-PORTFOLIO-ID  TO INS-PORTFOLIO-ID
           MOVE WS-SP-FLAGS        TO INS-HANDLING-FLAGS
           PERFORM 2028-DERIVE-VALUE-DATE
           MOVE WS-VALUE-DATE      TO INS-VALUE-DATE
           MOVE WS-CP-SAFEKEEPING  TO INS-SAFEKEEPING-ACCT
           MOVE WS-CP-CASH-ACCOUNT TO INS-CASH-ACCOUNT
           MOVE SPACES             TO INS-FILLER
      *-- Change: fingerprint the file as it is written.
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF SETTLEMENT-INSTRUCTION-RECORD
               TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST
               SETTLEMENT-INSTRUCTION-RECORD
           WRITE SETTLEMENT-INSTRUCTION-RECORD
           ADD 1 TO WS-INSTRUCTED-COUNT
           MOVE TRAN-PORTFOLIO-ID TO WS-IL-PORTFOLIO
           MOVE TRAN-AMOUNT       TO WS-IL-AMOUNT
           MOVE TRAN-SETTLE-CCY   TO WS-IL-SETTLE-CCY
           MOVE WS-RESOLVED-CUSTODIAN TO WS-IL-CUSTODIAN
           MOVE WS-CP-SAFEKEEPING TO WS-IL-SAFEKEEPING
           WRITE REPORT-RECORD FROM WS-INSTRUCTION-LINE.

      *-----------------------------------------------------------------
           MOVE 'SENT TO REPAIR - NO SSI:' TO WS-SL-LABEL
           MOVE WS-REPAIRED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'SENT TO REPAIR - NO CUSTODY ACCT:' TO WS-SL-LABEL
           MOVE WS-UNMAPPED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'INTERNAL CROSSES NOT INSTRUCTED:' TO WS-SL-LABEL
           MOVE WS-CROSS-SKIPPED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ALREADY SETTLED NOT INSTRUCTED:' TO WS-SL-LABEL
           MOVE WS-SETTLED-SKIPPED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE TRANSACTION-HISTORY
           CLOSE COUNTERPARTY-MASTER
           CLOSE INSTRUCTION-FILE
           CLOSE REPAIR-FILE
           CLOSE REPORT-FILE
      *-- Change: record what was sent on the interface registry.
           MOVE 'SENT' TO WS-IF-FUNCTION
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE WS-IF-RECORD-COUNT TO WS-IF-ACCEPTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST
               SETTLEMENT-INSTRUCTION-RECORD
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
