      *   hold that the custodian does not, and positions the          *
      *   custodian reports that we do not                             *
      * - Loads the custodian's cash statement and compares each       *
      *   portfolio's CASH-LEDGER-FILE closing balance, currency by    *
      *   currency, the same way                                       *
      * - Every break prints, and a run with breaks ends with a        *
      *   warning return code so the chain calls it out                *
      *                                                               *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  SHARES OUT ON LOAN (SECLND00) SIT AT THE BORROWER, *
      *             NOT THE CUSTODIAN: EACH HOLDING IS NOW PROVED AT   *
      *             ITS QUANTITY LESS THE LENT UNITS, WITH THE VALUE   *
      *             SCALED TO MATCH, SO A LOAN NO LONGER SHOWS AS A    *
      *             DAILY QUANTITY BREAK. A HOLDING LENT OUT IN FULL   *
      *             IS NOT EXPECTED ON THE STATEMENT.                  *
      * 2026-10-15  CASH IS NOW PROVED PER PORTFOLIO PER CURRENCY: THE *
      *             CUSTODIAN'S CASH ROW CARRIES ITS CURRENCY          *
      *             (CCS-CURRENCY, TAKEN FROM FILLER) AND EACH CASH    *
      *             BREAK PRINTS THE CURRENCY IT CONCERNS.             *
      * 2026-10-15  EVERY BREAK LINE IS NOW ALSO RAISED ONTO THE       *
      *             MORNING EXCEPTIONS WORKBENCH THROUGH EXCSVC00,     *
      *             ONE CASE PER PORTFOLIO, HOLDING AND BREAK TYPE,    *
      *             CARRYING OUR FIGURE LESS THE CUSTODIAN'S.          *
      * 2026-10-15  BOTH CUSTODIAN FILES ARE FINGERPRINTED BEFORE ANY  *
      *             COMPARISON AND REFUSED IF THE SAME FILE WAS        *
      *             ALREADY PROCESSED; RECEIPT OF EACH IS RECORDED ON  *
      *             THE INTERFACE REGISTRY THROUGH IFRSVC00.           *
      * 2026-10-15  ONE RUN PER CUSTODIAN: THE PARAMETER CARD NAMES    *
      *             THE CUSTODIAN WHOSE STATEMENTS ARE BEING PROVED,   *
      *             AND ONLY HOLDINGS AND CASH THE CUSTODY ACCOUNT     *
      *             MASTER (CACMNT00'S FILE) PLACES AT THAT CUSTODIAN  *
      *             ARE EXPECTED ON THEM -- A PORTFOLIO'S JAPANESE     *
      *             BOOK AT ANOTHER CUSTODIAN NO LONGER SHOWS AS 'WE   *
      *             HOLD ONLY'. A BLANK CUSTODIAN PROVES EVERYTHING,   *
      *             AS BEFORE.                                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *-- Change: the securities-loan file, OPTIONAL so a shop that
      *-- lends nothing reconciles exactly as before.
           SELECT OPTIONAL SECURITIES-LOAN-FILE ASSIGN TO SECLOANS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

      *-- Change: which custodian holds each portfolio, by market;
      *-- only read when the parameter card names a custodian.
           SELECT OPTIONAL CUSTODY-ACCOUNT-FILE ASSIGN TO CUSACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAC-KEY
               FILE STATUS IS WS-CAC-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       FD  CUST-CASH-FILE
           RECORDING MODE IS F.
      *-- Change: the custodian reports one row per portfolio per
      *-- currency; a statement from before it did so carries spaces
      *-- in CCS-CURRENCY and matches whichever balance we hold.
       01  CUST-CASH-RECORD.
           05  CCS-PORTFOLIO-ID          PIC X(08).
           05  CCS-CASH-BALANCE          PIC S9(13)V9(2) COMP-3.
           05  CCS-CURRENCY              PIC X(03).
           05  FILLER                    PIC X(21).

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-VALUE-TOLERANCE      PIC 9(07)V99.
      *-- Change: the custodian whose statements these are; SPACES
      *-- proves every holding, the single-custodian behavior.
           05  PARM-CUSTODIAN-ID         PIC X(08).
           05  FILLER                    PIC X(63).

       FD  SECURITIES-LOAN-FILE
           RECORDING MODE IS F.
           COPY SECLOAN.

       FD  CUSTODY-ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY CUSACC.

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

      *-- Change: Working copy of EXCSVC00's LINKAGE layout --
      *-- custodian breaks are raised onto the morning exceptions
      *-- workbench as well as listed here.
       01  WS-EXCSVC-REQUEST.
           05  WS-XC-JOB-NAME            PIC X(08) VALUE 'CUSREC00'.
           05  WS-XC-PROCESS-DATE        PIC X(08).
           05  WS-XC-CATEGORY            PIC X(04) VALUE 'CUST'.
           05  WS-XC-REFERENCE           PIC X(30).
           05  WS-XC-PORTFOLIO-ID        PIC X(08).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-DESCRIPTION         PIC X(60).
           05  WS-XC-RETURN-CODE         PIC S9(04) COMP.
       01  WS-XC-THEIRS                  PIC S9(13)V9(2) COMP-3.

      *-- Change: Working copies of IFRSVC00's LINKAGE layout, one per
      *-- custodian file -- each is fingerprinted before anything is
      *-- compared and refused if the same file was already
      *-- processed; receipt goes on the interface registry once the
      *-- reconciliation completes.
       01  WS-IFRSVC-POS-REQUEST.
           05  WS-IP-FUNCTION            PIC X(04).
           05  WS-IP-FEED-ID             PIC X(08) VALUE 'CUSPOSF'.
           05  WS-IP-JOB-NAME            PIC X(08) VALUE 'CUSREC00'.
           05  WS-IP-PROCESS-DATE        PIC X(08).
           05  WS-IP-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IP-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IP-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IP-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IP-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IP-DUPLICATE-OF        PIC X(08).
           05  WS-IP-RETURN-CODE         PIC S9(04) COMP.
       01  WS-IFRSVC-CSH-REQUEST.
           05  WS-IC-FUNCTION            PIC X(04).
           05  WS-IC-FEED-ID             PIC X(08) VALUE 'CUSCSHF'.
           05  WS-IC-JOB-NAME            PIC X(08) VALUE 'CUSREC00'.
           05  WS-IC-PROCESS-DATE        PIC X(08).
           05  WS-IC-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IC-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IC-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IC-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IC-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IC-DUPLICATE-OF        PIC X(08).
           05  WS-IC-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-CPOS-STATUS            PIC XX.
           05  WS-CCSH-STATUS            PIC XX.
           05  WS-CASH-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-LOAN-STATUS            PIC XX.
           05  WS-CAC-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-CPOS-SW            PIC X(01) VALUE 'N'.
               88  EOF-CASH-LEDGER           VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-LOAN-FILE-SW           PIC X(01) VALUE 'N'.
               88  WS-LOAN-FILE-PRESENT      VALUE 'Y'.
           05  WS-LOAN-SCAN-SW           PIC X(01) VALUE 'N'.
               88  WS-LOAN-SCAN-DONE         VALUE 'Y'.
           05  WS-EOF-CAC-SW             PIC X(01) VALUE 'N'.
               88  EOF-CUSTODY-ACCOUNT       VALUE 'Y'.
           05  WS-CAC-MASTER-SW          PIC X(01) VALUE 'N'.
               88  WS-CAC-MASTER-PRESENT     VALUE 'Y'.
           05  WS-HELD-HERE-SW           PIC X(01).
               88  WS-HELD-HERE              VALUE 'Y'.

       01  WS-VALUE-TOLERANCE            PIC S9(07)V9(02) COMP-3
                                         VALUE 1.
       01  WS-CUSTODIAN-ID               PIC X(08) VALUE SPACES.

      *-- Change: the custody account master, loaded the STLEXT00
      *-- way -- ACTIVE entries in effect on the run date. A holding
      *-- belongs to this run's custodian when the portfolio's entry
      *-- for the holding's market (its currency, CALSVC00's coding)
      *-- or, failing that, its every-market entry names it.
       01  WS-CAC-TABLE.
           05  WS-CAC-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-CA-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-CA-IDX.
               10  WS-CA-PORTFOLIO-ID    PIC X(08).
               10  WS-CA-MARKET          PIC X(04).
               10  WS-CA-EFFECTIVE-DATE  PIC X(08).
               10  WS-CA-CUSTODIAN-ID    PIC X(08).
       01  WS-CAC-PICK.
           05  WS-CK-PORTFOLIO-ID        PIC X(08).
           05  WS-CK-MARKET              PIC X(04).
           05  WS-CK-BEST-RANK           PIC 9(01).
           05  WS-CK-RANK                PIC 9(01).
           05  WS-CK-BEST-DATE           PIC X(08).
           05  WS-CK-CUSTODIAN-ID        PIC X(08).
           05  WS-CK-SCAN                PIC 9(04) COMP.

      *-- The custodian's positions, loaded once; each entry is
      *-- marked as it matches so the leftovers are the holdings the

      *-- Our closing cash per portfolio, last-record-wins from the
      *-- ledger, each marked as the custodian's cash rows consume it.
      *-- Change: one entry per portfolio/currency.
       01  WS-CASH-TABLE.
           05  WS-CB-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-CB-IDX.
               10  WS-CB-PORTFOLIO-ID    PIC X(08).
               10  WS-CB-CURRENCY        PIC X(03).
               10  WS-CB-CLOSING-CASH    PIC S9(13)V9(2) COMP-3.
               10  WS-CB-MATCHED-SW      PIC X(01).
                   88  WS-CB-MATCHED         VALUE 'Y'.
       01  WS-WORK-AREA.
           05  WS-VALUE-DIFF             PIC S9(13)V9(2) COMP-3.
           05  WS-SCAN-I                 PIC 9(04) COMP.
      *-- What the custodian should hold: our quantity less the
      *-- units out on loan, and the value scaled to that quantity.
           05  WS-ON-LOAN-QTY            PIC S9(11)V9(4) COMP-3.
           05  WS-EXPECTED-QTY           PIC S9(11)V9(4) COMP-3.
           05  WS-EXPECTED-VALUE         PIC S9(13)V9(2) COMP-3.

       01  WS-BREAK-COUNTS.
           05  WS-QTY-BREAKS             PIC 9(05) COMP VALUE ZERO.
           05  WS-OURS-ONLY              PIC 9(05) COMP VALUE ZERO.
           05  WS-THEIRS-ONLY            PIC 9(05) COMP VALUE ZERO.
           05  WS-CASH-BREAKS            PIC 9(05) COMP VALUE ZERO.
           05  WS-HELD-ELSEWHERE         PIC 9(05) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(05) VALUE SPACES.
               10  FILLER                PIC X(11) VALUE 'CUSTODIAN:'.
               10  WS-HDR-CUSTODIAN      PIC X(08).
               10  FILLER                PIC X(88) VALUE SPACES.

       01  WS-BREAK-LINE.
           05  WS-BL-TYPE                PIC X(16).
           PERFORM 1050-READ-TOLERANCE-PARM
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
      *-- Change: refuse a custodian file already processed.
           PERFORM 1250-FINGERPRINT-FEEDS
           PERFORM 1300-LOAD-CUST-POSITIONS
           PERFORM 1400-LOAD-CASH-BALANCES
           PERFORM 1500-LOAD-CUSTODY-ACCOUNTS
           PERFORM 2010-READ-POSITION
           PERFORM 2510-READ-CUST-CASH.

                           MOVE PARM-VALUE-TOLERANCE
                               TO WS-VALUE-TOLERANCE
                       END-IF
                       MOVE PARM-CUSTODIAN-ID TO WS-CUSTODIAN-ID
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITIES-LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               SET WS-LOAN-FILE-PRESENT TO TRUE
           ELSE
               IF WS-LOAN-STATUS NOT = '05'
                   AND WS-LOAN-STATUS NOT = '35'
                   MOVE 'ERROR OPENING SECURITIES-LOAN-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           MOVE WS-CUSTODIAN-ID TO WS-HDR-CUSTODIAN
           IF WS-CUSTODIAN-ID = SPACES
               MOVE 'ALL' TO WS-HDR-CUSTODIAN
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-- A counting pass over each custodian file builds its
      *-- fingerprint; each is then reopened for the comparison.
       1250-FINGERPRINT-FEEDS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-IP-PROCESS-DATE
           MOVE WS-BD-PROCESS-DATE TO WS-IC-PROCESS-DATE
           PERFORM 1310-READ-CUST-POSITION
           PERFORM 1260-HASH-ONE-POSITION
               UNTIL EOF-CUST-POSITIONS
           CLOSE CUST-POSITION-FILE
           OPEN INPUT CUST-POSITION-FILE
           IF WS-CPOS-STATUS NOT = '00'
               MOVE 'ERROR REOPENING CUST-POSITION-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE 'N' TO WS-EOF-CPOS-SW
           MOVE 'CHEK' TO WS-IP-FUNCTION
           CALL 'IFRSVC00' USING WS-IFRSVC-POS-REQUEST
               CUST-POSITION-RECORD
           IF WS-IP-RETURN-CODE = 8
               MOVE SPACES TO ERR-TEXT
               STRING 'CUSPOSF ALREADY PROCESSED ON '
                      WS-IP-DUPLICATE-OF ' - REFUSED'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 2510-READ-CUST-CASH
           PERFORM 1270-HASH-ONE-CASH
               UNTIL EOF-CUST-CASH
           CLOSE CUST-CASH-FILE
           OPEN INPUT CUST-CASH-FILE
           IF WS-CCSH-STATUS NOT = '00'
               MOVE 'ERROR REOPENING CUST-CASH-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE 'N' TO WS-EOF-CCSH-SW
           MOVE 'CHEK' TO WS-IC-FUNCTION
           CALL 'IFRSVC00' USING WS-IFRSVC-CSH-REQUEST
               CUST-CASH-RECORD
           IF WS-IC-RETURN-CODE = 8
               MOVE SPACES TO ERR-TEXT
               STRING 'CUSCSHF ALREADY PROCESSED ON '
                      WS-IC-DUPLICATE-OF ' - REFUSED'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1260-HASH-ONE-POSITION.
           MOVE 'HASH' TO WS-IP-FUNCTION
           MOVE LENGTH OF CUST-POSITION-RECORD TO WS-IP-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-POS-REQUEST
               CUST-POSITION-RECORD
           PERFORM 1310-READ-CUST-POSITION.

       1270-HASH-ONE-CASH.
           MOVE 'HASH' TO WS-IC-FUNCTION
           MOVE LENGTH OF CUST-CASH-RECORD TO WS-IC-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-CSH-REQUEST
               CUST-CASH-RECORD
           PERFORM 2510-READ-CUST-CASH.

       1300-LOAD-CUST-POSITIONS.
           PERFORM 1310-READ-CUST-POSITION
           PERFORM 1320-ADD-CUST-POSITION
                   CONTINUE
               WHEN WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                        = CSH-PORTFOLIO-ID
                   AND WS-CB-CURRENCY (WS-CB-IDX) = CSH-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CB-COUNT < 300
                   ADD 1 TO WS-CB-COUNT
                   SET WS-CB-IDX TO WS-CB-COUNT
                   MOVE CSH-PORTFOLIO-ID
                       TO WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                   MOVE CSH-CURRENCY
                       TO WS-CB-CURRENCY (WS-CB-IDX)
                   MOVE 'N' TO WS-CB-MATCHED-SW (WS-CB-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           PERFORM 1410-READ-CASH-LEDGER.

      *-- Change: with no custodian named, or no master on file,
      *-- every holding is expected on the statement as before.
       1500-LOAD-CUSTODY-ACCOUNTS.
           IF WS-CUSTODIAN-ID NOT = SPACES
               OPEN INPUT CUSTODY-ACCOUNT-FILE
               IF WS-CAC-STATUS = '05' OR WS-CAC-STATUS = '35'
                   MOVE 'NO CUSTODY ACCOUNT MASTER - ALL PROVED'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               ELSE
                   IF WS-CAC-STATUS NOT = '00'
                       MOVE 'ERROR OPENING CUSTODY-ACCOUNT-FILE'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   END-IF
                   SET WS-CAC-MASTER-PRESENT TO TRUE
                   PERFORM 1510-READ-CUSTODY-ACCOUNT
                   PERFORM 1520-ADD-CUSTODY-ACCOUNT
                       UNTIL EOF-CUSTODY-ACCOUNT
               END-IF
               CLOSE CUSTODY-ACCOUNT-FILE
           END-IF.

       1510-READ-CUSTODY-ACCOUNT.
           READ CUSTODY-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET EOF-CUSTODY-ACCOUNT TO TRUE
           END-READ.

       1520-ADD-CUSTODY-ACCOUNT.
           IF CAC-STATUS-ACTIVE
               AND CAC-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
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
               ELSE
                   MOVE 'CUSTODY ACCOUNT TABLE FULL - INCOMPLETE'
                       TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           PERFORM 1510-READ-CUSTODY-ACCOUNT.

      *-----------------------------------------------------------------
      * POSITION COMPARISON
      *-----------------------------------------------------------------
      *-- Change: a holding the custody account master places at
      *-- another custodian is counted, not compared.
       2000-COMPARE-POSITIONS.
           IF POS-QUANTITY NOT = ZERO
               MOVE POS-PORTFOLIO-ID TO WS-CK-PORTFOLIO-ID
               MOVE SPACES TO WS-CK-MARKET
               MOVE POS-CURRENCY TO WS-CK-MARKET (1:3)
               PERFORM 2800-CHECK-HELD-HERE
               IF WS-HELD-HERE
                   PERFORM 2020-COMPARE-ONE-POSITION
               ELSE
                   ADD 1 TO WS-HELD-ELSEWHERE
               END-IF
           END-IF
           PERFORM 2010-READ-POSITION.

                   SET EOF-POSITION TO TRUE
           END-READ.

      *-- Change: the holding is proved at what the custodian should
      *-- have -- lent units are at the borrower. A holding lent out
      *-- in full is only a break if the custodian still reports it.
       2020-COMPARE-ONE-POSITION.
           PERFORM 2030-DERIVE-EXPECTED-HOLDING
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CP-IDX TO 1
           SEARCH WS-CP-ENTRY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-EXPECTED-QTY NOT = ZERO
                   ADD 1 TO WS-OURS-ONLY
                   MOVE 'WE HOLD ONLY' TO WS-BL-TYPE
                   MOVE POS-PORTFOLIO-ID  TO WS-BL-PORTFOLIO
                   MOVE POS-INVESTMENT-ID TO WS-BL-INVESTMENT-ID
                   MOVE WS-EXPECTED-QTY TO WS-BL-OURS
                   MOVE ZERO TO WS-BL-THEIRS
                   WRITE REPORT-RECORD FROM WS-BREAK-LINE
                   PERFORM 2700-RAISE-EXCEPTION
               END-IF
           ELSE
               SET WS-CP-MATCHED (WS-CP-IDX) TO TRUE
               IF WS-CP-QUANTITY (WS-CP-IDX) NOT = WS-EXPECTED-QTY
                   ADD 1 TO WS-QTY-BREAKS
                   MOVE 'QUANTITY BREAK' TO WS-BL-TYPE
                   MOVE POS-PORTFOLIO-ID  TO WS-BL-PORTFOLIO
                   MOVE POS-INVESTMENT-ID TO WS-BL-INVESTMENT-ID
                   MOVE WS-EXPECTED-QTY TO WS-BL-OURS
                   MOVE WS-CP-QUANTITY (WS-CP-IDX) TO WS-BL-THEIRS
                   WRITE REPORT-RECORD FROM WS-BREAK-LINE
                   PERFORM 2700-RAISE-EXCEPTION
               END-IF
               COMPUTE WS-VALUE-DIFF =
                   WS-EXPECTED-VALUE - WS-CP-VALUE (WS-CP-IDX)
               IF WS-VALUE-DIFF < ZERO
                   COMPUTE WS-VALUE-DIFF = WS-VALUE-DIFF * -1
               END-IF
                   MOVE 'VALUE BREAK' TO WS-BL-TYPE
                   MOVE POS-PORTFOLIO-ID  TO WS-BL-PORTFOLIO
                   MOVE POS-INVESTMENT-ID TO WS-BL-INVESTMENT-ID
                   MOVE WS-EXPECTED-VALUE TO WS-BL-OURS
                   MOVE WS-CP-VALUE (WS-CP-IDX) TO WS-BL-THEIRS
                   WRITE REPORT-RECORD FROM WS-BREAK-LINE
                   PERFORM 2700-RAISE-EXCEPTION
               END-IF
           END-IF.

       2030-DERIVE-EXPECTED-HOLDING.
           MOVE ZERO TO WS-ON-LOAN-QTY
           IF WS-LOAN-FILE-PRESENT
               PERFORM 2040-SUM-SHARES-ON-LOAN
           END-IF
           IF WS-ON-LOAN-QTY = ZERO
               MOVE POS-QUANTITY      TO WS-EXPECTED-QTY
               MOVE POS-CURRENT-VALUE TO WS-EXPECTED-VALUE
           ELSE
               COMPUTE WS-EXPECTED-QTY = POS-QUANTITY - WS-ON-LOAN-QTY
               COMPUTE WS-EXPECTED-VALUE ROUNDED =
                   POS-CURRENT-VALUE * WS-EXPECTED-QTY / POS-QUANTITY
           END-IF.

      *-- The holding's loans key together on the loan file, so a
      *-- partial-key START and a forward read visits each one.
       2040-SUM-SHARES-ON-LOAN.
           MOVE 'N' TO WS-LOAN-SCAN-SW
           MOVE POS-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
           MOVE POS-INVESTMENT-ID TO SLN-INVESTMENT-ID
           MOVE LOW-VALUES        TO SLN-LOAN-ID
           START SECURITIES-LOAN-FILE KEY NOT LESS THAN SLN-KEY
               INVALID KEY
                   SET WS-LOAN-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-LOAN-SCAN-DONE
               PERFORM 2041-READ-NEXT-LOAN
           END-IF
           PERFORM 2042-ADD-ONE-LOAN
               UNTIL WS-LOAN-SCAN-DONE.

       2041-READ-NEXT-LOAN.
           READ SECURITIES-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-LOAN-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-LOAN-SCAN-DONE
               IF SLN-PORTFOLIO-ID NOT = POS-PORTFOLIO-ID
                   OR SLN-INVESTMENT-ID NOT = POS-INVESTMENT-ID
                   SET WS-LOAN-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       2042-ADD-ONE-LOAN.
           IF SLN-ON-LOAN
               ADD SLN-QUANTITY TO WS-ON-LOAN-QTY
           END-IF
           PERFORM 2041-READ-NEXT-LOAN.

       2400-REPORT-THEIRS-ONLY.
           IF NOT WS-CP-MATCHED (WS-CP-IDX)
               ADD 1 TO WS-THEIRS-ONLY
               MOVE ZERO TO WS-BL-OURS
               MOVE WS-CP-QUANTITY (WS-CP-IDX) TO WS-BL-THEIRS
               WRITE REPORT-RECORD FROM WS-BREAK-LINE
               PERFORM 2700-RAISE-EXCEPTION
           END-IF.

      *-----------------------------------------------------------------
      * CASH COMPARISON
      *-----------------------------------------------------------------
      *-- Change: cash is proved currency by currency; the currency
      *-- prints where a position break prints the investment. A
      *-- blank currency on either side (a statement or ledger from
      *-- before currencies were kept) matches the first balance
      *-- held for the portfolio.
       2500-COMPARE-CASH.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CB-IDX TO 1
                   CONTINUE
               WHEN WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                        = CCS-PORTFOLIO-ID
                   AND (WS-CB-CURRENCY (WS-CB-IDX) = CCS-CURRENCY
                       OR CCS-CURRENCY = SPACES
                       OR WS-CB-CURRENCY (WS-CB-IDX) = SPACES)
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           MOVE SPACES TO WS-BL-INVESTMENT-ID
           MOVE CCS-CURRENCY TO WS-BL-INVESTMENT-ID
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-CASH-BREAKS
               MOVE 'CASH - CUST ONLY' TO WS-BL-TYPE
               MOVE CCS-PORTFOLIO-ID TO WS-BL-PORTFOLIO
               MOVE ZERO TO WS-BL-OURS
               MOVE CCS-CASH-BALANCE TO WS-BL-THEIRS
               WRITE REPORT-RECORD FROM WS-BREAK-LINE
               PERFORM 2700-RAISE-EXCEPTION
           ELSE
               SET WS-CB-MATCHED (WS-CB-IDX) TO TRUE
               COMPUTE WS-VALUE-DIFF =
                   ADD 1 TO WS-CASH-BREAKS
                   MOVE 'CASH BREAK' TO WS-BL-TYPE
                   MOVE CCS-PORTFOLIO-ID TO WS-BL-PORTFOLIO
                   IF CCS-CURRENCY = SPACES
                       MOVE WS-CB-CURRENCY (WS-CB-IDX)
                           TO WS-BL-INVESTMENT-ID
                   END-IF
                   MOVE WS-CB-CLOSING-CASH (WS-CB-IDX)
                       TO WS-BL-OURS
                   MOVE CCS-CASH-BALANCE TO WS-BL-THEIRS
                   WRITE REPORT-RECORD FROM WS-BREAK-LINE
                   PERFORM 2700-RAISE-EXCEPTION
               END-IF
           END-IF
           PERFORM 2510-READ-CUST-CASH.
                   SET EOF-CUST-CASH TO TRUE
           END-READ.

      *-- Change: our cash balance is only missing from this
      *-- custodian's statement if the currency is held there.
       2600-REPORT-CASH-OURS-ONLY.
           MOVE WS-CB-PORTFOLIO-ID (WS-CB-IDX) TO WS-CK-PORTFOLIO-ID
           MOVE SPACES TO WS-CK-MARKET
           MOVE WS-CB-CURRENCY (WS-CB-IDX) TO WS-CK-MARKET (1:3)
           PERFORM 2800-CHECK-HELD-HERE
           IF NOT WS-CB-MATCHED (WS-CB-IDX)
               AND WS-CB-CLOSING-CASH (WS-CB-IDX) NOT = ZERO
               AND WS-HELD-HERE
               ADD 1 TO WS-CASH-BREAKS
               MOVE 'CASH - OURS ONLY' TO WS-BL-TYPE
               MOVE WS-CB-PORTFOLIO-ID (WS-CB-IDX)
                   TO WS-BL-PORTFOLIO
               MOVE WS-CB-CURRENCY (WS-CB-IDX) TO WS-BL-INVESTMENT-ID
               MOVE WS-CB-CLOSING-CASH (WS-CB-IDX) TO WS-BL-OURS
               MOVE ZERO TO WS-BL-THEIRS
               WRITE REPORT-RECORD FROM WS-BREAK-LINE
               PERFORM 2700-RAISE-EXCEPTION
           END-IF.

      *-- Change: the break line just written goes onto the
      *-- workbench too; the printed figures are de-edited back so
      *-- the case carries the size of the break.
       2700-RAISE-EXCEPTION.
           MOVE WS-CURRENT-DATE TO WS-XC-PROCESS-DATE
           MOVE WS-BL-PORTFOLIO TO WS-XC-PORTFOLIO-ID
           MOVE WS-BL-OURS      TO WS-XC-AMOUNT
           MOVE WS-BL-THEIRS    TO WS-XC-THEIRS
           SUBTRACT WS-XC-THEIRS FROM WS-XC-AMOUNT
           MOVE SPACES TO WS-XC-REFERENCE
           STRING WS-BL-PORTFOLIO ' ' WS-BL-INVESTMENT-ID ' '
                  WS-BL-TYPE (1:10)
               DELIMITED BY SIZE INTO WS-XC-REFERENCE
           MOVE SPACES TO WS-XC-DESCRIPTION
           STRING WS-BL-TYPE ' OURS ' WS-BL-OURS
                  ' THEIRS ' WS-BL-THEIRS
               DELIMITED BY SIZE INTO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

      *-- Change: is WS-CK-PORTFOLIO-ID's WS-CK-MARKET book held at
      *-- this run's custodian? The market's own entry outranks the
      *-- every-market entry; within a rank the latest effective date
      *-- wins (the STLEXT00 rule). A portfolio with no entry at all
      *-- is expected here, so an unmapped holding still breaks
      *-- rather than silently dropping out of every custodian's run.
       2800-CHECK-HELD-HERE.
           SET WS-HELD-HERE TO TRUE
           IF WS-CAC-MASTER-PRESENT
               MOVE ZERO TO WS-CK-BEST-RANK
               MOVE LOW-VALUES TO WS-CK-BEST-DATE
               MOVE SPACES TO WS-CK-CUSTODIAN-ID
               PERFORM 2810-CHECK-ONE-CUSTODY-ACCOUNT
                   VARYING WS-CK-SCAN FROM 1 BY 1
                   UNTIL WS-CK-SCAN > WS-CAC-COUNT
               IF WS-CK-CUSTODIAN-ID NOT = SPACES
                   AND WS-CK-CUSTODIAN-ID NOT = WS-CUSTODIAN-ID
                   MOVE 'N' TO WS-HELD-HERE-SW
               END-IF
           END-IF.

       2810-CHECK-ONE-CUSTODY-ACCOUNT.
           MOVE ZERO TO WS-CK-RANK
           IF WS-CA-PORTFOLIO-ID (WS-CK-SCAN) = WS-CK-PORTFOLIO-ID
               IF WS-CA-MARKET (WS-CK-SCAN) = WS-CK-MARKET
                   MOVE 2 TO WS-CK-RANK
               ELSE
                   IF WS-CA-MARKET (WS-CK-SCAN) = SPACES
                       MOVE 1 TO WS-CK-RANK
                   END-IF
               END-IF
           END-IF
           IF WS-CK-RANK > WS-CK-BEST-RANK
               OR (WS-CK-RANK > ZERO
                   AND WS-CK-RANK = WS-CK-BEST-RANK
                   AND WS-CA-EFFECTIVE-DATE (WS-CK-SCAN)
                       > WS-CK-BEST-DATE)
               MOVE WS-CK-RANK TO WS-CK-BEST-RANK
               MOVE WS-CA-EFFECTIVE-DATE (WS-CK-SCAN)
                   TO WS-CK-BEST-DATE
               MOVE WS-CA-CUSTODIAN-ID (WS-CK-SCAN)
                   TO WS-CK-CUSTODIAN-ID
           END-IF.

      *-----------------------------------------------------------------
           MOVE 'CASH BREAKS:' TO WS-SL-LABEL
           MOVE WS-CASH-BREAKS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HELD AT OTHER CUSTODIANS:' TO WS-SL-LABEL
           MOVE WS-HELD-ELSEWHERE TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           IF WS-LOAN-FILE-PRESENT
               CLOSE SECURITIES-LOAN-FILE
           END-IF
           CLOSE CUST-CASH-FILE
           CLOSE POSITION-MASTER
           CLOSE REPORT-FILE
      *-- Change: record both files' receipt on the interface registry.
           MOVE 'RECV' TO WS-IP-FUNCTION
           MOVE WS-IP-RECORD-COUNT TO WS-IP-ACCEPTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-POS-REQUEST
               CUST-POSITION-RECORD
           MOVE 'RECV' TO WS-IC-FUNCTION
           MOVE WS-IC-RECORD-COUNT TO WS-IC-ACCEPTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-CSH-REQUEST
               CUST-CASH-RECORD
           IF WS-QTY-BREAKS > ZERO OR WS-VALUE-BREAKS > ZERO
               OR WS-OURS-ONLY > ZERO OR WS-THEIRS-ONLY > ZERO
               OR WS-CASH-BREAKS > ZERO
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
