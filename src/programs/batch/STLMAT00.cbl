      *             COUNTERPARTY. CLMRPT00 REPORTS AND EXTRACTS THE   *
      *             CLAIMS MONTHLY; OTHER SHOPS CLAIM THIS FROM US,   *
      *             NOW WE CLAIM IT BACK.                             *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  A LATE-SETTLEMENT CLAIM IS NOW MARKED AS SUCH ON  *
      *             THE CLAIMS FILE, WHICH ALSO CARRIES MANUFACTURED- *
      *             DIVIDEND CLAIMS AGAINST SECURITIES BORROWERS.     *
      * 2026-10-15  INTERNAL CROSS TRADES (XTRMAT00'S 'XTRD' CHANNEL) *
      *             ARE NOT REGISTERED AS OPEN ITEMS: NO CUSTODIAN    *
      *             CONFIRMATION WILL EVER COME FOR THEM.             *
      * 2026-10-15  AMOUNT MISMATCHES, UNMATCHED CONFIRMATIONS AND    *
      *             OPEN ITEMS OLDER THAN A DAY ARE NOW ALSO RAISED   *
      *             ONTO THE MORNING EXCEPTIONS WORKBENCH THROUGH     *
      *             EXCSVC00, ONE CASE PER OPEN-ITEM KEY.             *
      * 2026-10-15  THE CONFIRMATION FILE IS FINGERPRINTED BEFORE ANY *
      *             MATCHING AND REFUSED IF THE SAME FILE WAS ALREADY *
      *             PROCESSED; RECEIPT IS RECORDED ON THE INTERFACE   *
      *             REGISTRY THROUGH IFRSVC00.                        *
      * 2026-10-15  ONE RUN PER CUSTODIAN: THE PARAMETER CARD NAMES   *
      *             THE CUSTODIAN WHOSE CONFIRMATIONS ARE BEING       *
      *             MATCHED. ONLY TRADES THE CUSTODY ACCOUNT MASTER   *
      *             (CACMNT00'S FILE) PLACES AT THAT CUSTODIAN        *
      *             REGISTER, EACH OPEN ITEM RECORDS ITS CUSTODIAN,   *
      *             A CONFIRMATION FOR ANOTHER CUSTODIAN'S TRADE IS   *
      *             REPORTED AND LEFT OPEN, AND AGING COVERS ONLY     *
      *             THE RUN'S OWN CUSTODIAN. A BLANK CUSTODIAN        *
      *             MATCHES EVERYTHING, AS BEFORE.                    *
      * 2026-10-15  A LATE-SETTLEMENT CLAIM WRITES ZERO TO THE NEW    *
      *             CLM-LENT-QUANTITY FIELD.                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CLM-KEY
               FILE STATUS IS WS-CLAIM-STATUS.

      *-- Change: which custodian holds each portfolio, by market;
      *-- only read when the parameter card names a custodian.
           SELECT OPTIONAL CUSTODY-ACCOUNT-FILE ASSIGN TO CUSACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAC-KEY
               FILE STATUS IS WS-CAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-HISTORY
      *-- the defaults.
           05  PARM-CLAIM-RATE-PCT       PIC 9(03)V9(04).
           05  PARM-STANDARD-LAG         PIC 9(02).
      *-- Change: the custodian whose confirmation file this is;
      *-- SPACES matches every open item, the single-custodian rule.
           05  PARM-CUSTODIAN-ID         PIC X(08).
           05  FILLER                    PIC X(55).

       FD  OPEN-ITEMS-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY CLMREC.

       FD  CUSTODY-ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY CUSACC.

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

      *-- Change: Working copy of EXCSVC00's LINKAGE layout --
      *-- settlement breaks are raised onto the morning exceptions
      *-- workbench as well as listed here.
       01  WS-EXCSVC-REQUEST.
           05  WS-XC-JOB-NAME            PIC X(08) VALUE 'STLMAT00'.
           05  WS-XC-PROCESS-DATE        PIC X(08).
           05  WS-XC-CATEGORY            PIC X(04) VALUE 'STLO'.
           05  WS-XC-REFERENCE           PIC X(30).
           05  WS-XC-PORTFOLIO-ID        PIC X(08).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-DESCRIPTION         PIC X(60).
           05  WS-XC-RETURN-CODE         PIC S9(04) COMP.

      *-- Change: Working copy of IFRSVC00's LINKAGE layout -- the
      *-- confirmation file is fingerprinted before any matching and
      *-- refused if the same file was already processed; receipt
      *-- goes on the interface registry once matching completes.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'CUSTCONF'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'STLMAT00'.
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
           05  WS-CONF-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-OPEN-STATUS            PIC XX.
           05  WS-CLAIM-STATUS           PIC XX.
           05  WS-CAC-STATUS             PIC XX.

      *-- Change: Defaults to today's date so an absent/empty
      *-- RUN-DATE-PARMS file still scopes the load to "today" rather
               88  EOF-OPEN-ITEMS            VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-MATCH-FOUND            VALUE 'Y'.
           05  WS-EOF-CAC-SW             PIC X(01) VALUE 'N'.
               88  EOF-CUSTODY-ACCOUNT       VALUE 'Y'.
           05  WS-CAC-MASTER-SW          PIC X(01) VALUE 'N'.
               88  WS-CAC-MASTER-PRESENT     VALUE 'Y'.

       01  WS-CUSTODIAN-ID               PIC X(08) VALUE SPACES.

      *-- Change: the custody account master, loaded the STLEXT00
      *-- way -- ACTIVE entries in effect on the run date -- and
      *-- resolved the STLEXT00 way, so a trade is awaited from the
      *-- custodian it was instructed to: the portfolio's entry for
      *-- the settlement market outranks its every-market entry,
      *-- and within a rank the latest effective date wins.
       01  WS-CAC-TABLE.
           05  WS-CAC-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-CA-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-CA-IDX.
               10  WS-CA-PORTFOLIO-ID    PIC X(08).
               10  WS-CA-MARKET          PIC X(04).
               10  WS-CA-EFFECTIVE-DATE  PIC X(08).
               10  WS-CA-CUSTODIAN-ID    PIC X(08).
       01  WS-CAC-PICK.
           05  WS-CK-MARKET              PIC X(04).
           05  WS-CK-BEST-RANK           PIC 9(01).
           05  WS-CK-RANK                PIC 9(01).
           05  WS-CK-BEST-DATE           PIC X(08).
           05  WS-CK-CUSTODIAN-ID        PIC X(08).
           05  WS-CK-SCAN                PIC 9(04) COMP.

       01  WS-MATCH-COUNTS.
           05  WS-MATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  WS-UNMATCHED-CONF-COUNT   PIC 9(07) COMP VALUE ZERO.
           05  WS-REGISTERED-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-LATE-MATCH-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-WRONG-CUSTODIAN-COUNT  PIC 9(07) COMP VALUE ZERO.

      *-- Change: Aging working areas, bucketed off OPN-ITEM-DATE.
       01  WS-AGING-AREA.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(05) VALUE SPACES.
               10  FILLER                PIC X(11) VALUE 'CUSTODIAN:'.
               10  WS-HDR-CUSTODIAN      PIC X(08).
               10  FILLER                PIC X(88) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-TYPE               PIC X(24).
           PERFORM 1100-OPEN-FILES
           PERFORM 1150-READ-RUN-DATE-PARM
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1500-LOAD-CUSTODY-ACCOUNTS
      *-- Change: refuse a confirmation file already processed before
      *-- anything is registered or matched.
           PERFORM 1250-FINGERPRINT-FEED
           PERFORM 1300-REGISTER-TRANSACTIONS
               UNTIL EOF-TRAN-HIST
           PERFORM 2010-READ-CONFIRMATION.
           PERFORM 1160-READ-TRAN-HISTORY.

      *-- Change: The run-date parameter file is optional; if it is
      *-- not present (or is empty) the run takes the process date,
      *-- the normal case of matching the prior business day's trades
      *-- the morning after trade date.
       1150-READ-RUN-DATE-PARM.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-RUN-DATE
           OPEN INPUT RUN-DATE-PARMS
           IF WS-PARM-STATUS = '00'
               READ RUN-DATE-PARMS
                           MOVE PARM-STANDARD-LAG
                               TO WS-STANDARD-LAG
                       END-IF
                       MOVE PARM-CUSTODIAN-ID TO WS-CUSTODIAN-ID
               END-READ
               CLOSE RUN-DATE-PARMS
           END-IF.
           END-READ.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
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

      *-- A counting pass over the whole feed builds its fingerprint;
      *-- the file is then reopened for the matching pass.
       1250-FINGERPRINT-FEED.
           PERFORM 2010-READ-CONFIRMATION
           PERFORM 1260-HASH-ONE-RECORD
               UNTIL EOF-CONFIRMATION
           CLOSE CONFIRMATION-FILE
           OPEN INPUT CONFIRMATION-FILE
           IF WS-CONF-STATUS NOT = '00'
               MOVE 'ERROR REOPENING CONFIRMATION-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE 'N' TO WS-EOF-CONF-SW
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE 'CHEK' TO WS-IF-FUNCTION
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST CONFIRMATION-RECORD
           IF WS-IF-RETURN-CODE = 8
               MOVE SPACES TO ERR-TEXT
               STRING 'FEED ALREADY PROCESSED ON ' WS-IF-DUPLICATE-OF
                      ' - REFUSED'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1260-HASH-ONE-RECORD.
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF CONFIRMATION-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST CONFIRMATION-RECORD
           PERFORM 2010-READ-CONFIRMATION.

      *-- Change: with no custodian named, or no master on file,
      *-- every trade registers and every item matches, as before.
       1500-LOAD-CUSTODY-ACCOUNTS.
           IF WS-CUSTODIAN-ID NOT = SPACES
               OPEN INPUT CUSTODY-ACCOUNT-FILE
               IF WS-CAC-STATUS = '05' OR WS-CAC-STATUS = '35'
                   MOVE 'NO CUSTODY ACCOUNT MASTER - ALL TRADES MATCHED'
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
               ELSE
                   MOVE 'CUSTODY ACCOUNT TABLE FULL - INCOMPLETE'
                       TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           PERFORM 1510-READ-CUSTODY-ACCOUNT.

      *-----------------------------------------------------------------
      * TRANSACTION REGISTRATION
      *-----------------------------------------------------------------
      *-- or the confirmation already carried forward for it could
      *-- never match off. The settled-date guard and the open-item
      *-- duplicate check keep the wider scan idempotent across runs.
      *-- Change: an internal cross settles on our own books, never
      *-- at the custodian, so it is not registered.
      *-- Change: a trade held at another custodian registers on that
      *-- custodian's run; an unmapped one registers on every run
      *-- (the open-item key keeps that to one item).
       1300-REGISTER-TRANSACTIONS.
           IF TRAN-STATUS-DONE
               AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                    OR TRAN-TYPE-TRANS)
               AND TRAN-CHANNEL-CODE NOT = 'XTRD'
               AND TRAN-DATE NOT > WS-RUN-DATE
               AND TRAN-SETTLED-DATE = SPACES
               PERFORM 2800-RESOLVE-CUSTODIAN
               IF WS-CUSTODIAN-ID = SPACES
                   OR WS-CK-CUSTODIAN-ID = SPACES
                   OR WS-CK-CUSTODIAN-ID = WS-CUSTODIAN-ID
                   PERFORM 1320-REGISTER-ONE-TRAN
               END-IF
           END-IF
           PERFORM 1160-READ-TRAN-HISTORY.

               MOVE TRAN-AMOUNT       TO WS-EXC-TRAN-AMOUNT
               MOVE OPN-AMOUNT        TO WS-EXC-CONF-AMOUNT
               WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
               COMPUTE WS-XC-AMOUNT = TRAN-AMOUNT - OPN-AMOUNT
               PERFORM 2060-RAISE-EXCEPTION
           END-IF
           MOVE OPN-TRAN-DATE     TO TRAN-SETTLED-DATE
           MOVE OPN-CUSTODIAN-REF TO TRAN-CUSTODIAN-REF
           MOVE TRAN-TIME         TO OPN-TRAN-TIME
           MOVE WS-CURRENT-DATE   TO OPN-ITEM-DATE
           MOVE SPACES            TO OPN-CUSTODIAN-REF
           MOVE WS-CK-CUSTODIAN-ID TO OPN-CUSTODIAN-ID
           MOVE SPACES            TO OPN-FILLER
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
      *-- Already registered by an earlier run of the same date (a
      *-----------------------------------------------------------------
      * CONFIRMATION MATCHING
      *-----------------------------------------------------------------
      *-- Change: a confirmation for a trade awaited from another
      *-- custodian does not settle it -- it is reported and the
      *-- item stays open for its own custodian's confirmation.
       2000-MATCH-CONFIRMATIONS.
           PERFORM 2020-FIND-OPEN-TRAN
           IF WS-MATCH-FOUND
               IF WS-CUSTODIAN-ID NOT = SPACES
                   AND OPN-CUSTODIAN-ID NOT = SPACES
                   AND OPN-CUSTODIAN-ID NOT = WS-CUSTODIAN-ID
                   PERFORM 2045-REPORT-WRONG-CUSTODIAN
               ELSE
                   PERFORM 2030-CHECK-AMOUNT-MATCH
               END-IF
           ELSE
               PERFORM 2040-CARRY-UNMATCHED-CONF
           END-IF
               MOVE OPN-AMOUNT       TO WS-EXC-TRAN-AMOUNT
               MOVE CNF-AMOUNT       TO WS-EXC-CONF-AMOUNT
               WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
               COMPUTE WS-XC-AMOUNT = OPN-AMOUNT - CNF-AMOUNT
               PERFORM 2060-RAISE-EXCEPTION
           ELSE
               ADD 1 TO WS-MATCHED-COUNT
           END-IF
                   MOVE WS-CLAIM-RATE-PCT TO CLM-RATE-PCT
                   MOVE WS-RUN-DATE       TO CLM-CLAIM-DATE
                   SET CLM-STATUS-OPEN    TO TRUE
      *-- Change: the claims file now also carries CAGEN00's
      *-- manufactured-dividend claims, so each claim says its kind.
                   SET CLM-TYPE-LATE-SETTLE TO TRUE
      *-- Change: only a manufactured-dividend claim has units lent.
                   MOVE ZERO              TO CLM-LENT-QUANTITY
                   MOVE SPACES            TO CLM-FILLER
                   WRITE CLAIM-RECORD
                       INVALID KEY
           MOVE ZERO             TO WS-EXC-TRAN-AMOUNT
           MOVE CNF-AMOUNT       TO WS-EXC-CONF-AMOUNT
           WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
           MOVE CNF-AMOUNT       TO WS-XC-AMOUNT
           PERFORM 2060-RAISE-EXCEPTION
           MOVE CNF-PORTFOLIO-ID TO OPN-PORTFOLIO-ID
           MOVE CNF-SEQUENCE-NO  TO OPN-SEQUENCE-NO
           SET OPN-SOURCE-CONF   TO TRUE
           MOVE SPACES           TO OPN-TRAN-TIME
           MOVE WS-CURRENT-DATE  TO OPN-ITEM-DATE
           MOVE CNF-CUSTODIAN-REF TO OPN-CUSTODIAN-REF
           MOVE WS-CUSTODIAN-ID  TO OPN-CUSTODIAN-ID
           MOVE SPACES           TO OPN-FILLER
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       2045-REPORT-WRONG-CUSTODIAN.
           ADD 1 TO WS-WRONG-CUSTODIAN-COUNT
           MOVE 'WRONG CUSTODIAN' TO WS-EXC-TYPE
           MOVE CNF-PORTFOLIO-ID TO WS-EXC-PORTFOLIO
           MOVE CNF-SEQUENCE-NO  TO WS-EXC-SEQUENCE
           MOVE OPN-AMOUNT       TO WS-EXC-TRAN-AMOUNT
           MOVE CNF-AMOUNT       TO WS-EXC-CONF-AMOUNT
           WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
           MOVE CNF-AMOUNT       TO WS-XC-AMOUNT
           PERFORM 2060-RAISE-EXCEPTION.

      *-- Change: an exception line just written goes onto the
      *-- workbench too. A mismatch is its own case; an unmatched
      *-- confirmation takes the key of the 'C' open item it becomes,
      *-- so it stays one case while it ages in 3120.
       2060-RAISE-EXCEPTION.
           MOVE WS-CURRENT-DATE  TO WS-XC-PROCESS-DATE
           MOVE WS-EXC-PORTFOLIO TO WS-XC-PORTFOLIO-ID
           MOVE SPACES TO WS-XC-REFERENCE
           IF WS-EXC-TYPE = 'CONFIRMATION NO TRAN'
               STRING WS-EXC-PORTFOLIO ' ' WS-EXC-SEQUENCE ' C'
                   DELIMITED BY SIZE INTO WS-XC-REFERENCE
           ELSE
               IF WS-EXC-TYPE = 'WRONG CUSTODIAN'
                   STRING WS-EXC-PORTFOLIO ' ' WS-EXC-SEQUENCE
                          ' WRONGCUST'
                       DELIMITED BY SIZE INTO WS-XC-REFERENCE
               ELSE
                   STRING WS-EXC-PORTFOLIO ' ' WS-EXC-SEQUENCE
                          ' MISMATCH'
                       DELIMITED BY SIZE INTO WS-XC-REFERENCE
               END-IF
           END-IF
           MOVE SPACES TO WS-XC-DESCRIPTION
           STRING WS-EXC-TYPE ' TRAN ' WS-EXC-TRAN-AMOUNT
                  ' CONF ' WS-EXC-CONF-AMOUNT
               DELIMITED BY SIZE INTO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

      *-- Change: the custodian the trade in the buffer was
      *-- instructed to, into WS-CK-CUSTODIAN-ID (SPACES when no
      *-- custodian is named, no master is on file, or the portfolio
      *-- has no entry for the settlement market).
       2800-RESOLVE-CUSTODIAN.
           MOVE SPACES TO WS-CK-CUSTODIAN-ID
           IF WS-CAC-MASTER-PRESENT
               MOVE SPACES TO WS-CK-MARKET
               MOVE TRAN-SETTLE-CCY TO WS-CK-MARKET (1:3)
               MOVE ZERO TO WS-CK-BEST-RANK
               MOVE LOW-VALUES TO WS-CK-BEST-DATE
               PERFORM 2810-CHECK-ONE-CUSTODY-ACCOUNT
                   VARYING WS-CK-SCAN FROM 1 BY 1
                   UNTIL WS-CK-SCAN > WS-CAC-COUNT
           END-IF.

       2810-CHECK-ONE-CUSTODY-ACCOUNT.
           MOVE ZERO TO WS-CK-RANK
           IF WS-CA-PORTFOLIO-ID (WS-CK-SCAN) = TRAN-PORTFOLIO-ID
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
      * FINALIZATION
      *-----------------------------------------------------------------
           CLOSE REPORT-FILE
           CLOSE OPEN-ITEMS-FILE
           CLOSE CLAIMS-FILE
      *-- Change: record the file's receipt on the interface registry.
           MOVE 'RECV' TO WS-IF-FUNCTION
           COMPUTE WS-IF-ACCEPTED-COUNT =
               WS-IF-RECORD-COUNT - WS-MISMATCH-COUNT
           MOVE WS-MISMATCH-COUNT TO WS-IF-REJECTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST CONFIRMATION-RECORD
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-- Change: Everything still open after tonight's matching is
                   SET EOF-OPEN-ITEMS TO TRUE
           END-READ.

      *-- Change: another custodian's items age on its own run.
       3120-AGE-ONE-ITEM.
           IF WS-CUSTODIAN-ID = SPACES
               OR OPN-CUSTODIAN-ID = SPACES
               OR OPN-CUSTODIAN-ID = WS-CUSTODIAN-ID
               PERFORM 3125-AGE-THIS-ITEM
           END-IF
           PERFORM 3110-READ-NEXT-OPEN-ITEM.

       3125-AGE-THIS-ITEM.
           MOVE OPN-ITEM-DATE TO WS-ITEM-DATE-NUM
           COMPUTE WS-ITEM-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE-NUM)
           MOVE OPN-ITEM-DATE    TO WS-AG-ITEM-DATE
           MOVE WS-ITEM-AGE-DAYS TO WS-AG-AGE-DAYS
           WRITE REPORT-RECORD FROM WS-AGING-LINE
      *-- Change: anything open longer than a day is a break.
           IF WS-ITEM-AGE-DAYS > 1
               PERFORM 3130-RAISE-AGED-ITEM
           END-IF.

       3130-RAISE-AGED-ITEM.
           MOVE WS-CURRENT-DATE  TO WS-XC-PROCESS-DATE
           MOVE OPN-PORTFOLIO-ID TO WS-XC-PORTFOLIO-ID
           MOVE OPN-AMOUNT       TO WS-XC-AMOUNT
           MOVE SPACES TO WS-XC-REFERENCE
           STRING OPN-PORTFOLIO-ID ' ' OPN-SEQUENCE-NO ' ' OPN-SOURCE
               DELIMITED BY SIZE INTO WS-XC-REFERENCE
           MOVE SPACES TO WS-XC-DESCRIPTION
           STRING WS-AG-SOURCE ' OPEN SINCE ' OPN-ITEM-DATE
                  ', ' WS-AG-BUCKET
               DELIMITED BY SIZE INTO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

       3200-PRINT-SUMMARY.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'CONFIRMATIONS WITH NO TRANSACTION:' TO WS-SL-LABEL
           MOVE WS-UNMATCHED-CONF-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CONFIRMATIONS - WRONG CUSTODIAN:' TO WS-SL-LABEL
           MOVE WS-WRONG-CUSTODIAN-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'OPEN ITEMS AGED 1 DAY:' TO WS-SL-LABEL
           MOVE WS-AGE-1-DAY-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
