      *             OR BASIS ALLOCATION, AND CAPROC00 APPLIES IT --   *
      *             ENDING THE HAND-APPLIED SPREADSHEET SURGERY THE   *
      *             DV/SP PIPELINE WAS BUILT TO ELIMINATE.            *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  SHARES OUT ON LOAN AT THE EX-DATE NO LONGER EARN  *
      *             THE ISSUER'S CASH DIVIDEND: THE HOLDER'S          *
      *             ENTITLEMENT COVERS ONLY THE SHARES IN HAND, AND   *
      *             EACH LOAN RAISES A MANUFACTURED-DIVIDEND CLAIM    *
      *             AGAINST ITS BORROWER ON THE CLAIMS FILE.          *
      * 2026-10-15  VOLUNTARY TENDER OFFERS, RIGHTS ISSUES AND        *
      *             OPTIONAL DIVIDENDS GENERATE THE FIRST RUN AFTER   *
      *             THEIR ELECTION DEADLINE, EACH HOLDING FROM THE    *
      *             CLIENT'S ELECTION ON THE ELECTION FILE OR, WITH   *
      *             NONE ON FILE, FROM THE ANNOUNCED DEFAULT OPTION:  *
      *             CASH AS A DV, STOCK AS AN SP, TENDER AND          *
      *             SUBSCRIPTION AS PENDING SELLS AND BUYS FOR        *
      *             POSUPD00. THE ELECTION IS MARKED APPLIED, AND A   *
      *             DEFAULTED RECORD IS WRITTEN FOR A NON-ELECTOR.    *
      * 2026-10-15  RECEIPT OF THE ANNOUNCEMENT FILE, WITH ITS RECORD *
      *             COUNT AND CONTENT HASH, IS RECORDED ON THE        *
      *             INTERFACE REGISTRY THROUGH IFRSVC00. THE FILE IS  *
      *             NOT REFUSED AS A REPEAT: IT IS THE SAME FILE      *
      *             COPIED FORWARD NIGHT TO NIGHT, AND THE PROCESSED  *
      *             SWITCH ALREADY KEEPS A RERUN FROM PAYING TWICE.   *
      * 2026-10-15  EVERY CASH DIVIDEND ENTITLEMENT (DV, OR AN        *
      *             OPTIONAL DIVIDEND TAKEN IN CASH) NOW ALSO BOOKS A *
      *             DIVIDEND RECEIVABLE ON THE RECEIVABLE FILE AS IT  *
      *             IS GENERATED AT THE EX-DATE, NET OF THE           *
      *             WITHHOLDING RATE THE CLIENT'S COUNTRY CARRIES     *
      *             (THE CAPROC00 LOOKUP), SO THE INCOME IS VALUED    *
      *             AND POSTED FROM EX-DATE TO PAY DATE. CAPROC00     *
      *             CLEARS IT WHEN THE DIVIDEND PAYS.                 *
      * 2026-10-15  A LOAN IS TESTED AGAINST THE ANNOUNCEMENT'S       *
      *             EX-DATE RATHER THAN THE RUN DATE, AND A           *
      *             MANUFACTURED CLAIM NOW CARRIES THE UNITS LENT IN  *
      *             CLM-LENT-QUANTITY AND THE DIVIDEND'S CASH VALUE IN*
      *             CLM-FAILED-AMOUNT.                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

      *-- Change: shares out on loan (SECLND00's securities-loan
      *-- file) do not earn the issuer's dividend -- the borrower
      *-- owes a manufactured dividend on them instead, raised as a
      *-- claim on the claims file CLMRPT00 works. Both OPTIONAL so a
      *-- shop that lends nothing generates exactly as before.
           SELECT OPTIONAL SECURITIES-LOAN-FILE ASSIGN TO SECLOANS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT OPTIONAL CLAIMS-FILE ASSIGN TO SETCLAIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-KEY
               FILE STATUS IS WS-CLAIM-STATUS.

      *-- Change: the clients' elections on voluntary actions,
      *-- captured through CAEMNT00. OPTIONAL so a night with no
      *-- election ever captured still defaults every holder.
           SELECT OPTIONAL ELECTION-FILE ASSIGN TO CAELECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELC-KEY
               FILE STATUS IS WS-ELEC-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *-- Change: a cash dividend is recognized at the ex-date as a
      *-- receivable net of withholding. The portfolio and
      *-- counterparty masters resolve the client's country and the
      *-- withholding table turns it into a rate, exactly as
      *-- CAPROC00 will when the dividend pays. The receivable file
      *-- is OPTIONAL so the first run creates it.
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

           SELECT WHT-RATE-FILE ASSIGN TO WHTRATES
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WHT-STATUS.

           SELECT OPTIONAL DIVIDEND-RECEIVABLE-FILE ASSIGN TO DIVRCVBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DVR-KEY
               FILE STATUS IS WS-DVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANNOUNCEMENT-FILE

       FD  ANNOUNCEMENT-OUT
           RECORDING MODE IS F.
       01  ANNOUNCEMENT-OUT-RECORD       PIC X(128).

       FD  POSITION-MASTER
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  SECURITIES-LOAN-FILE
           RECORDING MODE IS F.
           COPY SECLOAN.

       FD  CLAIMS-FILE
           RECORDING MODE IS F.
           COPY CLMREC.

       FD  ELECTION-FILE
           RECORDING MODE IS F.
           COPY CAELEC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  WHT-RATE-FILE
           RECORDING MODE IS F.
           COPY WHTAX.

       FD  DIVIDEND-RECEIVABLE-FILE
           RECORDING MODE IS F.
           COPY DIVRCV.

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

      *-- Change: Working copy of IFRSVC00's LINKAGE layout -- the
      *-- announcement file is fingerprinted as it loads and its
      *-- receipt goes on the interface registry. There is no
      *-- refusal check: the feed is copied forward and read again
      *-- every night by design, and ANN-PROCESSED-SW already makes
      *-- a rerun harmless.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'CAANNFIL'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'CAGEN00'.
           05  WS-IF-PROCESS-DATE        PIC X(08).
           05  WS-IF-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IF-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IF-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-DUPLICATE-OF        PIC X(08).
           05  WS-IF-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-ANN-STATUS             PIC XX.
           05  WS-ANNOUT-STATUS          PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-LOAN-STATUS            PIC XX.
           05  WS-CLAIM-STATUS           PIC XX.
           05  WS-ELEC-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-WHT-STATUS             PIC XX.
           05  WS-DVR-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-ANN-SW             PIC X(01) VALUE 'N'.
               88  EOF-ANNOUNCEMENTS         VALUE 'Y'.
           05  WS-EOF-POSITION-SW        PIC X(01) VALUE 'N'.
               88  EOF-POSITION              VALUE 'Y'.
           05  WS-LOAN-FILE-SW           PIC X(01) VALUE 'N'.
               88  WS-LOAN-FILE-PRESENT      VALUE 'Y'.
           05  WS-LOAN-SCAN-SW           PIC X(01) VALUE 'N'.
               88  WS-LOAN-SCAN-DONE         VALUE 'Y'.
           05  WS-ANN-DUE-SW             PIC X(01) VALUE 'Y'.
               88  WS-ANN-DUE                VALUE 'Y'.
           05  WS-ELECTION-SW            PIC X(01) VALUE 'N'.
               88  WS-ELECTION-FOUND         VALUE 'Y'.
           05  WS-EOF-WHT-SW             PIC X(01) VALUE 'N'.
               88  EOF-WHT-RATES             VALUE 'Y'.

      *-- In-memory announcement table, loaded once and checked for
      *-- every position, the same table-driven pattern FEEGEN00 uses
                                         INDEXED BY WS-AN-IDX.
               10  WS-AN-INVESTMENT-ID   PIC X(10).
               10  WS-AN-ACTION-TYPE     PIC X(02).
                   88  WS-AN-VOLUNTARY       VALUE 'TO' 'RI' 'OD'.
               10  WS-AN-EX-DATE         PIC X(08).
               10  WS-AN-PAY-DATE        PIC X(08).
               10  WS-AN-RATE            PIC S9(07)V9(06) COMP-3.
               10  WS-AN-SPLIT-FROM      PIC 9(05) COMP-3.
               10  WS-AN-NEW-ID          PIC X(10).
               10  WS-AN-ALLOC-PCT       PIC S9(03)V9(04) COMP-3.
               10  WS-AN-GENERATED       PIC 9(07) COMP.
      *-- Change: a voluntary action's default and options, and how
      *-- many holders elected, defaulted, or chose to do nothing.
               10  WS-AN-DEFAULT-OPTION  PIC 9(01).
               10  WS-AN-OPTION OCCURS 3 TIMES.
                   15  WS-AN-OPT-ACTION  PIC X(04).
                   15  WS-AN-OPT-RATE    PIC S9(07)V9(06) COMP-3.
                   15  WS-AN-OPT-FROM    PIC 9(05) COMP-3.
                   15  WS-AN-OPT-TO      PIC 9(05) COMP-3.
               10  WS-AN-ELECTED         PIC 9(07) COMP.
               10  WS-AN-DEFAULTED       PIC 9(07) COMP.
               10  WS-AN-NO-ACTION       PIC 9(07) COMP.

      *-- Change: entitlement sequence numbers come from the central
      *-- SEQSVC00 service, keyed on the entitlement's own pay date,
       01  WS-ENTITLE-AMOUNT             PIC S9(13)V9(02) COMP-3.
       01  WS-TOTAL-GENERATED            PIC 9(07) COMP VALUE ZERO.

      *-- Lent-share working areas: the units of the holding out on
      *-- loan at the ex-date, the units still earning the issuer's
      *-- dividend, and the manufactured-dividend claims raised.
       01  WS-ON-LOAN-QTY                PIC S9(11)V9(4) COMP-3.
       01  WS-ENTITLED-QTY               PIC S9(11)V9(4) COMP-3.
       01  WS-CLAIM-AMOUNT               PIC S9(11)V9(2) COMP-3.
       01  WS-CLAIMS-RAISED              PIC 9(07) COMP VALUE ZERO.

      *-- Election working areas: the option a holding resolves to
      *-- and the option being checked on a voluntary announcement.
       01  WS-OPT-NO                     PIC 9(01).
       01  WS-OPT-I                      PIC 9(01).
       01  WS-TOTAL-ELECTED              PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-DEFAULTED            PIC 9(07) COMP VALUE ZERO.
       01  WS-EDIT-COUNT-1               PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2               PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT-3               PIC ZZZ,ZZ9.

      *-- Withholding rate table, loaded once from WHT-RATE-FILE and
      *-- searched by the client's country, the CAPROC00 table.
       01  WS-WHT-TABLE.
           05  WS-WHT-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-WT-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-WT-IDX.
               10  WS-WT-COUNTRY         PIC X(02).
               10  WS-WT-RATE-PCT        PIC S9(03)V9(04) COMP-3.

      *-- Receivable working areas: the rate the entitlement was
      *-- recognized at, and the receivables booked this run.
       01  WS-WHT-RATE                   PIC S9(03)V9(04) COMP-3.
       01  WS-RECEIVABLES-BOOKED         PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-TIME               PIC X(06).
       01  WS-REPORT-DATE                PIC X(10).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-AL-LABEL               PIC X(24)
                   VALUE 'ENTITLEMENTS GENERATED'.
           05  WS-AL-ELECTION-DETAIL     PIC X(60).
           05  FILLER                    PIC X(11) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1500-LOAD-WHT-TABLE
           PERFORM 1300-LOAD-ANNOUNCEMENTS
           PERFORM 1400-GET-RUN-DATE-TIME
           PERFORM 2010-READ-POSITION.
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITIES-LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               SET WS-LOAN-FILE-PRESENT TO TRUE
               OPEN I-O CLAIMS-FILE
               IF WS-CLAIM-STATUS NOT = '00'
                   AND WS-CLAIM-STATUS NOT = '05'
                   MOVE 'ERROR OPENING CLAIMS-FILE' TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           ELSE
               IF WS-LOAN-STATUS NOT = '05'
                   AND WS-LOAN-STATUS NOT = '35'
                   MOVE 'ERROR OPENING SECURITIES-LOAN-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN I-O ELECTION-FILE
           IF WS-ELEC-STATUS NOT = '00' AND WS-ELEC-STATUS NOT = '05'
               MOVE 'ERROR OPENING ELECTION-FILE' TO ERR-TEXT
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

           OPEN INPUT WHT-RATE-FILE
           IF WS-WHT-STATUS NOT = '00'
               MOVE 'ERROR OPENING WHT-RATE-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O DIVIDEND-RECEIVABLE-FILE
           IF WS-DVR-STATUS NOT = '00' AND WS-DVR-STATUS NOT = '05'
               MOVE 'ERROR OPENING DIVIDEND-RECEIVABLE-FILE'
                   TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
      *-- forward flagged and is never swept again. Every record
      *-- copies to the announcement output the JCL swaps in on
      *-- clean completion.
      *-- Change: a voluntary action also waits for its election
      *-- deadline to pass, so every election captured up to and on
      *-- the deadline counts.
       1300-LOAD-ANNOUNCEMENTS.
           PERFORM 1310-READ-ANNOUNCEMENT
           PERFORM 1320-ADD-ANN-ENTRY
           END-READ.

       1320-ADD-ANN-ENTRY.
      *-- Change: fingerprint the record as received, before the
      *-- processed switch is set on it.
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF CA-ANNOUNCEMENT-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST
               CA-ANNOUNCEMENT-RECORD
           SET WS-ANN-DUE TO TRUE
           IF ANN-ACTION-VOLUNTARY
               AND NOT ANN-PROCESSED
               PERFORM 1330-CHECK-VOLUNTARY-DUE
           END-IF
           IF ANN-EX-DATE NOT > WS-CURRENT-DATE
               AND NOT ANN-PROCESSED
               AND WS-ANN-DUE
               IF WS-ANN-COUNT < 200
                   ADD 1 TO WS-ANN-COUNT
                   SET WS-AN-IDX TO WS-ANN-COUNT
                       TO WS-AN-INVESTMENT-ID (WS-AN-IDX)
                   MOVE ANN-ACTION-TYPE
                       TO WS-AN-ACTION-TYPE (WS-AN-IDX)
                   MOVE ANN-EX-DATE   TO WS-AN-EX-DATE (WS-AN-IDX)
                   MOVE ANN-PAY-DATE  TO WS-AN-PAY-DATE (WS-AN-IDX)
                   MOVE ANN-RATE-PER-SHARE TO WS-AN-RATE (WS-AN-IDX)
                   MOVE ANN-SPLIT-FROM
                       TO WS-AN-NEW-ID (WS-AN-IDX)
                   MOVE ANN-ALLOC-PCT TO WS-AN-ALLOC-PCT (WS-AN-IDX)
                   MOVE ZERO          TO WS-AN-GENERATED (WS-AN-IDX)
                   MOVE ZERO          TO WS-AN-ELECTED (WS-AN-IDX)
                   MOVE ZERO          TO WS-AN-DEFAULTED (WS-AN-IDX)
                   MOVE ZERO          TO WS-AN-NO-ACTION (WS-AN-IDX)
                   MOVE ZERO
                       TO WS-AN-DEFAULT-OPTION (WS-AN-IDX)
                   IF ANN-ACTION-VOLUNTARY
                       MOVE ANN-DEFAULT-OPTION
                           TO WS-AN-DEFAULT-OPTION (WS-AN-IDX)
                   END-IF
                   PERFORM 1325-COPY-ONE-OPTION
                       VARYING WS-OPT-I FROM 1 BY 1
                       UNTIL WS-OPT-I > 3
                   SET ANN-PROCESSED  TO TRUE
               ELSE
                   DISPLAY 'CAGEN00 WARNING: ANNOUNCEMENT TABLE FULL, '
           WRITE ANNOUNCEMENT-OUT-RECORD FROM CA-ANNOUNCEMENT-RECORD
           PERFORM 1310-READ-ANNOUNCEMENT.

       1325-COPY-ONE-OPTION.
           IF ANN-ACTION-VOLUNTARY
               MOVE ANN-OPT-ACTION (WS-OPT-I)
                   TO WS-AN-OPT-ACTION (WS-AN-IDX, WS-OPT-I)
               MOVE ANN-OPT-RATE (WS-OPT-I)
                   TO WS-AN-OPT-RATE (WS-AN-IDX, WS-OPT-I)
               MOVE ANN-OPT-RATIO-FROM (WS-OPT-I)
                   TO WS-AN-OPT-FROM (WS-AN-IDX, WS-OPT-I)
               MOVE ANN-OPT-RATIO-TO (WS-OPT-I)
                   TO WS-AN-OPT-TO (WS-AN-IDX, WS-OPT-I)
           ELSE
               MOVE SPACES TO WS-AN-OPT-ACTION (WS-AN-IDX, WS-OPT-I)
               MOVE ZERO   TO WS-AN-OPT-RATE (WS-AN-IDX, WS-OPT-I)
               MOVE ZERO   TO WS-AN-OPT-FROM (WS-AN-IDX, WS-OPT-I)
               MOVE ZERO   TO WS-AN-OPT-TO (WS-AN-IDX, WS-OPT-I)
           END-IF.

      *-- Before its deadline a voluntary action stays on the feed
      *-- unflagged, the way a future ex-date does. Once past it, an
      *-- announcement whose default option is not offered, or one
      *-- of whose options could not be generated, is refused with
      *-- a warning and stays unflagged until the feed is corrected
      *-- -- generating half its holders would be worse.
       1330-CHECK-VOLUNTARY-DUE.
           IF ANN-ELECTION-DEADLINE NOT NUMERIC
               OR ANN-ELECTION-DEADLINE NOT < WS-CURRENT-DATE
               MOVE 'N' TO WS-ANN-DUE-SW
           ELSE
               IF ANN-DEFAULT-OPTION NOT NUMERIC
                   OR ANN-DEFAULT-OPTION < 1
                   OR ANN-DEFAULT-OPTION > 3
                   MOVE 'N' TO WS-ANN-DUE-SW
               ELSE
                   IF NOT ANN-OPT-VALID (ANN-DEFAULT-OPTION)
                       MOVE 'N' TO WS-ANN-DUE-SW
                   END-IF
               END-IF
               PERFORM 1335-CHECK-ONE-OPTION
                   VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > 3
               IF NOT WS-ANN-DUE
                   MOVE SPACES TO ERR-TEXT
                   STRING 'VOLUNTARY ACTION ' ANN-INVESTMENT-ID ' '
                          ANN-ACTION-TYPE ' HAS AN INVALID OPTION'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

       1335-CHECK-ONE-OPTION.
           EVALUATE TRUE
               WHEN ANN-OPT-ACTION (WS-OPT-I) = SPACES
               WHEN ANN-OPT-NO-ACTION (WS-OPT-I)
                   CONTINUE
               WHEN ANN-OPT-CASH (WS-OPT-I)
               WHEN ANN-OPT-TENDER (WS-OPT-I)
                   IF ANN-OPT-RATE (WS-OPT-I) NOT > ZERO
                       MOVE 'N' TO WS-ANN-DUE-SW
                   END-IF
               WHEN ANN-OPT-STOCK (WS-OPT-I)
                   IF ANN-OPT-RATIO-FROM (WS-OPT-I) = ZERO
                       OR ANN-OPT-RATIO-TO (WS-OPT-I) = ZERO
                       MOVE 'N' TO WS-ANN-DUE-SW
                   END-IF
               WHEN ANN-OPT-SUBSCRIBE (WS-OPT-I)
                   IF ANN-OPT-RATE (WS-OPT-I) NOT > ZERO
                       OR ANN-OPT-RATIO-FROM (WS-OPT-I) = ZERO
                       OR ANN-OPT-RATIO-TO (WS-OPT-I) = ZERO
                       MOVE 'N' TO WS-ANN-DUE-SW
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-ANN-DUE-SW
           END-EVALUATE.

       1500-LOAD-WHT-TABLE.
           PERFORM 1510-READ-WHT-RATE
           PERFORM 1520-ADD-WHT-ENTRY
               UNTIL EOF-WHT-RATES.

       1510-READ-WHT-RATE.
           READ WHT-RATE-FILE
               AT END
                   SET EOF-WHT-RATES TO TRUE
           END-READ.

       1520-ADD-WHT-ENTRY.
           IF WS-WHT-COUNT < 100
               ADD 1 TO WS-WHT-COUNT
               SET WS-WT-IDX TO WS-WHT-COUNT
               MOVE WHT-COUNTRY  TO WS-WT-COUNTRY (WS-WT-IDX)
               MOVE WHT-RATE-PCT TO WS-WT-RATE-PCT (WS-WT-IDX)
           END-IF
           PERFORM 1510-READ-WHT-RATE.

       1400-GET-RUN-DATE-TIME.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-CURRENT-TIME.

      *-----------------------------------------------------------------
                   SET EOF-POSITION TO TRUE
           END-READ.

      *-- Change: on a cash dividend, shares out on loan at the
      *-- ex-date earn nothing from the issuer -- each loan raises a
      *-- manufactured-dividend claim against its borrower, and the
      *-- holder's own entitlement covers only the shares still in
      *-- hand. A holding lent out in full generates no entitlement.
      *-- Change: a voluntary action generates from the holder's
      *-- election instead (2050).
       2020-CHECK-ONE-ANNOUNCEMENT.
           IF WS-AN-INVESTMENT-ID (WS-AN-IDX) = POS-INVESTMENT-ID
               AND WS-AN-VOLUNTARY (WS-AN-IDX)
               PERFORM 2050-APPLY-ELECTION
           END-IF
           IF WS-AN-INVESTMENT-ID (WS-AN-IDX) = POS-INVESTMENT-ID
               AND NOT WS-AN-VOLUNTARY (WS-AN-IDX)
               MOVE ZERO TO WS-ON-LOAN-QTY
               IF WS-AN-ACTION-TYPE (WS-AN-IDX) = 'DV'
                   AND WS-LOAN-FILE-PRESENT
                   PERFORM 2040-CLAIM-LENT-SHARES
               END-IF
               COMPUTE WS-ENTITLED-QTY = POS-QUANTITY - WS-ON-LOAN-QTY
               IF WS-ENTITLED-QTY > ZERO
                   PERFORM 2030-GENERATE-ENTITLEMENT
               END-IF
           END-IF.

      *-- One pending transaction per holding, sized from the
           EVALUATE WS-AN-ACTION-TYPE (WS-AN-IDX)
               WHEN 'DV'
                   COMPUTE WS-ENTITLE-AMOUNT ROUNDED =
                       WS-AN-RATE (WS-AN-IDX) * WS-ENTITLED-QTY
                   MOVE WS-ENTITLE-AMOUNT TO TRAN-AMOUNT
                   IF WS-AN-CURRENCY (WS-AN-IDX) NOT = SPACES
                       MOVE WS-AN-CURRENCY (WS-AN-IDX)
                   MOVE WS-AN-ALLOC-PCT (WS-AN-IDX) TO TRAN-PRICE
                   MOVE WS-AN-NEW-ID (WS-AN-IDX)
                       TO TRAN-PARENT-ORDER-ID
               WHEN 'TO'
               WHEN 'RI'
               WHEN 'OD'
                   PERFORM 2035-BUILD-ELECTED-OPTION
               WHEN OTHER
                   MOVE WS-AN-SPLIT-FROM (WS-AN-IDX)
                       TO TRAN-SPLIT-FROM
                   MOVE WS-AN-SPLIT-TO (WS-AN-IDX) TO TRAN-SPLIT-TO
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'CAGEN00 '       TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-AN-GENERATED (WS-AN-IDX)
                   ADD 1 TO WS-TOTAL-GENERATED
      *-- Change: a cash dividend is recognized now, at the ex-date,
      *-- rather than only when it pays.
                   IF TRAN-TYPE-DIV
                       PERFORM 2060-BOOK-RECEIVABLE
                   END-IF
           END-WRITE.

      *-- The receivable carries the DV row's own key fields, so
      *-- CAPROC00 finds it directly when it applies the row. It is
      *-- booked net of the withholding expected at today's rate; any
      *-- change by the pay date shows up as a clearing difference.
       2060-BOOK-RECEIVABLE.
           PERFORM 2065-RESOLVE-WHT-RATE
           MOVE SPACES              TO DIVIDEND-RECEIVABLE-RECORD
           MOVE TRAN-PORTFOLIO-ID   TO DVR-PORTFOLIO-ID
           MOVE TRAN-INVESTMENT-ID  TO DVR-INVESTMENT-ID
           MOVE TRAN-DATE           TO DVR-PAY-DATE
           MOVE TRAN-SEQUENCE-NO    TO DVR-SEQUENCE-NO
           MOVE WS-AN-EX-DATE (WS-AN-IDX) TO DVR-EX-DATE
           MOVE WS-CURRENT-DATE     TO DVR-RECOGNIZED-DATE
           MOVE TRAN-CURRENCY       TO DVR-CURRENCY
           MOVE WS-ENTITLED-QTY     TO DVR-ENTITLED-QTY
           MOVE TRAN-AMOUNT         TO DVR-GROSS-AMOUNT
           MOVE WS-WHT-RATE         TO DVR-WHT-RATE
           COMPUTE DVR-TAX-AMOUNT ROUNDED =
               DVR-GROSS-AMOUNT * WS-WHT-RATE / 100
           COMPUTE DVR-NET-AMOUNT =
               DVR-GROSS-AMOUNT - DVR-TAX-AMOUNT
           SET DVR-STATUS-OPEN      TO TRUE
           MOVE ZERO                TO DVR-PAID-AMOUNT
           MOVE ZERO                TO DVR-DIFFERENCE
           WRITE DIVIDEND-RECEIVABLE-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE DIVIDEND RECEIVABLE KEY'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-RECEIVABLES-BOOKED
           END-WRITE.

      *-- Portfolio -> PORT-CLIENT-ID -> client's CPTY-COUNTRY ->
      *-- withholding rate, the CAPROC00 chain; any break in it
      *-- resolves to a zero rate.
       2065-RESOLVE-WHT-RATE.
           MOVE ZERO TO WS-WHT-RATE
           MOVE TRAN-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PORT-CLIENT-ID NOT = SPACES
                       PERFORM 2066-LOOK-UP-CLIENT-COUNTRY
                   END-IF
           END-READ.

       2066-LOOK-UP-CLIENT-COUNTRY.
           MOVE PORT-CLIENT-ID TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-WT-IDX TO 1
                   SEARCH WS-WT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-WT-COUNTRY (WS-WT-IDX) = CPTY-COUNTRY
                           MOVE WS-WT-RATE-PCT (WS-WT-IDX)
                               TO WS-WHT-RATE
                   END-SEARCH
           END-READ.

      *-- The option decides the row: cash pays as a DV and stock as
      *-- an SP of (held + new) for held, both applied by CAPROC00;
      *-- a tender is a pending sell of the whole holding and a
      *-- subscription a pending buy of the new units, both at the
      *-- offer price, for POSUPD00 to post like any other trade.
       2035-BUILD-ELECTED-OPTION.
           EVALUATE WS-AN-OPT-ACTION (WS-AN-IDX, WS-OPT-NO)
               WHEN 'CASH'
                   SET TRAN-TYPE-DIV TO TRUE
                   COMPUTE WS-ENTITLE-AMOUNT ROUNDED =
                       WS-AN-OPT-RATE (WS-AN-IDX, WS-OPT-NO)
                       * WS-ENTITLED-QTY
                   MOVE WS-ENTITLE-AMOUNT TO TRAN-AMOUNT
                   IF WS-AN-CURRENCY (WS-AN-IDX) NOT = SPACES
                       MOVE WS-AN-CURRENCY (WS-AN-IDX)
                           TO TRAN-CURRENCY
                   END-IF
               WHEN 'STCK'
                   SET TRAN-TYPE-SPLIT TO TRUE
                   MOVE WS-AN-OPT-FROM (WS-AN-IDX, WS-OPT-NO)
                       TO TRAN-SPLIT-FROM
                   COMPUTE TRAN-SPLIT-TO =
                       WS-AN-OPT-FROM (WS-AN-IDX, WS-OPT-NO)
                       + WS-AN-OPT-TO (WS-AN-IDX, WS-OPT-NO)
               WHEN 'TNDR'
                   SET TRAN-TYPE-SELL TO TRUE
                   MOVE WS-ENTITLED-QTY TO TRAN-QUANTITY
                   MOVE WS-AN-OPT-RATE (WS-AN-IDX, WS-OPT-NO)
                       TO TRAN-PRICE
                   COMPUTE WS-ENTITLE-AMOUNT ROUNDED =
                       WS-AN-OPT-RATE (WS-AN-IDX, WS-OPT-NO)
                       * WS-ENTITLED-QTY
                   MOVE WS-ENTITLE-AMOUNT TO TRAN-AMOUNT
                   PERFORM 2036-SET-OFFER-CURRENCY
               WHEN 'SUBS'
                   SET TRAN-TYPE-BUY TO TRUE
                   COMPUTE TRAN-QUANTITY ROUNDED =
                       WS-ENTITLED-QTY
                       * WS-AN-OPT-TO (WS-AN-IDX, WS-OPT-NO)
                       / WS-AN-OPT-FROM (WS-AN-IDX, WS-OPT-NO)
                   MOVE WS-AN-OPT-RATE (WS-AN-IDX, WS-OPT-NO)
                       TO TRAN-PRICE
                   COMPUTE WS-ENTITLE-AMOUNT ROUNDED =
                       WS-AN-OPT-RATE (WS-AN-IDX, WS-OPT-NO)
                       * TRAN-QUANTITY
                   MOVE WS-ENTITLE-AMOUNT TO TRAN-AMOUNT
                   PERFORM 2036-SET-OFFER-CURRENCY
           END-EVALUATE.

      *-- An offer priced in another currency settles in it.
       2036-SET-OFFER-CURRENCY.
           IF WS-AN-CURRENCY (WS-AN-IDX) NOT = SPACES
               MOVE WS-AN-CURRENCY (WS-AN-IDX) TO TRAN-CURRENCY
               MOVE WS-AN-CURRENCY (WS-AN-IDX) TO TRAN-SETTLE-CCY
           END-IF.

      *-- The whole holding goes to the one option the holder
      *-- elected, or to the announced default where no election is
      *-- on file. A holder choosing to do nothing (keep the shares,
      *-- let the rights lapse) generates no row.
       2050-APPLY-ELECTION.
           PERFORM 2055-RESOLVE-ELECTION
           MOVE POS-QUANTITY TO WS-ENTITLED-QTY
           IF WS-AN-OPT-ACTION (WS-AN-IDX, WS-OPT-NO) = 'NONE'
               ADD 1 TO WS-AN-NO-ACTION (WS-AN-IDX)
           ELSE
               PERFORM 2030-GENERATE-ENTITLEMENT
           END-IF.

      *-- A captured election naming an option the announcement
      *-- offers is applied; anything else takes the default, and
      *-- the election file records which happened.
       2055-RESOLVE-ELECTION.
           MOVE WS-AN-INVESTMENT-ID (WS-AN-IDX) TO ELC-INVESTMENT-ID
           MOVE WS-AN-ACTION-TYPE (WS-AN-IDX)   TO ELC-ACTION-TYPE
           MOVE WS-AN-EX-DATE (WS-AN-IDX)       TO ELC-EX-DATE
           MOVE POS-PORTFOLIO-ID                TO ELC-PORTFOLIO-ID
           MOVE 'N' TO WS-ELECTION-SW
           MOVE ZERO TO WS-OPT-NO
           READ ELECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ELECTION-FOUND TO TRUE
                   IF ELC-OPTION-NO NUMERIC
                       AND ELC-OPTION-NO NOT < 1
                       AND ELC-OPTION-NO NOT > 3
                       MOVE ELC-OPTION-NO TO WS-OPT-NO
                   END-IF
           END-READ
           IF WS-OPT-NO NOT = ZERO
               IF WS-AN-OPT-ACTION (WS-AN-IDX, WS-OPT-NO) = SPACES
                   MOVE ZERO TO WS-OPT-NO
               END-IF
           END-IF
           IF WS-OPT-NO = ZERO
               MOVE WS-AN-DEFAULT-OPTION (WS-AN-IDX) TO WS-OPT-NO
               SET ELC-STATUS-DEFAULTED TO TRUE
               ADD 1 TO WS-AN-DEFAULTED (WS-AN-IDX)
               ADD 1 TO WS-TOTAL-DEFAULTED
           ELSE
               SET ELC-STATUS-APPLIED TO TRUE
               ADD 1 TO WS-AN-ELECTED (WS-AN-IDX)
               ADD 1 TO WS-TOTAL-ELECTED
           END-IF
           MOVE WS-OPT-NO       TO ELC-OPTION-NO
           MOVE WS-CURRENT-DATE TO ELC-APPLIED-DATE
           IF WS-ELECTION-FOUND
               REWRITE CA-ELECTION-RECORD
                   INVALID KEY
                       MOVE 'ELECTION REWRITE FAILED' TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           ELSE
               MOVE WS-CURRENT-DATE TO ELC-ELECTED-DATE
               MOVE 'CAGEN00 '      TO ELC-ELECTED-USER
               MOVE SPACES          TO ELC-FILLER
               WRITE CA-ELECTION-RECORD
                   INVALID KEY
                       MOVE 'DEFAULTED ELECTION NOT WRITTEN' TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
               END-WRITE
           END-IF.

      *-- The holding's loans key together on the loan file, so a
      *-- partial-key START and a forward read visits each one.
       2040-CLAIM-LENT-SHARES.
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
           PERFORM 2042-CLAIM-ONE-LOAN
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

      *-- A loan opened after the ex-date was not out when the
      *-- entitlement was struck, and is left alone.
      *-- Change: the test is against the announcement's own ex-date,
      *-- not the run date, so a late or rerun generation judges each
      *-- loan the same way. A loan opened ON the ex-date is left
      *-- alone too, as a sale on the ex-date would be: the shares
      *-- went out ex-dividend, the units stay in the holder's own
      *-- entitlement and the borrower owes no claim.
       2042-CLAIM-ONE-LOAN.
           IF SLN-ON-LOAN
               AND SLN-OPEN-DATE < WS-AN-EX-DATE (WS-AN-IDX)
               ADD SLN-QUANTITY TO WS-ON-LOAN-QTY
               PERFORM 2043-WRITE-MANUFACTURED-CLAIM
           END-IF
           PERFORM 2041-READ-NEXT-LOAN.

       2043-WRITE-MANUFACTURED-CLAIM.
           PERFORM 2025-GET-NEXT-SEQUENCE
           MOVE SPACES              TO CLAIM-RECORD
           MOVE SLN-BORROWER-ID     TO CLM-COUNTERPARTY-ID
           MOVE SLN-PORTFOLIO-ID    TO CLM-PORTFOLIO-ID
           MOVE WS-SQ-FIRST-SEQUENCE TO CLM-SEQUENCE-NO
      *-- Change: the units lent have their own field; FAILED-AMOUNT
      *-- is a cash value on every claim, here the dividend owed.
           MOVE SLN-QUANTITY        TO CLM-LENT-QUANTITY
           MOVE ZERO                TO CLM-DAYS-FAILED
           COMPUTE WS-CLAIM-AMOUNT ROUNDED =
               WS-AN-RATE (WS-AN-IDX) * SLN-QUANTITY
           MOVE WS-CLAIM-AMOUNT     TO CLM-FAILED-AMOUNT
           MOVE WS-CLAIM-AMOUNT     TO CLM-CLAIM-AMOUNT
           MOVE ZERO                TO CLM-RATE-PCT
           MOVE WS-CURRENT-DATE     TO CLM-CLAIM-DATE
           SET CLM-STATUS-OPEN      TO TRUE
           SET CLM-TYPE-MANUF-DIV   TO TRUE
           MOVE SPACES              TO CLM-FILLER
           WRITE CLAIM-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE MANUFACTURED DIV CLAIM KEY'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-CLAIMS-RAISED
           END-WRITE.

       2025-GET-NEXT-SEQUENCE.
           MOVE 'TOTAL ENTITLEMENTS WRITTEN:' TO WS-SL-LABEL
           MOVE WS-TOTAL-GENERATED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'MANUFACTURED DIV CLAIMS:' TO WS-SL-LABEL
           MOVE WS-CLAIMS-RAISED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ELECTIONS APPLIED:' TO WS-SL-LABEL
           MOVE WS-TOTAL-ELECTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DEFAULT OPTIONS APPLIED:' TO WS-SL-LABEL
           MOVE WS-TOTAL-DEFAULTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DIVIDEND RECEIVABLES BOOKED:' TO WS-SL-LABEL
           MOVE WS-RECEIVABLES-BOOKED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE PORTFOLIO-MASTER
           CLOSE COUNTERPARTY-MASTER
           CLOSE WHT-RATE-FILE
           CLOSE DIVIDEND-RECEIVABLE-FILE
           CLOSE ELECTION-FILE
           IF WS-LOAN-FILE-PRESENT
               CLOSE SECURITIES-LOAN-FILE
               CLOSE CLAIMS-FILE
           END-IF
           CLOSE ANNOUNCEMENT-FILE
           CLOSE ANNOUNCEMENT-OUT
           CLOSE POSITION-MASTER
           CLOSE TRANSACTION-HISTORY
           CLOSE REPORT-FILE
      *-- Change: record the file's receipt on the interface registry.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE 'RECV' TO WS-IF-FUNCTION
           MOVE WS-IF-RECORD-COUNT TO WS-IF-ACCEPTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST
               CA-ANNOUNCEMENT-RECORD
           MOVE RTN-SUCCESS TO RETURN-CODE.

       3100-PRINT-ONE-ANNOUNCEMENT.
           MOVE WS-AN-ACTION-TYPE (WS-AN-IDX)   TO WS-AL-ACTION-TYPE
           MOVE WS-AN-PAY-DATE (WS-AN-IDX)      TO WS-AL-PAY-DATE
           MOVE WS-AN-GENERATED (WS-AN-IDX)     TO WS-AL-GENERATED
           MOVE SPACES TO WS-AL-ELECTION-DETAIL
           IF WS-AN-VOLUNTARY (WS-AN-IDX)
               MOVE WS-AN-ELECTED (WS-AN-IDX)   TO WS-EDIT-COUNT-1
               MOVE WS-AN-DEFAULTED (WS-AN-IDX) TO WS-EDIT-COUNT-2
               MOVE WS-AN-NO-ACTION (WS-AN-IDX) TO WS-EDIT-COUNT-3
               STRING 'ELECTED ' WS-EDIT-COUNT-1
                      '  DEFAULTED ' WS-EDIT-COUNT-2
                      '  NO ACTION ' WS-EDIT-COUNT-3
                   DELIMITED BY SIZE INTO WS-AL-ELECTION-DETAIL
           END-IF
           WRITE REPORT-RECORD FROM WS-ANN-LINE.

      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
