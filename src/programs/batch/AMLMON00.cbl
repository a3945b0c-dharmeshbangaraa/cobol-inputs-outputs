       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Anti-Money-Laundering Pattern Monitoring                       *
      *                                                                *
      * Nightly AML monitoring over the day's shared transaction       *
      * extract and recent TRANHIST history. RPTAUD00's large-         *
      * transaction alert only sees single big amounts; this run       *
      * looks for the patterns the AML officer actually works:         *
      * - STRU structuring: repeated transfers just under the          *
      *   reporting threshold within a short window                    *
      * - INOU cash in and straight out again within a few days with   *
      *   no buy or sell between                                       *
      * - DORM sudden activity on a portfolio dormant for months       *
      * - HRCT a transfer out to a counterparty whose CPTY-COUNTRY is  *
      *   on the high-risk country list                                *
      * Each pattern carries a weight and the weights of everything a  *
      * client hit in the run add up to the client's score. Modes:     *
      * - SCAN (the default): opens one case on AML-CASE-FILE per      *
      *   pattern hit -- unless the same client, portfolio and         *
      *   pattern already has a case open or escalated -- and prints   *
      *   the investigator worklist of every case still open           *
      * - UPDT: applies the investigators' disposition file in the     *
      *   CLMRPT00 decisions mold: E=escalate, C=close with a reason.  *
      *   Each disposition is authorized through SECCHK00 ('AMLC')     *
      *   for the investigator named on it and written to AUDIT-FILE   *
      *   through AUDWRT00; a closed case cannot be reopened           *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-EXTRACT ASSIGN TO TRNEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
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

      *-- The high-risk country list, one ISO code per record.
      *-- OPTIONAL: with no list mounted the HRCT pattern never fires.
           SELECT OPTIONAL HIGH-RISK-COUNTRY-FILE ASSIGN TO AMLCTRYS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRY-STATUS.

           SELECT OPTIONAL AML-CASE-FILE ASSIGN TO AMLCASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT DISPOSITION-FILE ASSIGN TO AMLDECSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT PROCESS-PARMS ASSIGN TO AMLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-EXTRACT
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==EXT==.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==HST==.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  HIGH-RISK-COUNTRY-FILE
           RECORDING MODE IS F.
       01  HIGH-RISK-COUNTRY-RECORD.
           05  HRC-COUNTRY               PIC X(02).
           05  FILLER                    PIC X(78).

       FD  AML-CASE-FILE
           RECORDING MODE IS F.
           COPY AMLCAS.

       FD  DISPOSITION-FILE
           RECORDING MODE IS F.
       01  DISPOSITION-RECORD.
           05  DEC-CLIENT-ID             PIC X(08).
           05  DEC-PATTERN               PIC X(04).
           05  DEC-PORTFOLIO-ID          PIC X(08).
           05  DEC-OPEN-DATE             PIC X(08).
           05  DEC-ACTION                PIC X(01).
               88  DEC-ESCALATE              VALUE 'E'.
               88  DEC-CLOSE                 VALUE 'C'.
           05  DEC-REASON                PIC X(04).
           05  DEC-USER-ID               PIC X(08).
           05  FILLER                    PIC X(39).

      *-- Run mode, an optional run date, and optional overrides of
      *-- the pattern limits; zero or spaces keep the shop default.
       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-RUN-MODE             PIC X(04).
           05  PARM-RUN-DATE             PIC X(08).
           05  PARM-THRESHOLD            PIC 9(13)V99.
           05  PARM-NEAR-PCT             PIC 9(03).
           05  PARM-STRU-DAYS            PIC 9(03).
           05  PARM-STRU-COUNT           PIC 9(03).
           05  PARM-INOU-DAYS            PIC 9(03).
           05  PARM-DORMANT-DAYS         PIC 9(03).
           05  FILLER                    PIC X(38).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'AMLMON00'.
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

      *-- Working copy of AUDWRT00's LINKAGE layout.
       01  WS-AUDWRT-REQUEST.
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'AMLMON00'.
           05  WS-AW-PROCESS-DATE        PIC X(08).
           05  WS-AW-EVENT-TYPE          PIC X(08).
           05  WS-AW-USER-ID             PIC X(08).
           05  WS-AW-DESCRIPTION         PIC X(60).
           05  WS-AW-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of SECCHK00's LINKAGE layout -- the
      *-- investigator named on a disposition must carry 'AMLC'.
       01  WS-SECCHK-REQUEST.
           05  WS-SC-USER-ID             PIC X(08).
           05  WS-SC-FUNCTION-CODE       PIC X(04) VALUE 'AMLC'.
           05  WS-SC-CHANNEL-CODE        PIC X(04) VALUE SPACES.
           05  WS-SC-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-EXTR-STATUS            PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-CTRY-STATUS            PIC XX.
           05  WS-CASE-STATUS            PIC XX.
           05  WS-DEC-STATUS             PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-HISTORY-SW         PIC X(01) VALUE 'N'.
               88  EOF-HISTORY               VALUE 'Y'.
           05  WS-EOF-EXTRACT-SW         PIC X(01) VALUE 'N'.
               88  EOF-EXTRACT               VALUE 'Y'.
           05  WS-EOF-CTRY-SW            PIC X(01) VALUE 'N'.
               88  EOF-COUNTRIES             VALUE 'Y'.
           05  WS-EOF-CASE-SW            PIC X(01) VALUE 'N'.
               88  EOF-CASES                 VALUE 'Y'.
           05  WS-EOF-DEC-SW             PIC X(01) VALUE 'N'.
               88  EOF-DECISIONS             VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01).
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-TODAY-SW               PIC X(01) VALUE 'N'.
               88  WS-SCANNING-TODAY         VALUE 'Y'.
           05  WS-CASE-SCAN-SW           PIC X(01).
               88  WS-CASE-SCAN-DONE         VALUE 'Y'.
           05  WS-ACTIVE-CASE-SW         PIC X(01).
               88  WS-ACTIVE-CASE-FOUND      VALUE 'Y'.

       01  WS-RUN-MODE                   PIC X(04) VALUE 'SCAN'.
           88  MODE-SCAN                     VALUE 'SCAN'.
           88  MODE-UPDATE                   VALUE 'UPDT'.

      *-- Pattern limits (overridable from the parameter card) and
      *-- the weight each pattern adds to a client's score.
       01  WS-AML-LIMITS.
           05  WS-AML-THRESHOLD          PIC S9(13)V9(2) COMP-3
                                         VALUE 10000.00.
           05  WS-NEAR-PCT               PIC 9(03) VALUE 90.
           05  WS-NEAR-FLOOR             PIC S9(13)V9(2) COMP-3.
           05  WS-STRU-DAYS              PIC 9(03) VALUE 10.
           05  WS-STRU-MIN-COUNT         PIC 9(03) VALUE 3.
           05  WS-INOU-DAYS              PIC 9(03) VALUE 5.
           05  WS-INOU-PCT               PIC 9(03) VALUE 80.
           05  WS-DORMANT-DAYS           PIC 9(03) VALUE 180.
           05  WS-WEIGHT-STRU            PIC 9(03) VALUE 40.
           05  WS-WEIGHT-INOU            PIC 9(03) VALUE 30.
           05  WS-WEIGHT-DORM            PIC 9(03) VALUE 20.
           05  WS-WEIGHT-HRCT            PIC 9(03) VALUE 30.

       01  WS-DATE-AREA.
           05  WS-RUN-DATE               PIC X(08).
           05  WS-HIST-START-DATE        PIC X(08).
           05  WS-STRU-START-DATE        PIC X(08).
           05  WS-DATE-NUM               PIC 9(08).
           05  WS-RUN-JULIAN             PIC 9(07).
           05  WS-JULIAN-WORK            PIC 9(07).
           05  WS-DAYS-APART             PIC S9(05) COMP-3.

       01  WS-ABS-AMOUNT                 PIC S9(13)V9(2) COMP-3.
       01  WS-RATIO-WORK                 PIC S9(15)V9(2) COMP-3.

      *-- The working transaction: history and extract rows are both
      *-- read into it, so the pattern tracking is written once.
       01  WS-TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       01  WS-COUNTRY-TABLE.
           05  WS-COUNTRY-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-CT-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-CT-IDX.
               10  WS-CT-COUNTRY         PIC X(02).

      *-- Per-portfolio pattern state, built chronologically over the
      *-- history window and then today's extract rows.
       01  WS-PORTFOLIO-TABLE.
           05  WS-PT-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-PT-IDX.
               10  WS-PT-PORTFOLIO-ID    PIC X(08).
               10  WS-PT-CLIENT-ID       PIC X(08).
               10  WS-PT-OPEN-DATE       PIC X(08).
               10  WS-PT-LAST-ACTIVITY   PIC X(08).
               10  WS-PT-TODAY-SW        PIC X(01).
                   88  WS-PT-SEEN-TODAY      VALUE 'Y'.
               10  WS-PT-NEAR-COUNT      PIC S9(05) COMP-3.
               10  WS-PT-NEAR-TODAY      PIC S9(05) COMP-3.
               10  WS-PT-NEAR-AMOUNT     PIC S9(13)V9(2) COMP-3.
               10  WS-PT-IN-DATE         PIC X(08).
               10  WS-PT-IN-AMOUNT       PIC S9(13)V9(2) COMP-3.
               10  WS-PT-TRADED-SW       PIC X(01).
                   88  WS-PT-TRADED-SINCE-IN VALUE 'Y'.
               10  WS-PT-DORM-SW         PIC X(01).
                   88  WS-PT-DORMANT-HIT     VALUE 'Y'.
               10  WS-PT-DORM-COUNT      PIC S9(05) COMP-3.
               10  WS-PT-DORM-AMOUNT     PIC S9(13)V9(2) COMP-3.
               10  WS-PT-INOU-COUNT      PIC S9(05) COMP-3.
               10  WS-PT-INOU-AMOUNT     PIC S9(13)V9(2) COMP-3.
               10  WS-PT-HRCT-COUNT      PIC S9(05) COMP-3.
               10  WS-PT-HRCT-AMOUNT     PIC S9(13)V9(2) COMP-3.
               10  WS-PT-HRCT-CPTY       PIC X(08).
               10  WS-PT-HRCT-COUNTRY    PIC X(02).

      *-- The run's pattern hits, scored per client before any case
      *-- is opened.
       01  WS-HIT-TABLE.
           05  WS-HIT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-HT-ENTRY OCCURS 500 TIMES
                                         INDEXED BY WS-HT-IDX
                                                    WS-HT-IDX2.
               10  WS-HT-CLIENT-ID       PIC X(08).
               10  WS-HT-PORTFOLIO-ID    PIC X(08).
               10  WS-HT-PATTERN         PIC X(04).
               10  WS-HT-COUNT           PIC S9(05) COMP-3.
               10  WS-HT-AMOUNT          PIC S9(13)V9(2) COMP-3.
               10  WS-HT-CPTY            PIC X(08).
               10  WS-HT-COUNTRY         PIC X(02).
               10  WS-HT-WEIGHT          PIC 9(03).
               10  WS-HT-SCORE           PIC 9(03).

       01  WS-NEW-HIT.
           05  WS-NH-PATTERN             PIC X(04).
           05  WS-NH-COUNT               PIC S9(05) COMP-3.
           05  WS-NH-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-NH-CPTY                PIC X(08).
           05  WS-NH-COUNTRY             PIC X(02).
           05  WS-NH-WEIGHT              PIC 9(03).
       01  WS-SCORE-WORK                 PIC 9(05) COMP.

       01  WS-COUNTS.
           05  WS-HISTORY-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-EXTRACT-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-CASES-OPENED           PIC 9(05) COMP VALUE ZERO.
           05  WS-CASES-ALREADY-OPEN     PIC 9(05) COMP VALUE ZERO.
           05  WS-WORKLIST-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-DECISIONS-APPLIED      PIC 9(05) COMP VALUE ZERO.
           05  WS-DECISIONS-REJECTED     PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  WS-HDR-TITLE          PIC X(52)
                   VALUE 'AML MONITORING - INVESTIGATOR WORKLIST'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'CLIENT'.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(06) VALUE 'PATT'.
               10  FILLER                PIC X(10) VALUE 'OPENED'.
               10  FILLER                PIC X(07) VALUE 'SCORE'.
               10  FILLER                PIC X(07) VALUE 'TXNS'.
               10  FILLER                PIC X(19) VALUE 'AMOUNT'.
               10  FILLER                PIC X(13) VALUE 'CPTY/CTRY'.
               10  FILLER                PIC X(50) VALUE 'STATUS'.

       01  WS-CASE-LINE.
           05  WS-CL-CLIENT-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-PORTFOLIO-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-PATTERN             PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-OPEN-DATE           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-SCORE               PIC ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-CL-COUNT               PIC ZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-AMOUNT              PIC -(13)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-CPTY                PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-CL-COUNTRY             PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-STATUS              PIC X(30).
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF MODE-UPDATE
               PERFORM 5000-APPLY-DISPOSITION
                   UNTIL EOF-DECISIONS
           ELSE
               PERFORM 2000-SCAN-HISTORY
                   UNTIL EOF-HISTORY
               SET WS-SCANNING-TODAY TO TRUE
               PERFORM 2200-SCAN-EXTRACT
                   UNTIL EOF-EXTRACT
               PERFORM 3000-COLLECT-HITS
                   VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM 3200-SCORE-HIT
                   VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HIT-COUNT
               PERFORM 3300-OPEN-CASE
                   VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HIT-COUNT
               PERFORM 4000-WRITE-WORKLIST
           END-IF
           PERFORM 7000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-RUN-DATE
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-SET-WINDOWS
           PERFORM 1300-WRITE-HEADERS
           IF MODE-UPDATE
               PERFORM 5010-READ-DISPOSITION
           ELSE
               PERFORM 1150-LOAD-COUNTRIES
               PERFORM 2005-START-HISTORY
               PERFORM 2210-READ-EXTRACT
           END-IF.

       1050-READ-PARMS.
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       PERFORM 1060-APPLY-PARMS
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

       1060-APPLY-PARMS.
           IF PARM-RUN-MODE NOT = SPACES
               MOVE PARM-RUN-MODE TO WS-RUN-MODE
           END-IF
           IF PARM-RUN-DATE NOT = SPACES
               AND PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF PARM-THRESHOLD IS NUMERIC AND PARM-THRESHOLD > ZERO
               MOVE PARM-THRESHOLD TO WS-AML-THRESHOLD
           END-IF
           IF PARM-NEAR-PCT IS NUMERIC AND PARM-NEAR-PCT > ZERO
               AND PARM-NEAR-PCT < 100
               MOVE PARM-NEAR-PCT TO WS-NEAR-PCT
           END-IF
           IF PARM-STRU-DAYS IS NUMERIC AND PARM-STRU-DAYS > ZERO
               MOVE PARM-STRU-DAYS TO WS-STRU-DAYS
           END-IF
           IF PARM-STRU-COUNT IS NUMERIC AND PARM-STRU-COUNT > ZERO
               MOVE PARM-STRU-COUNT TO WS-STRU-MIN-COUNT
           END-IF
           IF PARM-INOU-DAYS IS NUMERIC AND PARM-INOU-DAYS > ZERO
               MOVE PARM-INOU-DAYS TO WS-INOU-DAYS
           END-IF
           IF PARM-DORMANT-DAYS IS NUMERIC
               AND PARM-DORMANT-DAYS > ZERO
               MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O AML-CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               AND WS-CASE-STATUS NOT = '05'
               MOVE 'ERROR OPENING AML-CASE-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           IF MODE-UPDATE
               OPEN INPUT DISPOSITION-FILE
               IF WS-DEC-STATUS NOT = '00'
                   MOVE 'ERROR OPENING DISPOSITION-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           ELSE
               PERFORM 1110-OPEN-SCAN-FILES
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1110-OPEN-SCAN-FILES.
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
           END-IF.

      *-- An absent list leaves the table empty and HRCT silent.
       1150-LOAD-COUNTRIES.
           OPEN INPUT HIGH-RISK-COUNTRY-FILE
           IF WS-CTRY-STATUS = '00'
               PERFORM 1160-READ-COUNTRY
                   UNTIL EOF-COUNTRIES
               CLOSE HIGH-RISK-COUNTRY-FILE
           END-IF.

       1160-READ-COUNTRY.
           READ HIGH-RISK-COUNTRY-FILE
               AT END
                   SET EOF-COUNTRIES TO TRUE
               NOT AT END
                   IF HRC-COUNTRY NOT = SPACES
                       AND WS-COUNTRY-COUNT < 100
                       ADD 1 TO WS-COUNTRY-COUNT
                       SET WS-CT-IDX TO WS-COUNTRY-COUNT
                       MOVE HRC-COUNTRY TO WS-CT-COUNTRY (WS-CT-IDX)
                   END-IF
           END-READ.

      *-- The history window reaches back over the dormancy period,
      *-- the longest look-back any pattern needs; the structuring
      *-- window is the run date and the days before it.
       1200-SET-WINDOWS.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-AML-THRESHOLD * WS-NEAR-PCT / 100
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-JULIAN-WORK = WS-RUN-JULIAN - WS-DORMANT-DAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-JULIAN-WORK)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-HIST-START-DATE
           COMPUTE WS-JULIAN-WORK =
               WS-RUN-JULIAN - WS-STRU-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER (WS-JULIAN-WORK)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-STRU-START-DATE.

       1300-WRITE-HEADERS.
           STRING WS-RUN-DATE (1:4) '-'
                  WS-RUN-DATE (5:2) '-'
                  WS-RUN-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           IF MODE-UPDATE
               MOVE 'AML MONITORING - CASE DISPOSITIONS'
                   TO WS-HDR-TITLE
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-----------------------------------------------------------------
      * HISTORY WINDOW
      *-----------------------------------------------------------------
      *-- TRANHIST is keyed on trade date first, so the window is a
      *-- START at its first day and a forward read up to (not
      *-- including) the run date -- today's activity comes from the
      *-- extract instead.
       2005-START-HISTORY.
           MOVE LOW-VALUES TO HST-KEY
           MOVE WS-HIST-START-DATE TO HST-DATE
           START TRANSACTION-HISTORY KEY NOT LESS THAN HST-KEY
               INVALID KEY
                   SET EOF-HISTORY TO TRUE
           END-START
           IF NOT EOF-HISTORY
               PERFORM 2010-READ-HISTORY
           END-IF.

       2010-READ-HISTORY.
           READ TRANSACTION-HISTORY NEXT RECORD
               INTO WS-TRANSACTION-RECORD
               AT END
                   SET EOF-HISTORY TO TRUE
           END-READ
           IF NOT EOF-HISTORY
               IF TRAN-DATE NOT < WS-RUN-DATE
                   SET EOF-HISTORY TO TRUE
               ELSE
                   ADD 1 TO WS-HISTORY-READ
               END-IF
           END-IF.

       2000-SCAN-HISTORY.
           PERFORM 2020-TRACK-TRANSACTION
           PERFORM 2010-READ-HISTORY.

      *-- Only client-driven activity counts: buys, sells, transfers
      *-- and FX conversions. Income, fees and corporate actions are
      *-- the system's doing, and a reversed or failed row never
      *-- moved anything.
       2020-TRACK-TRANSACTION.
           IF NOT TRAN-STATUS-REV AND NOT TRAN-STATUS-FAIL
               AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                    OR TRAN-TYPE-TRANS OR TRAN-TYPE-FX-CONV)
               PERFORM 2100-FIND-PORTFOLIO
               IF WS-ENTRY-FOUND
                   IF TRAN-AMOUNT < ZERO
                       COMPUTE WS-ABS-AMOUNT = TRAN-AMOUNT * -1
                   ELSE
                       MOVE TRAN-AMOUNT TO WS-ABS-AMOUNT
                   END-IF
                   IF WS-SCANNING-TODAY
                       PERFORM 2230-CHECK-DORMANT
                       PERFORM 2240-CHECK-HIGH-RISK-COUNTRY
                   END-IF
                   PERFORM 2110-TRACK-NEAR-THRESHOLD
                   PERFORM 2120-TRACK-CASH-IN-OUT
                   MOVE TRAN-DATE TO WS-PT-LAST-ACTIVITY (WS-PT-IDX)
               END-IF
           END-IF.

      *-- A portfolio met for the first time is looked up once for
      *-- its client and open date. A portfolio not on the master
      *-- still gets watched, under its own id.
       2100-FIND-PORTFOLIO.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PT-IDX TO 1
           SEARCH WS-PT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-PORTFOLIO-ID (WS-PT-IDX) = TRAN-PORTFOLIO-ID
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-PT-COUNT < 1000
                   ADD 1 TO WS-PT-COUNT
                   SET WS-PT-IDX TO WS-PT-COUNT
                   PERFORM 2105-ADD-PORTFOLIO
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'AMLMON00 WARNING: PORTFOLIO TABLE FULL, '
                       TRAN-PORTFOLIO-ID ' NOT MONITORED'
               END-IF
           END-IF.

       2105-ADD-PORTFOLIO.
           MOVE TRAN-PORTFOLIO-ID TO WS-PT-PORTFOLIO-ID (WS-PT-IDX)
           MOVE TRAN-PORTFOLIO-ID TO WS-PT-CLIENT-ID (WS-PT-IDX)
           MOVE SPACES TO WS-PT-OPEN-DATE (WS-PT-IDX)
           MOVE TRAN-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PORT-CLIENT-ID NOT = SPACES
                       MOVE PORT-CLIENT-ID
                           TO WS-PT-CLIENT-ID (WS-PT-IDX)
                   END-IF
                   MOVE PORT-OPEN-DATE TO WS-PT-OPEN-DATE (WS-PT-IDX)
           END-READ
           MOVE SPACES TO WS-PT-LAST-ACTIVITY (WS-PT-IDX)
           MOVE 'N'    TO WS-PT-TODAY-SW (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-NEAR-COUNT (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-NEAR-TODAY (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-NEAR-AMOUNT (WS-PT-IDX)
           MOVE SPACES TO WS-PT-IN-DATE (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-IN-AMOUNT (WS-PT-IDX)
           MOVE 'N'    TO WS-PT-TRADED-SW (WS-PT-IDX)
           MOVE 'N'    TO WS-PT-DORM-SW (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-DORM-COUNT (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-DORM-AMOUNT (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-INOU-COUNT (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-INOU-AMOUNT (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-HRCT-COUNT (WS-PT-IDX)
           MOVE ZERO   TO WS-PT-HRCT-AMOUNT (WS-PT-IDX)
           MOVE SPACES TO WS-PT-HRCT-CPTY (WS-PT-IDX)
           MOVE SPACES TO WS-PT-HRCT-COUNTRY (WS-PT-IDX).

      *-- Structuring: a cash transfer (an in-kind leg moves
      *-- securities, not cash) inside the window whose size sits in
      *-- the band just under the reporting threshold.
       2110-TRACK-NEAR-THRESHOLD.
           IF TRAN-TYPE-TRANS
               AND TRAN-CHANNEL-CODE NOT = 'INKD'
               AND TRAN-DATE NOT < WS-STRU-START-DATE
               AND WS-ABS-AMOUNT NOT < WS-NEAR-FLOOR
               AND WS-ABS-AMOUNT < WS-AML-THRESHOLD
               ADD 1 TO WS-PT-NEAR-COUNT (WS-PT-IDX)
               ADD WS-ABS-AMOUNT TO WS-PT-NEAR-AMOUNT (WS-PT-IDX)
               IF WS-SCANNING-TODAY
                   ADD 1 TO WS-PT-NEAR-TODAY (WS-PT-IDX)
               END-IF
           END-IF.

      *-- Cash in and out: a transfer's amount carries its own sign
      *-- (contributions positive, withdrawals negative). The latest
      *-- cash in is remembered until a withdrawal pairs with it; a
      *-- buy or sell in between means the money was invested.
       2120-TRACK-CASH-IN-OUT.
           EVALUATE TRUE
               WHEN TRAN-TYPE-BUY OR TRAN-TYPE-SELL
                   MOVE 'Y' TO WS-PT-TRADED-SW (WS-PT-IDX)
               WHEN TRAN-TYPE-TRANS
                   AND TRAN-CHANNEL-CODE NOT = 'INKD'
                   AND TRAN-AMOUNT > ZERO
                   MOVE TRAN-DATE TO WS-PT-IN-DATE (WS-PT-IDX)
                   MOVE TRAN-AMOUNT TO WS-PT-IN-AMOUNT (WS-PT-IDX)
                   MOVE 'N' TO WS-PT-TRADED-SW (WS-PT-IDX)
               WHEN TRAN-TYPE-TRANS
                   AND TRAN-CHANNEL-CODE NOT = 'INKD'
                   AND TRAN-AMOUNT < ZERO
                   IF WS-SCANNING-TODAY
                       AND WS-PT-IN-DATE (WS-PT-IDX) NOT = SPACES
                       AND NOT WS-PT-TRADED-SINCE-IN (WS-PT-IDX)
                       PERFORM 2125-CHECK-ROUND-TRIP
                   END-IF
                   MOVE SPACES TO WS-PT-IN-DATE (WS-PT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-- The withdrawal pairs when it follows the cash in within the
      *-- window and takes out most of what came in.
       2125-CHECK-ROUND-TRIP.
           MOVE WS-PT-IN-DATE (WS-PT-IDX) TO WS-DATE-NUM
           COMPUTE WS-DAYS-APART = WS-RUN-JULIAN
               - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-RATIO-WORK =
               WS-PT-IN-AMOUNT (WS-PT-IDX) * WS-INOU-PCT / 100
           IF WS-DAYS-APART NOT > WS-INOU-DAYS
               AND WS-ABS-AMOUNT NOT < WS-RATIO-WORK
               ADD 2 TO WS-PT-INOU-COUNT (WS-PT-IDX)
               ADD WS-PT-IN-AMOUNT (WS-PT-IDX)
                   TO WS-PT-INOU-AMOUNT (WS-PT-IDX)
               ADD WS-ABS-AMOUNT TO WS-PT-INOU-AMOUNT (WS-PT-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * TODAY'S ACTIVITY
      *-----------------------------------------------------------------
      *-- The extract also carries older rows still pending or
      *-- posted today; those are history already read from TRANHIST,
      *-- so only rows traded on the run date are new activity.
       2200-SCAN-EXTRACT.
           IF TRAN-DATE = WS-RUN-DATE
               PERFORM 2020-TRACK-TRANSACTION
           END-IF
           PERFORM 2210-READ-EXTRACT.

       2210-READ-EXTRACT.
           READ TRANSACTION-EXTRACT INTO WS-TRANSACTION-RECORD
               AT END
                   SET EOF-EXTRACT TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTRACT-READ
           END-READ.

      *-- Dormant: the portfolio's first activity today follows none
      *-- at all in the dormancy window. A portfolio opened inside
      *-- the window is new, not dormant. Every activity row of a
      *-- reactivated portfolio that day adds to the hit.
       2230-CHECK-DORMANT.
           IF NOT WS-PT-SEEN-TODAY (WS-PT-IDX)
               MOVE 'Y' TO WS-PT-TODAY-SW (WS-PT-IDX)
               IF WS-PT-LAST-ACTIVITY (WS-PT-IDX) = SPACES
                   AND WS-PT-OPEN-DATE (WS-PT-IDX)
                       < WS-HIST-START-DATE
                   MOVE 'Y' TO WS-PT-DORM-SW (WS-PT-IDX)
               END-IF
           END-IF
           IF WS-PT-DORMANT-HIT (WS-PT-IDX)
               ADD 1 TO WS-PT-DORM-COUNT (WS-PT-IDX)
               ADD WS-ABS-AMOUNT TO WS-PT-DORM-AMOUNT (WS-PT-IDX)
           END-IF.

      *-- High-risk country: a transfer out (either sign convention)
      *-- naming a counterparty whose country is on the list.
       2240-CHECK-HIGH-RISK-COUNTRY.
           IF TRAN-TYPE-TRANS
               AND TRAN-COUNTERPARTY-ID NOT = SPACES
               AND (TRAN-QUANTITY < ZERO OR TRAN-AMOUNT < ZERO)
               AND WS-COUNTRY-COUNT > ZERO
               MOVE TRAN-COUNTERPARTY-ID TO CPTY-ID
               READ COUNTERPARTY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2245-MATCH-COUNTRY
               END-READ
           END-IF.

       2245-MATCH-COUNTRY.
           SET WS-CT-IDX TO 1
           SEARCH WS-CT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-COUNTRY (WS-CT-IDX) = CPTY-COUNTRY
                   ADD 1 TO WS-PT-HRCT-COUNT (WS-PT-IDX)
                   ADD WS-ABS-AMOUNT TO WS-PT-HRCT-AMOUNT (WS-PT-IDX)
                   MOVE CPTY-ID TO WS-PT-HRCT-CPTY (WS-PT-IDX)
                   MOVE CPTY-COUNTRY
                       TO WS-PT-HRCT-COUNTRY (WS-PT-IDX)
           END-SEARCH.

      *-----------------------------------------------------------------
      * PATTERN HITS AND CLIENT SCORES
      *-----------------------------------------------------------------
      *-- Structuring is judged over the whole window, but only
      *-- raised when today's activity is part of it.
       3000-COLLECT-HITS.
           IF WS-PT-NEAR-TODAY (WS-PT-IDX) > ZERO
               AND WS-PT-NEAR-COUNT (WS-PT-IDX) NOT < WS-STRU-MIN-COUNT
               MOVE 'STRU' TO WS-NH-PATTERN
               MOVE WS-PT-NEAR-COUNT (WS-PT-IDX) TO WS-NH-COUNT
               MOVE WS-PT-NEAR-AMOUNT (WS-PT-IDX) TO WS-NH-AMOUNT
               MOVE SPACES TO WS-NH-CPTY WS-NH-COUNTRY
               MOVE WS-WEIGHT-STRU TO WS-NH-WEIGHT
               PERFORM 3100-ADD-HIT
           END-IF
           IF WS-PT-INOU-COUNT (WS-PT-IDX) > ZERO
               MOVE 'INOU' TO WS-NH-PATTERN
               MOVE WS-PT-INOU-COUNT (WS-PT-IDX) TO WS-NH-COUNT
               MOVE WS-PT-INOU-AMOUNT (WS-PT-IDX) TO WS-NH-AMOUNT
               MOVE SPACES TO WS-NH-CPTY WS-NH-COUNTRY
               MOVE WS-WEIGHT-INOU TO WS-NH-WEIGHT
               PERFORM 3100-ADD-HIT
           END-IF
           IF WS-PT-DORMANT-HIT (WS-PT-IDX)
               MOVE 'DORM' TO WS-NH-PATTERN
               MOVE WS-PT-DORM-COUNT (WS-PT-IDX) TO WS-NH-COUNT
               MOVE WS-PT-DORM-AMOUNT (WS-PT-IDX) TO WS-NH-AMOUNT
               MOVE SPACES TO WS-NH-CPTY WS-NH-COUNTRY
               MOVE WS-WEIGHT-DORM TO WS-NH-WEIGHT
               PERFORM 3100-ADD-HIT
           END-IF
           IF WS-PT-HRCT-COUNT (WS-PT-IDX) > ZERO
               MOVE 'HRCT' TO WS-NH-PATTERN
               MOVE WS-PT-HRCT-COUNT (WS-PT-IDX) TO WS-NH-COUNT
               MOVE WS-PT-HRCT-AMOUNT (WS-PT-IDX) TO WS-NH-AMOUNT
               MOVE WS-PT-HRCT-CPTY (WS-PT-IDX) TO WS-NH-CPTY
               MOVE WS-PT-HRCT-COUNTRY (WS-PT-IDX) TO WS-NH-COUNTRY
               MOVE WS-WEIGHT-HRCT TO WS-NH-WEIGHT
               PERFORM 3100-ADD-HIT
           END-IF.

       3100-ADD-HIT.
           IF WS-HIT-COUNT < 500
               ADD 1 TO WS-HIT-COUNT
               SET WS-HT-IDX TO WS-HIT-COUNT
               MOVE WS-PT-CLIENT-ID (WS-PT-IDX)
                   TO WS-HT-CLIENT-ID (WS-HT-IDX)
               MOVE WS-PT-PORTFOLIO-ID (WS-PT-IDX)
                   TO WS-HT-PORTFOLIO-ID (WS-HT-IDX)
               MOVE WS-NH-PATTERN TO WS-HT-PATTERN (WS-HT-IDX)
               MOVE WS-NH-COUNT   TO WS-HT-COUNT (WS-HT-IDX)
               MOVE WS-NH-AMOUNT  TO WS-HT-AMOUNT (WS-HT-IDX)
               MOVE WS-NH-CPTY    TO WS-HT-CPTY (WS-HT-IDX)
               MOVE WS-NH-COUNTRY TO WS-HT-COUNTRY (WS-HT-IDX)
               MOVE WS-NH-WEIGHT  TO WS-HT-WEIGHT (WS-HT-IDX)
               MOVE ZERO          TO WS-HT-SCORE (WS-HT-IDX)
           ELSE
               MOVE 'AML HIT TABLE FULL - PATTERN HIT NOT CASED'
                   TO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- A client's score is the sum of the weights of every hit it
      *-- drew tonight, across all of its portfolios.
       3200-SCORE-HIT.
           MOVE ZERO TO WS-SCORE-WORK
           PERFORM 3210-ADD-CLIENT-WEIGHT
               VARYING WS-HT-IDX2 FROM 1 BY 1
               UNTIL WS-HT-IDX2 > WS-HIT-COUNT
           IF WS-SCORE-WORK > 999
               MOVE 999 TO WS-HT-SCORE (WS-HT-IDX)
           ELSE
               MOVE WS-SCORE-WORK TO WS-HT-SCORE (WS-HT-IDX)
           END-IF.

       3210-ADD-CLIENT-WEIGHT.
           IF WS-HT-CLIENT-ID (WS-HT-IDX2)
                   = WS-HT-CLIENT-ID (WS-HT-IDX)
               ADD WS-HT-WEIGHT (WS-HT-IDX2) TO WS-SCORE-WORK
           END-IF.

      *-- One case per hit, unless the same client, pattern and
      *-- portfolio already has a case open or escalated -- the
      *-- investigator is already on it.
       3300-OPEN-CASE.
           PERFORM 3310-FIND-ACTIVE-CASE
           IF WS-ACTIVE-CASE-FOUND
               ADD 1 TO WS-CASES-ALREADY-OPEN
           ELSE
               MOVE SPACES TO AML-CASE-RECORD
               MOVE WS-HT-CLIENT-ID (WS-HT-IDX)    TO CAS-CLIENT-ID
               MOVE WS-HT-PATTERN (WS-HT-IDX)      TO CAS-PATTERN
               MOVE WS-HT-PORTFOLIO-ID (WS-HT-IDX) TO CAS-PORTFOLIO-ID
               MOVE WS-RUN-DATE                    TO CAS-OPEN-DATE
               MOVE WS-HT-SCORE (WS-HT-IDX)        TO CAS-SCORE
               MOVE WS-HT-COUNT (WS-HT-IDX)        TO CAS-HIT-COUNT
               MOVE WS-HT-AMOUNT (WS-HT-IDX)       TO CAS-HIT-AMOUNT
               MOVE WS-HT-CPTY (WS-HT-IDX)    TO CAS-COUNTERPARTY-ID
               MOVE WS-HT-COUNTRY (WS-HT-IDX)      TO CAS-COUNTRY
               SET CAS-STATUS-OPEN TO TRUE
               WRITE AML-CASE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CASES-ALREADY-OPEN
                   NOT INVALID KEY
                       ADD 1 TO WS-CASES-OPENED
               END-WRITE
           END-IF.

       3310-FIND-ACTIVE-CASE.
           MOVE 'N' TO WS-ACTIVE-CASE-SW
           MOVE 'N' TO WS-CASE-SCAN-SW
           MOVE WS-HT-CLIENT-ID (WS-HT-IDX)    TO CAS-CLIENT-ID
           MOVE WS-HT-PATTERN (WS-HT-IDX)      TO CAS-PATTERN
           MOVE WS-HT-PORTFOLIO-ID (WS-HT-IDX) TO CAS-PORTFOLIO-ID
           MOVE LOW-VALUES                     TO CAS-OPEN-DATE
           START AML-CASE-FILE KEY NOT LESS THAN CAS-KEY
               INVALID KEY
                   SET WS-CASE-SCAN-DONE TO TRUE
           END-START
           PERFORM 3320-READ-NEXT-CASE
               UNTIL WS-CASE-SCAN-DONE
                  OR WS-ACTIVE-CASE-FOUND.

       3320-READ-NEXT-CASE.
           READ AML-CASE-FILE NEXT RECORD
               AT END
                   SET WS-CASE-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-CASE-SCAN-DONE
               IF CAS-CLIENT-ID NOT = WS-HT-CLIENT-ID (WS-HT-IDX)
                   OR CAS-PATTERN NOT = WS-HT-PATTERN (WS-HT-IDX)
                   OR CAS-PORTFOLIO-ID
                       NOT = WS-HT-PORTFOLIO-ID (WS-HT-IDX)
                   SET WS-CASE-SCAN-DONE TO TRUE
               ELSE
                   IF CAS-STATUS-ACTIVE
                       SET WS-ACTIVE-CASE-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * INVESTIGATOR WORKLIST
      *-----------------------------------------------------------------
      *-- Every case still open or escalated, grouped by client the
      *-- way the case file is keyed; tonight's new cases say so.
       4000-WRITE-WORKLIST.
           MOVE LOW-VALUES TO CAS-KEY
           START AML-CASE-FILE KEY NOT LESS THAN CAS-KEY
               INVALID KEY
                   SET EOF-CASES TO TRUE
           END-START
           IF NOT EOF-CASES
               PERFORM 4010-READ-CASE
           END-IF
           PERFORM 4020-LIST-CASE
               UNTIL EOF-CASES.

       4010-READ-CASE.
           READ AML-CASE-FILE NEXT RECORD
               AT END
                   SET EOF-CASES TO TRUE
           END-READ.

       4020-LIST-CASE.
           IF CAS-STATUS-ACTIVE
               PERFORM 4100-FORMAT-CASE-LINE
               EVALUATE TRUE
                   WHEN CAS-STATUS-ESCALATED
                       MOVE 'ESCALATED' TO WS-CL-STATUS
                   WHEN CAS-OPEN-DATE = WS-RUN-DATE
                       MOVE 'OPEN - NEW TONIGHT' TO WS-CL-STATUS
                   WHEN OTHER
                       MOVE 'OPEN' TO WS-CL-STATUS
               END-EVALUATE
               WRITE REPORT-RECORD FROM WS-CASE-LINE
               ADD 1 TO WS-WORKLIST-COUNT
           END-IF
           PERFORM 4010-READ-CASE.

       4100-FORMAT-CASE-LINE.
           MOVE CAS-CLIENT-ID       TO WS-CL-CLIENT-ID
           MOVE CAS-PORTFOLIO-ID    TO WS-CL-PORTFOLIO-ID
           MOVE CAS-PATTERN         TO WS-CL-PATTERN
           MOVE CAS-OPEN-DATE       TO WS-CL-OPEN-DATE
           MOVE CAS-SCORE           TO WS-CL-SCORE
           MOVE CAS-HIT-COUNT       TO WS-CL-COUNT
           MOVE CAS-HIT-AMOUNT      TO WS-CL-AMOUNT
           MOVE CAS-COUNTERPARTY-ID TO WS-CL-CPTY
           MOVE CAS-COUNTRY         TO WS-CL-COUNTRY.

      *-----------------------------------------------------------------
      * DISPOSITIONS
      *-----------------------------------------------------------------
      *-- Controlled update: the investigator must be authorized, the
      *-- case must exist and still be active, and a close must give
      *-- one of the recognised reasons. Anything else is refused,
      *-- logged, and left as it was.
       5000-APPLY-DISPOSITION.
           MOVE DEC-CLIENT-ID    TO CAS-CLIENT-ID
           MOVE DEC-PATTERN      TO CAS-PATTERN
           MOVE DEC-PORTFOLIO-ID TO CAS-PORTFOLIO-ID
           MOVE DEC-OPEN-DATE    TO CAS-OPEN-DATE
           MOVE SPACES TO ERR-TEXT
           READ AML-CASE-FILE
               INVALID KEY
                   MOVE 'DISPOSITION WITHOUT MATCHING AML CASE'
                       TO ERR-TEXT
           END-READ
           IF ERR-TEXT = SPACES
               PERFORM 5100-VALIDATE-DISPOSITION
           END-IF
           IF ERR-TEXT = SPACES
               PERFORM 5200-RECORD-DISPOSITION
           ELSE
               ADD 1 TO WS-DECISIONS-REJECTED
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 5010-READ-DISPOSITION.

       5010-READ-DISPOSITION.
           READ DISPOSITION-FILE
               AT END
                   SET EOF-DECISIONS TO TRUE
           END-READ.

       5100-VALIDATE-DISPOSITION.
           EVALUATE TRUE
               WHEN CAS-STATUS-CLOSED
                   MOVE 'AML CASE ALREADY CLOSED - DISPOSITION REFUSED'
                       TO ERR-TEXT
               WHEN NOT DEC-ESCALATE AND NOT DEC-CLOSE
                   MOVE 'AML DISPOSITION MUST BE E OR C' TO ERR-TEXT
               WHEN DEC-ESCALATE AND CAS-STATUS-ESCALATED
                   MOVE 'AML CASE ALREADY ESCALATED' TO ERR-TEXT
               WHEN DEC-CLOSE
                   AND DEC-REASON NOT = 'NOSU'
                   AND DEC-REASON NOT = 'EXPL'
                   AND DEC-REASON NOT = 'SARF'
                   AND DEC-REASON NOT = 'DUPL'
                   MOVE 'AML CLOSE NEEDS REASON NOSU/EXPL/SARF/DUPL'
                       TO ERR-TEXT
               WHEN OTHER
                   PERFORM 5110-CHECK-AUTHORITY
           END-EVALUATE.

       5110-CHECK-AUTHORITY.
           MOVE DEC-USER-ID TO WS-SC-USER-ID
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               MOVE 'INVESTIGATOR NOT AUTHORIZED FOR AML DISPOSITION'
                   TO ERR-TEXT
           END-IF.

       5200-RECORD-DISPOSITION.
           IF DEC-ESCALATE
               SET CAS-STATUS-ESCALATED TO TRUE
               MOVE SPACES TO CAS-DISP-REASON
               MOVE 'ESCALATE' TO WS-AW-EVENT-TYPE
           ELSE
               SET CAS-STATUS-CLOSED TO TRUE
               MOVE DEC-REASON TO CAS-DISP-REASON
               MOVE 'CLOSE   ' TO WS-AW-EVENT-TYPE
           END-IF
           MOVE WS-RUN-DATE TO CAS-DISP-DATE
           MOVE DEC-USER-ID TO CAS-DISP-USER
           REWRITE AML-CASE-RECORD
               INVALID KEY
                   MOVE 'AML CASE REWRITE FAILED' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-DECISIONS-APPLIED
                   PERFORM 4100-FORMAT-CASE-LINE
                   MOVE SPACES TO WS-CL-STATUS
                   IF CAS-STATUS-CLOSED
                       STRING 'CLOSED ' CAS-DISP-REASON
                              ' BY ' CAS-DISP-USER
                           DELIMITED BY SIZE INTO WS-CL-STATUS
                   ELSE
                       STRING 'ESCALATED BY ' CAS-DISP-USER
                           DELIMITED BY SIZE INTO WS-CL-STATUS
                   END-IF
                   WRITE REPORT-RECORD FROM WS-CASE-LINE
                   PERFORM 5300-AUDIT-DISPOSITION
           END-REWRITE.

       5300-AUDIT-DISPOSITION.
           MOVE WS-RUN-DATE TO WS-AW-PROCESS-DATE
           MOVE DEC-USER-ID TO WS-AW-USER-ID
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'AML CASE ' CAS-CLIENT-ID ' ' CAS-PATTERN
                  ' ' CAS-PORTFOLIO-ID ' ' CAS-OPEN-DATE
                  ' ' CAS-STATUS ' ' CAS-DISP-REASON
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       7000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           IF MODE-UPDATE
               MOVE 'DISPOSITIONS APPLIED:' TO WS-SL-LABEL
               MOVE WS-DECISIONS-APPLIED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'DISPOSITIONS REFUSED:' TO WS-SL-LABEL
               MOVE WS-DECISIONS-REJECTED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               CLOSE DISPOSITION-FILE
           ELSE
               MOVE 'HISTORY ROWS READ:' TO WS-SL-LABEL
               MOVE WS-HISTORY-READ TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'EXTRACT ROWS READ:' TO WS-SL-LABEL
               MOVE WS-EXTRACT-READ TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'PATTERN HITS:' TO WS-SL-LABEL
               MOVE WS-HIT-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'CASES OPENED:' TO WS-SL-LABEL
               MOVE WS-CASES-OPENED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'HITS ON A CASE ALREADY OPEN:' TO WS-SL-LABEL
               MOVE WS-CASES-ALREADY-OPEN TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'CASES ON THE WORKLIST:' TO WS-SL-LABEL
               MOVE WS-WORKLIST-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               CLOSE TRANSACTION-EXTRACT
               CLOSE TRANSACTION-HISTORY
               CLOSE PORTFOLIO-MASTER
               CLOSE COUNTERPARTY-MASTER
           END-IF
           CLOSE AML-CASE-FILE
           CLOSE REPORT-FILE
           IF WS-DECISIONS-REJECTED > ZERO
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
           MOVE 'AMLMON00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'AMLMON00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'AMLMON00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'AMLMON00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
