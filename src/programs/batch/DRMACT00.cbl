       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRMACT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Dormant Account Detection and Unclaimed Property               *
      *                                                                *
      * Finds the portfolios whose owners we have lost touch with and  *
      * walks them through the unclaimed-property rules:               *
      * - The last client-initiated activity per portfolio comes from  *
      *   TRANHIST: a buy, sell, transfer or FX conversion the client  *
      *   instructed. Fees, interest and dividends (FE/IN/DV), the     *
      *   other system-only codes (withholding, corporate actions,     *
      *   lending fees) and anything a generating batch job posted in  *
      *   the client's name (sweeps, reinvestments, rebalances,        *
      *   recurring plans, reversals) do not count                     *
      * - The last successful statement delivery comes from the        *
      *   statement run's DLVSTAT trail. Once a returned-mail record   *
      *   is as recent as the last statement sent, no delivery counts  *
      * - A portfolio whose activity and delivery (and opening date)   *
      *   are all older than the dormancy period is flagged dormant    *
      *   on PORTFOLIO-MASTER with its escheatment date, and the       *
      *   client is sent a due-diligence letter routed through the     *
      *   client contact file (CLTCNT00's) as TRDCNF00 routes a        *
      *   confirmation                                                 *
      * - Client activity after the flag reactivates the portfolio     *
      * - A portfolio still dormant on its escheatment date goes to    *
      *   escheatment due: it is listed on the unclaimed-property      *
      *   report with the owner's last known address, and each of its  *
      *   holdings on the liquidation / transfer-out list, every run   *
      *   until the portfolio is closed                                *
      * Every flag, reactivation and escheatment is written to         *
      * AUDIT-FILE through AUDWRT00.                                   *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-PARMS ASSIGN TO DRMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

      *-- OPTIONAL, the CLTSUM00 stance: a shop whose statement run
      *-- has not yet written the trail judges on activity alone.
           SELECT OPTIONAL DELIVERY-STATUS-FILE ASSIGN TO DLVSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT COUNTERPARTY-MASTER ASSIGN TO CPTYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPTY-ID
               FILE STATUS IS WS-CPTY-STATUS.

      *-- OPTIONAL so a shop that has not loaded contacts yet routes
      *-- every letter to mail, the STMGEN00 stance.
           SELECT OPTIONAL CLIENT-CONTACT-FILE ASSIGN TO CLTCNTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CNT-STATUS.

           SELECT LETTER-FILE ASSIGN TO DRMLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT UNCLAIMED-PROPERTY-FILE ASSIGN TO UNCLPRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNCL-STATUS.

           SELECT LIQUIDATION-FILE ASSIGN TO LIQLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-- An optional run date and optional overrides of the dormancy
      *-- period, the wait from flag to escheatment, and whether
      *-- escheated securities are sold (L) or delivered in kind (T);
      *-- zero or spaces keep the shop default.
       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-RUN-DATE             PIC X(08).
           05  PARM-DORMANT-DAYS         PIC 9(05).
           05  PARM-ESCHEAT-DAYS         PIC 9(05).
           05  PARM-ESCHEAT-ACTION       PIC X(01).
           05  FILLER                    PIC X(61).

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  DELIVERY-STATUS-FILE
           RECORDING MODE IS F.
           COPY DLVSTA.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  CLIENT-CONTACT-FILE
           RECORDING MODE IS F.
           COPY CLTCNT.

       FD  LETTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LETTER-PRINT-RECORD           PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       FD  UNCLAIMED-PROPERTY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  UNCLAIMED-PRINT-RECORD        PIC X(132).

       FD  LIQUIDATION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LIQUIDATION-PRINT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'DRMACT00'.
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
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'DRMACT00'.
           05  WS-AW-PROCESS-DATE        PIC X(08).
           05  WS-AW-EVENT-TYPE          PIC X(08).
           05  WS-AW-USER-ID             PIC X(08) VALUE 'DRMACT00'.
           05  WS-AW-DESCRIPTION         PIC X(60).
           05  WS-AW-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-DLV-STATUS             PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-CNT-STATUS             PIC XX.
           05  WS-LETTER-STATUS          PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-UNCL-STATUS            PIC XX.
           05  WS-LIQ-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-HISTORY-SW         PIC X(01) VALUE 'N'.
               88  EOF-HISTORY               VALUE 'Y'.
           05  WS-EOF-DLV-SW             PIC X(01) VALUE 'N'.
               88  EOF-DELIVERY-STATUS       VALUE 'Y'.
           05  WS-EOF-PORTFOLIO-SW       PIC X(01) VALUE 'N'.
               88  EOF-PORTFOLIO             VALUE 'Y'.
           05  WS-EOF-POSITION-SW        PIC X(01).
               88  EOF-POSITION              VALUE 'Y'.
      *-- Set once at OPEN, the STMGEN00 guard: the live file status
      *-- changes on every keyed read.
           05  WS-CONTACT-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-CONTACT-FILE-AVAILABLE VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01).
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-SYSTEM-POST-SW         PIC X(01).
               88  WS-SYSTEM-POSTING         VALUE 'Y'.
      *-- A full activity table means some portfolio's activity may
      *-- not have been seen, so nothing is flagged dormant that run.
           05  WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
               88  WS-ACTIVITY-TABLE-FULL    VALUE 'Y'.
           05  WS-NEW-ESCHEAT-SW         PIC X(01).
               88  WS-NEWLY-ESCHEATED        VALUE 'Y'.
           05  WS-CLIENT-FOUND-SW        PIC X(01).
               88  WS-CLIENT-ON-FILE         VALUE 'Y'.

      *-- Dormancy period, flag-to-escheatment wait and the escheated
      *-- securities action, overridable from the parameter card.
       01  WS-DORMANCY-LIMITS.
           05  WS-DORMANT-DAYS           PIC 9(05) VALUE 1095.
           05  WS-ESCHEAT-DAYS           PIC 9(05) VALUE 180.
           05  WS-ESCHEAT-ACTION         PIC X(01) VALUE 'L'.
               88  WS-ESCHEAT-LIQUIDATE      VALUE 'L'.
               88  WS-ESCHEAT-IN-KIND        VALUE 'T'.

       01  WS-DATE-AREA.
           05  WS-RUN-DATE               PIC X(08).
           05  WS-DORMANT-CUTOFF         PIC X(08).
           05  WS-NEW-ESCHEAT-DATE       PIC X(08).
           05  WS-DATE-NUM               PIC 9(08).
           05  WS-RUN-JULIAN             PIC 9(07).
           05  WS-JULIAN-WORK            PIC 9(07).

       01  WS-REPORT-DATE                PIC X(10).
       01  WS-DATE-FORMAT-AREA.
           05  WS-FMT-DATE-IN            PIC X(08).
           05  WS-FMT-DATE-OUT           PIC X(10).

      *-- The batch jobs that post in a client's name without the
      *-- client having instructed anything. A buy, sell or transfer
      *-- carrying one of these as TRAN-PROCESS-USER is not client
      *-- activity; WDRPRC00 and PRTXFR00 act on a client request and
      *-- are not listed.
       01  WS-SYSTEM-POSTER-VALUES.
           05  FILLER                    PIC X(08) VALUE 'CAPROC00'.
           05  FILLER                    PIC X(08) VALUE 'CAGEN00 '.
           05  FILLER                    PIC X(08) VALUE 'CSHSWP00'.
           05  FILLER                    PIC X(08) VALUE 'TRNREV00'.
           05  FILLER                    PIC X(08) VALUE 'MDLRBL00'.
           05  FILLER                    PIC X(08) VALUE 'BLKALC00'.
           05  FILLER                    PIC X(08) VALUE 'PLNEXE00'.
           05  FILLER                    PIC X(08) VALUE 'SECMAT00'.
           05  FILLER                    PIC X(08) VALUE 'SECLND00'.
           05  FILLER                    PIC X(08) VALUE 'INTACR00'.
           05  FILLER                    PIC X(08) VALUE 'FEEGEN00'.
           05  FILLER                    PIC X(08) VALUE 'PERFEE00'.
           05  FILLER                    PIC X(08) VALUE 'FNDDLG00'.
       01  WS-SYSTEM-POSTER-TABLE REDEFINES WS-SYSTEM-POSTER-VALUES.
           05  WS-SP-USER                PIC X(08) OCCURS 13 TIMES
                                         INDEXED BY WS-SP-IDX.

      *-- Last client activity, statement sent and statement returned
      *-- per portfolio, built from TRANHIST and DLVSTAT before the
      *-- portfolio master pass.
       01  WS-ACTIVITY-TABLE.
           05  WS-AT-COUNT               PIC 9(05) COMP VALUE ZERO.
           05  WS-AT-ENTRY OCCURS 10000 TIMES
                                         INDEXED BY WS-AT-IDX.
               10  WS-AT-PORTFOLIO-ID    PIC X(08).
               10  WS-AT-LAST-CLIENT     PIC X(08).
               10  WS-AT-LAST-SENT       PIC X(08).
               10  WS-AT-LAST-RETURNED   PIC X(08).
       01  WS-LOOKUP-PORTFOLIO           PIC X(08).

      *-- The portfolio being judged.
       01  WS-PORTFOLIO-WORK.
           05  WS-PW-LAST-CLIENT         PIC X(08).
           05  WS-PW-LAST-DELIVERY       PIC X(08).
           05  WS-PW-LAST-CONTACT        PIC X(08).
           05  WS-PW-CLIENT-NAME         PIC X(30).
           05  WS-PW-ACTION              PIC X(40).

      *-- The escheated portfolio's holdings: value in its base
      *-- currency, and a count of holdings in any other currency,
      *-- which the state report flags rather than converts.
       01  WS-HOLDING-TOTALS.
           05  WS-HT-POSITIONS           PIC 9(05) COMP.
           05  WS-HT-OTHER-CCY           PIC 9(05) COMP.
           05  WS-HT-BASE-VALUE          PIC S9(13)V9(2) COMP-3.

       01  WS-ROUTING-AREA.
           05  WS-ROUTE-CHANNEL          PIC X(01).
               88  WS-ROUTE-HAS-EMAIL        VALUE 'E' 'B'.
           05  WS-ROUTE-EMAIL            PIC X(40).
           05  WS-ROUTE-ADDRESS-1        PIC X(30).
           05  WS-ROUTE-ADDRESS-2        PIC X(30).
           05  WS-ROUTE-CITY-LINE        PIC X(34).
           05  WS-ROUTE-COUNTRY          PIC X(02).

       01  WS-COUNTS.
           05  WS-HISTORY-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-CLIENT-ACTIVITY        PIC 9(07) COMP VALUE ZERO.
           05  WS-DELIVERY-READ          PIC 9(07) COMP VALUE ZERO.
           05  WS-PORTFOLIOS-READ        PIC 9(05) COMP VALUE ZERO.
           05  WS-PORTFOLIOS-SKIPPED     PIC 9(05) COMP VALUE ZERO.
           05  WS-PORTFOLIOS-ACTIVE      PIC 9(05) COMP VALUE ZERO.
           05  WS-NEWLY-DORMANT          PIC 9(05) COMP VALUE ZERO.
           05  WS-STILL-DORMANT          PIC 9(05) COMP VALUE ZERO.
           05  WS-REACTIVATED            PIC 9(05) COMP VALUE ZERO.
           05  WS-ESCHEATED-NEW          PIC 9(05) COMP VALUE ZERO.
           05  WS-ESCHEAT-LISTED         PIC 9(05) COMP VALUE ZERO.
           05  WS-LETTERS-PRINTED        PIC 9(05) COMP VALUE ZERO.
           05  WS-NO-CLIENT              PIC 9(05) COMP VALUE ZERO.
           05  WS-LIQUIDATION-LINES      PIC 9(07) COMP VALUE ZERO.
           05  WS-REWRITE-FAILED         PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  WS-HDR-TITLE          PIC X(52).
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'RUN DATE:'.
               10  WS-HDR-RUN-DATE       PIC X(10).
               10  FILLER                PIC X(18)
                   VALUE '   DORMANCY DAYS: '.
               10  WS-HDR-DORMANT-DAYS   PIC ZZZZ9.
               10  FILLER                PIC X(16)
                   VALUE '   CUTOFF DATE: '.
               10  WS-HDR-CUTOFF         PIC X(10).
               10  FILLER                PIC X(58) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(10) VALUE 'CLIENT'.
               10  FILLER                PIC X(12) VALUE 'LAST ACTVTY'.
               10  FILLER                PIC X(12) VALUE 'LAST DELIV'.
               10  FILLER                PIC X(12) VALUE 'DORMANT'.
               10  FILLER                PIC X(12) VALUE 'ESCHEATS'.
               10  FILLER                PIC X(64) VALUE 'ACTION'.

       01  WS-ACTION-LINE.
           05  WS-AL-PORTFOLIO-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-CLIENT-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-LAST-CLIENT         PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-LAST-DELIVERY       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-DORMANT-DATE        PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-ESCHEAT-DATE        PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-ACTION              PIC X(40).
           05  FILLER                    PIC X(24) VALUE SPACES.

      *-- Due-diligence letter lines, the TRDCNF00 confirmation
      *-- layout.
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
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-PL-PORTFOLIO-NAME      PIC X(30).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  WS-TEXT-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-TEXT                PIC X(70).
           05  FILLER                    PIC X(60) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-LABEL               PIC X(28).
           05  WS-DL-TEXT                PIC X(50).
           05  FILLER                    PIC X(52) VALUE SPACES.

      *-- Unclaimed-property report: the owner, the last known
      *-- address the state needs, and what the portfolio holds.
       01  WS-UNCLAIMED-HEADER.
           05  FILLER                    PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                    PIC X(10) VALUE 'OWNER'.
           05  FILLER                    PIC X(27) VALUE 'OWNER NAME'.
           05  FILLER                    PIC X(04) VALUE 'CT'.
           05  FILLER                    PIC X(12) VALUE 'LAST ACTVTY'.
           05  FILLER                    PIC X(12) VALUE 'DORMANT'.
           05  FILLER                    PIC X(12) VALUE 'ESCHEATS'.
           05  FILLER                    PIC X(06) VALUE 'HLDGS'.
           05  FILLER                    PIC X(17)
                   VALUE '     VALUE (BASE)'.
           05  FILLER                    PIC X(22) VALUE SPACES.

       01  WS-UNCLAIMED-LINE.
           05  WS-UL-PORTFOLIO-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UL-CLIENT-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UL-CLIENT-NAME         PIC X(25).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UL-COUNTRY             PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UL-LAST-CLIENT         PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UL-DORMANT-DATE        PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UL-ESCHEAT-DATE        PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UL-POSITIONS           PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UL-VALUE               PIC -(12)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-UL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-UL-OTHER-CCY-FLAG      PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UL-NEW-FLAG            PIC X(03).
           05  FILLER                    PIC X(12) VALUE SPACES.

       01  WS-UNCLAIMED-ADDRESS-LINE.
           05  FILLER                    PIC X(20) VALUE SPACES.
           05  WS-UA-ADDRESS-1           PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UA-ADDRESS-2           PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-UA-CITY-LINE           PIC X(34).
           05  FILLER                    PIC X(14) VALUE SPACES.

      *-- Liquidation / transfer-out list: one line per holding of an
      *-- escheated portfolio and what is to be done with it.
       01  WS-LIQUIDATION-HEADER.
           05  FILLER                    PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                    PIC X(12) VALUE 'INVESTMENT'.
           05  FILLER                    PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(06) VALUE 'TYPE'.
           05  FILLER                    PIC X(18)
                   VALUE '        QUANTITY'.
           05  FILLER                    PIC X(20)
                   VALUE '           VALUE'.
           05  FILLER                    PIC X(34) VALUE 'ACTION'.

       01  WS-LIQUIDATION-LINE.
           05  WS-LL-PORTFOLIO-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-DESCRIPTION         PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-TYPE                PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-QUANTITY            PIC -(10)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-VALUE               PIC -(12)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-LL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-ACTION              PIC X(20).
           05  FILLER                    PIC X(12) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(40).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-HISTORY
               UNTIL EOF-HISTORY
           PERFORM 2200-SCAN-DELIVERY
               UNTIL EOF-DELIVERY-STATUS
           PERFORM 3000-PROCESS-PORTFOLIO
               UNTIL EOF-PORTFOLIO
           PERFORM 7000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-RUN-DATE
           INITIALIZE WS-ACTIVITY-TABLE
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-SET-DATES
           PERFORM 1300-WRITE-HEADERS
           PERFORM 2010-READ-HISTORY
           PERFORM 2210-READ-DELIVERY
           PERFORM 3010-READ-PORTFOLIO.

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
           IF PARM-RUN-DATE NOT = SPACES
               AND PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF PARM-DORMANT-DAYS IS NUMERIC
               AND PARM-DORMANT-DAYS > ZERO
               MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF
           IF PARM-ESCHEAT-DAYS IS NUMERIC
               AND PARM-ESCHEAT-DAYS > ZERO
               MOVE PARM-ESCHEAT-DAYS TO WS-ESCHEAT-DAYS
           END-IF
           IF PARM-ESCHEAT-ACTION = 'L' OR PARM-ESCHEAT-ACTION = 'T'
               MOVE PARM-ESCHEAT-ACTION TO WS-ESCHEAT-ACTION
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT DELIVERY-STATUS-FILE
           IF WS-DLV-STATUS = '05' OR WS-DLV-STATUS = '35'
               SET EOF-DELIVERY-STATUS TO TRUE
           ELSE
               IF WS-DLV-STATUS NOT = '00'
                   MOVE 'ERROR OPENING DELIVERY-STATUS-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN I-O PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT COUNTERPARTY-MASTER
           IF WS-CPTY-STATUS NOT = '00'
               MOVE 'ERROR OPENING COUNTERPARTY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CLIENT-CONTACT-FILE
           IF WS-CNT-STATUS = '35'
               DISPLAY 'DRMACT00 WARNING: NO CLIENT CONTACT FILE - '
                   'EVERY LETTER ROUTED TO MAIL'
           ELSE
               IF WS-CNT-STATUS = '00' OR WS-CNT-STATUS = '05'
                   SET WS-CONTACT-FILE-AVAILABLE TO TRUE
               ELSE
                   MOVE 'ERROR OPENING CLIENT-CONTACT-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = '00'
               MOVE 'ERROR OPENING LETTER-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT UNCLAIMED-PROPERTY-FILE
           IF WS-UNCL-STATUS NOT = '00'
               MOVE 'ERROR OPENING UNCLAIMED-PROPERTY-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT LIQUIDATION-FILE
           IF WS-LIQ-STATUS NOT = '00'
               MOVE 'ERROR OPENING LIQUIDATION-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- Dormancy cutoff: contact on or after it keeps a portfolio
      *-- active. A portfolio flagged today escheats the wait later.
       1200-SET-DATES.
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-JULIAN-WORK = WS-RUN-JULIAN - WS-DORMANT-DAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-JULIAN-WORK)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-DORMANT-CUTOFF
           COMPUTE WS-JULIAN-WORK = WS-RUN-JULIAN + WS-ESCHEAT-DAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-JULIAN-WORK)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-NEW-ESCHEAT-DATE.

       1300-WRITE-HEADERS.
           MOVE WS-RUN-DATE TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-RUN-DATE
           MOVE WS-DORMANT-DAYS TO WS-HDR-DORMANT-DAYS
           MOVE WS-DORMANT-CUTOFF TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-HDR-CUTOFF

           MOVE 'DORMANT ACCOUNT REVIEW' TO WS-HDR-TITLE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4

           MOVE 'UNCLAIMED PROPERTY REPORT' TO WS-HDR-TITLE
           WRITE UNCLAIMED-PRINT-RECORD FROM WS-HEADER1
           WRITE UNCLAIMED-PRINT-RECORD FROM WS-HEADER2
           WRITE UNCLAIMED-PRINT-RECORD FROM WS-HEADER3
           WRITE UNCLAIMED-PRINT-RECORD FROM WS-HEADER1
           WRITE UNCLAIMED-PRINT-RECORD FROM WS-UNCLAIMED-HEADER

           MOVE 'ESCHEATED HOLDINGS - LIQUIDATION / TRANSFER-OUT'
               TO WS-HDR-TITLE
           WRITE LIQUIDATION-PRINT-RECORD FROM WS-HEADER1
           WRITE LIQUIDATION-PRINT-RECORD FROM WS-HEADER2
           WRITE LIQUIDATION-PRINT-RECORD FROM WS-HEADER3
           WRITE LIQUIDATION-PRINT-RECORD FROM WS-HEADER1
           WRITE LIQUIDATION-PRINT-RECORD FROM WS-LIQUIDATION-HEADER.

      *-----------------------------------------------------------------
      * LAST CLIENT ACTIVITY AND LAST STATEMENT DELIVERY
      *-----------------------------------------------------------------
       2000-SCAN-HISTORY.
           ADD 1 TO WS-HISTORY-READ
           IF TRAN-PORTFOLIO-ID NOT = SPACES
               PERFORM 2100-CHECK-CLIENT-ACTIVITY
           END-IF
           PERFORM 2010-READ-HISTORY.

       2010-READ-HISTORY.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-HISTORY TO TRUE
           END-READ.

      *-- Only a buy, sell, transfer or FX conversion can be client
      *-- instructed, and then only when no generating job posted it.
       2100-CHECK-CLIENT-ACTIVITY.
           IF TRAN-TYPE-BUY OR TRAN-TYPE-SELL
               OR TRAN-TYPE-TRANS OR TRAN-TYPE-FX-CONV
               MOVE 'N' TO WS-SYSTEM-POST-SW
               SET WS-SP-IDX TO 1
               SEARCH WS-SP-USER
                   AT END
                       CONTINUE
                   WHEN WS-SP-USER (WS-SP-IDX) = TRAN-PROCESS-USER
                       SET WS-SYSTEM-POSTING TO TRUE
               END-SEARCH
               IF NOT WS-SYSTEM-POSTING
                   ADD 1 TO WS-CLIENT-ACTIVITY
                   MOVE TRAN-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
                   PERFORM 2500-FIND-OR-ADD-ACTIVITY
                   IF WS-ENTRY-FOUND
                       AND TRAN-DATE > WS-AT-LAST-CLIENT (WS-AT-IDX)
                       MOVE TRAN-DATE TO WS-AT-LAST-CLIENT (WS-AT-IDX)
                   END-IF
               END-IF
           END-IF.

       2200-SCAN-DELIVERY.
           ADD 1 TO WS-DELIVERY-READ
           IF DLV-PORTFOLIO-ID NOT = SPACES
               MOVE DLV-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
               PERFORM 2500-FIND-OR-ADD-ACTIVITY
               IF WS-ENTRY-FOUND
                   PERFORM 2300-RECORD-DELIVERY
               END-IF
           END-IF
           PERFORM 2210-READ-DELIVERY.

       2210-READ-DELIVERY.
           IF NOT EOF-DELIVERY-STATUS
               READ DELIVERY-STATUS-FILE
                   AT END
                       SET EOF-DELIVERY-STATUS TO TRUE
               END-READ
           END-IF.

       2300-RECORD-DELIVERY.
           IF DLV-STATUS-SENT
               AND DLV-PERIOD-END > WS-AT-LAST-SENT (WS-AT-IDX)
               MOVE DLV-PERIOD-END TO WS-AT-LAST-SENT (WS-AT-IDX)
           END-IF
           IF DLV-STATUS-RETURNED
               AND DLV-PERIOD-END > WS-AT-LAST-RETURNED (WS-AT-IDX)
               MOVE DLV-PERIOD-END TO WS-AT-LAST-RETURNED (WS-AT-IDX)
           END-IF.

       2500-FIND-OR-ADD-ACTIVITY.
           PERFORM 2510-FIND-ACTIVITY
           IF NOT WS-ENTRY-FOUND
               IF WS-AT-COUNT < 10000
                   ADD 1 TO WS-AT-COUNT
                   SET WS-AT-IDX TO WS-AT-COUNT
                   MOVE WS-LOOKUP-PORTFOLIO
                       TO WS-AT-PORTFOLIO-ID (WS-AT-IDX)
                   MOVE SPACES TO WS-AT-LAST-CLIENT (WS-AT-IDX)
                   MOVE SPACES TO WS-AT-LAST-SENT (WS-AT-IDX)
                   MOVE SPACES TO WS-AT-LAST-RETURNED (WS-AT-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   IF NOT WS-ACTIVITY-TABLE-FULL
                       DISPLAY 'DRMACT00 WARNING: ACTIVITY TABLE FULL'
                           ' - NO PORTFOLIO FLAGGED DORMANT THIS RUN'
                       SET WS-ACTIVITY-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       2510-FIND-ACTIVITY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-AT-IDX TO 1
           SEARCH WS-AT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AT-PORTFOLIO-ID (WS-AT-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

      *-----------------------------------------------------------------
      * PORTFOLIO MASTER PASS
      *-----------------------------------------------------------------
      *-- A closed portfolio has nothing left to escheat and a pooled
      *-- fund belongs to its unitholders, not to one client; neither
      *-- is judged.
       3000-PROCESS-PORTFOLIO.
           ADD 1 TO WS-PORTFOLIOS-READ
           IF PORT-STATUS-CLOSED OR PORT-TYPE-FUND
               ADD 1 TO WS-PORTFOLIOS-SKIPPED
           ELSE
               PERFORM 3100-DERIVE-LAST-CONTACT
               EVALUATE TRUE
                   WHEN PORT-DORMANT-OR-ESCHEAT
                       AND WS-PW-LAST-CLIENT > PORT-DORMANT-DATE
                       PERFORM 3300-REACTIVATE
                   WHEN PORT-ESCHEAT-DUE
                       MOVE 'N' TO WS-NEW-ESCHEAT-SW
                       PERFORM 3500-LIST-ESCHEATED
                   WHEN PORT-DORMANT
                       AND WS-RUN-DATE NOT < PORT-ESCHEAT-DATE
                       PERFORM 3400-ESCHEAT
                   WHEN PORT-DORMANT
                       ADD 1 TO WS-STILL-DORMANT
                   WHEN WS-PW-LAST-CONTACT < WS-DORMANT-CUTOFF
                       AND NOT WS-ACTIVITY-TABLE-FULL
                       PERFORM 3200-FLAG-DORMANT
                   WHEN OTHER
                       ADD 1 TO WS-PORTFOLIOS-ACTIVE
               END-EVALUATE
           END-IF
           PERFORM 3010-READ-PORTFOLIO.

       3010-READ-PORTFOLIO.
           READ PORTFOLIO-MASTER NEXT RECORD
               AT END
                   SET EOF-PORTFOLIO TO TRUE
           END-READ.

      *-- Last contact is the later of the last client activity and
      *-- the last statement that reached the client, never earlier
      *-- than the opening date. A statement counts as delivered only
      *-- while it is more recent than the last one returned.
       3100-DERIVE-LAST-CONTACT.
           MOVE SPACES TO WS-PW-LAST-CLIENT
           MOVE SPACES TO WS-PW-LAST-DELIVERY
           MOVE PORT-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 2510-FIND-ACTIVITY
           IF WS-ENTRY-FOUND
               MOVE WS-AT-LAST-CLIENT (WS-AT-IDX) TO WS-PW-LAST-CLIENT
               IF WS-AT-LAST-SENT (WS-AT-IDX)
                    > WS-AT-LAST-RETURNED (WS-AT-IDX)
                   MOVE WS-AT-LAST-SENT (WS-AT-IDX)
                       TO WS-PW-LAST-DELIVERY
               END-IF
           END-IF
           MOVE WS-PW-LAST-CLIENT TO WS-PW-LAST-CONTACT
           IF WS-PW-LAST-DELIVERY > WS-PW-LAST-CONTACT
               MOVE WS-PW-LAST-DELIVERY TO WS-PW-LAST-CONTACT
           END-IF
           IF PORT-OPEN-DATE IS NUMERIC
               AND PORT-OPEN-DATE > WS-PW-LAST-CONTACT
               MOVE PORT-OPEN-DATE TO WS-PW-LAST-CONTACT
           END-IF.

       3200-FLAG-DORMANT.
           SET PORT-DORMANT TO TRUE
           MOVE WS-RUN-DATE TO PORT-DORMANT-DATE
           MOVE WS-NEW-ESCHEAT-DATE TO PORT-ESCHEAT-DATE
           REWRITE PORTFOLIO-RECORD
               INVALID KEY
                   PERFORM 3900-REWRITE-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-NEWLY-DORMANT
                   PERFORM 4000-SEND-LETTER
                   IF WS-CLIENT-ON-FILE
                       MOVE 'FLAGGED DORMANT - LETTER SENT'
                           TO WS-PW-ACTION
                   ELSE
                       MOVE 'FLAGGED DORMANT - NO CLIENT, NO LETTER'
                           TO WS-PW-ACTION
                   END-IF
                   PERFORM 3800-WRITE-ACTION-LINE
                   MOVE 'DORMANT ' TO WS-AW-EVENT-TYPE
                   PERFORM 3700-AUDIT-CHANGE
           END-REWRITE.

       3300-REACTIVATE.
           MOVE SPACES TO PORT-DORMANCY-STATUS
           MOVE SPACES TO PORT-DORMANT-DATE
           MOVE SPACES TO PORT-ESCHEAT-DATE
           REWRITE PORTFOLIO-RECORD
               INVALID KEY
                   PERFORM 3900-REWRITE-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-REACTIVATED
                   MOVE 'REACTIVATED - CLIENT ACTIVITY SINCE FLAG'
                       TO WS-PW-ACTION
                   PERFORM 3800-WRITE-ACTION-LINE
                   MOVE 'REACTIVE' TO WS-AW-EVENT-TYPE
                   PERFORM 3700-AUDIT-CHANGE
           END-REWRITE.

       3400-ESCHEAT.
           SET PORT-ESCHEAT-DUE TO TRUE
           REWRITE PORTFOLIO-RECORD
               INVALID KEY
                   PERFORM 3900-REWRITE-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-ESCHEATED-NEW
                   MOVE 'ESCHEATMENT DUE - ON UNCLAIMED PROPERTY RPT'
                       TO WS-PW-ACTION
                   PERFORM 3800-WRITE-ACTION-LINE
                   MOVE 'ESCHEAT ' TO WS-AW-EVENT-TYPE
                   PERFORM 3700-AUDIT-CHANGE
                   SET WS-NEWLY-ESCHEATED TO TRUE
                   PERFORM 3500-LIST-ESCHEATED
           END-REWRITE.

      *-- Every escheatment-due portfolio still open is reported each
      *-- run, its holdings listed first so the report line carries
      *-- their total.
       3500-LIST-ESCHEATED.
           ADD 1 TO WS-ESCHEAT-LISTED
           PERFORM 4100-GET-CLIENT
           PERFORM 4200-ROUTE-LETTER
           PERFORM 5000-LIST-HOLDINGS
           MOVE PORT-ID            TO WS-UL-PORTFOLIO-ID
           MOVE PORT-CLIENT-ID     TO WS-UL-CLIENT-ID
           MOVE WS-PW-CLIENT-NAME  TO WS-UL-CLIENT-NAME
           MOVE WS-ROUTE-COUNTRY   TO WS-UL-COUNTRY
           MOVE WS-PW-LAST-CLIENT  TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT    TO WS-UL-LAST-CLIENT
           MOVE PORT-DORMANT-DATE  TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT    TO WS-UL-DORMANT-DATE
           MOVE PORT-ESCHEAT-DATE  TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT    TO WS-UL-ESCHEAT-DATE
           MOVE WS-HT-POSITIONS    TO WS-UL-POSITIONS
           MOVE WS-HT-BASE-VALUE   TO WS-UL-VALUE
           MOVE PORT-BASE-CURRENCY TO WS-UL-CURRENCY
           IF WS-HT-OTHER-CCY > ZERO
               MOVE '*' TO WS-UL-OTHER-CCY-FLAG
           ELSE
               MOVE SPACE TO WS-UL-OTHER-CCY-FLAG
           END-IF
           IF WS-NEWLY-ESCHEATED
               MOVE 'NEW' TO WS-UL-NEW-FLAG
           ELSE
               MOVE SPACES TO WS-UL-NEW-FLAG
           END-IF
           WRITE UNCLAIMED-PRINT-RECORD FROM WS-UNCLAIMED-LINE
           MOVE WS-ROUTE-ADDRESS-1 TO WS-UA-ADDRESS-1
           MOVE WS-ROUTE-ADDRESS-2 TO WS-UA-ADDRESS-2
           MOVE WS-ROUTE-CITY-LINE TO WS-UA-CITY-LINE
           WRITE UNCLAIMED-PRINT-RECORD
               FROM WS-UNCLAIMED-ADDRESS-LINE.

       3700-AUDIT-CHANGE.
           MOVE WS-RUN-DATE TO WS-AW-PROCESS-DATE
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'PORTFOLIO ' PORT-ID
                  ' CLIENT ' PORT-CLIENT-ID
                  ' LAST ACTIVITY ' WS-PW-LAST-CLIENT
                  ' ESCHEATS ' PORT-ESCHEAT-DATE
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

       3800-WRITE-ACTION-LINE.
           MOVE PORT-ID            TO WS-AL-PORTFOLIO-ID
           MOVE PORT-CLIENT-ID     TO WS-AL-CLIENT-ID
           MOVE WS-PW-LAST-CLIENT  TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT    TO WS-AL-LAST-CLIENT
           MOVE WS-PW-LAST-DELIVERY TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT    TO WS-AL-LAST-DELIVERY
           MOVE PORT-DORMANT-DATE  TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT    TO WS-AL-DORMANT-DATE
           MOVE PORT-ESCHEAT-DATE  TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT    TO WS-AL-ESCHEAT-DATE
           MOVE WS-PW-ACTION       TO WS-AL-ACTION
           WRITE REPORT-RECORD FROM WS-ACTION-LINE.

       3900-REWRITE-FAILED.
           ADD 1 TO WS-REWRITE-FAILED
           MOVE SPACES TO ERR-TEXT
           STRING 'PORTFOLIO REWRITE FAILED FOR ' PORT-ID
               DELIMITED BY SIZE INTO ERR-TEXT
           SET ERR-SEV-WARNING TO TRUE
           PERFORM 9000-ERROR-ROUTINE.

      *-----------------------------------------------------------------
      * DUE-DILIGENCE LETTER
      *-----------------------------------------------------------------
       4000-SEND-LETTER.
           PERFORM 4100-GET-CLIENT
           IF WS-CLIENT-ON-FILE
               PERFORM 4200-ROUTE-LETTER
               PERFORM 4300-PRINT-LETTER
               ADD 1 TO WS-LETTERS-PRINTED
           ELSE
               ADD 1 TO WS-NO-CLIENT
           END-IF.

       4100-GET-CLIENT.
           MOVE 'N' TO WS-CLIENT-FOUND-SW
           MOVE SPACES TO WS-PW-CLIENT-NAME
           IF PORT-CLIENT-ID NOT = SPACES
               SET WS-CLIENT-ON-FILE TO TRUE
               MOVE PORT-CLIENT-ID TO CPTY-ID
               READ COUNTERPARTY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPTY-NAME TO WS-PW-CLIENT-NAME
               END-READ
           END-IF.

       4200-ROUTE-LETTER.
           MOVE 'M'    TO WS-ROUTE-CHANNEL
           MOVE SPACES TO WS-ROUTE-EMAIL
           MOVE SPACES TO WS-ROUTE-ADDRESS-1
           MOVE SPACES TO WS-ROUTE-ADDRESS-2
           MOVE SPACES TO WS-ROUTE-CITY-LINE
           MOVE SPACES TO WS-ROUTE-COUNTRY
           IF WS-CONTACT-FILE-AVAILABLE
               AND PORT-CLIENT-ID NOT = SPACES
               MOVE PORT-CLIENT-ID TO CNT-CLIENT-ID
               READ CLIENT-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CNT-DELIVERY-CHANNEL
                           TO WS-ROUTE-CHANNEL
                       MOVE CNT-EMAIL TO WS-ROUTE-EMAIL
                       MOVE CNT-ADDRESS-LINE-1 TO WS-ROUTE-ADDRESS-1
                       MOVE CNT-ADDRESS-LINE-2 TO WS-ROUTE-ADDRESS-2
                       MOVE CNT-COUNTRY TO WS-ROUTE-COUNTRY
                       STRING CNT-CITY DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              CNT-POSTAL-CODE DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              CNT-COUNTRY DELIMITED BY SIZE
                           INTO WS-ROUTE-CITY-LINE
                       END-STRING
               END-READ
           END-IF.

      *-- The letter always goes by post, the unclaimed-property rules
      *-- wanting it mailed to the last known address; a client who
      *-- takes e-delivery is also sent it by email.
       4300-PRINT-LETTER.
           MOVE 'DORMANT ACCOUNT - PLEASE CONTACT US' TO WS-HDR-TITLE
           WRITE LETTER-PRINT-RECORD FROM WS-HEADER1
           WRITE LETTER-PRINT-RECORD FROM WS-HEADER2
           MOVE WS-REPORT-DATE TO WS-HDR-RUN-DATE
           WRITE LETTER-PRINT-RECORD FROM WS-HEADER3
           MOVE PORT-CLIENT-ID    TO WS-CL-CLIENT-ID
           MOVE WS-PW-CLIENT-NAME TO WS-CL-CLIENT-NAME
           WRITE LETTER-PRINT-RECORD FROM WS-CLIENT-LINE
           IF WS-ROUTE-ADDRESS-1 NOT = SPACES
               MOVE WS-ROUTE-ADDRESS-1 TO WS-AD-TEXT
               WRITE LETTER-PRINT-RECORD FROM WS-ADDRESS-LINE
           END-IF
           IF WS-ROUTE-ADDRESS-2 NOT = SPACES
               MOVE WS-ROUTE-ADDRESS-2 TO WS-AD-TEXT
               WRITE LETTER-PRINT-RECORD FROM WS-ADDRESS-LINE
           END-IF
           IF WS-ROUTE-CITY-LINE NOT = SPACES
               MOVE WS-ROUTE-CITY-LINE TO WS-AD-TEXT
               WRITE LETTER-PRINT-RECORD FROM WS-ADDRESS-LINE
           END-IF
           MOVE PORT-ID   TO WS-PL-PORTFOLIO-ID
           MOVE PORT-NAME TO WS-PL-PORTFOLIO-NAME
           WRITE LETTER-PRINT-RECORD FROM WS-PORTFOLIO-LINE
           WRITE LETTER-PRINT-RECORD FROM WS-HEADER1
           MOVE 'WE HAVE NOT HEARD FROM YOU ABOUT THE PORTFOLIO'
               TO WS-TL-TEXT
           WRITE LETTER-PRINT-RECORD FROM WS-TEXT-LINE
           MOVE 'ABOVE FOR SOME TIME, AND OUR STATEMENTS MAY NOT'
               TO WS-TL-TEXT
           WRITE LETTER-PRINT-RECORD FROM WS-TEXT-LINE
           MOVE 'BE REACHING YOU. UNCLAIMED-PROPERTY LAW REQUIRES'
               TO WS-TL-TEXT
           WRITE LETTER-PRINT-RECORD FROM WS-TEXT-LINE
           MOVE 'US TO REPORT THE ASSETS AND DELIVER THEM TO THE'
               TO WS-TL-TEXT
           WRITE LETTER-PRINT-RECORD FROM WS-TEXT-LINE
           MOVE 'STATE IF YOU DO NOT CONTACT US BY THE DATE BELOW.'
               TO WS-TL-TEXT
           WRITE LETTER-PRINT-RECORD FROM WS-TEXT-LINE
           MOVE 'ANY INSTRUCTION ON THE PORTFOLIO, OR A CALL OR'
               TO WS-TL-TEXT
           WRITE LETTER-PRINT-RECORD FROM WS-TEXT-LINE
           MOVE 'LETTER TO US, KEEPS THE ACCOUNT ACTIVE.'
               TO WS-TL-TEXT
           WRITE LETTER-PRINT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES TO WS-TL-TEXT
           WRITE LETTER-PRINT-RECORD FROM WS-TEXT-LINE
           MOVE 'LAST ACTIVITY ON RECORD:' TO WS-DL-LABEL
           IF WS-PW-LAST-CLIENT = SPACES
               MOVE 'NONE' TO WS-DL-TEXT
           ELSE
               MOVE WS-PW-LAST-CLIENT TO WS-FMT-DATE-IN
               PERFORM 8100-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT TO WS-DL-TEXT
           END-IF
           WRITE LETTER-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'PLEASE CONTACT US BY:' TO WS-DL-LABEL
           MOVE PORT-ESCHEAT-DATE TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-DL-TEXT
           WRITE LETTER-PRINT-RECORD FROM WS-DETAIL-LINE
           IF WS-ROUTE-HAS-EMAIL
               AND WS-ROUTE-EMAIL NOT = SPACES
               MOVE 'ALSO SENT BY EMAIL TO:' TO WS-DL-LABEL
               MOVE WS-ROUTE-EMAIL TO WS-DL-TEXT
               WRITE LETTER-PRINT-RECORD FROM WS-DETAIL-LINE
           END-IF
           WRITE LETTER-PRINT-RECORD FROM WS-HEADER1.

      *-----------------------------------------------------------------
      * LIQUIDATION / TRANSFER-OUT LIST
      *-----------------------------------------------------------------
      *-- Cash is always paid over to the state; securities are sold
      *-- first or delivered in kind as the run is parameterized.
       5000-LIST-HOLDINGS.
           MOVE ZERO TO WS-HT-POSITIONS
           MOVE ZERO TO WS-HT-OTHER-CCY
           MOVE ZERO TO WS-HT-BASE-VALUE
           MOVE 'N' TO WS-EOF-POSITION-SW
           MOVE PORT-ID TO POS-PORTFOLIO-ID
           MOVE LOW-VALUES TO POS-INVESTMENT-ID
           START POSITION-MASTER KEY NOT LESS THAN POS-KEY
               INVALID KEY
                   SET EOF-POSITION TO TRUE
           END-START
           PERFORM 5010-READ-POSITION
           PERFORM 5100-LIST-HOLDING
               UNTIL EOF-POSITION.

       5010-READ-POSITION.
           IF NOT EOF-POSITION
               READ POSITION-MASTER NEXT RECORD
                   AT END
                       SET EOF-POSITION TO TRUE
               END-READ
               IF NOT EOF-POSITION
                   AND POS-PORTFOLIO-ID NOT = PORT-ID
                   SET EOF-POSITION TO TRUE
               END-IF
           END-IF.

       5100-LIST-HOLDING.
           IF POS-QUANTITY NOT = ZERO OR POS-CURRENT-VALUE NOT = ZERO
               ADD 1 TO WS-HT-POSITIONS
               IF POS-CURRENCY = PORT-BASE-CURRENCY
                   OR POS-CURRENCY = SPACES
                   ADD POS-CURRENT-VALUE TO WS-HT-BASE-VALUE
               ELSE
                   ADD 1 TO WS-HT-OTHER-CCY
               END-IF
               MOVE PORT-ID             TO WS-LL-PORTFOLIO-ID
               MOVE POS-INVESTMENT-ID   TO WS-LL-INVESTMENT-ID
               MOVE POS-DESCRIPTION     TO WS-LL-DESCRIPTION
               MOVE POS-INVESTMENT-TYPE TO WS-LL-TYPE
               MOVE POS-QUANTITY        TO WS-LL-QUANTITY
               MOVE POS-CURRENT-VALUE   TO WS-LL-VALUE
               MOVE POS-CURRENCY        TO WS-LL-CURRENCY
               EVALUATE TRUE
                   WHEN POS-INV-TYPE-CASH
                       MOVE 'PAY OVER CASH' TO WS-LL-ACTION
                   WHEN WS-ESCHEAT-IN-KIND
                       MOVE 'TRANSFER IN KIND' TO WS-LL-ACTION
                   WHEN OTHER
                       MOVE 'LIQUIDATE' TO WS-LL-ACTION
               END-EVALUATE
               WRITE LIQUIDATION-PRINT-RECORD FROM WS-LIQUIDATION-LINE
               ADD 1 TO WS-LIQUIDATION-LINES
           END-IF
           PERFORM 5010-READ-POSITION.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       7000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'HISTORY ROWS READ:' TO WS-SL-LABEL
           MOVE WS-HISTORY-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CLIENT-INITIATED ROWS:' TO WS-SL-LABEL
           MOVE WS-CLIENT-ACTIVITY TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DELIVERY RECORDS READ:' TO WS-SL-LABEL
           MOVE WS-DELIVERY-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PORTFOLIOS READ:' TO WS-SL-LABEL
           MOVE WS-PORTFOLIOS-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CLOSED OR FUND, NOT JUDGED:' TO WS-SL-LABEL
           MOVE WS-PORTFOLIOS-SKIPPED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ACTIVE:' TO WS-SL-LABEL
           MOVE WS-PORTFOLIOS-ACTIVE TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'NEWLY FLAGGED DORMANT:' TO WS-SL-LABEL
           MOVE WS-NEWLY-DORMANT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DUE-DILIGENCE LETTERS PRINTED:' TO WS-SL-LABEL
           MOVE WS-LETTERS-PRINTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'FLAGGED WITH NO CLIENT TO WRITE TO:' TO WS-SL-LABEL
           MOVE WS-NO-CLIENT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'STILL DORMANT, AWAITING ESCHEATMENT:' TO WS-SL-LABEL
           MOVE WS-STILL-DORMANT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REACTIVATED:' TO WS-SL-LABEL
           MOVE WS-REACTIVATED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'NEWLY ESCHEATMENT DUE:' TO WS-SL-LABEL
           MOVE WS-ESCHEATED-NEW TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ON THE UNCLAIMED PROPERTY REPORT:' TO WS-SL-LABEL
           MOVE WS-ESCHEAT-LISTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HOLDINGS TO LIQUIDATE OR TRANSFER:' TO WS-SL-LABEL
           MOVE WS-LIQUIDATION-LINES TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PORTFOLIO REWRITES FAILED:' TO WS-SL-LABEL
           MOVE WS-REWRITE-FAILED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE

           WRITE UNCLAIMED-PRINT-RECORD FROM WS-HEADER1
           MOVE 'PORTFOLIOS REPORTED:' TO WS-SL-LABEL
           MOVE WS-ESCHEAT-LISTED TO WS-SL-COUNT
           WRITE UNCLAIMED-PRINT-RECORD FROM WS-SUMMARY-LINE
           WRITE LIQUIDATION-PRINT-RECORD FROM WS-HEADER1
           MOVE 'HOLDINGS LISTED:' TO WS-SL-LABEL
           MOVE WS-LIQUIDATION-LINES TO WS-SL-COUNT
           WRITE LIQUIDATION-PRINT-RECORD FROM WS-SUMMARY-LINE

           CLOSE TRANSACTION-HISTORY
           CLOSE DELIVERY-STATUS-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE POSITION-MASTER
           CLOSE COUNTERPARTY-MASTER
           IF WS-CONTACT-FILE-AVAILABLE
               CLOSE CLIENT-CONTACT-FILE
           END-IF
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE
           CLOSE UNCLAIMED-PROPERTY-FILE
           CLOSE LIQUIDATION-FILE
           IF WS-NEWLY-DORMANT > ZERO OR WS-ESCHEATED-NEW > ZERO
               OR WS-REWRITE-FAILED > ZERO
               OR WS-ACTIVITY-TABLE-FULL
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * UTILITIES
      *-----------------------------------------------------------------
       8100-FORMAT-DATE.
           IF WS-FMT-DATE-IN = SPACES
               MOVE 'NONE' TO WS-FMT-DATE-OUT
           ELSE
               MOVE SPACES TO WS-FMT-DATE-OUT
               STRING WS-FMT-DATE-IN (1:4) '-'
                      WS-FMT-DATE-IN (5:2) '-'
                      WS-FMT-DATE-IN (7:2)
                   DELIMITED BY SIZE INTO WS-FMT-DATE-OUT
           END-IF.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'DRMACT00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'DRMACT00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'DRMACT00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'DRMACT00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
