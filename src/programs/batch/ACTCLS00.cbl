       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTCLS00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Controlled Account Closure                                     *
      *                                                                *
      * Closes a portfolio only once it is genuinely finished with.    *
      * PRTMNT00's CLPF flips PORT-STATUS under dual control and       *
      * nothing more; this run works each portfolio on the closure     *
      * request file through the whole checklist first:                *
      * - no position left on POSITION-MASTER, and a zero closing      *
      *   balance on the cash ledger in every currency                 *
      * - no pending or failed transaction on TRANHIST                 *
      * - no open settlement item (STLMAT00), no open settlement or    *
      *   manufactured-dividend claim, no open fee invoice for the     *
      *   client (FEEINV00)                                            *
      * - the final fee posted (an FE on or after the closure request  *
      *   date, for a portfolio with a fee schedule) and no accrued    *
      *   interest left unposted on the accrual file                   *
      * - an approved dual-control close (PCLS) waiting on the queue   *
      * A portfolio that passes gets its final closing statement --    *
      * the activity since its last statement and its nil closing      *
      * holdings -- routed through the client contact file, and only   *
      * then is PRTMNT00 called with CLPF. Anything still open goes    *
      * on the exceptions list and the portfolio stays open. Mode      *
      * CHCK runs the checklist alone, closing nothing.                *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-PARMS ASSIGN TO ACLSPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CLOSURE-REQUEST-FILE ASSIGN TO CLSREQS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL CASH-LEDGER-FILE ASSIGN TO CASHLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.

           SELECT OPTIONAL OPEN-ITEMS-FILE ASSIGN TO OPNITEMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPEN-STATUS.

           SELECT OPTIONAL CLAIMS-FILE ASSIGN TO SETCLAIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLM-KEY
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT OPTIONAL INVOICE-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INV-STATUS.

           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO ACCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT OPTIONAL FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

      *-- Read only, to see the close is approved before anything is
      *-- printed; PRTMNT00 consumes the approval through DCLCTL00.
           SELECT OPTIONAL DUAL-CONTROL-QUEUE ASSIGN TO DCLQUEUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCL-KEY
               FILE STATUS IS WS-DCL-STATUS.

           SELECT COUNTERPARTY-MASTER ASSIGN TO CPTYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPTY-ID
               FILE STATUS IS WS-CPTY-STATUS.

      *-- OPTIONAL so a shop that has not loaded contacts yet routes
      *-- every statement to mail, the STMGEN00 stance.
           SELECT OPTIONAL CLIENT-CONTACT-FILE ASSIGN TO CLTCNTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CNT-STATUS.

      *-- Read for each portfolio's last statement, then extended with
      *-- the closing statement's own delivery record.
           SELECT OPTIONAL DELIVERY-STATUS-FILE ASSIGN TO DLVSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO CLSSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO CLSEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-- Run mode (CLOS, the default, or CHCK for the checklist
      *-- alone) and an optional run date.
       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-RUN-MODE             PIC X(04).
           05  PARM-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(68).

      *-- One card per portfolio to close: the date the client asked
      *-- for the closure (the final fee must post on or after it)
      *-- and the user executing the close, who must hold CLPF.
       FD  CLOSURE-REQUEST-FILE
           RECORDING MODE IS F.
       01  CLOSURE-REQUEST-RECORD.
           05  CLR-PORTFOLIO-ID          PIC X(08).
           05  CLR-REQUEST-DATE          PIC X(08).
           05  CLR-USER-ID               PIC X(08).
           05  FILLER                    PIC X(56).

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  CASH-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CSHLDG.

       FD  OPEN-ITEMS-FILE
           RECORDING MODE IS F.
           COPY OPNITM.

       FD  CLAIMS-FILE
           RECORDING MODE IS F.
           COPY CLMREC.

       FD  INVOICE-FILE
           RECORDING MODE IS F.
           COPY INVREC.

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
           COPY ACCRREC.

       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY FEESCH.

       FD  DUAL-CONTROL-QUEUE
           RECORDING MODE IS F.
           COPY DCLREQ.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  CLIENT-CONTACT-FILE
           RECORDING MODE IS F.
           COPY CLTCNT.

       FD  DELIVERY-STATUS-FILE
           RECORDING MODE IS F.
           COPY DLVSTA.

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  STATEMENT-PRINT-RECORD        PIC X(132).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EXCEPTION-PRINT-RECORD        PIC X(132).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'ACTCLS00'.
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

      *-- Working copy of PRTMNT00's LINKAGE layout.
       01  WS-PRTMNT-REQUEST.
           05  WS-PM-FUNCTION            PIC X(04).
           05  WS-PM-PORTFOLIO-ID        PIC X(08).
           05  WS-PM-PORTFOLIO-NAME      PIC X(30).
           05  WS-PM-PORTFOLIO-TYPE      PIC X(04).
           05  WS-PM-BASE-CURRENCY       PIC X(03).
           05  WS-PM-OPEN-DATE           PIC X(08).
           05  WS-PM-CHANNEL-CODE        PIC X(04).
           05  WS-PM-CLIENT-ID           PIC X(08).
           05  WS-PM-RETURN-CODE         PIC S9(04) COMP.
           05  WS-PM-USER-ID             PIC X(08).

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REQ-STATUS             PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-CASH-STATUS            PIC XX.
           05  WS-OPEN-STATUS            PIC XX.
           05  WS-CLAIM-STATUS           PIC XX.
           05  WS-INV-STATUS             PIC XX.
           05  WS-ACCR-STATUS            PIC XX.
           05  WS-FEE-STATUS             PIC XX.
           05  WS-DCL-STATUS             PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-CNT-STATUS             PIC XX.
           05  WS-DLV-STATUS             PIC XX.
           05  WS-STMT-STATUS            PIC XX.
           05  WS-EXC-STATUS             PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-REQUEST-SW         PIC X(01) VALUE 'N'.
               88  EOF-REQUESTS              VALUE 'Y'.
           05  WS-EOF-HISTORY-SW         PIC X(01) VALUE 'N'.
               88  EOF-HISTORY               VALUE 'Y'.
           05  WS-EOF-CASH-SW            PIC X(01) VALUE 'N'.
               88  EOF-CASH-LEDGER           VALUE 'Y'.
           05  WS-EOF-CLAIM-SW           PIC X(01) VALUE 'N'.
               88  EOF-CLAIMS                VALUE 'Y'.
           05  WS-EOF-FEE-SW             PIC X(01) VALUE 'N'.
               88  EOF-FEE-SCHEDULE          VALUE 'Y'.
           05  WS-EOF-DLV-SW             PIC X(01) VALUE 'N'.
               88  EOF-DELIVERY-STATUS       VALUE 'Y'.
           05  WS-EOF-KEYED-SW           PIC X(01).
               88  EOF-KEYED-BROWSE          VALUE 'Y'.
      *-- Set once at OPEN, the STMGEN00 guard: the live file status
      *-- changes on every keyed read.
           05  WS-CONTACT-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-CONTACT-FILE-AVAILABLE VALUE 'Y'.
           05  WS-OPEN-AVAIL-SW          PIC X(01) VALUE 'N'.
               88  WS-OPEN-ITEMS-AVAILABLE   VALUE 'Y'.
           05  WS-INV-AVAIL-SW           PIC X(01) VALUE 'N'.
               88  WS-INVOICES-AVAILABLE     VALUE 'Y'.
           05  WS-ACCR-AVAIL-SW          PIC X(01) VALUE 'N'.
               88  WS-ACCRUALS-AVAILABLE     VALUE 'Y'.
           05  WS-DCL-AVAIL-SW           PIC X(01) VALUE 'N'.
               88  WS-QUEUE-AVAILABLE        VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01).
               88  WS-ENTRY-FOUND            VALUE 'Y'.
           05  WS-DLV-EXTEND-SW          PIC X(01) VALUE 'N'.
               88  WS-DELIVERY-OPEN-EXTEND   VALUE 'Y'.

       01  WS-RUN-MODE                   PIC X(04) VALUE 'CLOS'.
           88  MODE-CLOSE                    VALUE 'CLOS'.
           88  MODE-CHECK                    VALUE 'CHCK'.

       01  WS-RUN-DATE                   PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).
       01  WS-DATE-FORMAT-AREA.
           05  WS-FMT-DATE-IN            PIC X(08).
           05  WS-FMT-DATE-OUT           PIC X(10).

      *-- The run's closure requests with what the checklist learns
      *-- about each.
       01  WS-REQUEST-TABLE.
           05  WS-RQ-COUNT               PIC 9(04) COMP VALUE ZERO.
           05  WS-RQ-ENTRY OCCURS 200 TIMES
                                         INDEXED BY WS-RQ-IDX.
               10  WS-RQ-PORTFOLIO-ID    PIC X(08).
               10  WS-RQ-REQUEST-DATE    PIC X(08).
               10  WS-RQ-USER-ID         PIC X(08).
               10  WS-RQ-PORT-NAME       PIC X(30).
               10  WS-RQ-PORT-TYPE       PIC X(04).
               10  WS-RQ-BASE-CCY        PIC X(03).
               10  WS-RQ-CLIENT-ID       PIC X(08).
               10  WS-RQ-CHANNEL-CODE    PIC X(04).
               10  WS-RQ-OPEN-DATE       PIC X(08).
               10  WS-RQ-STMT-FROM       PIC X(08).
               10  WS-RQ-FEE-SCHED-SW    PIC X(01).
                   88  WS-RQ-HAS-FEE-SCHEDULE VALUE 'Y'.
               10  WS-RQ-FEE-DATE        PIC X(08).
               10  WS-RQ-FEE-AMOUNT      PIC S9(13)V9(2) COMP-3.
               10  WS-RQ-FEE-CCY         PIC X(03).
               10  WS-RQ-ACT-OVERFLOW-SW PIC X(01).
                   88  WS-RQ-ACTIVITY-INCOMPLETE VALUE 'Y'.
               10  WS-RQ-EXC-COUNT       PIC 9(04) COMP.
               10  WS-RQ-RESULT          PIC X(40).
       01  WS-RQ-SUB                     PIC 9(04) COMP.
       01  WS-LOOKUP-PORTFOLIO           PIC X(08).

      *-- Each requested portfolio's closing cash per currency: the
      *-- ledger is written a portfolio at a time in date order, so
      *-- the last record seen holds the closing balance.
       01  WS-CASH-TABLE.
           05  WS-CASH-COUNT             PIC 9(04) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 1000 TIMES
                                         INDEXED BY WS-CB-IDX.
               10  WS-CB-RQ-SUB          PIC 9(04) COMP.
               10  WS-CB-CURRENCY        PIC X(03).
               10  WS-CB-BALANCE         PIC S9(13)V9(2) COMP-3.
       01  WS-LOOKUP-CURRENCY            PIC X(03).

      *-- Done activity since each portfolio's last statement, for
      *-- the closing statement.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-SA-ENTRY OCCURS 3000 TIMES
                                         INDEXED BY WS-SA-IDX.
               10  WS-SA-RQ-SUB          PIC 9(04) COMP.
               10  WS-SA-DATE            PIC X(08).
               10  WS-SA-TYPE            PIC X(02).
               10  WS-SA-INVESTMENT-ID   PIC X(10).
               10  WS-SA-QUANTITY        PIC S9(11)V9(4) COMP-3.
               10  WS-SA-AMOUNT          PIC S9(13)V9(2) COMP-3.
               10  WS-SA-CURRENCY        PIC X(03).

      *-- Everything still open, in the order the checks found it;
      *-- printed grouped by portfolio at the end.
       01  WS-EXCEPTION-TABLE.
           05  WS-EXC-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-EX-ENTRY OCCURS 2000 TIMES
                                         INDEXED BY WS-EX-IDX.
               10  WS-EX-RQ-SUB          PIC 9(04) COMP.
               10  WS-EX-CHECK           PIC X(04).
               10  WS-EX-DETAIL          PIC X(70).
       01  WS-NEW-EXCEPTION.
           05  WS-NX-CHECK               PIC X(04).
           05  WS-NX-DETAIL              PIC X(70).

       01  WS-EDIT-FIELDS.
           05  WS-ED-AMOUNT              PIC -(12)9.99.
           05  WS-ED-QUANTITY            PIC -(10)9.9999.

       01  WS-ROUTING-AREA.
           05  WS-ROUTE-CHANNEL          PIC X(01).
           05  WS-ROUTE-EMAIL            PIC X(40).
           05  WS-ROUTE-ADDRESS-1        PIC X(30).
           05  WS-ROUTE-ADDRESS-2        PIC X(30).
           05  WS-ROUTE-CITY-LINE        PIC X(34).
       01  WS-CLIENT-NAME                PIC X(30).
       01  WS-CASH-LINES                 PIC 9(04) COMP.

       01  WS-COUNTS.
           05  WS-REQUESTS-READ          PIC 9(05) COMP VALUE ZERO.
           05  WS-HISTORY-READ           PIC 9(07) COMP VALUE ZERO.
           05  WS-PORTFOLIOS-CLOSED      PIC 9(05) COMP VALUE ZERO.
           05  WS-PORTFOLIOS-READY       PIC 9(05) COMP VALUE ZERO.
           05  WS-PORTFOLIOS-HELD        PIC 9(05) COMP VALUE ZERO.
           05  WS-CLOSES-REFUSED         PIC 9(05) COMP VALUE ZERO.
           05  WS-STATEMENTS-PRINTED     PIC 9(05) COMP VALUE ZERO.

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
               10  FILLER                PIC X(10) VALUE '   MODE: '.
               10  WS-HDR-RUN-MODE       PIC X(04).
               10  FILLER                PIC X(93) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(10) VALUE 'CLIENT'.
               10  FILLER                PIC X(12) VALUE 'REQUESTED'.
               10  FILLER                PIC X(10) VALUE 'USER'.
               10  FILLER                PIC X(06) VALUE 'EXCP'.
               10  FILLER                PIC X(84) VALUE 'RESULT'.

       01  WS-RESULT-LINE.
           05  WS-RL-PORTFOLIO-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-CLIENT-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-REQUEST-DATE        PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-USER-ID             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-EXC-COUNT           PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-RESULT              PIC X(40).
           05  FILLER                    PIC X(44) VALUE SPACES.

       01  WS-EXCEPTION-HEADER.
           05  FILLER                    PIC X(10) VALUE 'PORTFOLIO'.
           05  FILLER                    PIC X(06) VALUE 'CHECK'.
           05  FILLER                    PIC X(116) VALUE 'STILL OPEN'.

       01  WS-EXCEPTION-LINE.
           05  WS-XL-PORTFOLIO-ID        PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-XL-CHECK               PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-XL-DETAIL              PIC X(70).
           05  FILLER                    PIC X(46) VALUE SPACES.

      *-- Closing statement lines, the TRDCNF00 confirmation layout.
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

       01  WS-ACTIVITY-HEADER.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'DATE'.
           05  FILLER                    PIC X(04) VALUE 'TYP'.
           05  FILLER                    PIC X(12) VALUE 'INVESTMENT'.
           05  FILLER                    PIC X(18)
                   VALUE '        QUANTITY'.
           05  FILLER                    PIC X(20)
                   VALUE '          AMOUNT'.
           05  FILLER                    PIC X(64) VALUE SPACES.

       01  WS-ACTIVITY-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-DATE                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-TYPE                PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-QUANTITY            PIC -(10)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-AMOUNT              PIC -(12)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-AL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(64) VALUE SPACES.

       01  WS-TEXT-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-TEXT                PIC X(70).
           05  FILLER                    PIC X(60) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(40).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RQ-COUNT > ZERO
               PERFORM 2000-SCAN-DELIVERY
                   UNTIL EOF-DELIVERY-STATUS
               PERFORM 2100-SCAN-HISTORY
                   UNTIL EOF-HISTORY
               PERFORM 2200-SCAN-CASH
                   UNTIL EOF-CASH-LEDGER
               PERFORM 2300-SCAN-CLAIMS
                   UNTIL EOF-CLAIMS
               PERFORM 2400-SCAN-FEE-SCHEDULE
                   UNTIL EOF-FEE-SCHEDULE
               PERFORM 3000-CHECK-PORTFOLIO
                   VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-RQ-COUNT
               IF MODE-CLOSE
                   PERFORM 3900-OPEN-DELIVERY-EXTEND
               END-IF
               PERFORM 4000-DISPOSE-REQUEST
                   VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-RQ-COUNT
           END-IF
           PERFORM 7000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-RUN-DATE
           INITIALIZE WS-REQUEST-TABLE
           INITIALIZE WS-CASH-TABLE
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1300-WRITE-HEADERS
           PERFORM 1210-READ-REQUEST
           PERFORM 1200-LOAD-REQUEST
               UNTIL EOF-REQUESTS
           CLOSE CLOSURE-REQUEST-FILE
           CLOSE PORTFOLIO-MASTER
           IF WS-QUEUE-AVAILABLE
               CLOSE DUAL-CONTROL-QUEUE
           END-IF
           PERFORM 2010-READ-DELIVERY
           PERFORM 2110-READ-HISTORY
           PERFORM 2210-READ-CASH
           PERFORM 2310-READ-CLAIM
           PERFORM 2410-READ-FEE-SCHEDULE.

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
           IF PARM-RUN-MODE = 'CLOS' OR PARM-RUN-MODE = 'CHCK'
               MOVE PARM-RUN-MODE TO WS-RUN-MODE
           END-IF
           IF PARM-RUN-DATE NOT = SPACES
               AND PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT CLOSURE-REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               MOVE 'ERROR OPENING CLOSURE-REQUEST-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
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

           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-STATUS = '00'
               SET WS-OPEN-ITEMS-AVAILABLE TO TRUE
           ELSE
               IF WS-OPEN-STATUS NOT = '05'
                   AND WS-OPEN-STATUS NOT = '35'
                   MOVE 'ERROR OPENING OPEN-ITEMS-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIM-STATUS = '05' OR WS-CLAIM-STATUS = '35'
               SET EOF-CLAIMS TO TRUE
           ELSE
               IF WS-CLAIM-STATUS NOT = '00'
                   MOVE 'ERROR OPENING CLAIMS-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT INVOICE-FILE
           IF WS-INV-STATUS = '00'
               SET WS-INVOICES-AVAILABLE TO TRUE
           ELSE
               IF WS-INV-STATUS NOT = '05'
                   AND WS-INV-STATUS NOT = '35'
                   MOVE 'ERROR OPENING INVOICE-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCR-STATUS = '00'
               SET WS-ACCRUALS-AVAILABLE TO TRUE
           ELSE
               IF WS-ACCR-STATUS NOT = '05'
                   AND WS-ACCR-STATUS NOT = '35'
                   MOVE 'ERROR OPENING ACCRUAL-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-STATUS = '05' OR WS-FEE-STATUS = '35'
               SET EOF-FEE-SCHEDULE TO TRUE
           ELSE
               IF WS-FEE-STATUS NOT = '00'
                   MOVE 'ERROR OPENING FEE-SCHEDULE-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT DUAL-CONTROL-QUEUE
           IF WS-DCL-STATUS = '00'
               SET WS-QUEUE-AVAILABLE TO TRUE
           ELSE
               IF WS-DCL-STATUS NOT = '05'
                   AND WS-DCL-STATUS NOT = '35'
                   MOVE 'ERROR OPENING DUAL-CONTROL-QUEUE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT COUNTERPARTY-MASTER
           IF WS-CPTY-STATUS NOT = '00'
               MOVE 'ERROR OPENING COUNTERPARTY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CLIENT-CONTACT-FILE
           IF WS-CNT-STATUS = '35'
               DISPLAY 'ACTCLS00 WARNING: NO CLIENT CONTACT FILE - '
                   'EVERY STATEMENT ROUTED TO MAIL'
           ELSE
               IF WS-CNT-STATUS = '00' OR WS-CNT-STATUS = '05'
                   SET WS-CONTACT-FILE-AVAILABLE TO TRUE
               ELSE
                   MOVE 'ERROR OPENING CLIENT-CONTACT-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
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

           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
               MOVE 'ERROR OPENING STATEMENT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXC-STATUS NOT = '00'
               MOVE 'ERROR OPENING EXCEPTION-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- The checks that need only the request and the masters are
      *-- made as each card is loaded.
       1200-LOAD-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           MOVE CLR-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 2900-FIND-REQUEST
           IF WS-ENTRY-FOUND
               DISPLAY 'ACTCLS00 WARNING: DUPLICATE CLOSURE REQUEST '
                   'FOR ' CLR-PORTFOLIO-ID ' IGNORED'
           ELSE
               IF WS-RQ-COUNT < 200
                   ADD 1 TO WS-RQ-COUNT
                   MOVE WS-RQ-COUNT TO WS-RQ-SUB
                   PERFORM 1220-FILL-REQUEST
               ELSE
                   DISPLAY 'ACTCLS00 WARNING: REQUEST TABLE FULL, '
                       CLR-PORTFOLIO-ID ' NOT PROCESSED'
               END-IF
           END-IF
           PERFORM 1210-READ-REQUEST.

       1210-READ-REQUEST.
           READ CLOSURE-REQUEST-FILE
               AT END
                   SET EOF-REQUESTS TO TRUE
           END-READ.

       1220-FILL-REQUEST.
           MOVE CLR-PORTFOLIO-ID TO WS-RQ-PORTFOLIO-ID (WS-RQ-SUB)
           MOVE CLR-REQUEST-DATE TO WS-RQ-REQUEST-DATE (WS-RQ-SUB)
           MOVE CLR-USER-ID      TO WS-RQ-USER-ID (WS-RQ-SUB)
           MOVE SPACES           TO WS-RQ-STMT-FROM (WS-RQ-SUB)
           MOVE SPACES           TO WS-RQ-FEE-DATE (WS-RQ-SUB)
           MOVE 'N'              TO WS-RQ-FEE-SCHED-SW (WS-RQ-SUB)
           MOVE 'N'              TO WS-RQ-ACT-OVERFLOW-SW (WS-RQ-SUB)
           MOVE ZERO             TO WS-RQ-FEE-AMOUNT (WS-RQ-SUB)
           MOVE ZERO             TO WS-RQ-EXC-COUNT (WS-RQ-SUB)
           MOVE CLR-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   MOVE 'PORT' TO WS-NX-CHECK
                   MOVE 'PORTFOLIO NOT ON PORTFOLIO-MASTER'
                       TO WS-NX-DETAIL
                   PERFORM 8000-ADD-EXCEPTION
               NOT INVALID KEY
                   PERFORM 1230-NOTE-PORTFOLIO
           END-READ
           IF CLR-REQUEST-DATE NOT NUMERIC
               MOVE 'RQST' TO WS-NX-CHECK
               MOVE 'CLOSURE REQUEST DATE MISSING OR NOT YYYYMMDD'
                   TO WS-NX-DETAIL
               PERFORM 8000-ADD-EXCEPTION
           END-IF
           IF CLR-USER-ID = SPACES
               MOVE 'RQST' TO WS-NX-CHECK
               MOVE 'NO EXECUTING USER ON THE CLOSURE REQUEST'
                   TO WS-NX-DETAIL
               PERFORM 8000-ADD-EXCEPTION
           END-IF
           PERFORM 1240-CHECK-APPROVAL.

       1230-NOTE-PORTFOLIO.
           MOVE PORT-NAME          TO WS-RQ-PORT-NAME (WS-RQ-SUB)
           MOVE PORT-TYPE          TO WS-RQ-PORT-TYPE (WS-RQ-SUB)
           MOVE PORT-BASE-CURRENCY TO WS-RQ-BASE-CCY (WS-RQ-SUB)
           MOVE PORT-CLIENT-ID     TO WS-RQ-CLIENT-ID (WS-RQ-SUB)
           MOVE PORT-CHANNEL-CODE  TO WS-RQ-CHANNEL-CODE (WS-RQ-SUB)
           MOVE PORT-OPEN-DATE     TO WS-RQ-OPEN-DATE (WS-RQ-SUB)
           IF PORT-STATUS-CLOSED
               MOVE 'PORT' TO WS-NX-CHECK
               MOVE 'PORTFOLIO IS ALREADY CLOSED' TO WS-NX-DETAIL
               PERFORM 8000-ADD-EXCEPTION
           END-IF.

      *-- The close itself is dual-controlled; without an approved
      *-- PCLS request PRTMNT00 would refuse it after the statement
      *-- had already gone out.
       1240-CHECK-APPROVAL.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-QUEUE-AVAILABLE
               MOVE 'PCLS' TO DCL-ACTION
               MOVE SPACES TO DCL-TARGET-KEY
               MOVE CLR-PORTFOLIO-ID TO DCL-TARGET-KEY (1:8)
               READ DUAL-CONTROL-QUEUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DCL-STATUS-APPROVED
                           SET WS-ENTRY-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-ENTRY-FOUND
               MOVE 'DCTL' TO WS-NX-CHECK
               MOVE 'NO APPROVED DUAL-CONTROL CLOSE (PCLS) ON THE QUEUE'
                   TO WS-NX-DETAIL
               PERFORM 8000-ADD-EXCEPTION
           END-IF.

       1300-WRITE-HEADERS.
           MOVE WS-RUN-DATE TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-RUN-DATE
           MOVE WS-RUN-MODE TO WS-HDR-RUN-MODE
           MOVE 'ACCOUNT CLOSURE - RESULTS' TO WS-HDR-TITLE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4
           MOVE 'ACCOUNT CLOSURE - EXCEPTIONS STILL OPEN'
               TO WS-HDR-TITLE
           WRITE EXCEPTION-PRINT-RECORD FROM WS-HEADER1
           WRITE EXCEPTION-PRINT-RECORD FROM WS-HEADER2
           WRITE EXCEPTION-PRINT-RECORD FROM WS-HEADER3
           WRITE EXCEPTION-PRINT-RECORD FROM WS-HEADER1
           WRITE EXCEPTION-PRINT-RECORD FROM WS-EXCEPTION-HEADER.

      *-----------------------------------------------------------------
      * FILE-MAJOR SCANS
      *-----------------------------------------------------------------
      *-- Each portfolio's last statement period-end: the closing
      *-- statement picks up the activity after it.
       2000-SCAN-DELIVERY.
           IF DLV-STATUS-SENT
               MOVE DLV-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
               PERFORM 2900-FIND-REQUEST
               IF WS-ENTRY-FOUND
                   AND DLV-PERIOD-END > WS-RQ-STMT-FROM (WS-RQ-SUB)
                   MOVE DLV-PERIOD-END TO WS-RQ-STMT-FROM (WS-RQ-SUB)
               END-IF
           END-IF
           PERFORM 2010-READ-DELIVERY.

       2010-READ-DELIVERY.
           IF NOT EOF-DELIVERY-STATUS
               READ DELIVERY-STATUS-FILE
                   AT END
                       SET EOF-DELIVERY-STATUS TO TRUE
               END-READ
           END-IF.

       2100-SCAN-HISTORY.
           ADD 1 TO WS-HISTORY-READ
           MOVE TRAN-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 2900-FIND-REQUEST
           IF WS-ENTRY-FOUND
               PERFORM 2150-CHECK-TRANSACTION
           END-IF
           PERFORM 2110-READ-HISTORY.

       2110-READ-HISTORY.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-HISTORY TO TRUE
           END-READ.

       2150-CHECK-TRANSACTION.
           EVALUATE TRUE
               WHEN TRAN-STATUS-PEND OR TRAN-STATUS-FAIL
                   MOVE 'TRAN' TO WS-NX-CHECK
                   MOVE SPACES TO WS-NX-DETAIL
                   STRING 'TRANSACTION ' TRAN-DATE ' ' TRAN-TIME
                          ' ' TRAN-SEQUENCE-NO ' TYPE ' TRAN-TYPE
                          ' STATUS ' TRAN-STATUS
                          ' - NOT YET SETTLED OR CLEARED'
                       DELIMITED BY SIZE INTO WS-NX-DETAIL
                   PERFORM 8000-ADD-EXCEPTION
               WHEN TRAN-STATUS-DONE
                   IF TRAN-TYPE-FEE
                       AND TRAN-DATE
                           NOT < WS-RQ-REQUEST-DATE (WS-RQ-SUB)
                       AND TRAN-DATE NOT < WS-RQ-FEE-DATE (WS-RQ-SUB)
                       MOVE TRAN-DATE TO WS-RQ-FEE-DATE (WS-RQ-SUB)
                       MOVE TRAN-AMOUNT
                           TO WS-RQ-FEE-AMOUNT (WS-RQ-SUB)
                       MOVE TRAN-CURRENCY TO WS-RQ-FEE-CCY (WS-RQ-SUB)
                   END-IF
                   IF TRAN-DATE > WS-RQ-STMT-FROM (WS-RQ-SUB)
                       PERFORM 2160-KEEP-ACTIVITY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2160-KEEP-ACTIVITY.
           IF WS-ACT-COUNT < 3000
               ADD 1 TO WS-ACT-COUNT
               SET WS-SA-IDX TO WS-ACT-COUNT
               MOVE WS-RQ-SUB         TO WS-SA-RQ-SUB (WS-SA-IDX)
               MOVE TRAN-DATE         TO WS-SA-DATE (WS-SA-IDX)
               MOVE TRAN-TYPE         TO WS-SA-TYPE (WS-SA-IDX)
               MOVE TRAN-INVESTMENT-ID
                   TO WS-SA-INVESTMENT-ID (WS-SA-IDX)
               MOVE TRAN-QUANTITY     TO WS-SA-QUANTITY (WS-SA-IDX)
               MOVE TRAN-AMOUNT       TO WS-SA-AMOUNT (WS-SA-IDX)
               MOVE TRAN-CURRENCY     TO WS-SA-CURRENCY (WS-SA-IDX)
           ELSE
               MOVE 'Y' TO WS-RQ-ACT-OVERFLOW-SW (WS-RQ-SUB)
           END-IF.

       2200-SCAN-CASH.
           MOVE CSH-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 2900-FIND-REQUEST
           IF WS-ENTRY-FOUND
               MOVE CSH-CURRENCY TO WS-LOOKUP-CURRENCY
               IF WS-LOOKUP-CURRENCY = SPACES
                   MOVE WS-RQ-BASE-CCY (WS-RQ-SUB)
                       TO WS-LOOKUP-CURRENCY
               END-IF
               PERFORM 2250-FIND-CASH-ENTRY
               IF WS-ENTRY-FOUND
                   MOVE CSH-CLOSING-BALANCE
                       TO WS-CB-BALANCE (WS-CB-IDX)
               END-IF
           END-IF
           PERFORM 2210-READ-CASH.

       2210-READ-CASH.
           IF NOT EOF-CASH-LEDGER
               READ CASH-LEDGER-FILE
                   AT END
                       SET EOF-CASH-LEDGER TO TRUE
               END-READ
           END-IF.

       2250-FIND-CASH-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CB-IDX TO 1
           SEARCH WS-CB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CB-RQ-SUB (WS-CB-IDX) = WS-RQ-SUB
                   AND WS-CB-CURRENCY (WS-CB-IDX) = WS-LOOKUP-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CASH-COUNT < 1000
                   ADD 1 TO WS-CASH-COUNT
                   SET WS-CB-IDX TO WS-CASH-COUNT
                   MOVE WS-RQ-SUB TO WS-CB-RQ-SUB (WS-CB-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CB-CURRENCY (WS-CB-IDX)
                   MOVE ZERO TO WS-CB-BALANCE (WS-CB-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
      *-- A balance that cannot be tracked cannot be proven zero.
                   MOVE 'CASH' TO WS-NX-CHECK
                   MOVE SPACES TO WS-NX-DETAIL
                   STRING 'CASH BALANCE IN ' WS-LOOKUP-CURRENCY
                          ' NOT CHECKED - CASH TABLE FULL'
                       DELIMITED BY SIZE INTO WS-NX-DETAIL
                   PERFORM 8000-ADD-EXCEPTION
               END-IF
           END-IF.

       2300-SCAN-CLAIMS.
           IF CLM-STATUS-OPEN
               MOVE CLM-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
               PERFORM 2900-FIND-REQUEST
               IF WS-ENTRY-FOUND
                   MOVE CLM-CLAIM-AMOUNT TO WS-ED-AMOUNT
                   MOVE 'CLMS' TO WS-NX-CHECK
                   MOVE SPACES TO WS-NX-DETAIL
                   STRING 'OPEN CLAIM ' CLM-COUNTERPARTY-ID
                          ' ' CLM-SEQUENCE-NO ' DATED ' CLM-CLAIM-DATE
                          ' AMOUNT ' WS-ED-AMOUNT
                       DELIMITED BY SIZE INTO WS-NX-DETAIL
                   PERFORM 8000-ADD-EXCEPTION
               END-IF
           END-IF
           PERFORM 2310-READ-CLAIM.

       2310-READ-CLAIM.
           IF NOT EOF-CLAIMS
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       SET EOF-CLAIMS TO TRUE
               END-READ
           END-IF.

       2400-SCAN-FEE-SCHEDULE.
           MOVE FEE-PORTFOLIO-ID TO WS-LOOKUP-PORTFOLIO
           PERFORM 2900-FIND-REQUEST
           IF WS-ENTRY-FOUND
               MOVE 'Y' TO WS-RQ-FEE-SCHED-SW (WS-RQ-SUB)
           END-IF
           PERFORM 2410-READ-FEE-SCHEDULE.

       2410-READ-FEE-SCHEDULE.
           IF NOT EOF-FEE-SCHEDULE
               READ FEE-SCHEDULE-FILE
                   AT END
                       SET EOF-FEE-SCHEDULE TO TRUE
               END-READ
           END-IF.

       2900-FIND-REQUEST.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-RQ-IDX TO 1
           SEARCH WS-RQ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RQ-PORTFOLIO-ID (WS-RQ-IDX)
                        = WS-LOOKUP-PORTFOLIO
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-RQ-SUB TO WS-RQ-IDX
           END-SEARCH.

      *-----------------------------------------------------------------
      * PORTFOLIO-MAJOR CHECKS
      *-----------------------------------------------------------------
       3000-CHECK-PORTFOLIO.
           PERFORM 3100-CHECK-POSITIONS
           PERFORM 3200-CHECK-CASH
           IF WS-OPEN-ITEMS-AVAILABLE
               PERFORM 3300-CHECK-OPEN-ITEMS
           END-IF
           IF WS-INVOICES-AVAILABLE
               AND WS-RQ-CLIENT-ID (WS-RQ-SUB) NOT = SPACES
               PERFORM 3400-CHECK-INVOICES
           END-IF
           IF WS-ACCRUALS-AVAILABLE
               PERFORM 3500-CHECK-ACCRUALS
           END-IF
           IF WS-RQ-HAS-FEE-SCHEDULE (WS-RQ-SUB)
               AND WS-RQ-FEE-DATE (WS-RQ-SUB) = SPACES
               MOVE 'FEES' TO WS-NX-CHECK
               MOVE SPACES TO WS-NX-DETAIL
               STRING 'NO FINAL FEE POSTED ON OR AFTER THE REQUEST '
                      'DATE ' WS-RQ-REQUEST-DATE (WS-RQ-SUB)
                   DELIMITED BY SIZE INTO WS-NX-DETAIL
               PERFORM 8000-ADD-EXCEPTION
           END-IF.

       3100-CHECK-POSITIONS.
           MOVE 'N' TO WS-EOF-KEYED-SW
           MOVE WS-RQ-PORTFOLIO-ID (WS-RQ-SUB) TO POS-PORTFOLIO-ID
           MOVE LOW-VALUES TO POS-INVESTMENT-ID
           START POSITION-MASTER KEY NOT LESS THAN POS-KEY
               INVALID KEY
                   SET EOF-KEYED-BROWSE TO TRUE
           END-START
           PERFORM 3110-READ-POSITION
           PERFORM 3120-CHECK-POSITION
               UNTIL EOF-KEYED-BROWSE.

       3110-READ-POSITION.
           IF NOT EOF-KEYED-BROWSE
               READ POSITION-MASTER NEXT RECORD
                   AT END
                       SET EOF-KEYED-BROWSE TO TRUE
               END-READ
               IF NOT EOF-KEYED-BROWSE
                   AND POS-PORTFOLIO-ID
                       NOT = WS-RQ-PORTFOLIO-ID (WS-RQ-SUB)
                   SET EOF-KEYED-BROWSE TO TRUE
               END-IF
           END-IF.

       3120-CHECK-POSITION.
           IF POS-QUANTITY NOT = ZERO OR POS-CURRENT-VALUE NOT = ZERO
               MOVE POS-QUANTITY TO WS-ED-QUANTITY
               MOVE POS-CURRENT-VALUE TO WS-ED-AMOUNT
               MOVE 'POSN' TO WS-NX-CHECK
               MOVE SPACES TO WS-NX-DETAIL
               STRING 'HOLDING ' POS-INVESTMENT-ID
                      ' QTY ' WS-ED-QUANTITY
                      ' VALUE ' WS-ED-AMOUNT ' ' POS-CURRENCY
                   DELIMITED BY SIZE INTO WS-NX-DETAIL
               PERFORM 8000-ADD-EXCEPTION
           END-IF
           PERFORM 3110-READ-POSITION.

       3200-CHECK-CASH.
           PERFORM 3210-CHECK-CASH-ENTRY
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CASH-COUNT.

       3210-CHECK-CASH-ENTRY.
           IF WS-CB-RQ-SUB (WS-CB-IDX) = WS-RQ-SUB
               AND WS-CB-BALANCE (WS-CB-IDX) NOT = ZERO
               MOVE WS-CB-BALANCE (WS-CB-IDX) TO WS-ED-AMOUNT
               MOVE 'CASH' TO WS-NX-CHECK
               MOVE SPACES TO WS-NX-DETAIL
               STRING 'CASH BALANCE ' WS-ED-AMOUNT ' '
                      WS-CB-CURRENCY (WS-CB-IDX)
                   DELIMITED BY SIZE INTO WS-NX-DETAIL
               PERFORM 8000-ADD-EXCEPTION
           END-IF.

       3300-CHECK-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF-KEYED-SW
           MOVE WS-RQ-PORTFOLIO-ID (WS-RQ-SUB) TO OPN-PORTFOLIO-ID
           MOVE LOW-VALUES TO OPN-SEQUENCE-NO
           MOVE LOW-VALUES TO OPN-SOURCE
           START OPEN-ITEMS-FILE KEY NOT LESS THAN OPN-KEY
               INVALID KEY
                   SET EOF-KEYED-BROWSE TO TRUE
           END-START
           PERFORM 3310-READ-OPEN-ITEM
           PERFORM 3320-NOTE-OPEN-ITEM
               UNTIL EOF-KEYED-BROWSE.

       3310-READ-OPEN-ITEM.
           IF NOT EOF-KEYED-BROWSE
               READ OPEN-ITEMS-FILE NEXT RECORD
                   AT END
                       SET EOF-KEYED-BROWSE TO TRUE
               END-READ
               IF NOT EOF-KEYED-BROWSE
                   AND OPN-PORTFOLIO-ID
                       NOT = WS-RQ-PORTFOLIO-ID (WS-RQ-SUB)
                   SET EOF-KEYED-BROWSE TO TRUE
               END-IF
           END-IF.

       3320-NOTE-OPEN-ITEM.
           MOVE OPN-AMOUNT TO WS-ED-AMOUNT
           MOVE 'STLO' TO WS-NX-CHECK
           MOVE SPACES TO WS-NX-DETAIL
           STRING 'UNSETTLED OPEN ITEM ' OPN-SEQUENCE-NO
                  ' ' OPN-SOURCE ' TRADE ' OPN-TRAN-DATE
                  ' AMOUNT ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-NX-DETAIL
           PERFORM 8000-ADD-EXCEPTION
           PERFORM 3310-READ-OPEN-ITEM.

      *-- Fee invoices are raised per client, so an open one for the
      *-- portfolio's client may still be owed from this portfolio.
       3400-CHECK-INVOICES.
           MOVE 'N' TO WS-EOF-KEYED-SW
           MOVE WS-RQ-CLIENT-ID (WS-RQ-SUB) TO INV-CLIENT-ID
           MOVE LOW-VALUES TO INV-PERIOD-END
           START INVOICE-FILE KEY NOT LESS THAN INV-KEY
               INVALID KEY
                   SET EOF-KEYED-BROWSE TO TRUE
           END-START
           PERFORM 3410-READ-INVOICE
           PERFORM 3420-NOTE-INVOICE
               UNTIL EOF-KEYED-BROWSE.

       3410-READ-INVOICE.
           IF NOT EOF-KEYED-BROWSE
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       SET EOF-KEYED-BROWSE TO TRUE
               END-READ
               IF NOT EOF-KEYED-BROWSE
                   AND INV-CLIENT-ID NOT = WS-RQ-CLIENT-ID (WS-RQ-SUB)
                   SET EOF-KEYED-BROWSE TO TRUE
               END-IF
           END-IF.

       3420-NOTE-INVOICE.
           IF INV-STATUS-OPEN
               MOVE INV-FEE-AMOUNT TO WS-ED-AMOUNT
               MOVE 'INVC' TO WS-NX-CHECK
               MOVE SPACES TO WS-NX-DETAIL
               STRING 'OPEN FEE INVOICE FOR CLIENT ' INV-CLIENT-ID
                      ' PERIOD ' INV-PERIOD-END
                      ' AMOUNT ' WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO WS-NX-DETAIL
               PERFORM 8000-ADD-EXCEPTION
           END-IF
           PERFORM 3410-READ-INVOICE.

       3500-CHECK-ACCRUALS.
           MOVE 'N' TO WS-EOF-KEYED-SW
           MOVE WS-RQ-PORTFOLIO-ID (WS-RQ-SUB) TO ACR-PORTFOLIO-ID
           MOVE LOW-VALUES TO ACR-INVESTMENT-ID
           START ACCRUAL-FILE KEY NOT LESS THAN ACR-KEY
               INVALID KEY
                   SET EOF-KEYED-BROWSE TO TRUE
           END-START
           PERFORM 3510-READ-ACCRUAL
           PERFORM 3520-NOTE-ACCRUAL
               UNTIL EOF-KEYED-BROWSE.

       3510-READ-ACCRUAL.
           IF NOT EOF-KEYED-BROWSE
               READ ACCRUAL-FILE NEXT RECORD
                   AT END
                       SET EOF-KEYED-BROWSE TO TRUE
               END-READ
               IF NOT EOF-KEYED-BROWSE
                   AND ACR-PORTFOLIO-ID
                       NOT = WS-RQ-PORTFOLIO-ID (WS-RQ-SUB)
                   SET EOF-KEYED-BROWSE TO TRUE
               END-IF
           END-IF.

       3520-NOTE-ACCRUAL.
           IF ACR-ACCRUED-AMOUNT NOT = ZERO
               MOVE ACR-ACCRUED-AMOUNT TO WS-ED-AMOUNT
               MOVE 'ACCR' TO WS-NX-CHECK
               MOVE SPACES TO WS-NX-DETAIL
               STRING 'UNPOSTED ACCRUED INTEREST ON ' ACR-INVESTMENT-ID
                      ' ' WS-ED-AMOUNT ' ' ACR-CURRENCY
                   DELIMITED BY SIZE INTO WS-NX-DETAIL
               PERFORM 8000-ADD-EXCEPTION
           END-IF
           PERFORM 3510-READ-ACCRUAL.

       3900-OPEN-DELIVERY-EXTEND.
           CLOSE DELIVERY-STATUS-FILE
           OPEN EXTEND DELIVERY-STATUS-FILE
           IF WS-DLV-STATUS = '05' OR WS-DLV-STATUS = '35'
               OPEN OUTPUT DELIVERY-STATUS-FILE
           END-IF
           IF WS-DLV-STATUS NOT = '00'
               MOVE 'ERROR OPENING DELIVERY-STATUS-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           SET WS-DELIVERY-OPEN-EXTEND TO TRUE.

      *-----------------------------------------------------------------
      * DISPOSITION
      *-----------------------------------------------------------------
      *-- A clean portfolio gets its closing statement and only then
      *-- the close; anything open holds it, with every exception
      *-- listed.
       4000-DISPOSE-REQUEST.
           EVALUATE TRUE
               WHEN WS-RQ-EXC-COUNT (WS-RQ-SUB) > ZERO
                   ADD 1 TO WS-PORTFOLIOS-HELD
                   MOVE 'NOT CLOSED - ITEMS STILL OPEN'
                       TO WS-RQ-RESULT (WS-RQ-SUB)
               WHEN MODE-CHECK
                   ADD 1 TO WS-PORTFOLIOS-READY
                   MOVE 'CHECKLIST CLEAR - READY TO CLOSE'
                       TO WS-RQ-RESULT (WS-RQ-SUB)
               WHEN OTHER
                   PERFORM 4100-PRINT-STATEMENT
                   PERFORM 4500-CLOSE-PORTFOLIO
           END-EVALUATE
           PERFORM 4800-WRITE-RESULT
           PERFORM 4900-WRITE-EXCEPTIONS
               VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EXC-COUNT.

       4100-PRINT-STATEMENT.
           PERFORM 4150-ROUTE-STATEMENT
           MOVE 'FINAL CLOSING STATEMENT' TO WS-HDR-TITLE
           WRITE STATEMENT-PRINT-RECORD FROM WS-HEADER1
           WRITE STATEMENT-PRINT-RECORD FROM WS-HEADER2
           WRITE STATEMENT-PRINT-RECORD FROM WS-HEADER3
           MOVE WS-RQ-CLIENT-ID (WS-RQ-SUB) TO WS-CL-CLIENT-ID
           MOVE WS-CLIENT-NAME TO WS-CL-CLIENT-NAME
           WRITE STATEMENT-PRINT-RECORD FROM WS-CLIENT-LINE
           IF WS-ROUTE-ADDRESS-1 NOT = SPACES
               MOVE WS-ROUTE-ADDRESS-1 TO WS-AD-TEXT
               WRITE STATEMENT-PRINT-RECORD FROM WS-ADDRESS-LINE
           END-IF
           IF WS-ROUTE-ADDRESS-2 NOT = SPACES
               MOVE WS-ROUTE-ADDRESS-2 TO WS-AD-TEXT
               WRITE STATEMENT-PRINT-RECORD FROM WS-ADDRESS-LINE
           END-IF
           IF WS-ROUTE-CITY-LINE NOT = SPACES
               MOVE WS-ROUTE-CITY-LINE TO WS-AD-TEXT
               WRITE STATEMENT-PRINT-RECORD FROM WS-ADDRESS-LINE
           END-IF
           MOVE WS-RQ-PORTFOLIO-ID (WS-RQ-SUB) TO WS-PL-PORTFOLIO-ID
           MOVE WS-RQ-PORT-NAME (WS-RQ-SUB) TO WS-PL-PORTFOLIO-NAME
           WRITE STATEMENT-PRINT-RECORD FROM WS-PORTFOLIO-LINE
           WRITE STATEMENT-PRINT-RECORD FROM WS-HEADER1
           MOVE 'BASE CURRENCY:' TO WS-DL-LABEL
           MOVE WS-RQ-BASE-CCY (WS-RQ-SUB) TO WS-DL-TEXT
           WRITE STATEMENT-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'OPENED:' TO WS-DL-LABEL
           MOVE WS-RQ-OPEN-DATE (WS-RQ-SUB) TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-DL-TEXT
           WRITE STATEMENT-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'CLOSED:' TO WS-DL-LABEL
           MOVE WS-REPORT-DATE TO WS-DL-TEXT
           WRITE STATEMENT-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE 'ACTIVITY SINCE:' TO WS-DL-LABEL
           IF WS-RQ-STMT-FROM (WS-RQ-SUB) = SPACES
               MOVE 'OPENING' TO WS-DL-TEXT
           ELSE
               MOVE WS-RQ-STMT-FROM (WS-RQ-SUB) TO WS-FMT-DATE-IN
               PERFORM 8100-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT TO WS-DL-TEXT
           END-IF
           WRITE STATEMENT-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-TL-TEXT
           WRITE STATEMENT-PRINT-RECORD FROM WS-TEXT-LINE
           WRITE STATEMENT-PRINT-RECORD FROM WS-ACTIVITY-HEADER
           PERFORM 4200-PRINT-ACTIVITY
               VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-ACT-COUNT
           IF WS-RQ-ACTIVITY-INCOMPLETE (WS-RQ-SUB)
               MOVE 'ACTIVITY LIST INCOMPLETE - FULL DETAIL ON REQUEST'
                   TO WS-TL-TEXT
               WRITE STATEMENT-PRINT-RECORD FROM WS-TEXT-LINE
           END-IF
           MOVE SPACES TO WS-TL-TEXT
           WRITE STATEMENT-PRINT-RECORD FROM WS-TEXT-LINE
           IF WS-RQ-FEE-DATE (WS-RQ-SUB) NOT = SPACES
               MOVE 'FINAL FEE CHARGED:' TO WS-ML-LABEL
               MOVE WS-RQ-FEE-AMOUNT (WS-RQ-SUB) TO WS-ML-AMOUNT
               MOVE WS-RQ-FEE-CCY (WS-RQ-SUB) TO WS-ML-CURRENCY
               WRITE STATEMENT-PRINT-RECORD FROM WS-AMOUNT-LINE
           END-IF
           MOVE 'CLOSING HOLDINGS:' TO WS-DL-LABEL
           MOVE 'NONE' TO WS-DL-TEXT
           WRITE STATEMENT-PRINT-RECORD FROM WS-DETAIL-LINE
           MOVE ZERO TO WS-CASH-LINES
           PERFORM 4300-PRINT-CLOSING-CASH
               VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CASH-COUNT
           IF WS-CASH-LINES = ZERO
               MOVE 'CLOSING CASH:' TO WS-ML-LABEL
               MOVE ZERO TO WS-ML-AMOUNT
               MOVE WS-RQ-BASE-CCY (WS-RQ-SUB) TO WS-ML-CURRENCY
               WRITE STATEMENT-PRINT-RECORD FROM WS-AMOUNT-LINE
           END-IF
           MOVE SPACES TO WS-TL-TEXT
           WRITE STATEMENT-PRINT-RECORD FROM WS-TEXT-LINE
           MOVE 'THIS PORTFOLIO IS NOW CLOSED AND HOLDS NO ASSETS.'
               TO WS-TL-TEXT
           WRITE STATEMENT-PRINT-RECORD FROM WS-TEXT-LINE
           MOVE 'THIS IS THE LAST STATEMENT YOU WILL RECEIVE FOR IT.'
               TO WS-TL-TEXT
           WRITE STATEMENT-PRINT-RECORD FROM WS-TEXT-LINE
           WRITE STATEMENT-PRINT-RECORD FROM WS-HEADER1
           ADD 1 TO WS-STATEMENTS-PRINTED.

       4150-ROUTE-STATEMENT.
           MOVE SPACES TO WS-CLIENT-NAME
           MOVE 'M'    TO WS-ROUTE-CHANNEL
           MOVE SPACES TO WS-ROUTE-EMAIL
           MOVE SPACES TO WS-ROUTE-ADDRESS-1
           MOVE SPACES TO WS-ROUTE-ADDRESS-2
           MOVE SPACES TO WS-ROUTE-CITY-LINE
           IF WS-RQ-CLIENT-ID (WS-RQ-SUB) NOT = SPACES
               MOVE WS-RQ-CLIENT-ID (WS-RQ-SUB) TO CPTY-ID
               READ COUNTERPARTY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPTY-NAME TO WS-CLIENT-NAME
               END-READ
               IF WS-CONTACT-FILE-AVAILABLE
                   MOVE WS-RQ-CLIENT-ID (WS-RQ-SUB) TO CNT-CLIENT-ID
                   READ CLIENT-CONTACT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 4160-NOTE-CONTACT
                   END-READ
               END-IF
           END-IF.

       4160-NOTE-CONTACT.
           MOVE CNT-DELIVERY-CHANNEL TO WS-ROUTE-CHANNEL
           MOVE CNT-EMAIL            TO WS-ROUTE-EMAIL
           MOVE CNT-ADDRESS-LINE-1   TO WS-ROUTE-ADDRESS-1
           MOVE CNT-ADDRESS-LINE-2   TO WS-ROUTE-ADDRESS-2
           STRING CNT-CITY DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  CNT-POSTAL-CODE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CNT-COUNTRY DELIMITED BY SIZE
               INTO WS-ROUTE-CITY-LINE
           END-STRING.

       4200-PRINT-ACTIVITY.
           IF WS-SA-RQ-SUB (WS-SA-IDX) = WS-RQ-SUB
               MOVE WS-SA-DATE (WS-SA-IDX) TO WS-FMT-DATE-IN
               PERFORM 8100-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT TO WS-AL-DATE
               MOVE WS-SA-TYPE (WS-SA-IDX) TO WS-AL-TYPE
               MOVE WS-SA-INVESTMENT-ID (WS-SA-IDX)
                   TO WS-AL-INVESTMENT-ID
               MOVE WS-SA-QUANTITY (WS-SA-IDX) TO WS-AL-QUANTITY
               MOVE WS-SA-AMOUNT (WS-SA-IDX) TO WS-AL-AMOUNT
               MOVE WS-SA-CURRENCY (WS-SA-IDX) TO WS-AL-CURRENCY
               WRITE STATEMENT-PRINT-RECORD FROM WS-ACTIVITY-LINE
           END-IF.

       4300-PRINT-CLOSING-CASH.
           IF WS-CB-RQ-SUB (WS-CB-IDX) = WS-RQ-SUB
               ADD 1 TO WS-CASH-LINES
               MOVE 'CLOSING CASH:' TO WS-ML-LABEL
               MOVE WS-CB-BALANCE (WS-CB-IDX) TO WS-ML-AMOUNT
               MOVE WS-CB-CURRENCY (WS-CB-IDX) TO WS-ML-CURRENCY
               WRITE STATEMENT-PRINT-RECORD FROM WS-AMOUNT-LINE
           END-IF.

      *-- PRTMNT00 authorizes the executing user for CLPF on the
      *-- portfolio's channel and consumes the dual-control approval.
      *-- The closing statement's delivery is recorded only once the
      *-- close has gone through.
       4500-CLOSE-PORTFOLIO.
           MOVE 'CLPF'                          TO WS-PM-FUNCTION
           MOVE WS-RQ-PORTFOLIO-ID (WS-RQ-SUB)  TO WS-PM-PORTFOLIO-ID
           MOVE WS-RQ-PORT-NAME (WS-RQ-SUB)     TO WS-PM-PORTFOLIO-NAME
           MOVE WS-RQ-PORT-TYPE (WS-RQ-SUB)     TO WS-PM-PORTFOLIO-TYPE
           MOVE WS-RQ-BASE-CCY (WS-RQ-SUB)      TO WS-PM-BASE-CURRENCY
           MOVE WS-RQ-OPEN-DATE (WS-RQ-SUB)     TO WS-PM-OPEN-DATE
           MOVE WS-RQ-CHANNEL-CODE (WS-RQ-SUB)  TO WS-PM-CHANNEL-CODE
           MOVE WS-RQ-CLIENT-ID (WS-RQ-SUB)     TO WS-PM-CLIENT-ID
           MOVE WS-RQ-USER-ID (WS-RQ-SUB)       TO WS-PM-USER-ID
           MOVE ZERO                            TO WS-PM-RETURN-CODE
           CALL 'PRTMNT00' USING WS-PRTMNT-REQUEST
           IF WS-PM-RETURN-CODE = ZERO
               ADD 1 TO WS-PORTFOLIOS-CLOSED
               MOVE 'CLOSED - CLOSING STATEMENT PRODUCED'
                   TO WS-RQ-RESULT (WS-RQ-SUB)
               PERFORM 4600-RECORD-DELIVERY
           ELSE
               ADD 1 TO WS-CLOSES-REFUSED
               MOVE 'CLPF' TO WS-NX-CHECK
               MOVE 'PRTMNT00 REFUSED THE CLOSE - PULL THE STATEMENT'
                   TO WS-NX-DETAIL
               PERFORM 8000-ADD-EXCEPTION
               MOVE 'NOT CLOSED - PRTMNT00 REFUSED THE CLOSE'
                   TO WS-RQ-RESULT (WS-RQ-SUB)
           END-IF.

       4600-RECORD-DELIVERY.
           MOVE WS-RQ-CLIENT-ID (WS-RQ-SUB)    TO DLV-CLIENT-ID
           MOVE WS-RQ-PORTFOLIO-ID (WS-RQ-SUB) TO DLV-PORTFOLIO-ID
           MOVE WS-RUN-DATE      TO DLV-PERIOD-END
           MOVE WS-ROUTE-CHANNEL TO DLV-CHANNEL
           SET DLV-STATUS-SENT   TO TRUE
           MOVE FUNCTION CURRENT-DATE TO DLV-SENT-TIMESTAMP
           MOVE SPACES TO DLV-FILLER
           WRITE DELIVERY-STATUS-RECORD.

       4800-WRITE-RESULT.
           MOVE WS-RQ-PORTFOLIO-ID (WS-RQ-SUB) TO WS-RL-PORTFOLIO-ID
           MOVE WS-RQ-CLIENT-ID (WS-RQ-SUB)    TO WS-RL-CLIENT-ID
           MOVE WS-RQ-REQUEST-DATE (WS-RQ-SUB) TO WS-FMT-DATE-IN
           PERFORM 8100-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT                TO WS-RL-REQUEST-DATE
           MOVE WS-RQ-USER-ID (WS-RQ-SUB)      TO WS-RL-USER-ID
           MOVE WS-RQ-EXC-COUNT (WS-RQ-SUB)    TO WS-RL-EXC-COUNT
           MOVE WS-RQ-RESULT (WS-RQ-SUB)       TO WS-RL-RESULT
           WRITE REPORT-RECORD FROM WS-RESULT-LINE.

       4900-WRITE-EXCEPTIONS.
           IF WS-EX-RQ-SUB (WS-EX-IDX) = WS-RQ-SUB
               MOVE WS-RQ-PORTFOLIO-ID (WS-RQ-SUB)
                   TO WS-XL-PORTFOLIO-ID
               MOVE WS-EX-CHECK (WS-EX-IDX)  TO WS-XL-CHECK
               MOVE WS-EX-DETAIL (WS-EX-IDX) TO WS-XL-DETAIL
               WRITE EXCEPTION-PRINT-RECORD FROM WS-EXCEPTION-LINE
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       7000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'CLOSURE REQUESTS READ:' TO WS-SL-LABEL
           MOVE WS-REQUESTS-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HISTORY ROWS READ:' TO WS-SL-LABEL
           MOVE WS-HISTORY-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PORTFOLIOS CLOSED:' TO WS-SL-LABEL
           MOVE WS-PORTFOLIOS-CLOSED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CLOSING STATEMENTS PRINTED:' TO WS-SL-LABEL
           MOVE WS-STATEMENTS-PRINTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CHECKLIST CLEAR (CHECK MODE):' TO WS-SL-LABEL
           MOVE WS-PORTFOLIOS-READY TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HELD BY OPEN ITEMS:' TO WS-SL-LABEL
           MOVE WS-PORTFOLIOS-HELD TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CLOSES REFUSED BY PRTMNT00:' TO WS-SL-LABEL
           MOVE WS-CLOSES-REFUSED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'EXCEPTIONS LISTED:' TO WS-SL-LABEL
           MOVE WS-EXC-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           WRITE EXCEPTION-PRINT-RECORD FROM WS-HEADER1
           MOVE 'EXCEPTIONS LISTED:' TO WS-SL-LABEL
           MOVE WS-EXC-COUNT TO WS-SL-COUNT
           WRITE EXCEPTION-PRINT-RECORD FROM WS-SUMMARY-LINE

           CLOSE POSITION-MASTER
           CLOSE TRANSACTION-HISTORY
           CLOSE CASH-LEDGER-FILE
           IF WS-OPEN-ITEMS-AVAILABLE
               CLOSE OPEN-ITEMS-FILE
           END-IF
           CLOSE CLAIMS-FILE
           IF WS-INVOICES-AVAILABLE
               CLOSE INVOICE-FILE
           END-IF
           IF WS-ACCRUALS-AVAILABLE
               CLOSE ACCRUAL-FILE
           END-IF
           CLOSE FEE-SCHEDULE-FILE
           CLOSE COUNTERPARTY-MASTER
           IF WS-CONTACT-FILE-AVAILABLE
               CLOSE CLIENT-CONTACT-FILE
           END-IF
           CLOSE DELIVERY-STATUS-FILE
           CLOSE STATEMENT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE REPORT-FILE
           IF WS-PORTFOLIOS-HELD > ZERO OR WS-CLOSES-REFUSED > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * UTILITIES
      *-----------------------------------------------------------------
      *-- Every exception counts against its portfolio even when the
      *-- table is too full to print it, so nothing unprinted slips a
      *-- portfolio through.
       8000-ADD-EXCEPTION.
           ADD 1 TO WS-RQ-EXC-COUNT (WS-RQ-SUB)
           IF WS-EXC-COUNT < 2000
               ADD 1 TO WS-EXC-COUNT
               SET WS-EX-IDX TO WS-EXC-COUNT
               MOVE WS-RQ-SUB    TO WS-EX-RQ-SUB (WS-EX-IDX)
               MOVE WS-NX-CHECK  TO WS-EX-CHECK (WS-EX-IDX)
               MOVE WS-NX-DETAIL TO WS-EX-DETAIL (WS-EX-IDX)
           ELSE
               DISPLAY 'ACTCLS00 WARNING: EXCEPTION TABLE FULL, '
                   WS-RQ-PORTFOLIO-ID (WS-RQ-SUB) ' ' WS-NX-CHECK
                   ' NOT LISTED'
           END-IF.

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
           MOVE 'ACTCLS00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'ACTCLS00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'ACTCLS00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ACTCLS00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
