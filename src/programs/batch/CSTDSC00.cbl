       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSTDSC00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Annual Costs and Charges Disclosure                            *
      *                                                               *
      * Produces the yearly statement of everything each client paid   *
      * that regulation requires, from the files that already hold it: *
      * - Sweeps TRANHIST for the year's settled activity and totals   *
      *   by client, through PORT-CLIENT-ID:                           *
      *     . transaction costs on buys and sells -- commission,       *
      *       exchange charges and other fees, each kept apart         *
      *     . management and service fees (FE rows other than the      *
      *       performance fee -- FEEGEN00's and any keyed by hand)     *
      *     . performance fees (PERFEE00's FE rows)                    *
      *     . interest charged on overdrawn cash (INTACR00's negative  *
      *       '*CASH*' IN rows)                                        *
      *   A TRNREV00 reversal row is left out along with the original  *
      *   it reverses, so a reversed trade or fee costs nothing        *
      * - Takes the client's average assets from the year's closing    *
      *   snapshots: the client's holdings summed at every close date  *
      *   on file for the year, divided by the number of those dates   *
      * - Shows each cost in money and as a percentage of average      *
      *   assets, and the total as the reduction in the year's return  *
      * - Prints one disclosure document per client, routed by the     *
      *   client's delivery preference (CLTCNT00's contact file) the   *
      *   way the statement run routes statements, with a delimited    *
      *   extract row and a delivery-status record for each            *
      * - Writes a firm-wide summary for compliance: one line per      *
      *   client and the category totals by currency                   *
      * - Totals are kept in the portfolio's base currency; a trade    *
      *   booked in another currency and settled in base converts its  *
      *   costs at the rate it carries                                 *
      * - The year comes from the parameter card; absent a card, the   *
      *   year before the run date is disclosed                        *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CLOSING-SNAPSHOT-FILE ASSIGN TO CLSSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

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

           SELECT PROCESS-PARMS ASSIGN TO CSTDSPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *-- Client contact file (CLTCNT00's) routing each document;
      *-- OPTIONAL so a shop that has not loaded contacts routes
      *-- everything to mail.
           SELECT OPTIONAL CLIENT-CONTACT-FILE ASSIGN TO CLTCNTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CNT-STATUS.

           SELECT DISCLOSURE-FILE ASSIGN TO CSTDOCS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO CSTEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT DELIVERY-STATUS-FILE ASSIGN TO DLVSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  CLOSING-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CLSSNAP.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-DISCLOSURE-YEAR      PIC X(04).
           05  FILLER                    PIC X(76).

       FD  CLIENT-CONTACT-FILE
           RECORDING MODE IS F.
           COPY CLTCNT.

       FD  DISCLOSURE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DISCLOSURE-RECORD             PIC X(132).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD                PIC X(250).

       FD  DELIVERY-STATUS-FILE
           RECORDING MODE IS F.
           COPY DLVSTA.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'CSTDSC00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of PDTSVC00's LINKAGE layout -- the run date is
      *-- the system business process date, not the machine clock.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of IFRSVC00's LINKAGE layout -- every extract
      *-- row written is counted into the file's fingerprint, and
      *-- what was sent goes on the interface registry at close.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'CSTEXTR'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'CSTDSC00'.
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
           05  WS-SNAP-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-CNT-STATUS             PIC XX.
           05  WS-DOC-STATUS             PIC XX.
           05  WS-EXTRACT-STATUS         PIC XX.
           05  WS-DLV-STATUS             PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SNAP-SW            PIC X(01) VALUE 'N'.
               88  EOF-SNAPSHOT              VALUE 'Y'.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.
      *-- Set once at OPEN: the live file status changes on every
      *-- keyed read, so a first client with no contact record must
      *-- not turn the lookup off for the rest of the run.
           05  WS-CONTACT-AVAIL-SW       PIC X(01) VALUE 'N'.
               88  WS-CONTACT-FILE-AVAILABLE VALUE 'Y'.
           05  WS-WARNING-SW             PIC X(01) VALUE 'N'.
               88  WS-WARNING-ISSUED         VALUE 'Y'.

       01  WS-DISCLOSURE-YEAR            PIC X(04).
       01  WS-YEAR-NUM                   PIC 9(04).
       01  WS-YEAR-START                 PIC X(08).
       01  WS-YEAR-END                   PIC X(08).

      *-- The distinct close dates on the snapshot file inside the
      *-- year -- the divisor for every client's average assets, so
      *-- a portfolio funded mid-year averages in its empty closes.
       01  WS-CLOSE-DATE-TABLE.
           05  WS-CLOSE-DATE-COUNT       PIC 9(03) COMP VALUE ZERO.
           05  WS-CD-ENTRY OCCURS 400 TIMES
                                         INDEXED BY WS-CD-IDX.
               10  WS-CD-CLOSE-DATE      PIC X(08).

      *-- Per-client/currency accumulators, the find-or-add table
      *-- convention. Everything is kept in the portfolio's base
      *-- currency.
       01  WS-CLIENT-TABLE.
           05  WS-CLIENT-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-CL-ENTRY OCCURS 300 TIMES
                                         INDEXED BY WS-CL-IDX.
               10  WS-CL-CLIENT-ID       PIC X(08).
               10  WS-CL-CURRENCY        PIC X(03).
               10  WS-CL-ASSET-TOTAL     PIC S9(15)V9(2) COMP-3.
               10  WS-CL-COMMISSION      PIC S9(13)V9(2) COMP-3.
               10  WS-CL-EXCH-CHARGES    PIC S9(13)V9(2) COMP-3.
               10  WS-CL-OTHER-FEES      PIC S9(13)V9(2) COMP-3.
               10  WS-CL-MGMT-FEES       PIC S9(13)V9(2) COMP-3.
               10  WS-CL-PERF-FEES       PIC S9(13)V9(2) COMP-3.
               10  WS-CL-INT-CHARGED     PIC S9(13)V9(2) COMP-3.

      *-- Firm-wide totals by currency for the compliance summary.
       01  WS-CURRENCY-TABLE.
           05  WS-CCY-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-CY-ENTRY OCCURS 30 TIMES
                                         INDEXED BY WS-CY-IDX.
               10  WS-CY-CURRENCY        PIC X(03).
               10  WS-CY-CLIENTS         PIC 9(05) COMP.
               10  WS-CY-AVG-ASSETS      PIC S9(15)V9(2) COMP-3.
               10  WS-CY-COMMISSION      PIC S9(13)V9(2) COMP-3.
               10  WS-CY-EXCH-CHARGES    PIC S9(13)V9(2) COMP-3.
               10  WS-CY-OTHER-FEES      PIC S9(13)V9(2) COMP-3.
               10  WS-CY-MGMT-FEES       PIC S9(13)V9(2) COMP-3.
               10  WS-CY-PERF-FEES       PIC S9(13)V9(2) COMP-3.
               10  WS-CY-INT-CHARGED     PIC S9(13)V9(2) COMP-3.

       01  WS-LOOKUP-AREA.
           05  WS-LOOKUP-CLIENT          PIC X(08).
           05  WS-LOOKUP-CURRENCY        PIC X(03).
           05  WS-COST-AMOUNT            PIC S9(13)V9(2) COMP-3.

      *-- One client's figures while the document is built.
       01  WS-DISCLOSURE-WORK.
           05  WS-AVG-ASSETS             PIC S9(15)V9(2) COMP-3.
           05  WS-TRAN-COSTS             PIC S9(13)V9(2) COMP-3.
           05  WS-TOTAL-COSTS            PIC S9(13)V9(2) COMP-3.
           05  WS-PCT-BASE               PIC S9(15)V9(2) COMP-3.
           05  WS-PCT-AMOUNT             PIC S9(13)V9(2) COMP-3.
           05  WS-PCT-RESULT             PIC S9(05)V9(04) COMP-3.
           05  WS-TOTAL-PCT              PIC S9(05)V9(04) COMP-3.
           05  WS-CATEGORY-LABEL         PIC X(34).

       01  WS-ROUTING-AREA.
           05  WS-ROUTE-CHANNEL          PIC X(01).
           05  WS-ROUTE-EMAIL            PIC X(40).
           05  WS-ROUTE-ADDRESS          PIC X(30).

       01  WS-COUNTS.
           05  WS-SNAPSHOT-ROWS          PIC 9(07) COMP VALUE ZERO.
           05  WS-COST-ROWS              PIC 9(07) COMP VALUE ZERO.
           05  WS-DOCUMENTS-PRODUCED     PIC 9(07) COMP VALUE ZERO.
           05  WS-DOCS-BY-MAIL           PIC 9(07) COMP VALUE ZERO.
           05  WS-DOCS-BY-EMAIL          PIC 9(07) COMP VALUE ZERO.
           05  WS-NO-ASSET-CLIENTS       PIC 9(07) COMP VALUE ZERO.
           05  WS-UNASSIGNED-ROWS        PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'COSTS AND CHARGES DISCLOSURE - FIRM SUMMARY'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(08) VALUE '  YEAR: '.
               10  WS-HDR-YEAR           PIC X(04).
               10  FILLER                PIC X(95) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(08) VALUE 'CLIENT'.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  FILLER                PIC X(03) VALUE 'CCY'.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  FILLER                PIC X(18)
                   VALUE '    AVERAGE ASSETS'.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  FILLER                PIC X(16)
                   VALUE '     TOTAL COSTS'.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  FILLER                PIC X(10) VALUE '  % ASSETS'.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  FILLER                PIC X(07) VALUE 'CHANNEL'.
               10  FILLER                PIC X(60) VALUE SPACES.

      *-- The client disclosure document.
       01  WS-DOC-HEADERS.
           05  WS-DOC-TITLE.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'ANNUAL COSTS AND CHARGES DISCLOSURE'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-DOC-CLIENT-LINE.
               10  FILLER                PIC X(10) VALUE 'CLIENT:'.
               10  WS-DC-CLIENT-ID       PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DC-CLIENT-NAME     PIC X(30).
               10  FILLER                PIC X(08) VALUE '  YEAR: '.
               10  WS-DC-YEAR            PIC X(04).
               10  FILLER                PIC X(12)
                   VALUE '  CURRENCY: '.
               10  WS-DC-CURRENCY        PIC X(03).
               10  FILLER                PIC X(55) VALUE SPACES.
           05  WS-DOC-ASSET-LINE.
               10  FILLER                PIC X(36)
                   VALUE 'AVERAGE ASSETS UNDER MANAGEMENT:'.
               10  WS-DA-AVG-ASSETS      PIC -(14)9.99.
               10  FILLER                PIC X(14)
                   VALUE '  CLOSE DATES:'.
               10  WS-DA-CLOSE-DATES     PIC ZZ9.
               10  FILLER                PIC X(61) VALUE SPACES.
           05  WS-DOC-COLUMN-LINE.
               10  FILLER                PIC X(36)
                   VALUE 'COST OR CHARGE'.
               10  FILLER                PIC X(18)
                   VALUE '            AMOUNT'.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  FILLER                PIC X(16)
                   VALUE '% OF AVG ASSETS'.
               10  FILLER                PIC X(60) VALUE SPACES.

       01  WS-DOC-COST-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-LABEL               PIC X(34).
           05  WS-DL-AMOUNT              PIC -(14)9.99.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-DL-PCT                 PIC -(04)9.9999.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(61) VALUE SPACES.

       01  WS-DOC-EFFECT-LINE.
           05  FILLER                    PIC X(36)
               VALUE 'EFFECT ON RETURN:'.
           05  FILLER                    PIC X(40)
               VALUE 'COSTS AND CHARGES REDUCED YOUR RETURN BY'.
           05  WS-DE-PCT                 PIC -(04)9.9999.
           05  FILLER                    PIC X(01) VALUE '%'.
           05  FILLER                    PIC X(45) VALUE SPACES.

       01  WS-DOC-NOTE-LINE.
           05  WS-DN-TEXT                PIC X(132).

      *-- The firm-wide summary lines.
       01  WS-CLIENT-LINE.
           05  WS-CLL-CLIENT             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CLL-CURRENCY           PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CLL-AVG-ASSETS         PIC -(14)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CLL-TOTAL-COSTS        PIC -(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CLL-PCT                PIC -(04)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CLL-CHANNEL            PIC X(07).
           05  FILLER                    PIC X(60) VALUE SPACES.

       01  WS-CURRENCY-LINE.
           05  FILLER                    PIC X(10) VALUE 'CURRENCY:'.
           05  WS-CYL-CURRENCY           PIC X(03).
           05  FILLER                    PIC X(11) VALUE '  CLIENTS:'.
           05  WS-CYL-CLIENTS            PIC ZZ,ZZ9.
           05  FILLER                    PIC X(18)
               VALUE '  AVERAGE ASSETS:'.
           05  WS-CYL-AVG-ASSETS         PIC -(14)9.99.
           05  FILLER                    PIC X(66) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

      *-- Delimited extract layout, the RPTPOS00 CSV convention: one
      *-- CST row per client document, carrying its routing.
       01  WS-EXT-COST.
           05  FILLER                    PIC X(04) VALUE 'CST,'.
           05  WS-XC-CLIENT              PIC X(08).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-YEAR                PIC X(04).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-AVG-ASSETS          PIC -(12)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-COMMISSION          PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-EXCH-CHARGES        PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-OTHER-FEES          PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-MGMT-FEES           PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-PERF-FEES           PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-INT-CHARGED         PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-TOTAL-COSTS         PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-TOTAL-PCT           PIC -(04)9.9999.
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-CHANNEL             PIC X(01).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-EMAIL               PIC X(40).
           05  FILLER                    PIC X(01) VALUE ','.
           05  WS-XC-ADDRESS             PIC X(30).
           05  FILLER                    PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-SNAPSHOTS
               UNTIL EOF-SNAPSHOT
           PERFORM 2500-SWEEP-COSTS
               UNTIL EOF-TRAN-HIST
           PERFORM 3000-PRODUCE-DISCLOSURE
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CLIENT-COUNT
           PERFORM 4000-WRITE-FIRM-SUMMARY
           PERFORM 5000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1150-RESOLVE-YEAR
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 2010-READ-SNAPSHOT
           PERFORM 2510-READ-TRANSACTION.

      *-- The parameter card names the year; absent a card, the year
      *-- before the run date is what the disclosure round wants.
       1150-RESOLVE-YEAR.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE (1:4) TO WS-YEAR-NUM
           SUBTRACT 1 FROM WS-YEAR-NUM
           MOVE WS-YEAR-NUM TO WS-DISCLOSURE-YEAR
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       IF PARM-DISCLOSURE-YEAR NOT = SPACES
                           MOVE PARM-DISCLOSURE-YEAR
                               TO WS-DISCLOSURE-YEAR
                       END-IF
               END-READ
               CLOSE PROCESS-PARMS
           END-IF
           STRING WS-DISCLOSURE-YEAR '0101' DELIMITED BY SIZE
               INTO WS-YEAR-START
           STRING WS-DISCLOSURE-YEAR '1231' DELIMITED BY SIZE
               INTO WS-YEAR-END.

       1100-OPEN-FILES.
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT CLOSING-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = '00'
               MOVE 'ERROR OPENING CLOSING-SNAPSHOT-FILE' TO ERR-TEXT
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

           OPEN INPUT CLIENT-CONTACT-FILE
           IF WS-CNT-STATUS = '35'
               DISPLAY 'CSTDSC00 WARNING: NO CLIENT CONTACT FILE - '
                   'EVERY DISCLOSURE ROUTED TO MAIL'
           ELSE
               IF WS-CNT-STATUS = '00' OR WS-CNT-STATUS = '05'
                   SET WS-CONTACT-FILE-AVAILABLE TO TRUE
               ELSE
                   MOVE 'ERROR OPENING CLIENT-CONTACT-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN OUTPUT DISCLOSURE-FILE
           IF WS-DOC-STATUS NOT = '00'
               MOVE 'ERROR OPENING DISCLOSURE-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'ERROR OPENING EXTRACT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN EXTEND DELIVERY-STATUS-FILE
           IF WS-DLV-STATUS = '05' OR WS-DLV-STATUS = '35'
               OPEN OUTPUT DELIVERY-STATUS-FILE
           END-IF
           IF WS-DLV-STATUS NOT = '00'
               MOVE 'ERROR OPENING DELIVERY-STATUS-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1200-WRITE-HEADERS.
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           MOVE WS-DISCLOSURE-YEAR TO WS-HDR-YEAR
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-----------------------------------------------------------------
      * AVERAGE ASSETS -- CLOSING SNAPSHOT SWEEP
      *-----------------------------------------------------------------
       2000-SWEEP-SNAPSHOTS.
           IF CLS-CLOSE-DATE NOT < WS-YEAR-START
               AND CLS-CLOSE-DATE NOT > WS-YEAR-END
               PERFORM 2020-NOTE-SNAPSHOT
           END-IF
           PERFORM 2010-READ-SNAPSHOT.

       2010-READ-SNAPSHOT.
           READ CLOSING-SNAPSHOT-FILE
               AT END
                   SET EOF-SNAPSHOT TO TRUE
           END-READ.

       2020-NOTE-SNAPSHOT.
           PERFORM 8100-NOTE-CLOSE-DATE
           MOVE CLS-PORTFOLIO-ID TO PORT-ID
           PERFORM 2030-RESOLVE-CLIENT
           PERFORM 8000-FIND-CLIENT-ENTRY
           IF WS-ENTRY-FOUND
               ADD CLS-CURRENT-VALUE TO WS-CL-ASSET-TOTAL (WS-CL-IDX)
               ADD 1 TO WS-SNAPSHOT-ROWS
           END-IF.

      *-- Portfolio to client through PORT-CLIENT-ID; a portfolio
      *-- with no assignment rolls up under 'UNASSIGN' so the firm
      *-- totals still balance to the book.
       2030-RESOLVE-CLIENT.
           MOVE 'UNASSIGN' TO WS-LOOKUP-CLIENT
           MOVE SPACES     TO WS-LOOKUP-CURRENCY
           READ PORTFOLIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PORT-CLIENT-ID NOT = SPACES
                       MOVE PORT-CLIENT-ID TO WS-LOOKUP-CLIENT
                   END-IF
                   MOVE PORT-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
           END-READ.

      *-----------------------------------------------------------------
      * COSTS AND CHARGES -- TRANHIST SWEEP
      *-----------------------------------------------------------------
      *-- Only settled activity counts. A TRNREV00 reversal row is
      *-- skipped: the original it reverses is no longer DONE, so the
      *-- pair already nets to nothing without it.
       2500-SWEEP-COSTS.
           IF TRAN-STATUS-DONE
               AND TRAN-DATE NOT < WS-YEAR-START
               AND TRAN-DATE NOT > WS-YEAR-END
               AND TRAN-PROCESS-USER NOT = 'TRNREV00'
               EVALUATE TRUE
                   WHEN TRAN-TYPE-BUY
                   WHEN TRAN-TYPE-SELL
                       PERFORM 2520-NOTE-TRANSACTION-COSTS
                   WHEN TRAN-TYPE-FEE
                       PERFORM 2530-NOTE-FEE
                   WHEN TRAN-TYPE-INT
                       IF TRAN-INVESTMENT-ID (1:6) = '*CASH*'
                           AND TRAN-AMOUNT < ZERO
                           PERFORM 2540-NOTE-INTEREST-CHARGED
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2510-READ-TRANSACTION.

       2510-READ-TRANSACTION.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

      *-- The three cost components ride on the trade row; a row from
      *-- before they were captured carries no costs. A trade booked
      *-- in another currency and settled in base converts at the
      *-- trade-to-settle rate it carries.
       2520-NOTE-TRANSACTION-COSTS.
           MOVE TRAN-PORTFOLIO-ID TO PORT-ID
           PERFORM 2030-RESOLVE-CLIENT
           PERFORM 8000-FIND-CLIENT-ENTRY
           IF WS-ENTRY-FOUND
               IF TRAN-COMMISSION NUMERIC
                   MOVE TRAN-COMMISSION TO WS-COST-AMOUNT
                   PERFORM 2525-CONVERT-TO-BASE
                   ADD WS-COST-AMOUNT
                       TO WS-CL-COMMISSION (WS-CL-IDX)
               END-IF
               IF TRAN-EXCH-CHARGES NUMERIC
                   MOVE TRAN-EXCH-CHARGES TO WS-COST-AMOUNT
                   PERFORM 2525-CONVERT-TO-BASE
                   ADD WS-COST-AMOUNT
                       TO WS-CL-EXCH-CHARGES (WS-CL-IDX)
               END-IF
               IF TRAN-OTHER-FEES NUMERIC
                   MOVE TRAN-OTHER-FEES TO WS-COST-AMOUNT
                   PERFORM 2525-CONVERT-TO-BASE
                   ADD WS-COST-AMOUNT
                       TO WS-CL-OTHER-FEES (WS-CL-IDX)
               END-IF
               ADD 1 TO WS-COST-ROWS
           END-IF.

       2525-CONVERT-TO-BASE.
           IF TRAN-CURRENCY NOT = SPACES
               AND TRAN-CURRENCY NOT = WS-LOOKUP-CURRENCY
               AND TRAN-SETTLE-CCY = WS-LOOKUP-CURRENCY
               AND TRAN-FX-RATE NUMERIC
               AND TRAN-FX-RATE NOT = ZERO
               COMPUTE WS-COST-AMOUNT ROUNDED =
                   WS-COST-AMOUNT * TRAN-FX-RATE
           END-IF.

      *-- Fees post in the portfolio's base currency. PERFEE00's rows
      *-- are the performance fee; every other fee -- FEEGEN00's
      *-- management fees and any keyed by hand -- is a management
      *-- or service charge.
       2530-NOTE-FEE.
           MOVE TRAN-PORTFOLIO-ID TO PORT-ID
           PERFORM 2030-RESOLVE-CLIENT
           PERFORM 8000-FIND-CLIENT-ENTRY
           IF WS-ENTRY-FOUND
               IF TRAN-PROCESS-USER = 'PERFEE00'
                   ADD TRAN-AMOUNT TO WS-CL-PERF-FEES (WS-CL-IDX)
               ELSE
                   ADD TRAN-AMOUNT TO WS-CL-MGMT-FEES (WS-CL-IDX)
               END-IF
               ADD 1 TO WS-COST-ROWS
           END-IF.

      *-- INTACR00 posts debit interest on an overdrawn balance as a
      *-- negative IN row; the charge is disclosed as a positive cost.
      *-- A currency's own '*CASH*ccy' entry is charged in that
      *-- currency and is converted at the rate the row carries.
       2540-NOTE-INTEREST-CHARGED.
           MOVE TRAN-PORTFOLIO-ID TO PORT-ID
           PERFORM 2030-RESOLVE-CLIENT
           PERFORM 8000-FIND-CLIENT-ENTRY
           IF WS-ENTRY-FOUND
               COMPUTE WS-COST-AMOUNT = TRAN-AMOUNT * -1
               PERFORM 2525-CONVERT-TO-BASE
               ADD WS-COST-AMOUNT TO WS-CL-INT-CHARGED (WS-CL-IDX)
               ADD 1 TO WS-COST-ROWS
           END-IF.

      *-----------------------------------------------------------------
      * CLIENT DISCLOSURE DOCUMENTS
      *-----------------------------------------------------------------
      *-- Unassigned portfolios have no one to disclose to; their
      *-- figures go to the firm summary only.
       3000-PRODUCE-DISCLOSURE.
           PERFORM 3100-COMPUTE-CLIENT-FIGURES
           PERFORM 3700-ADD-TO-CURRENCY-TOTALS
           IF WS-CL-CLIENT-ID (WS-CL-IDX) = 'UNASSIGN'
               MOVE 'UNASSN' TO WS-CLL-CHANNEL
           ELSE
               PERFORM 3200-RESOLVE-ROUTING
               PERFORM 3300-PRINT-DOCUMENT
               PERFORM 3400-WRITE-EXTRACT
               PERFORM 3500-WRITE-DELIVERY-STATUS
               ADD 1 TO WS-DOCUMENTS-PRODUCED
           END-IF
           PERFORM 3600-WRITE-CLIENT-SUMMARY.

      *-- Average assets are the client's holdings summed over every
      *-- close date in the year, over the number of those dates. A
      *-- client with no assets on file shows its costs in money
      *-- only -- there is no percentage to show.
       3100-COMPUTE-CLIENT-FIGURES.
           MOVE ZERO TO WS-AVG-ASSETS
           IF WS-CLOSE-DATE-COUNT > ZERO
               COMPUTE WS-AVG-ASSETS ROUNDED =
                   WS-CL-ASSET-TOTAL (WS-CL-IDX)
                   / WS-CLOSE-DATE-COUNT
           END-IF
           COMPUTE WS-TRAN-COSTS =
               WS-CL-COMMISSION (WS-CL-IDX)
               + WS-CL-EXCH-CHARGES (WS-CL-IDX)
               + WS-CL-OTHER-FEES (WS-CL-IDX)
           COMPUTE WS-TOTAL-COSTS =
               WS-TRAN-COSTS
               + WS-CL-MGMT-FEES (WS-CL-IDX)
               + WS-CL-PERF-FEES (WS-CL-IDX)
               + WS-CL-INT-CHARGED (WS-CL-IDX)
           MOVE WS-AVG-ASSETS  TO WS-PCT-BASE
           MOVE WS-TOTAL-COSTS TO WS-PCT-AMOUNT
           PERFORM 8200-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT TO WS-TOTAL-PCT
           IF WS-AVG-ASSETS NOT > ZERO
               AND WS-CL-CLIENT-ID (WS-CL-IDX) NOT = 'UNASSIGN'
               ADD 1 TO WS-NO-ASSET-CLIENTS
           END-IF.

       3200-RESOLVE-ROUTING.
           MOVE 'M'    TO WS-ROUTE-CHANNEL
           MOVE SPACES TO WS-ROUTE-EMAIL
           MOVE SPACES TO WS-ROUTE-ADDRESS
           IF WS-CONTACT-FILE-AVAILABLE
               MOVE WS-CL-CLIENT-ID (WS-CL-IDX) TO CNT-CLIENT-ID
               READ CLIENT-CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CNT-DELIVERY-CHANNEL
                           TO WS-ROUTE-CHANNEL
                       MOVE CNT-EMAIL TO WS-ROUTE-EMAIL
                       MOVE CNT-ADDRESS-LINE-1 TO WS-ROUTE-ADDRESS
               END-READ
           END-IF
           EVALUATE WS-ROUTE-CHANNEL
               WHEN 'E'
                   MOVE 'EMAIL' TO WS-CLL-CHANNEL
                   ADD 1 TO WS-DOCS-BY-EMAIL
               WHEN 'B'
                   MOVE 'BOTH' TO WS-CLL-CHANNEL
                   ADD 1 TO WS-DOCS-BY-EMAIL
                   ADD 1 TO WS-DOCS-BY-MAIL
               WHEN OTHER
                   MOVE 'M' TO WS-ROUTE-CHANNEL
                   MOVE 'MAIL' TO WS-CLL-CHANNEL
                   ADD 1 TO WS-DOCS-BY-MAIL
           END-EVALUATE.

       3300-PRINT-DOCUMENT.
           WRITE DISCLOSURE-RECORD FROM WS-HEADER1
           WRITE DISCLOSURE-RECORD FROM WS-DOC-TITLE
           MOVE WS-CL-CLIENT-ID (WS-CL-IDX) TO WS-DC-CLIENT-ID
           MOVE SPACES TO WS-DC-CLIENT-NAME
           MOVE WS-CL-CLIENT-ID (WS-CL-IDX) TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CPTY-NAME TO WS-DC-CLIENT-NAME
           END-READ
           MOVE WS-DISCLOSURE-YEAR TO WS-DC-YEAR
           MOVE WS-CL-CURRENCY (WS-CL-IDX) TO WS-DC-CURRENCY
           WRITE DISCLOSURE-RECORD FROM WS-DOC-CLIENT-LINE
           MOVE WS-AVG-ASSETS TO WS-DA-AVG-ASSETS
           MOVE WS-CLOSE-DATE-COUNT TO WS-DA-CLOSE-DATES
           WRITE DISCLOSURE-RECORD FROM WS-DOC-ASSET-LINE
           WRITE DISCLOSURE-RECORD FROM WS-HEADER1
           WRITE DISCLOSURE-RECORD FROM WS-DOC-COLUMN-LINE
           MOVE 'TRANSACTION COSTS - COMMISSION'
               TO WS-CATEGORY-LABEL
           MOVE WS-CL-COMMISSION (WS-CL-IDX) TO WS-PCT-AMOUNT
           PERFORM 3310-PRINT-COST-LINE
           MOVE 'TRANSACTION COSTS - EXCHANGE'
               TO WS-CATEGORY-LABEL
           MOVE WS-CL-EXCH-CHARGES (WS-CL-IDX) TO WS-PCT-AMOUNT
           PERFORM 3310-PRINT-COST-LINE
           MOVE 'TRANSACTION COSTS - OTHER FEES'
               TO WS-CATEGORY-LABEL
           MOVE WS-CL-OTHER-FEES (WS-CL-IDX) TO WS-PCT-AMOUNT
           PERFORM 3310-PRINT-COST-LINE
           MOVE 'TOTAL TRANSACTION COSTS' TO WS-CATEGORY-LABEL
           MOVE WS-TRAN-COSTS TO WS-PCT-AMOUNT
           PERFORM 3310-PRINT-COST-LINE
           MOVE 'MANAGEMENT AND SERVICE FEES' TO WS-CATEGORY-LABEL
           MOVE WS-CL-MGMT-FEES (WS-CL-IDX) TO WS-PCT-AMOUNT
           PERFORM 3310-PRINT-COST-LINE
           MOVE 'PERFORMANCE FEES' TO WS-CATEGORY-LABEL
           MOVE WS-CL-PERF-FEES (WS-CL-IDX) TO WS-PCT-AMOUNT
           PERFORM 3310-PRINT-COST-LINE
           MOVE 'INTEREST CHARGED' TO WS-CATEGORY-LABEL
           MOVE WS-CL-INT-CHARGED (WS-CL-IDX) TO WS-PCT-AMOUNT
           PERFORM 3310-PRINT-COST-LINE
           MOVE 'TOTAL COSTS AND CHARGES' TO WS-CATEGORY-LABEL
           MOVE WS-TOTAL-COSTS TO WS-PCT-AMOUNT
           PERFORM 3310-PRINT-COST-LINE
           WRITE DISCLOSURE-RECORD FROM WS-HEADER1
           MOVE WS-TOTAL-PCT TO WS-DE-PCT
           WRITE DISCLOSURE-RECORD FROM WS-DOC-EFFECT-LINE
           IF WS-AVG-ASSETS NOT > ZERO
               MOVE 'NO ASSETS HELD AT A PERIOD CLOSE IN THE YEAR'
                   TO WS-DN-TEXT
               WRITE DISCLOSURE-RECORD FROM WS-DOC-NOTE-LINE
           END-IF
           WRITE DISCLOSURE-RECORD FROM WS-HEADER1.

       3310-PRINT-COST-LINE.
           MOVE WS-CATEGORY-LABEL TO WS-DL-LABEL
           MOVE WS-PCT-AMOUNT     TO WS-DL-AMOUNT
           MOVE WS-AVG-ASSETS     TO WS-PCT-BASE
           PERFORM 8200-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT     TO WS-DL-PCT
           WRITE DISCLOSURE-RECORD FROM WS-DOC-COST-LINE.

       3400-WRITE-EXTRACT.
           MOVE WS-CL-CLIENT-ID (WS-CL-IDX)    TO WS-XC-CLIENT
           MOVE WS-CL-CURRENCY (WS-CL-IDX)     TO WS-XC-CURRENCY
           MOVE WS-DISCLOSURE-YEAR             TO WS-XC-YEAR
           MOVE WS-AVG-ASSETS                  TO WS-XC-AVG-ASSETS
           MOVE WS-CL-COMMISSION (WS-CL-IDX)   TO WS-XC-COMMISSION
           MOVE WS-CL-EXCH-CHARGES (WS-CL-IDX) TO WS-XC-EXCH-CHARGES
           MOVE WS-CL-OTHER-FEES (WS-CL-IDX)   TO WS-XC-OTHER-FEES
           MOVE WS-CL-MGMT-FEES (WS-CL-IDX)    TO WS-XC-MGMT-FEES
           MOVE WS-CL-PERF-FEES (WS-CL-IDX)    TO WS-XC-PERF-FEES
           MOVE WS-CL-INT-CHARGED (WS-CL-IDX)  TO WS-XC-INT-CHARGED
           MOVE WS-TOTAL-COSTS                 TO WS-XC-TOTAL-COSTS
           MOVE WS-TOTAL-PCT                   TO WS-XC-TOTAL-PCT
           MOVE WS-ROUTE-CHANNEL               TO WS-XC-CHANNEL
           MOVE WS-ROUTE-EMAIL                 TO WS-XC-EMAIL
           MOVE WS-ROUTE-ADDRESS               TO WS-XC-ADDRESS
           MOVE WS-EXT-COST TO EXTRACT-RECORD
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF EXTRACT-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST EXTRACT-RECORD
           WRITE EXTRACT-RECORD.

      *-- The document covers all of the client's portfolios, so the
      *-- delivery-status record carries no portfolio; the period end
      *-- is the last day of the disclosure year.
       3500-WRITE-DELIVERY-STATUS.
           MOVE WS-CL-CLIENT-ID (WS-CL-IDX) TO DLV-CLIENT-ID
           MOVE SPACES           TO DLV-PORTFOLIO-ID
           MOVE WS-YEAR-END      TO DLV-PERIOD-END
           MOVE WS-ROUTE-CHANNEL TO DLV-CHANNEL
           SET DLV-STATUS-SENT   TO TRUE
           MOVE FUNCTION CURRENT-DATE TO DLV-SENT-TIMESTAMP
           MOVE SPACES TO DLV-FILLER
           WRITE DELIVERY-STATUS-RECORD.

       3600-WRITE-CLIENT-SUMMARY.
           MOVE WS-CL-CLIENT-ID (WS-CL-IDX) TO WS-CLL-CLIENT
           MOVE WS-CL-CURRENCY (WS-CL-IDX)  TO WS-CLL-CURRENCY
           MOVE WS-AVG-ASSETS               TO WS-CLL-AVG-ASSETS
           MOVE WS-TOTAL-COSTS              TO WS-CLL-TOTAL-COSTS
           MOVE WS-TOTAL-PCT                TO WS-CLL-PCT
           WRITE REPORT-RECORD FROM WS-CLIENT-LINE.

       3700-ADD-TO-CURRENCY-TOTALS.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CY-IDX TO 1
           SEARCH WS-CY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CY-CURRENCY (WS-CY-IDX)
                       = WS-CL-CURRENCY (WS-CL-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CCY-COUNT < 30
                   ADD 1 TO WS-CCY-COUNT
                   SET WS-CY-IDX TO WS-CCY-COUNT
                   MOVE WS-CL-CURRENCY (WS-CL-IDX)
                       TO WS-CY-CURRENCY (WS-CY-IDX)
                   MOVE ZERO TO WS-CY-CLIENTS (WS-CY-IDX)
                   MOVE ZERO TO WS-CY-AVG-ASSETS (WS-CY-IDX)
                   MOVE ZERO TO WS-CY-COMMISSION (WS-CY-IDX)
                   MOVE ZERO TO WS-CY-EXCH-CHARGES (WS-CY-IDX)
                   MOVE ZERO TO WS-CY-OTHER-FEES (WS-CY-IDX)
                   MOVE ZERO TO WS-CY-MGMT-FEES (WS-CY-IDX)
                   MOVE ZERO TO WS-CY-PERF-FEES (WS-CY-IDX)
                   MOVE ZERO TO WS-CY-INT-CHARGED (WS-CY-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   MOVE 'CURRENCY TABLE FULL - FIRM TOTALS INCOMPLETE'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-CY-CLIENTS (WS-CY-IDX)
               ADD WS-AVG-ASSETS TO WS-CY-AVG-ASSETS (WS-CY-IDX)
               ADD WS-CL-COMMISSION (WS-CL-IDX)
                   TO WS-CY-COMMISSION (WS-CY-IDX)
               ADD WS-CL-EXCH-CHARGES (WS-CL-IDX)
                   TO WS-CY-EXCH-CHARGES (WS-CY-IDX)
               ADD WS-CL-OTHER-FEES (WS-CL-IDX)
                   TO WS-CY-OTHER-FEES (WS-CY-IDX)
               ADD WS-CL-MGMT-FEES (WS-CL-IDX)
                   TO WS-CY-MGMT-FEES (WS-CY-IDX)
               ADD WS-CL-PERF-FEES (WS-CL-IDX)
                   TO WS-CY-PERF-FEES (WS-CY-IDX)
               ADD WS-CL-INT-CHARGED (WS-CL-IDX)
                   TO WS-CY-INT-CHARGED (WS-CY-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * FIRM-WIDE COMPLIANCE SUMMARY
      *-----------------------------------------------------------------
       4000-WRITE-FIRM-SUMMARY.
           WRITE REPORT-RECORD FROM WS-HEADER1
           PERFORM 4100-WRITE-ONE-CURRENCY
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CCY-COUNT
           MOVE 'CLOSE DATES IN THE YEAR:' TO WS-SL-LABEL
           MOVE WS-CLOSE-DATE-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'SNAPSHOT ROWS AVERAGED:' TO WS-SL-LABEL
           MOVE WS-SNAPSHOT-ROWS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'COST ROWS SWEPT:' TO WS-SL-LABEL
           MOVE WS-COST-ROWS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DISCLOSURES PRODUCED:' TO WS-SL-LABEL
           MOVE WS-DOCUMENTS-PRODUCED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE '  ROUTED TO MAIL:' TO WS-SL-LABEL
           MOVE WS-DOCS-BY-MAIL TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE '  ROUTED TO EMAIL:' TO WS-SL-LABEL
           MOVE WS-DOCS-BY-EMAIL TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CLIENTS WITH NO AVERAGE ASSETS:' TO WS-SL-LABEL
           MOVE WS-NO-ASSET-CLIENTS TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           IF WS-CLOSE-DATE-COUNT = ZERO
               MOVE 'NO CLOSING SNAPSHOTS FOR THE YEAR' TO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- Per currency: the category totals in money and as a
      *-- percentage of the firm's summed client average assets.
       4100-WRITE-ONE-CURRENCY.
           MOVE WS-CY-CURRENCY (WS-CY-IDX)   TO WS-CYL-CURRENCY
           MOVE WS-CY-CLIENTS (WS-CY-IDX)    TO WS-CYL-CLIENTS
           MOVE WS-CY-AVG-ASSETS (WS-CY-IDX) TO WS-CYL-AVG-ASSETS
           WRITE REPORT-RECORD FROM WS-CURRENCY-LINE
           MOVE WS-CY-AVG-ASSETS (WS-CY-IDX) TO WS-AVG-ASSETS
           MOVE 'TRANSACTION COSTS - COMMISSION'
               TO WS-CATEGORY-LABEL
           MOVE WS-CY-COMMISSION (WS-CY-IDX) TO WS-PCT-AMOUNT
           PERFORM 4110-WRITE-CATEGORY-LINE
           MOVE 'TRANSACTION COSTS - EXCHANGE'
               TO WS-CATEGORY-LABEL
           MOVE WS-CY-EXCH-CHARGES (WS-CY-IDX) TO WS-PCT-AMOUNT
           PERFORM 4110-WRITE-CATEGORY-LINE
           MOVE 'TRANSACTION COSTS - OTHER FEES'
               TO WS-CATEGORY-LABEL
           MOVE WS-CY-OTHER-FEES (WS-CY-IDX) TO WS-PCT-AMOUNT
           PERFORM 4110-WRITE-CATEGORY-LINE
           MOVE 'MANAGEMENT AND SERVICE FEES' TO WS-CATEGORY-LABEL
           MOVE WS-CY-MGMT-FEES (WS-CY-IDX) TO WS-PCT-AMOUNT
           PERFORM 4110-WRITE-CATEGORY-LINE
           MOVE 'PERFORMANCE FEES' TO WS-CATEGORY-LABEL
           MOVE WS-CY-PERF-FEES (WS-CY-IDX) TO WS-PCT-AMOUNT
           PERFORM 4110-WRITE-CATEGORY-LINE
           MOVE 'INTEREST CHARGED' TO WS-CATEGORY-LABEL
           MOVE WS-CY-INT-CHARGED (WS-CY-IDX) TO WS-PCT-AMOUNT
           PERFORM 4110-WRITE-CATEGORY-LINE
           COMPUTE WS-TOTAL-COSTS =
               WS-CY-COMMISSION (WS-CY-IDX)
               + WS-CY-EXCH-CHARGES (WS-CY-IDX)
               + WS-CY-OTHER-FEES (WS-CY-IDX)
               + WS-CY-MGMT-FEES (WS-CY-IDX)
               + WS-CY-PERF-FEES (WS-CY-IDX)
               + WS-CY-INT-CHARGED (WS-CY-IDX)
           MOVE 'TOTAL COSTS AND CHARGES' TO WS-CATEGORY-LABEL
           MOVE WS-TOTAL-COSTS TO WS-PCT-AMOUNT
           PERFORM 4110-WRITE-CATEGORY-LINE
           WRITE REPORT-RECORD FROM WS-HEADER1.

       4110-WRITE-CATEGORY-LINE.
           MOVE WS-CATEGORY-LABEL TO WS-DL-LABEL
           MOVE WS-PCT-AMOUNT     TO WS-DL-AMOUNT
           MOVE WS-AVG-ASSETS     TO WS-PCT-BASE
           PERFORM 8200-COMPUTE-PERCENT
           MOVE WS-PCT-RESULT     TO WS-DL-PCT
           WRITE REPORT-RECORD FROM WS-DOC-COST-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       5000-FINALIZE.
           CLOSE TRANSACTION-HISTORY
           CLOSE CLOSING-SNAPSHOT-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE COUNTERPARTY-MASTER
           IF WS-CONTACT-FILE-AVAILABLE
               CLOSE CLIENT-CONTACT-FILE
           END-IF
           CLOSE DISCLOSURE-FILE
           CLOSE EXTRACT-FILE
           CLOSE DELIVERY-STATUS-FILE
           CLOSE REPORT-FILE
           MOVE 'SENT' TO WS-IF-FUNCTION
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE WS-IF-RECORD-COUNT TO WS-IF-ACCEPTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST EXTRACT-RECORD
           IF WS-WARNING-ISSUED
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * TABLES AND ARITHMETIC
      *-----------------------------------------------------------------
       8000-FIND-CLIENT-ENTRY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CL-IDX TO 1
           SEARCH WS-CL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CL-CLIENT-ID (WS-CL-IDX) = WS-LOOKUP-CLIENT
                   AND WS-CL-CURRENCY (WS-CL-IDX)
                       = WS-LOOKUP-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CLIENT-COUNT < 300
                   ADD 1 TO WS-CLIENT-COUNT
                   SET WS-CL-IDX TO WS-CLIENT-COUNT
                   MOVE WS-LOOKUP-CLIENT
                       TO WS-CL-CLIENT-ID (WS-CL-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-CL-CURRENCY (WS-CL-IDX)
                   MOVE ZERO TO WS-CL-ASSET-TOTAL (WS-CL-IDX)
                   MOVE ZERO TO WS-CL-COMMISSION (WS-CL-IDX)
                   MOVE ZERO TO WS-CL-EXCH-CHARGES (WS-CL-IDX)
                   MOVE ZERO TO WS-CL-OTHER-FEES (WS-CL-IDX)
                   MOVE ZERO TO WS-CL-MGMT-FEES (WS-CL-IDX)
                   MOVE ZERO TO WS-CL-PERF-FEES (WS-CL-IDX)
                   MOVE ZERO TO WS-CL-INT-CHARGED (WS-CL-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   MOVE 'CLIENT TABLE FULL - TOTALS INCOMPLETE'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

       8100-NOTE-CLOSE-DATE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CD-IDX TO 1
           SEARCH WS-CD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CD-CLOSE-DATE (WS-CD-IDX) = CLS-CLOSE-DATE
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CLOSE-DATE-COUNT < 400
                   ADD 1 TO WS-CLOSE-DATE-COUNT
                   SET WS-CD-IDX TO WS-CLOSE-DATE-COUNT
                   MOVE CLS-CLOSE-DATE
                       TO WS-CD-CLOSE-DATE (WS-CD-IDX)
               ELSE
                   MOVE 'CLOSE DATE TABLE FULL - AVERAGES OVERSTATED'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

      *-- Amount as a percentage of the base, four places. A zero or
      *-- negative base has no meaningful percentage and shows zero.
       8200-COMPUTE-PERCENT.
           MOVE ZERO TO WS-PCT-RESULT
           IF WS-PCT-BASE > ZERO
               COMPUTE WS-PCT-RESULT ROUNDED =
                   WS-PCT-AMOUNT * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE 99999.9999 TO WS-PCT-RESULT
               END-COMPUTE
           END-IF.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'CSTDSC00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'CSTDSC00 WARNING: ' ERR-TEXT
                   SET WS-WARNING-ISSUED TO TRUE
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'CSTDSC00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'CSTDSC00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
