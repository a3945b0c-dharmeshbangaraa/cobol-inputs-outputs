       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLTSUM00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Nightly Client Summary Build                                   *
      *                                                               *
      * Rebuilds the client-keyed summary file (CLTSUMF) the client    *
      * 360 inquiry (CLTSCR00) browses for the parts of a client's     *
      * picture that no online program can read by client:            *
      * - The latest cash balance per portfolio and currency, from    *
      *   the cash ledger CSHLDG00 writes (sequential)                *
      * - Every statement produced and its delivery status, from the  *
      *   DLVSTAT file the statement run appends to (sequential)      *
      * - Every pending or failed transaction still on TRANHIST,      *
      *   swept the way the TRNAGE00 aging workbench sweeps it,       *
      *   since TRANHIST is keyed date-major                          *
      * Each portfolio is tied to its client through PORT-CLIENT-ID;  *
      * entries for a portfolio with no client (or not on the master) *
      * are counted and left out. Every entry carries the business    *
      * date of the build, which the screen shows as its "as of".     *
      * Runs after CSHLDG00 and STMGEN00 in the nightly chain.        *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASH-LEDGER-FILE ASSIGN TO CASHLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL DELIVERY-STATUS-FILE ASSIGN TO DLVSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT CLIENT-SUMMARY-FILE ASSIGN TO CLTSUMF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLS-KEY
               FILE STATUS IS WS-SUMM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CSHLDG.

       FD  DELIVERY-STATUS-FILE
           RECORDING MODE IS F.
           COPY DLVSTA.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  CLIENT-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY CLTSUM.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'CLTSUM00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of PDTSVC00's LINKAGE layout -- the summary is
      *-- stamped with the system business process date.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-LEDGER-STATUS          PIC XX.
           05  WS-DLV-STATUS             PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-SUMM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-LEDGER-SW          PIC X(01) VALUE 'N'.
               88  EOF-CASH-LEDGER           VALUE 'Y'.
           05  WS-EOF-DLV-SW             PIC X(01) VALUE 'N'.
               88  EOF-DELIVERY-STATUS       VALUE 'Y'.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-FOUND            VALUE 'Y'.

      *-- The last portfolio looked up on the master, so a run of
      *-- ledger records or transactions for one portfolio reads it
      *-- once.
       01  WS-PORT-LOOKUP.
           05  WS-LK-PORTFOLIO-ID        PIC X(08) VALUE LOW-VALUES.
           05  WS-LK-CLIENT-ID           PIC X(08).
           05  WS-LK-BASE-CURRENCY       PIC X(03).

      *-- Latest ledger day per portfolio/currency. The ledger is not
      *-- in one date order end to end -- yesterday's records copy
      *-- forward ahead of tonight's -- so the latest value date seen
      *-- wins, found-or-added the way CSHLDG00 keeps its own tables.
       01  WS-BALANCE-TABLE.
           05  WS-BAL-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-BA-ENTRY OCCURS 2000 TIMES
                                         INDEXED BY WS-BA-IDX.
               10  WS-BA-PORTFOLIO-ID    PIC X(08).
               10  WS-BA-CURRENCY        PIC X(03).
               10  WS-BA-CLIENT-ID       PIC X(08).
               10  WS-BA-VALUE-DATE      PIC X(08).
               10  WS-BA-BALANCE         PIC S9(13)V9(2) COMP-3.

       01  WS-LOOKUP-CURRENCY            PIC X(03).
       01  WS-INVERTED-DATE              PIC 9(08).
       01  WS-DATE-NUM                   PIC 9(08).

       01  WS-COUNTERS.
           05  WS-CASH-WRITTEN           PIC 9(07) COMP VALUE ZERO.
           05  WS-STMT-WRITTEN           PIC 9(07) COMP VALUE ZERO.
           05  WS-TRAN-WRITTEN           PIC 9(07) COMP VALUE ZERO.
           05  WS-NO-CLIENT-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-DUPLICATE-COUNT        PIC 9(07) COMP VALUE ZERO.

       01  WS-REPORT-DATE                PIC X(10).
       01  WS-CURRENT-DATE               PIC X(08).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'NIGHTLY CLIENT SUMMARY BUILD'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-BALANCES
               UNTIL EOF-CASH-LEDGER
           PERFORM 2500-WRITE-BALANCES
               VARYING WS-BA-IDX FROM 1 BY 1
               UNTIL WS-BA-IDX > WS-BAL-COUNT
           PERFORM 3000-LOAD-STATEMENTS
               UNTIL EOF-DELIVERY-STATUS
           PERFORM 4000-LOAD-OPEN-TRANSACTIONS
               UNTIL EOF-TRAN-HIST
           PERFORM 5000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 2010-READ-LEDGER
           PERFORM 3010-READ-DELIVERY-STATUS
           PERFORM 4010-READ-TRANSACTION.

      *-- The summary is rebuilt whole every night: opening it OUTPUT
      *-- empties last night's entries. Either sequential source may
      *-- be missing (no ledger or statement run yet); that simply
      *-- contributes nothing.
       1100-OPEN-FILES.
           OPEN INPUT CASH-LEDGER-FILE
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
               SET EOF-CASH-LEDGER TO TRUE
           ELSE
               IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'ERROR OPENING CASH-LEDGER-FILE' TO ERR-TEXT
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

           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT CLIENT-SUMMARY-FILE
           IF WS-SUMM-STATUS NOT = '00'
               MOVE 'ERROR OPENING CLIENT-SUMMARY-FILE' TO ERR-TEXT
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
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-- Resolves a portfolio to its client and base currency,
      *-- reading the master only when the portfolio changes. A
      *-- portfolio not on the master resolves to no client.
       1500-RESOLVE-PORTFOLIO.
           IF PORT-ID NOT = WS-LK-PORTFOLIO-ID
               MOVE PORT-ID TO WS-LK-PORTFOLIO-ID
               READ PORTFOLIO-MASTER
                   INVALID KEY
                       MOVE SPACES TO WS-LK-CLIENT-ID
                                      WS-LK-BASE-CURRENCY
                   NOT INVALID KEY
                       MOVE PORT-CLIENT-ID     TO WS-LK-CLIENT-ID
                       MOVE PORT-BASE-CURRENCY TO WS-LK-BASE-CURRENCY
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * CASH BALANCES - LATEST LEDGER DAY PER PORTFOLIO/CURRENCY
      *-----------------------------------------------------------------
       2000-COLLECT-BALANCES.
           MOVE CSH-PORTFOLIO-ID TO PORT-ID
           PERFORM 1500-RESOLVE-PORTFOLIO
           IF WS-LK-CLIENT-ID = SPACES
               ADD 1 TO WS-NO-CLIENT-COUNT
           ELSE
      *-- A record written before balances were kept per currency
      *-- carries none; it is the portfolio's base currency, as
      *-- CSHLDG00 reads it.
               MOVE CSH-CURRENCY TO WS-LOOKUP-CURRENCY
               IF WS-LOOKUP-CURRENCY = SPACES
                   MOVE WS-LK-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
               END-IF
               PERFORM 2020-POST-TO-BALANCE-TABLE
           END-IF
           PERFORM 2010-READ-LEDGER.

       2010-READ-LEDGER.
           READ CASH-LEDGER-FILE
               AT END
                   SET EOF-CASH-LEDGER TO TRUE
           END-READ.

       2020-POST-TO-BALANCE-TABLE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-BA-IDX TO 1
           SEARCH WS-BA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BA-PORTFOLIO-ID (WS-BA-IDX) = CSH-PORTFOLIO-ID
                   AND WS-BA-CURRENCY (WS-BA-IDX) = WS-LOOKUP-CURRENCY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-BAL-COUNT < 2000
                   ADD 1 TO WS-BAL-COUNT
                   SET WS-BA-IDX TO WS-BAL-COUNT
                   MOVE CSH-PORTFOLIO-ID
                       TO WS-BA-PORTFOLIO-ID (WS-BA-IDX)
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-BA-CURRENCY (WS-BA-IDX)
                   MOVE WS-LK-CLIENT-ID
                       TO WS-BA-CLIENT-ID (WS-BA-IDX)
                   MOVE LOW-VALUES
                       TO WS-BA-VALUE-DATE (WS-BA-IDX)
                   MOVE ZERO TO WS-BA-BALANCE (WS-BA-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'CLTSUM00 WARNING: BALANCE TABLE FULL, '
                       CSH-PORTFOLIO-ID ' ' WS-LOOKUP-CURRENCY
                       ' DROPPED FROM CLIENT SUMMARY'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               AND CSH-VALUE-DATE NOT < WS-BA-VALUE-DATE (WS-BA-IDX)
               MOVE CSH-VALUE-DATE
                   TO WS-BA-VALUE-DATE (WS-BA-IDX)
               MOVE CSH-CLOSING-BALANCE
                   TO WS-BA-BALANCE (WS-BA-IDX)
           END-IF.

       2500-WRITE-BALANCES.
           MOVE SPACES TO CLIENT-SUMMARY-RECORD
           MOVE WS-BA-CLIENT-ID (WS-BA-IDX)    TO CLS-CLIENT-ID
           SET CLS-ENTRY-CASH TO TRUE
           MOVE WS-BA-PORTFOLIO-ID (WS-BA-IDX) TO CLS-ENTRY-KEY (1:8)
           MOVE WS-BA-CURRENCY (WS-BA-IDX)     TO CLS-ENTRY-KEY (9:3)
           MOVE WS-BA-PORTFOLIO-ID (WS-BA-IDX) TO CLS-PORTFOLIO-ID
           MOVE WS-CURRENT-DATE                TO CLS-AS-OF-DATE
           MOVE WS-BA-CURRENCY (WS-BA-IDX)     TO CLS-CASH-CURRENCY
           MOVE WS-BA-BALANCE (WS-BA-IDX)      TO CLS-CASH-BALANCE
           MOVE WS-BA-VALUE-DATE (WS-BA-IDX)   TO CLS-CASH-VALUE-DATE
           PERFORM 6000-WRITE-SUMMARY
           IF WS-SUMM-STATUS = '00'
               ADD 1 TO WS-CASH-WRITTEN
           END-IF.

      *-----------------------------------------------------------------
      * STATEMENTS PRODUCED - NEWEST PERIOD FIRST PER CLIENT
      *-----------------------------------------------------------------
       3000-LOAD-STATEMENTS.
           IF DLV-CLIENT-ID = SPACES
               ADD 1 TO WS-NO-CLIENT-COUNT
           ELSE
               MOVE SPACES TO CLIENT-SUMMARY-RECORD
               MOVE DLV-CLIENT-ID    TO CLS-CLIENT-ID
               SET CLS-ENTRY-STATEMENT TO TRUE
      *-- The period-end is keyed inverted so a forward browse meets
      *-- the most recent statements first.
               MOVE DLV-PERIOD-END   TO WS-DATE-NUM
               COMPUTE WS-INVERTED-DATE = 99999999 - WS-DATE-NUM
               MOVE WS-INVERTED-DATE TO CLS-ENTRY-KEY (1:8)
               MOVE DLV-PORTFOLIO-ID TO CLS-ENTRY-KEY (9:8)
               MOVE DLV-SENT-TIMESTAMP (1:14)
                                     TO CLS-ENTRY-KEY (17:14)
               MOVE DLV-PORTFOLIO-ID TO CLS-PORTFOLIO-ID
               MOVE WS-CURRENT-DATE  TO CLS-AS-OF-DATE
               MOVE DLV-PERIOD-END   TO CLS-STMT-PERIOD-END
               MOVE DLV-CHANNEL      TO CLS-STMT-CHANNEL
               MOVE DLV-STATUS       TO CLS-STMT-STATUS
               MOVE DLV-SENT-TIMESTAMP TO CLS-STMT-SENT-TIME
               PERFORM 6000-WRITE-SUMMARY
               IF WS-SUMM-STATUS = '00'
                   ADD 1 TO WS-STMT-WRITTEN
               END-IF
           END-IF
           PERFORM 3010-READ-DELIVERY-STATUS.

       3010-READ-DELIVERY-STATUS.
           READ DELIVERY-STATUS-FILE
               AT END
                   SET EOF-DELIVERY-STATUS TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * PENDING AND FAILED TRANSACTIONS - OLDEST FIRST PER CLIENT
      *-----------------------------------------------------------------
       4000-LOAD-OPEN-TRANSACTIONS.
           IF TRAN-STATUS-PEND OR TRAN-STATUS-FAIL
               MOVE TRAN-PORTFOLIO-ID TO PORT-ID
               PERFORM 1500-RESOLVE-PORTFOLIO
               IF WS-LK-CLIENT-ID = SPACES
                   ADD 1 TO WS-NO-CLIENT-COUNT
               ELSE
                   MOVE SPACES TO CLIENT-SUMMARY-RECORD
                   MOVE WS-LK-CLIENT-ID   TO CLS-CLIENT-ID
                   SET CLS-ENTRY-TRAN TO TRUE
                   MOVE TRAN-KEY          TO CLS-ENTRY-KEY
                   MOVE TRAN-PORTFOLIO-ID TO CLS-PORTFOLIO-ID
                   MOVE WS-CURRENT-DATE   TO CLS-AS-OF-DATE
                   MOVE TRAN-DATE         TO CLS-TRAN-DATE
                   MOVE TRAN-TYPE         TO CLS-TRAN-TYPE
                   MOVE TRAN-STATUS       TO CLS-TRAN-STATUS
                   MOVE TRAN-AMOUNT       TO CLS-TRAN-AMOUNT
                   MOVE TRAN-CURRENCY     TO CLS-TRAN-CURRENCY
                   MOVE TRAN-INVESTMENT-ID
                                          TO CLS-TRAN-INVESTMENT-ID
                   PERFORM 6000-WRITE-SUMMARY
                   IF WS-SUMM-STATUS = '00'
                       ADD 1 TO WS-TRAN-WRITTEN
                   END-IF
               END-IF
           END-IF
           PERFORM 4010-READ-TRANSACTION.

       4010-READ-TRANSACTION.
           READ TRANSACTION-HISTORY
               AT END
                   SET EOF-TRAN-HIST TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       5000-FINALIZE.
           PERFORM 5100-PRINT-SUMMARY
           IF WS-LEDGER-STATUS = '00' OR WS-LEDGER-STATUS = '10'
               CLOSE CASH-LEDGER-FILE
           END-IF
           IF WS-DLV-STATUS = '00' OR WS-DLV-STATUS = '10'
               CLOSE DELIVERY-STATUS-FILE
           END-IF
           CLOSE TRANSACTION-HISTORY
           CLOSE PORTFOLIO-MASTER
           CLOSE CLIENT-SUMMARY-FILE
           CLOSE REPORT-FILE
           IF WS-DUPLICATE-COUNT > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

       5100-PRINT-SUMMARY.
           MOVE 'CASH BALANCE ENTRIES WRITTEN:' TO WS-SL-LABEL
           MOVE WS-CASH-WRITTEN TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'STATEMENT ENTRIES WRITTEN:' TO WS-SL-LABEL
           MOVE WS-STMT-WRITTEN TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PENDING/FAILED ENTRIES WRITTEN:' TO WS-SL-LABEL
           MOVE WS-TRAN-WRITTEN TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'RECORDS WITH NO CLIENT SKIPPED:' TO WS-SL-LABEL
           MOVE WS-NO-CLIENT-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DUPLICATE ENTRIES SKIPPED:' TO WS-SL-LABEL
           MOVE WS-DUPLICATE-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-----------------------------------------------------------------
      * SUMMARY WRITE
      *-----------------------------------------------------------------
      *-- A duplicate key can only be the same statement logged twice
      *-- to the second; it is counted and the first one kept.
       6000-WRITE-SUMMARY.
           WRITE CLIENT-SUMMARY-RECORD
           EVALUATE WS-SUMM-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '22'
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN OTHER
                   MOVE SPACES TO ERR-TEXT
                   STRING 'ERROR WRITING CLIENT-SUMMARY-FILE, STATUS '
                          WS-SUMM-STATUS
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-ERROR TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
       9000-ERROR-ROUTINE.
           MOVE 'CLTSUM00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'CLTSUM00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'CLTSUM00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'CLTSUM00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
