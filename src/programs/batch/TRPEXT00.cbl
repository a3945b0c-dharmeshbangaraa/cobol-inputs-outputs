       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRPEXT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Daily Regulatory Trade Reporting Extract                       *
      *                                                               *
      * Reports every executed trade to the regulator, one record per  *
      * trade in the reporting regime's format (TRPREC), from the      *
      * shared nightly transaction extract (TRNEXT00's):               *
      * - Reports every TRN-STATUS-DONE buy or sell with its trade     *
      *   date and time, security, quantity, price, currency, venue    *
      *   (channel), executing broker and the client it was executed   *
      *   for. A TRNREV00 reversal row is not a trade; it is reported, *
      *   if at all, as the cancellation of the original               *
      * - Checks the mandatory fields before anything goes out. A      *
      *   trade missing one, or naming a security, broker or           *
      *   portfolio the masters do not know, is held back, listed and  *
      *   raised onto the morning exceptions workbench (TRPR) instead  *
      *   of being sent to be rejected                                 *
      * - Keeps a keyed status record per report (TRPSTS), so a trade  *
      *   already reported is never reported twice. TRPACK00 sets it   *
      *   accepted or rejected from the regulator's response file      *
      * - Sends again, each night until accepted, every report the     *
      *   regulator rejected and every held report whose trade or     *
      *   masters have since been repaired                             *
      * - Sends a cancellation for every reported trade TRNREV00 has   *
      *   since reversed, from TRNREV00's reversal notices. A trade    *
      *   reversed while its report was still rejected or held is     *
      *   withdrawn instead: the regulator never accepted it, so       *
      *   there is nothing to cancel                                   *
      *                                                               *
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

      *-- A report going out again, and a cancellation, are built
      *-- from the trade as TRANHIST holds it now.
           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRAN-KEY
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

           SELECT SECURITY-MASTER ASSIGN TO SECMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

      *-- TRNREV00's reversal notices; OPTIONAL because a night with
      *-- no reversals may have none.
           SELECT OPTIONAL REVERSAL-NOTICE-FILE ASSIGN TO REVNOTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVN-STATUS.

           SELECT TRADE-REPORT-FILE ASSIGN TO TRDREPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRP-STATUS.

      *-- The keyed report-status file, created on first use.
           SELECT OPTIONAL TRADE-REPORT-STATUS-FILE ASSIGN TO TRPSTSF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRS-KEY
               FILE STATUS IS WS-TRS-STATUS.

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
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  SECURITY-MASTER
           RECORDING MODE IS F.
       01  SECURITY-RECORD.
           COPY SECMSTR REPLACING ==:PREFIX:== BY ==SEC==.

       FD  REVERSAL-NOTICE-FILE
           RECORDING MODE IS F.
           COPY REVNTC.

       FD  TRADE-REPORT-FILE
           RECORDING MODE IS F.
           COPY TRPREC.

       FD  TRADE-REPORT-STATUS-FILE
           RECORDING MODE IS F.
           COPY TRPSTS.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'TRPEXT00'.
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

      *-- Working copy of EXCSVC00's LINKAGE layout -- a held report
      *-- is raised onto the morning exceptions workbench, keyed by
      *-- the report, so the same trade held again the next night
      *-- stays the one case.
       01  WS-EXCSVC-REQUEST.
           05  WS-XC-JOB-NAME            PIC X(08) VALUE 'TRPEXT00'.
           05  WS-XC-PROCESS-DATE        PIC X(08).
           05  WS-XC-CATEGORY            PIC X(04) VALUE 'TRPR'.
           05  WS-XC-REFERENCE           PIC X(30).
           05  WS-XC-PORTFOLIO-ID        PIC X(08).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-DESCRIPTION         PIC X(60).
           05  WS-XC-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of IFRSVC00's LINKAGE layout -- every report
      *-- written is counted into the file's fingerprint, and what
      *-- was sent goes on the interface registry at close.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'TRDREPT'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'TRPEXT00'.
           05  WS-IF-PROCESS-DATE        PIC X(08).
           05  WS-IF-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IF-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IF-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-DUPLICATE-OF        PIC X(08).
           05  WS-IF-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-EXTR-STATUS            PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-RVN-STATUS             PIC XX.
           05  WS-TRP-STATUS             PIC XX.
           05  WS-TRS-STATUS             PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-EXTR-SW            PIC X(01) VALUE 'N'.
               88  EOF-EXTRACT               VALUE 'Y'.
           05  WS-EOF-RVN-SW             PIC X(01) VALUE 'N'.
               88  EOF-REVERSAL-NOTICE       VALUE 'Y'.
           05  WS-EOF-TRS-SW             PIC X(01) VALUE 'N'.
               88  EOF-REPORT-STATUS         VALUE 'Y'.
           05  WS-ON-FILE-SW             PIC X(01).
               88  WS-ALREADY-ON-FILE        VALUE 'Y'.
      *-- A report going out again updates its own status record; a
      *-- first report adds one.
           05  WS-RESEND-SW              PIC X(01).
               88  WS-RESENDING              VALUE 'Y'.

       01  WS-RUN-DATE                   PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

      *-- The trade being reported. A first report takes it from the
      *-- extract, a resend or a cancellation from TRANHIST; either
      *-- way it is moved here so one set of paragraphs checks and
      *-- formats all three.
       01  WS-REPORT-TRADE.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==RPT==.

       01  WS-REPORT-WORK.
           05  WS-RW-REPORT-REF          PIC X(28).
           05  WS-RW-ORIG-REF            PIC X(28).
           05  WS-RW-ACTION              PIC X(01).
               88  WS-RW-ACTION-NEW          VALUE 'N'.
               88  WS-RW-ACTION-CANCEL       VALUE 'C'.
           05  WS-RW-CLIENT-ID           PIC X(08).
           05  WS-RW-REASON              PIC X(30).
           05  WS-RW-LINE-ACTION         PIC X(10).

       01  WS-EXTRACT-COUNTS.
           05  WS-NEW-SENT               PIC 9(07) COMP VALUE ZERO.
           05  WS-RESENT                 PIC 9(07) COMP VALUE ZERO.
           05  WS-CANCELS-SENT           PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD                   PIC 9(07) COMP VALUE ZERO.
           05  WS-WITHDRAWN              PIC 9(07) COMP VALUE ZERO.
           05  WS-ALREADY-REPORTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-NEVER-REPORTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-TRADE-MISSING          PIC 9(07) COMP VALUE ZERO.

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'REGULATORY TRADE REPORTING EXTRACT'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(12) VALUE 'ACTION'.
               10  FILLER                PIC X(30) VALUE 'REPORT REF'.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(12) VALUE 'SECURITY'.
               10  FILLER                PIC X(18)
                   VALUE '        QUANTITY'.
               10  FILLER                PIC X(04) VALUE 'NO.'.
               10  FILLER                PIC X(46) VALUE 'REASON'.

       01  WS-REPORT-LINE.
           05  WS-RL-ACTION              PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-REPORT-REF          PIC X(28).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-SECURITY            PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-QUANTITY            PIC -(10)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-SUBMISSION          PIC ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-REASON              PIC X(30).
           05  FILLER                    PIC X(16) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(40).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESEND-REPORTS
               UNTIL EOF-REPORT-STATUS
           PERFORM 3000-REPORT-TRADES
               UNTIL EOF-EXTRACT
           PERFORM 4000-CANCEL-REVERSALS
               UNTIL EOF-REVERSAL-NOTICE
           PERFORM 6000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-RUN-DATE
           STRING WS-RUN-DATE (1:4) '-'
                  WS-RUN-DATE (5:2) '-'
                  WS-RUN-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-START-STATUS-FILE
           PERFORM 3010-READ-EXTRACT
           PERFORM 4010-READ-NOTICE.

       1100-OPEN-FILES.
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
           END-IF

           OPEN INPUT SECURITY-MASTER
           IF WS-SEC-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT REVERSAL-NOTICE-FILE
           IF WS-RVN-STATUS = '05' OR WS-RVN-STATUS = '35'
               SET EOF-REVERSAL-NOTICE TO TRUE
           ELSE
               IF WS-RVN-STATUS NOT = '00'
                   MOVE 'ERROR OPENING REVERSAL-NOTICE-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN OUTPUT TRADE-REPORT-FILE
           IF WS-TRP-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRADE-REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O TRADE-REPORT-STATUS-FILE
           IF WS-TRS-STATUS NOT = '00' AND WS-TRS-STATUS NOT = '05'
               MOVE 'ERROR OPENING TRADE-REPORT-STATUS-FILE'
                   TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1200-WRITE-HEADERS.
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-- The resend sweep reads the whole status file in key order;
      *-- an empty (newly created) file has nothing to resend.
       1300-START-STATUS-FILE.
           MOVE LOW-VALUES TO TRS-KEY
           START TRADE-REPORT-STATUS-FILE KEY NOT LESS THAN TRS-KEY
               INVALID KEY
                   SET EOF-REPORT-STATUS TO TRUE
           END-START
           IF NOT EOF-REPORT-STATUS
               PERFORM 2010-READ-NEXT-STATUS
           END-IF.

      *-----------------------------------------------------------------
      * RESEND OF REJECTED AND HELD REPORTS
      *-----------------------------------------------------------------
      *-- Runs before tonight's new trades, so a report held last
      *-- night and repaired today goes out again under its own
      *-- status record. The trade is read back from TRANHIST as it
      *-- stands now -- a cancellation from the trade it cancels --
      *-- so a repair keyed since is what goes out.
       2000-RESEND-REPORTS.
           IF TRS-STATUS-TO-RESEND
               IF TRS-ACTION-CANCEL
                   MOVE TRS-ORIG-REF   TO TRAN-KEY
               ELSE
                   MOVE TRS-REPORT-REF TO TRAN-KEY
               END-IF
               READ TRANSACTION-HISTORY
                   INVALID KEY
                       ADD 1 TO WS-TRADE-MISSING
                       MOVE 'REPORTED TRADE NOT ON TRANHIST - KEPT'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       PERFORM 2100-RESEND-ONE-REPORT
               END-READ
           END-IF
           PERFORM 2010-READ-NEXT-STATUS.

       2010-READ-NEXT-STATUS.
           READ TRADE-REPORT-STATUS-FILE NEXT RECORD
               AT END
                   SET EOF-REPORT-STATUS TO TRUE
           END-READ.

      *-- A trade reversed since its report was rejected or held was
      *-- never on the regulator's books: the report is withdrawn,
      *-- not sent only to be cancelled.
       2100-RESEND-ONE-REPORT.
           IF TRS-ACTION-NEW AND TRAN-STATUS-REV
               PERFORM 2200-WITHDRAW-REPORT
           ELSE
               MOVE TRANSACTION-RECORD TO WS-REPORT-TRADE
               MOVE TRS-REPORT-REF     TO WS-RW-REPORT-REF
               MOVE TRS-ORIG-REF       TO WS-RW-ORIG-REF
               MOVE TRS-ACTION         TO WS-RW-ACTION
               SET WS-RESENDING        TO TRUE
               PERFORM 5000-FILE-REPORT
           END-IF.

      *-- Called with the report's status record read.
       2200-WITHDRAW-REPORT.
           SET TRS-STATUS-WITHDRAWN TO TRUE
           MOVE 'TRADE REVERSED - NOT ACCEPTED' TO TRS-REASON
           REWRITE TRADE-REPORT-STATUS-RECORD
               INVALID KEY
                   MOVE 'REPORT STATUS NOT REWRITTEN' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE
           ADD 1 TO WS-WITHDRAWN
           MOVE 'WITHDRAWN'        TO WS-RL-ACTION
           MOVE TRS-REPORT-REF     TO WS-RL-REPORT-REF
           MOVE TRS-PORTFOLIO-ID   TO WS-RL-PORTFOLIO
           MOVE SPACES             TO WS-RL-SECURITY
           MOVE ZERO               TO WS-RL-QUANTITY
           MOVE TRS-SUBMISSION-COUNT TO WS-RL-SUBMISSION
           MOVE TRS-REASON         TO WS-RL-REASON
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      *-----------------------------------------------------------------
      * NEW TRADE REPORTS
      *-----------------------------------------------------------------
      *-- Every executed buy or sell is reported once. A TRNREV00
      *-- reversal row is itself a DONE buy or sell, but it is not a
      *-- trade anyone executed: it is reported, if at all, as the
      *-- cancellation of the original, from the reversal notice.
       3000-REPORT-TRADES.
           IF EXT-STATUS-DONE
               AND (EXT-TYPE-BUY OR EXT-TYPE-SELL)
               AND EXT-PROCESS-USER NOT = 'TRNREV00'
               MOVE EXT-KEY TO WS-RW-REPORT-REF
               PERFORM 3100-CHECK-REPORTED
               IF WS-ALREADY-ON-FILE
                   ADD 1 TO WS-ALREADY-REPORTED
               ELSE
                   MOVE EXTRACT-RECORD TO WS-REPORT-TRADE
                   MOVE SPACES         TO WS-RW-ORIG-REF
                   SET WS-RW-ACTION-NEW TO TRUE
                   PERFORM 3200-NEW-STATUS-RECORD
                   PERFORM 5000-FILE-REPORT
               END-IF
           END-IF
           PERFORM 3010-READ-EXTRACT.

       3010-READ-EXTRACT.
           READ TRANSACTION-EXTRACT
               AT END
                   SET EOF-EXTRACT TO TRUE
           END-READ.

      *-- A report's reference on the status file, whatever its
      *-- status, means it has already been sent or held.
       3100-CHECK-REPORTED.
           MOVE 'N' TO WS-ON-FILE-SW
           MOVE WS-RW-REPORT-REF TO TRS-REPORT-REF
           READ TRADE-REPORT-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALREADY-ON-FILE TO TRUE
           END-READ.

       3200-NEW-STATUS-RECORD.
           MOVE SPACES               TO TRADE-REPORT-STATUS-RECORD
           MOVE WS-RW-REPORT-REF     TO TRS-REPORT-REF
           MOVE WS-RW-ACTION         TO TRS-ACTION
           MOVE WS-RW-ORIG-REF       TO TRS-ORIG-REF
           MOVE RPT-PORTFOLIO-ID     TO TRS-PORTFOLIO-ID
           MOVE ZERO                 TO TRS-SUBMISSION-COUNT
           MOVE 'N'                  TO WS-RESEND-SW.

      *-----------------------------------------------------------------
      * CANCELLATIONS OF REVERSED TRADES
      *-----------------------------------------------------------------
      *-- Only a buy or sell was ever reported. What a reversal needs
      *-- depends on where the original's report stands.
       4000-CANCEL-REVERSALS.
           IF RVN-TRAN-TYPE = 'BU' OR RVN-TRAN-TYPE = 'SL'
               MOVE RVN-ORIG-TRAN-KEY TO TRS-REPORT-REF
               READ TRADE-REPORT-STATUS-FILE
                   INVALID KEY
                       ADD 1 TO WS-NEVER-REPORTED
                   NOT INVALID KEY
                       PERFORM 4100-RESOLVE-REVERSAL
               END-READ
           END-IF
           PERFORM 4010-READ-NOTICE.

       4010-READ-NOTICE.
           READ REVERSAL-NOTICE-FILE
               AT END
                   SET EOF-REVERSAL-NOTICE TO TRUE
           END-READ.

      *-- Called with the original's status record read. A report the
      *-- regulator has, or may yet accept, is cancelled; one it
      *-- rejected, or that never went, is withdrawn. A withdrawn one
      *-- was already settled by the resend sweep.
       4100-RESOLVE-REVERSAL.
           EVALUATE TRUE
               WHEN TRS-STATUS-SENT
                   PERFORM 4200-SEND-CANCELLATION
               WHEN TRS-STATUS-TO-RESEND
                   PERFORM 2200-WITHDRAW-REPORT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-- The cancellation is keyed by the reversal row, so a rerun
      *-- over the same notices sends nothing twice. It repeats the
      *-- original's details, read back from TRANHIST.
       4200-SEND-CANCELLATION.
           MOVE RVN-REVERSAL-TRAN-KEY TO WS-RW-REPORT-REF
           PERFORM 3100-CHECK-REPORTED
           IF WS-ALREADY-ON-FILE
               ADD 1 TO WS-ALREADY-REPORTED
           ELSE
               MOVE RVN-ORIG-TRAN-KEY TO TRAN-KEY
               READ TRANSACTION-HISTORY
                   INVALID KEY
                       ADD 1 TO WS-TRADE-MISSING
                       MOVE 'REVERSED TRADE NOT ON TRANHIST - NO CANCEL'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       PERFORM 4300-FILE-CANCELLATION
               END-READ
           END-IF.

       4300-FILE-CANCELLATION.
           MOVE TRANSACTION-RECORD    TO WS-REPORT-TRADE
           MOVE RVN-REVERSAL-TRAN-KEY TO WS-RW-REPORT-REF
           MOVE RVN-ORIG-TRAN-KEY     TO WS-RW-ORIG-REF
           SET WS-RW-ACTION-CANCEL    TO TRUE
           PERFORM 3200-NEW-STATUS-RECORD
           PERFORM 5000-FILE-REPORT
      *-- The original's status record points at its cancellation.
           MOVE RVN-ORIG-TRAN-KEY TO TRS-REPORT-REF
           READ TRADE-REPORT-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RVN-REVERSAL-TRAN-KEY TO TRS-CANCELLED-BY
                   REWRITE TRADE-REPORT-STATUS-RECORD
                       INVALID KEY
                           MOVE 'REPORT STATUS NOT REWRITTEN'
                               TO ERR-TEXT
                           SET ERR-SEV-WARNING TO TRUE
                           PERFORM 9000-ERROR-ROUTINE
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
      * REPORT CHECKING, SENDING AND STATUS
      *-----------------------------------------------------------------
      *-- Called with the trade in WS-REPORT-TRADE and its status
      *-- record built (first report) or read (resend). A report that
      *-- passes the checks is sent and goes to 'S' awaiting the
      *-- response; one that fails is held 'H' with the reason,
      *-- listed and raised onto the workbench, and tried again on
      *-- the next run.
       5000-FILE-REPORT.
           PERFORM 5100-CHECK-MANDATORY-FIELDS
           IF WS-RW-REASON = SPACES
               ADD 1 TO TRS-SUBMISSION-COUNT
               PERFORM 5200-SEND-REPORT
               SET TRS-STATUS-SUBMITTED TO TRUE
               IF TRS-FIRST-SUBMIT-DATE = SPACES
                   MOVE WS-RUN-DATE TO TRS-FIRST-SUBMIT-DATE
               END-IF
               MOVE WS-RUN-DATE TO TRS-LAST-SUBMIT-DATE
               MOVE SPACES      TO TRS-REASON
               EVALUATE TRUE
                   WHEN WS-RESENDING
                       MOVE 'RESENT' TO WS-RW-LINE-ACTION
                       ADD 1 TO WS-RESENT
                   WHEN WS-RW-ACTION-CANCEL
                       MOVE 'CANCEL' TO WS-RW-LINE-ACTION
                       ADD 1 TO WS-CANCELS-SENT
                   WHEN OTHER
                       MOVE 'NEW' TO WS-RW-LINE-ACTION
                       ADD 1 TO WS-NEW-SENT
               END-EVALUATE
           ELSE
               SET TRS-STATUS-HELD TO TRUE
               MOVE WS-RW-REASON TO TRS-REASON
               MOVE 'HELD' TO WS-RW-LINE-ACTION
               ADD 1 TO WS-HELD
           END-IF
           IF WS-RESENDING
               REWRITE TRADE-REPORT-STATUS-RECORD
                   INVALID KEY
                       MOVE 'REPORT STATUS NOT REWRITTEN' TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           ELSE
               WRITE TRADE-REPORT-STATUS-RECORD
                   INVALID KEY
                       MOVE 'DUPLICATE REPORT STATUS KEY - NOT RECORDED'
                           TO ERR-TEXT
                       SET ERR-SEV-WARNING TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
               END-WRITE
           END-IF
           PERFORM 5300-LIST-REPORT
           IF TRS-STATUS-HELD
               PERFORM 5400-RAISE-EXCEPTION
           END-IF.

      *-- The regime's mandatory fields, first failure wins. The
      *-- masters are checked as well as the fields, since a
      *-- security, broker or client the regulator cannot resolve is
      *-- rejected just as a blank one is. An internal cross
      *-- (XTRMAT00's 'XTRD' channel) has no external broker: its
      *-- counterparty is the contra portfolio, checked against the
      *-- portfolio master instead.
       5100-CHECK-MANDATORY-FIELDS.
           MOVE SPACES TO WS-RW-REASON
           MOVE SPACES TO WS-RW-CLIENT-ID
           EVALUATE TRUE
               WHEN RPT-DATE NOT NUMERIC
                   MOVE 'TRADE DATE MISSING OR INVALID'
                       TO WS-RW-REASON
               WHEN RPT-TIME NOT NUMERIC
                   MOVE 'TRADE TIME MISSING OR INVALID'
                       TO WS-RW-REASON
               WHEN RPT-INVESTMENT-ID = SPACES
                   MOVE 'SECURITY MISSING' TO WS-RW-REASON
               WHEN RPT-QUANTITY NOT NUMERIC
                   MOVE 'QUANTITY MISSING' TO WS-RW-REASON
               WHEN RPT-QUANTITY NOT > ZERO
                   MOVE 'QUANTITY NOT POSITIVE' TO WS-RW-REASON
               WHEN RPT-PRICE NOT NUMERIC
                   MOVE 'PRICE MISSING' TO WS-RW-REASON
               WHEN RPT-PRICE NOT > ZERO
                   MOVE 'PRICE NOT POSITIVE' TO WS-RW-REASON
               WHEN RPT-CURRENCY = SPACES
                   MOVE 'CURRENCY MISSING' TO WS-RW-REASON
               WHEN RPT-CHANNEL-CODE = SPACES
                   MOVE 'VENUE MISSING' TO WS-RW-REASON
               WHEN RPT-COUNTERPARTY-ID = SPACES
                   MOVE 'EXECUTING BROKER MISSING' TO WS-RW-REASON
               WHEN OTHER
                   PERFORM 5110-CHECK-MASTERS
           END-EVALUATE.

       5110-CHECK-MASTERS.
           MOVE RPT-INVESTMENT-ID TO SEC-ID
           READ SECURITY-MASTER
               INVALID KEY
                   MOVE 'SECURITY NOT ON SECURITY MASTER'
                       TO WS-RW-REASON
           END-READ
           IF WS-RW-REASON = SPACES
               IF RPT-CHANNEL-CODE = 'XTRD'
                   MOVE RPT-COUNTERPARTY-ID TO PORT-ID
                   READ PORTFOLIO-MASTER
                       INVALID KEY
                           MOVE 'CROSS CONTRA PORTFOLIO UNKNOWN'
                               TO WS-RW-REASON
                   END-READ
               ELSE
                   MOVE RPT-COUNTERPARTY-ID TO CPTY-ID
                   READ COUNTERPARTY-MASTER
                       INVALID KEY
                           MOVE 'BROKER NOT ON COUNTERPARTY MASTER'
                               TO WS-RW-REASON
                   END-READ
               END-IF
           END-IF
           IF WS-RW-REASON = SPACES
               MOVE RPT-PORTFOLIO-ID TO PORT-ID
               READ PORTFOLIO-MASTER
                   INVALID KEY
                       MOVE 'PORTFOLIO NOT ON PORTFOLIO MASTER'
                           TO WS-RW-REASON
                   NOT INVALID KEY
                       MOVE PORT-CLIENT-ID TO WS-RW-CLIENT-ID
               END-READ
           END-IF
           IF WS-RW-REASON = SPACES AND WS-RW-CLIENT-ID = SPACES
               MOVE 'CLIENT ID MISSING' TO WS-RW-REASON
           END-IF.

       5200-SEND-REPORT.
           MOVE SPACES               TO TRADE-REPORT-RECORD
           MOVE WS-RW-REPORT-REF     TO TRP-REPORT-REF
           MOVE WS-RW-ACTION         TO TRP-ACTION
           MOVE WS-RW-ORIG-REF       TO TRP-ORIG-REF
           MOVE TRS-SUBMISSION-COUNT TO TRP-SUBMISSION-NO
           MOVE RPT-DATE             TO TRP-TRADE-DATE
           MOVE RPT-TIME             TO TRP-TRADE-TIME
           IF RPT-TYPE-BUY
               SET TRP-BUY  TO TRUE
           ELSE
               SET TRP-SELL TO TRUE
           END-IF
           MOVE RPT-INVESTMENT-ID    TO TRP-INVESTMENT-ID
           MOVE RPT-QUANTITY         TO TRP-QUANTITY
           MOVE RPT-PRICE            TO TRP-PRICE
           MOVE RPT-CURRENCY         TO TRP-CURRENCY
           MOVE RPT-CHANNEL-CODE     TO TRP-VENUE
           MOVE RPT-COUNTERPARTY-ID  TO TRP-BROKER-ID
           MOVE WS-RW-CLIENT-ID      TO TRP-CLIENT-ID
           MOVE RPT-PORTFOLIO-ID     TO TRP-PORTFOLIO-ID
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF TRADE-REPORT-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST TRADE-REPORT-RECORD
           WRITE TRADE-REPORT-RECORD.

       5300-LIST-REPORT.
           MOVE WS-RW-LINE-ACTION    TO WS-RL-ACTION
           MOVE WS-RW-REPORT-REF     TO WS-RL-REPORT-REF
           MOVE RPT-PORTFOLIO-ID     TO WS-RL-PORTFOLIO
           MOVE RPT-INVESTMENT-ID    TO WS-RL-SECURITY
           IF RPT-QUANTITY NUMERIC
               MOVE RPT-QUANTITY     TO WS-RL-QUANTITY
           ELSE
               MOVE ZERO             TO WS-RL-QUANTITY
           END-IF
           MOVE TRS-SUBMISSION-COUNT TO WS-RL-SUBMISSION
           MOVE WS-RW-REASON         TO WS-RL-REASON
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      *-- The held report goes onto the workbench too, keyed by the
      *-- report alone, so TRPACK00 raising a reject of the same
      *-- report later keeps it the one case.
       5400-RAISE-EXCEPTION.
           MOVE WS-RUN-DATE      TO WS-XC-PROCESS-DATE
           MOVE RPT-PORTFOLIO-ID TO WS-XC-PORTFOLIO-ID
           IF RPT-AMOUNT NUMERIC
               MOVE RPT-AMOUNT   TO WS-XC-AMOUNT
           ELSE
               MOVE ZERO         TO WS-XC-AMOUNT
           END-IF
           MOVE WS-RW-REPORT-REF TO WS-XC-REFERENCE
           MOVE SPACES TO WS-XC-DESCRIPTION
           STRING 'TRADE REPORT HELD: ' WS-RW-REASON
               DELIMITED BY SIZE INTO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       6000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'NEW TRADE REPORTS SENT:' TO WS-SL-LABEL
           MOVE WS-NEW-SENT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REJECTED OR HELD REPORTS RESENT:' TO WS-SL-LABEL
           MOVE WS-RESENT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CANCELLATIONS SENT:' TO WS-SL-LABEL
           MOVE WS-CANCELS-SENT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HELD - MANDATORY FIELD FAILED:' TO WS-SL-LABEL
           MOVE WS-HELD TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'WITHDRAWN - REVERSED BEFORE ACCEPTANCE:'
               TO WS-SL-LABEL
           MOVE WS-WITHDRAWN TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ALREADY REPORTED - SKIPPED:' TO WS-SL-LABEL
           MOVE WS-ALREADY-REPORTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REVERSED BEFORE REPORTING:' TO WS-SL-LABEL
           MOVE WS-NEVER-REPORTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REPORTED TRADE NOT ON TRANHIST:' TO WS-SL-LABEL
           MOVE WS-TRADE-MISSING TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE TRANSACTION-EXTRACT
           CLOSE TRANSACTION-HISTORY
           CLOSE PORTFOLIO-MASTER
           CLOSE COUNTERPARTY-MASTER
           CLOSE SECURITY-MASTER
           CLOSE REVERSAL-NOTICE-FILE
           CLOSE TRADE-REPORT-FILE
           CLOSE TRADE-REPORT-STATUS-FILE
           CLOSE REPORT-FILE
      *-- What was sent goes on the interface registry.
           MOVE 'SENT' TO WS-IF-FUNCTION
           MOVE WS-RUN-DATE TO WS-IF-PROCESS-DATE
           MOVE WS-IF-RECORD-COUNT TO WS-IF-ACCEPTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST TRADE-REPORT-RECORD
           IF WS-HELD > ZERO OR WS-TRADE-MISSING > ZERO
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
           MOVE 'TRPEXT00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'TRPEXT00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'TRPEXT00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'TRPEXT00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
