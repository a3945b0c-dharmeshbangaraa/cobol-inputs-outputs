      *             ENTITLEMENT BY THE NIGHT IT ACTUALLY APPLIED --
      *             A BACK-DATED OR RESET ENTITLEMENT'S SETTLED CASH
      *             NO LONGER VANISHES FROM THE INCREMENTAL LEDGER.
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL
      *             OVERRIDES IT.
      * 2026-10-15  A SPUN-OFF LOT STARTS WITH NO WASH-SALE DETAIL.
      * 2026-10-15  PARTITIONED PARALLEL RUNS, AS POSUPD00: A
      *             PARAMETER CARD WITH A PARTITION NUMBER, COUNT AND
      *             PORTFOLIO RANGE RESTRICTS THE RUN TO THAT RANGE
      *             AND REGISTERS IT WITH BCHCTL00 AS JOB CAPROCNN,
      *             WITH ITS OWN CHECKPOINT, JOURNAL AND CONTROL
      *             TOTALS.
      * 2026-10-15  A PAID DIVIDEND CLEARS THE RECEIVABLE CAGEN00
      *             BOOKED FOR IT AT THE EX-DATE AGAINST THE NET CASH
      *             ACTUALLY CREDITED (OR REINVESTED). ANY DIFFERENCE
      *             BETWEEN RECEIVABLE AND PAYMENT PRINTS PER
      *             DIVIDEND AND IN TOTAL; THE CLEARING JOURNALS FOR
      *             JRNBKO00 LIKE EVERY OTHER UPDATE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *-- Change: the dividend receivables CAGEN00 books at the
      *-- ex-date, cleared here when the dividend pays. OPTIONAL so
      *-- a dividend generated before receivables were booked simply
      *-- pays with nothing to clear.
           SELECT OPTIONAL DIVIDEND-RECEIVABLE-FILE ASSIGN TO DIVRCVBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DVR-KEY
               FILE STATUS IS WS-DVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-RUN-MODE             PIC X(04).
      *-- Change: partitioned run, laid out in the same columns as
      *-- POSUPD00's card so one set of range cards drives both.
      *-- Partition 01-99 of PARM-PARTITION-COUNT takes portfolios
      *-- from PARM-RANGE-FROM (inclusive; SPACES = the first) up to
      *-- PARM-RANGE-TO (exclusive; SPACES = through the last).
      *-- 00 or SPACES is a whole-file run.
           05  FILLER                    PIC X(02).
           05  PARM-PARTITION-NO         PIC X(02).
           05  PARM-PARTITION-NO-N REDEFINES PARM-PARTITION-NO
                                         PIC 9(02).
           05  PARM-PARTITION-COUNT      PIC X(02).
           05  PARM-PARTITION-COUNT-N REDEFINES PARM-PARTITION-COUNT
                                         PIC 9(02).
           05  PARM-RANGE-FROM           PIC X(08).
           05  PARM-RANGE-TO             PIC X(08).
           05  FILLER                    PIC X(54).

       FD  DIVIDEND-RECEIVABLE-FILE
           RECORDING MODE IS F.
           COPY DIVRCV.

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
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

       01  WS-FILE-STATUS.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-PRICE-STATUS           PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-DVR-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  WS-DRIP-REINVEST          VALUE 'Y'.
           05  WS-PRICE-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-PRICE-FOUND            VALUE 'Y'.
           05  WS-DVR-FILE-SW            PIC X(01) VALUE 'N'.
               88  WS-DVR-FILE-PRESENT       VALUE 'Y'.

       01  WS-SPLIT-RATIO                PIC S9(05)V9(09) COMP-3.
       01  WS-NEW-QUANTITY                PIC S9(11)V9(4) COMP-3.
           05  WS-CHECKPOINT-INTERVAL    PIC 9(04) COMP VALUE 500.
           05  WS-SINCE-CHECKPOINT       PIC 9(04) COMP VALUE ZERO.
           05  WS-RESUME-KEY             PIC X(28) VALUE LOW-VALUES.
      *-- Change: the name this run journals, checkpoints and
      *-- balances under -- CAPROC00, or CAPROCnn for partition nn --
      *-- and the portfolio range a partitioned run applies.
       01  WS-RUN-JOB-NAME               PIC X(08) VALUE 'CAPROC00'.
       01  WS-PARTITION-AREA.
           05  WS-PARTITION-NO           PIC 9(02) VALUE ZERO.
               88  WS-WHOLE-FILE-RUN         VALUE ZERO.
           05  WS-PARTITION-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-RANGE-FROM             PIC X(08) VALUE SPACES.
           05  WS-RANGE-TO               PIC X(08) VALUE SPACES.
           05  WS-IN-RANGE-SW            PIC X(01) VALUE 'Y'.
               88  WS-IN-RANGE               VALUE 'Y'.
       01  WS-BCHCTL-REQUEST.
           05  WS-BC-FUNCTION            PIC X(04).
               88  WS-BC-FUNC-INIT           VALUE 'INIT'.
               88  WS-BC-FUNC-TERM           VALUE 'TERM'.
               88  WS-BC-FUNC-RDWM           VALUE 'RDWM'.
               88  WS-BC-FUNC-WRWM           VALUE 'WRWM'.
           05  WS-BC-JOB-NAME            PIC X(08) VALUE 'CAPROC00'.
           05  WS-BC-RETRY-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-BC-WATERMARK           PIC X(28) VALUE SPACES.
           05  WS-BC-RECORDS-PROCESSED   PIC 9(09) VALUE ZERO.
      *-- Change: BCHCTL00's LINKAGE layout grew a partition count
      *-- after the records-processed count; the working copy has to
      *-- match so FUNC-INIT reads real storage.
           05  WS-BC-PARTITION-COUNT     PIC 9(02) VALUE ZERO.

       01  WS-SEQSVC-REQUEST.
           05  WS-SQ-FUNCTION            PIC X(04).
           05  WS-CLOSED-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  WS-WHT-COUNT-POSTED       PIC 9(07) COMP VALUE ZERO.
           05  WS-ACTIONS-SEEN           PIC 9(07) COMP VALUE ZERO.
           05  WS-RCV-CLEARED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  WS-RCV-DIFF-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  WS-RCV-NONE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-GROSS-CREDITED             PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-RCV-DIFF-TOTAL             PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.

      *-- Change: Journal working areas for 8000-WRITE-JOURNAL.
       01  WS-JOURNAL-AREA.
           05  WS-CT-AMOUNT-IN           PIC S9(13)V9(2) COMP-3.
           05  WS-CT-AMOUNT-OUT          PIC S9(13)V9(2) COMP-3.
           05  WS-CT-RETURN-CODE         PIC S9(04) COMP.
      *-- Change: CTLWRT00's LINKAGE layout grew the partition
      *-- fields; a whole-file run passes them zero/SPACES.
           05  WS-CT-PARTITION-NO        PIC 9(02) VALUE ZERO.
           05  WS-CT-PARTITION-COUNT     PIC 9(02) VALUE ZERO.
           05  WS-CT-RANGE-FROM          PIC X(08) VALUE SPACES.
           05  WS-CT-RANGE-TO            PIC X(08) VALUE SPACES.

       01  WS-REPORT-DATE                 PIC X(10).
       01  WS-CURRENT-DATE                PIC X(08).
           05  WS-DL-REINVESTED          PIC -(11)9.99.
           05  FILLER                    PIC X(46) VALUE SPACES.

      *-- Change: receivable versus payment, per dividend whose
      *-- payment did not match what was recognized at the ex-date.
       01  WS-RCV-LINE.
           05  FILLER                    PIC X(10)
                   VALUE 'RCV DIFF'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-RECEIVABLE          PIC -(11)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-PAID                PIC -(11)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-DIFFERENCE          PIC -(11)9.99.
           05  FILLER                    PIC X(49) VALUE SPACES.

       01  WS-RCV-TOTAL-LINE.
           05  WS-RT-LABEL               PIC X(30)
                   VALUE 'NET RECEIVABLE DIFFERENCE:'.
           05  WS-RT-AMOUNT              PIC -(11)9.99.
           05  FILLER                    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-WHT-TABLE
           PERFORM 1400-LOAD-PRICE-TABLE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           MOVE WS-RUN-JOB-NAME TO WS-BC-JOB-NAME
           IF NOT WS-WHOLE-FILE-RUN
               PERFORM 1250-REGISTER-PARTITION
           END-IF
           IF MODE-RESTART-RUN
               PERFORM 1060-READ-RESUME-KEY
           END-IF
               READ PROCESS-PARMS
                   NOT AT END
                       MOVE PARM-RUN-MODE TO WS-RUN-MODE
                       PERFORM 1055-READ-PARTITION
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

      *-- A partition card must number itself within its count and
      *-- carry a range that runs forward; a card that cannot be
      *-- trusted stops the run rather than applying actions to the
      *-- wrong portfolios.
       1055-READ-PARTITION.
           IF PARM-PARTITION-NO = SPACES OR '00'
               CONTINUE
           ELSE
               IF PARM-PARTITION-NO-N NOT NUMERIC
                   OR PARM-PARTITION-COUNT-N NOT NUMERIC
                   OR PARM-PARTITION-COUNT-N < PARM-PARTITION-NO-N
                   OR (PARM-RANGE-TO NOT = SPACES
                       AND PARM-RANGE-FROM NOT < PARM-RANGE-TO)
                   MOVE 'INVALID PARTITION PARAMETER CARD'
                       TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
               MOVE PARM-PARTITION-NO-N    TO WS-PARTITION-NO
               MOVE PARM-PARTITION-COUNT-N TO WS-PARTITION-COUNT
               MOVE PARM-RANGE-FROM        TO WS-RANGE-FROM
               MOVE PARM-RANGE-TO          TO WS-RANGE-TO
               MOVE SPACES TO WS-RUN-JOB-NAME
               STRING 'CAPROC' PARM-PARTITION-NO
                   DELIMITED BY SIZE INTO WS-RUN-JOB-NAME
           END-IF.

      *-- A restart picks up the last checkpointed TRAN-KEY and
      *-- resumes from the record after it; applied actions are DONE
      *-- and the pending filter skips them regardless.
           IF WS-PRICE-STATUS NOT = '00'
               MOVE 'ERROR OPENING SECURITY-PRICE-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O DIVIDEND-RECEIVABLE-FILE
           IF WS-DVR-STATUS = '00' OR WS-DVR-STATUS = '05'
               SET WS-DVR-FILE-PRESENT TO TRUE
           ELSE
               MOVE 'ERROR OPENING DIVIDEND-RECEIVABLE-FILE'
                   TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- Each partition registers as its own CAPROCnn job/date with
      *-- the partition count, so BCHCTL00 holds the jobs that wait
      *-- on CAPROC00 until every partition has completed.
       1250-REGISTER-PARTITION.
           MOVE WS-CURRENT-DATE    TO WS-BC-PROCESS-DATE
           MOVE WS-PARTITION-COUNT TO WS-BC-PARTITION-COUNT
           SET WS-BC-FUNC-INIT TO TRUE
           CALL 'BCHCTL00' USING WS-BCHCTL-REQUEST
           IF WS-BC-RETURN-CODE NOT = 0
               MOVE 'BCHCTL00 REJECTED PARTITION START'
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
      *-----------------------------------------------------------------
      * MAIN PROCESSING LOOP
      *-----------------------------------------------------------------
      *-- Change: a partitioned run applies only its own portfolio
      *-- range.
       2000-PROCESS-TRANSACTIONS.
           PERFORM 2005-CHECK-RANGE
           IF TRAN-STATUS-PEND
               AND WS-IN-RANGE
               AND (TRAN-TYPE-DIV OR TRAN-TYPE-SPLIT
                    OR TRAN-TYPE-INT OR TRAN-TYPE-SYMCHG
                    OR TRAN-TYPE-MERGER OR TRAN-TYPE-SPINOFF)
           END-IF
           PERFORM 2010-READ-TRANSACTION.

      *-- FROM is inclusive and TO exclusive, so adjacent partitions
      *-- cut at one portfolio id share no row between them.
       2005-CHECK-RANGE.
           MOVE 'Y' TO WS-IN-RANGE-SW
           IF NOT WS-WHOLE-FILE-RUN
               IF TRAN-PORTFOLIO-ID < WS-RANGE-FROM
                   MOVE 'N' TO WS-IN-RANGE-SW
               END-IF
               IF WS-RANGE-TO NOT = SPACES
                   AND TRAN-PORTFOLIO-ID NOT < WS-RANGE-TO
                   MOVE 'N' TO WS-IN-RANGE-SW
               END-IF
           END-IF.

       2010-READ-TRANSACTION.
           READ TRANSACTION-HISTORY NEXT RECORD
               AT END
      *-- entitlement's settled cash never reaches the incremental
      *-- ledger.
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'CAPROC00' TO TRAN-PROCESS-USER
           REWRITE TRANSACTION-RECORD
           PERFORM 8400-COUNT-TOWARD-CHECKPOINT
           END-IF
           SET WS-ACTION-APPLIED TO TRUE
           ADD 1 TO WS-DIV-COUNT
           IF WS-DVR-FILE-PRESENT
               PERFORM 2048-CLEAR-RECEIVABLE
           END-IF
           IF WS-TAX-AMOUNT NOT = ZERO
               PERFORM 2070-POST-WHT-TRANSACTION
               PERFORM 2080-WRITE-WHT-LINE
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'CAPROC00'        TO TRAN-PROCESS-USER
           MOVE 'TRANHIST' TO WS-JRN-FILE-ID
           MOVE 'WR'       TO WS-JRN-ACTION
               DELIMITED BY SIZE INTO WS-AL-DETAIL
           WRITE REPORT-RECORD FROM WS-ACTION-LINE.

      *-- Change: the receivable booked at the ex-date carries this
      *-- DV row's own key fields. It clears against the net amount
      *-- the holder actually received -- credited or reinvested --
      *-- and a payment that differs from the receivable (a
      *-- withholding rate changed since the ex-date, an amended
      *-- entitlement) is reported. A dividend with no receivable on
      *-- file (generated before receivables were booked) is counted
      *-- and pays as before.
       2048-CLEAR-RECEIVABLE.
           MOVE TRAN-PORTFOLIO-ID  TO DVR-PORTFOLIO-ID
           MOVE TRAN-INVESTMENT-ID TO DVR-INVESTMENT-ID
           MOVE TRAN-DATE          TO DVR-PAY-DATE
           MOVE TRAN-SEQUENCE-NO   TO DVR-SEQUENCE-NO
           READ DIVIDEND-RECEIVABLE-FILE
               INVALID KEY
                   ADD 1 TO WS-RCV-NONE-COUNT
               NOT INVALID KEY
                   IF DVR-STATUS-OPEN
                       PERFORM 2049-SETTLE-RECEIVABLE
                   END-IF
           END-READ.

       2049-SETTLE-RECEIVABLE.
           MOVE 'DIVRCVBL' TO WS-JRN-FILE-ID
           MOVE 'RW'       TO WS-JRN-ACTION
           MOVE SPACES     TO WS-JRN-IMAGE
           MOVE DIVIDEND-RECEIVABLE-RECORD TO WS-JRN-IMAGE (1:120)
           PERFORM 8000-WRITE-JOURNAL
           MOVE WS-NET-AMOUNT   TO DVR-PAID-AMOUNT
           COMPUTE DVR-DIFFERENCE = WS-NET-AMOUNT - DVR-NET-AMOUNT
           SET DVR-STATUS-CLEARED TO TRUE
           MOVE WS-CURRENT-DATE TO DVR-CLEARED-DATE
           REWRITE DIVIDEND-RECEIVABLE-RECORD
               INVALID KEY
                   MOVE 'DIVIDEND RECEIVABLE NOT CLEARED' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-RCV-CLEARED-COUNT
                   IF DVR-DIFFERENCE NOT = ZERO
                       PERFORM 2058-WRITE-RECEIVABLE-DIFF
                   END-IF
           END-REWRITE.

       2058-WRITE-RECEIVABLE-DIFF.
           ADD 1 TO WS-RCV-DIFF-COUNT
           ADD DVR-DIFFERENCE TO WS-RCV-DIFF-TOTAL
           MOVE DVR-PORTFOLIO-ID  TO WS-RL-PORTFOLIO
           MOVE DVR-INVESTMENT-ID TO WS-RL-INVESTMENT-ID
           MOVE DVR-NET-AMOUNT    TO WS-RL-RECEIVABLE
           MOVE DVR-PAID-AMOUNT   TO WS-RL-PAID
           MOVE DVR-DIFFERENCE    TO WS-RL-DIFFERENCE
           WRITE REPORT-RECORD FROM WS-RCV-LINE.

       2046-FIND-PAY-DATE-PRICE.
           SET WS-PR-IDX TO 1
           SEARCH WS-PR-ENTRY
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'CAPROC00'        TO TRAN-PROCESS-USER
           MOVE 'TRANHIST' TO WS-JRN-FILE-ID
           MOVE 'WR'       TO WS-JRN-ACTION
           MOVE SPACES            TO LOT-CLOSE-DATE
           MOVE ZERO              TO LOT-PROCEEDS
           MOVE ZERO              TO LOT-REALIZED-GAIN
      *-- Change: No wash-sale detail until WSHSAL00 finds any.
           MOVE ZERO              TO LOT-WASH-AMOUNT
           SET LOT-WASH-NONE      TO TRUE
           MOVE SPACES            TO LOT-FILLER
           MOVE 'TAXLOTS ' TO WS-JRN-FILE-ID
           MOVE 'WR'       TO WS-JRN-ACTION
           MOVE SPACES     TO WS-JRN-IMAGE
           MOVE 'WITHHOLDING ROWS POSTED:' TO WS-SL-LABEL
           MOVE WS-WHT-COUNT-POSTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DIVIDEND RECEIVABLES CLEARED:' TO WS-SL-LABEL
           MOVE WS-RCV-CLEARED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'PAID NOT EQUAL TO RECEIVABLE:' TO WS-SL-LABEL
           MOVE WS-RCV-DIFF-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE WS-RCV-DIFF-TOTAL TO WS-RT-AMOUNT
           WRITE REPORT-RECORD FROM WS-RCV-TOTAL-LINE
           MOVE 'DIVIDENDS WITH NO RECEIVABLE:' TO WS-SL-LABEL
           MOVE WS-RCV-NONE-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM 3100-WRITE-CONTROL-TOTALS
      *-- A clean completion clears the checkpoint, so the next
      *-- normal run is not mistaken for a restart.
           SET WS-BC-FUNC-WRWM TO TRUE
           MOVE SPACES TO WS-BC-WATERMARK
           CALL 'BCHCTL00' USING WS-BCHCTL-REQUEST
           IF NOT WS-WHOLE-FILE-RUN
               PERFORM 3300-TERMINATE-PARTITION
           END-IF
           CLOSE TRANSACTION-HISTORY
           CLOSE POSITION-MASTER
           CLOSE REPORT-FILE
           CLOSE TAX-LOT-FILE
           CLOSE SECURITY-MASTER
           CLOSE SECURITY-PRICE-FILE
           IF WS-DVR-FILE-PRESENT
               CLOSE DIVIDEND-RECEIVABLE-FILE
           END-IF
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       8000-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQUENCE
           MOVE WS-RUN-JOB-NAME   TO JRN-JOB-NAME
           MOVE WS-CURRENT-DATE   TO JRN-PROCESS-DATE
           MOVE WS-JRN-SEQUENCE   TO JRN-SEQUENCE
           MOVE WS-JRN-FILE-ID    TO JRN-FILE-ID
           MOVE WS-DR-REINV-TOTAL (WS-DR-IDX) TO WS-DL-REINVESTED
           WRITE REPORT-RECORD FROM WS-DRIP-LINE.

       3300-TERMINATE-PARTITION.
           SET WS-BC-FUNC-TERM TO TRUE
           MOVE WS-ACTIONS-SEEN TO WS-BC-RECORDS-PROCESSED
           CALL 'BCHCTL00' USING WS-BCHCTL-REQUEST
           IF WS-BC-RETURN-CODE NOT = 0
               MOVE 'BCHCTL00 PARTITION TERMINATION FAILED'
                   TO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       3100-WRITE-CONTROL-TOTALS.
           MOVE WS-RUN-JOB-NAME    TO WS-CT-JOB-NAME
           MOVE WS-CURRENT-DATE    TO WS-CT-PROCESS-DATE
           MOVE WS-ACTIONS-SEEN    TO WS-CT-RECORDS-IN
           COMPUTE WS-CT-RECORDS-OUT =
               + WS-SPINOFF-COUNT
           MOVE ZERO               TO WS-CT-AMOUNT-IN
           MOVE WS-GROSS-CREDITED  TO WS-CT-AMOUNT-OUT
           MOVE WS-PARTITION-NO    TO WS-CT-PARTITION-NO
           MOVE WS-PARTITION-COUNT TO WS-CT-PARTITION-COUNT
           MOVE WS-RANGE-FROM      TO WS-CT-RANGE-FROM
           MOVE WS-RANGE-TO        TO WS-CT-RANGE-TO
           CALL 'CTLWRT00' USING WS-CTLTOT-REQUEST.

      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
