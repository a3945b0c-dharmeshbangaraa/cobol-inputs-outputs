      *****************************************************************
      * Update Journal Back-Out                                        *
      *                                                               *
      * Returns TRANHIST, POSITION-MASTER, the tax-lot file and the    *
      * accrual file to their pre-run state after an update program    *
      * abended mid-stream, by replaying the failed run's journal in   *
      * reverse -- the restore-from-backup that used to be done by     *
      * hand:                                                          *
      * - Takes the failed run's job name and process date from the    *
      *   parameter card (both required: backing out the wrong run     *
      *   would be worse than the abend)                               *
      *             DELETED, E.G. A SYMBOL CHANGE OR MERGER RE-KEYING *
      *             A POSITION AND ITS LOTS) NOW UNDO BY WRITING THE  *
      *             JOURNALED IMAGE BACK.                             *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  ACCRUAL-FILE ENTRIES ('ACCRFILE', THE ACCRUED     *
      *             INTEREST A FIXED-INCOME TRADE BOOKS THROUGH       *
      *             POSUPD00) NOW BACK OUT WITH THE REST OF THE RUN.  *
      * 2026-10-15  DIVIDEND RECEIVABLE ENTRIES ('DIVRCVBL', THE      *
      *             RECEIVABLES CAPROC00 CLEARS AS DIVIDENDS PAY) NOW *
      *             BACK OUT WITH THE REST OF THE RUN.                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO ACCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT OPTIONAL DIVIDEND-RECEIVABLE-FILE ASSIGN TO DIVRCVBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DVR-KEY
               FILE STATUS IS WS-DVR-STATUS.

           SELECT BACKOUT-PARMS ASSIGN TO JRNBKPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           RECORDING MODE IS F.
           COPY TAXLOT.

       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
           COPY ACCRREC.

       FD  DIVIDEND-RECEIVABLE-FILE
           RECORDING MODE IS F.
           COPY DIVRCV.

       FD  BACKOUT-PARMS
           RECORDING MODE IS F.
       01  BACKOUT-PARM-RECORD.
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
           05  WS-JRNL-STATUS            PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-LOT-STATUS             PIC XX.
           05  WS-ACCR-STATUS            PIC XX.
           05  WS-DVR-STATUS             PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O ACCRUAL-FILE
           IF WS-ACCR-STATUS NOT = '00' AND WS-ACCR-STATUS NOT = '05'
               MOVE 'ERROR OPENING ACCRUAL-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O DIVIDEND-RECEIVABLE-FILE
           IF WS-DVR-STATUS NOT = '00' AND WS-DVR-STATUS NOT = '05'
               MOVE 'ERROR OPENING DIVIDEND-RECEIVABLE-FILE'
                   TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
                       NOT INVALID KEY
                           PERFORM 3500-REPORT-REWRITTEN
                   END-REWRITE
               WHEN 'ACCRFILE'
                   MOVE WS-JT-IMAGE (WS-JT-IDX) (1:47)
                       TO ACCRUAL-RECORD
                   REWRITE ACCRUAL-RECORD
                       INVALID KEY
                           PERFORM 3400-REPORT-UNDO-FAILURE
                       NOT INVALID KEY
                           PERFORM 3500-REPORT-REWRITTEN
                   END-REWRITE
               WHEN 'DIVRCVBL'
                   MOVE WS-JT-IMAGE (WS-JT-IDX) (1:120)
                       TO DIVIDEND-RECEIVABLE-RECORD
                   REWRITE DIVIDEND-RECEIVABLE-RECORD
                       INVALID KEY
                           PERFORM 3400-REPORT-UNDO-FAILURE
                       NOT INVALID KEY
                           PERFORM 3500-REPORT-REWRITTEN
                   END-REWRITE
               WHEN OTHER
                   MOVE WS-JT-IMAGE (WS-JT-IDX) (1:105)
                       TO POSITION-RECORD
                       NOT INVALID KEY
                           PERFORM 3600-REPORT-DELETED
                   END-DELETE
               WHEN 'ACCRFILE'
                   MOVE WS-JT-IMAGE (WS-JT-IDX) (1:47)
                       TO ACCRUAL-RECORD
                   DELETE ACCRUAL-FILE RECORD
                       INVALID KEY
                           PERFORM 3400-REPORT-UNDO-FAILURE
                       NOT INVALID KEY
                           PERFORM 3600-REPORT-DELETED
                   END-DELETE
               WHEN 'DIVRCVBL'
                   MOVE WS-JT-IMAGE (WS-JT-IDX) (1:120)
                       TO DIVIDEND-RECEIVABLE-RECORD
                   DELETE DIVIDEND-RECEIVABLE-FILE RECORD
                       INVALID KEY
                           PERFORM 3400-REPORT-UNDO-FAILURE
                       NOT INVALID KEY
                           PERFORM 3600-REPORT-DELETED
                   END-DELETE
               WHEN OTHER
                   MOVE WS-JT-IMAGE (WS-JT-IDX) (1:105)
                       TO POSITION-RECORD
                       NOT INVALID KEY
                           PERFORM 3700-REPORT-REINSTATED
                   END-WRITE
               WHEN 'ACCRFILE'
                   MOVE WS-JT-IMAGE (WS-JT-IDX) (1:47)
                       TO ACCRUAL-RECORD
                   WRITE ACCRUAL-RECORD
                       INVALID KEY
                           PERFORM 3400-REPORT-UNDO-FAILURE
                       NOT INVALID KEY
                           PERFORM 3700-REPORT-REINSTATED
                   END-WRITE
               WHEN 'DIVRCVBL'
                   MOVE WS-JT-IMAGE (WS-JT-IDX) (1:120)
                       TO DIVIDEND-RECEIVABLE-RECORD
                   WRITE DIVIDEND-RECEIVABLE-RECORD
                       INVALID KEY
                           PERFORM 3400-REPORT-UNDO-FAILURE
                       NOT INVALID KEY
                           PERFORM 3700-REPORT-REINSTATED
                   END-WRITE
               WHEN OTHER
                   MOVE WS-JT-IMAGE (WS-JT-IDX) (1:105)
                       TO POSITION-RECORD
           CLOSE TRANSACTION-HISTORY
           CLOSE POSITION-MASTER
           CLOSE TAX-LOT-FILE
           CLOSE ACCRUAL-FILE
           CLOSE DIVIDEND-RECEIVABLE-FILE
           CLOSE REPORT-FILE
           IF WS-FAILED-COUNT > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
