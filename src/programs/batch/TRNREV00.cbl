      *             RAISES, A SECOND APPROVES, AND THIS JOB CONSUMES  *
      *             THE APPROVAL. A KEY WITH NO APPROVAL IS REPORTED  *
      *             AND LEFT ALONE.                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  EVERY REVERSED BUY OR SELL NOW ALSO WRITES A      *
      *             REVERSAL NOTICE (REVNOTE) LINKING THE ORIGINAL    *
      *             TO ITS REVERSAL ROW, SO THE DAILY CONFIRMATION    *
      *             RUN (TRDCNF00) SENDS THE CLIENT A CORRECTION      *
      *             CONFIRMATION FOR A TRADE IT HAD CONFIRMED.        *
      * 2026-10-15  EVERY REVERSAL NOW WRITES A REVERSAL NOTICE, AND  *
      *             A DIVIDEND REVERSAL'S TAX OFFSET ROW ONE OF ITS   *
      *             OWN, SO THE BACK-DATED IMPACT RUN (BKDIMP00) CAN  *
      *             DATE EACH REVERSAL ROW BACK TO ITS ORIGINAL.      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *-- Change: reversal notices for the confirmation run, appended
      *-- to night after night the way STMGEN00 appends DLVSTAT.
           SELECT REVERSAL-NOTICE-FILE ASSIGN TO REVNOTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           RECORDING MODE IS F.
           COPY TAXLOT.

       FD  REVERSAL-NOTICE-FILE
           RECORDING MODE IS F.
           COPY REVNTC.

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

       01  WS-FILE-STATUS.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-WHT-STATUS             PIC XX.
           05  WS-LOT-STATUS             PIC XX.
           05  WS-RVN-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-PARM-SW            PIC X(01) VALUE 'N'.
       01  WS-DUAL-CONTROL-SW            PIC X(01).
           88  WS-DUAL-APPROVED              VALUE 'Y'.

      *-- Change: the key the reversal row was written under, kept for
      *-- the reversal notice.
       01  WS-REVERSAL-KEY               PIC X(28).
      *-- Change: the key of a dividend reversal's offsetting tax
      *-- row, noticed against the same original.
       01  WS-WHT-OFFSET-KEY             PIC X(28).

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-TIME               PIC X(06).
       01  WS-REPORT-DATE                PIC X(10).
           IF WS-LOT-STATUS NOT = '00' AND WS-LOT-STATUS NOT = '05'
               MOVE 'ERROR OPENING TAX-LOT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN EXTEND REVERSAL-NOTICE-FILE
           IF WS-RVN-STATUS = '05' OR WS-RVN-STATUS = '35'
               OPEN OUTPUT REVERSAL-NOTICE-FILE
           END-IF
           IF WS-RVN-STATUS NOT = '00'
               MOVE 'ERROR OPENING REVERSAL-NOTICE-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1300-LOAD-WHT-TABLE.
           PERFORM 1310-READ-WHT-RATE.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
           MOVE SPACES           TO TRAN-SETTLED-DATE
           MOVE SPACES           TO TRAN-CUSTODIAN-REF
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'TRNREV00'       TO TRAN-PROCESS-USER
           MOVE TRAN-KEY         TO WS-REVERSAL-KEY
           MOVE SPACES           TO WS-WHT-OFFSET-KEY
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE REVERSAL KEY - NOT WRITTEN'
           MOVE SPACES             TO TRAN-SETTLED-DATE
           MOVE SPACES             TO TRAN-CUSTODIAN-REF
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'TRNREV00'         TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   MOVE TRAN-KEY TO WS-WHT-OFFSET-KEY
           END-WRITE.

       2049-LOOK-UP-CLIENT-RATE.
               MOVE 'ORIGINAL CLOSED - POSTED TO OPEN PERIOD'
                   TO WS-RL-DETAIL
           END-IF
           WRITE REPORT-RECORD FROM WS-REVERSAL-LINE
      *-- Change: every reversal is noticed, not only a buy or sell
      *-- -- the back-dated impact run (BKDIMP00) dates each reversal
      *-- row's cash back to its original -- and a dividend
      *-- reversal's tax offset row is noticed too.
           PERFORM 2060-WRITE-REVERSAL-NOTICE
           IF WS-WHT-OFFSET-KEY NOT = SPACES
               MOVE WS-WHT-OFFSET-KEY TO WS-REVERSAL-KEY
               PERFORM 2060-WRITE-REVERSAL-NOTICE
           END-IF.

      *-- Change: every reversal row is noticed, a dividend
      *-- reversal's tax offset row included. Each consumer selects
      *-- the types it needs on RVN-TRAN-TYPE: the confirmation run
      *-- (TRDCNF00) and the trade report extract (TRPEXT00) take
      *-- only a buy or sell, the back-dated impact run every row.
       2060-WRITE-REVERSAL-NOTICE.
           MOVE ORIG-KEY          TO RVN-ORIG-TRAN-KEY
           MOVE WS-REVERSAL-KEY   TO RVN-REVERSAL-TRAN-KEY
           MOVE ORIG-TYPE         TO RVN-TRAN-TYPE
           MOVE WS-CURRENT-DATE   TO RVN-REVERSAL-DATE
           MOVE SPACES            TO RVN-FILLER
           WRITE REVERSAL-NOTICE-RECORD
           IF WS-RVN-STATUS NOT = '00'
               MOVE 'ERROR WRITING REVERSAL NOTICE' TO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
           CLOSE COUNTERPARTY-MASTER
           CLOSE WHT-RATE-FILE
           CLOSE TAX-LOT-FILE
           CLOSE REVERSAL-NOTICE-FILE
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
