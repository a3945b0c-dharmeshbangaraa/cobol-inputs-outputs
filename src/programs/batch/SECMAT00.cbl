      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  SHARES OUT ON LOAN (SECLND00) ARE NO LONGER        *
      *             REDEEMED AS IF HELD: THE REDEMPTION COVERS THE     *
      *             UNITS IN HAND, AND THE LENT BALANCE IS REPORTED    *
      *             FOR RECALL AND REDEEMED ON A LATER RUN ONCE THE    *
      *             BORROWER RETURNS IT.                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

      *-- Change: the securities-loan file, OPTIONAL so a shop that
      *-- lends nothing matures positions exactly as before.
           SELECT OPTIONAL SECURITIES-LOAN-FILE ASSIGN TO SECLOANS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  SECURITIES-LOAN-FILE
           RECORDING MODE IS F.
           COPY SECLOAN.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
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
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-SEC-STATUS             PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-LOAN-STATUS            PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-POSITION-SW        PIC X(01) VALUE 'N'.
               88  EOF-POSITION              VALUE 'Y'.
           05  WS-MATURED-SW             PIC X(01) VALUE 'N'.
               88  WS-SECURITY-MATURED       VALUE 'Y'.
           05  WS-LOAN-FILE-SW           PIC X(01) VALUE 'N'.
               88  WS-LOAN-FILE-PRESENT      VALUE 'Y'.
           05  WS-LOAN-SCAN-SW           PIC X(01) VALUE 'N'.
               88  WS-LOAN-SCAN-DONE         VALUE 'Y'.

       01  WS-MATURED-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-REDEEMED             PIC S9(13)V9(02) COMP-3
                                         VALUE ZERO.
       01  WS-REDEMPTION-AMOUNT          PIC S9(13)V9(02) COMP-3.

      *-- Units of a matured holding out on loan, and the units in
      *-- hand that can actually be redeemed today.
       01  WS-ON-LOAN-QTY                PIC S9(11)V9(4) COMP-3.
       01  WS-REDEEM-QTY                 PIC S9(11)V9(4) COMP-3.
       01  WS-ON-LOAN-COUNT              PIC 9(07) COMP VALUE ZERO.

      *-- Redemption sequence numbers come from the central SEQSVC00
      *-- service, the INTACR00/FEEGEN00 convention, so a rerun
      *-- cannot collide with the day's other generated activity.
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT SECURITIES-LOAN-FILE
           IF WS-LOAN-STATUS = '00'
               SET WS-LOAN-FILE-PRESENT TO TRUE
           ELSE
               IF WS-LOAN-STATUS NOT = '05'
                   AND WS-LOAN-STATUS NOT = '35'
                   MOVE 'ERROR OPENING SECURITIES-LOAN-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
      *-----------------------------------------------------------------
      * MATURITY SWEEP
      *-----------------------------------------------------------------
      *-- Change: units out on loan are at the borrower, not the
      *-- custodian, and POSUPD00 refuses a sell that would deliver
      *-- them -- only the units in hand are redeemed. The lent
      *-- balance is reported for recall and matures on a later run,
      *-- once returned.
       2000-PROCESS-POSITIONS.
           IF POS-INV-TYPE-FIXED AND POS-QUANTITY > ZERO
               PERFORM 2020-CHECK-MATURITY
               IF WS-SECURITY-MATURED
                   MOVE ZERO TO WS-ON-LOAN-QTY
                   IF WS-LOAN-FILE-PRESENT
                       PERFORM 2060-SUM-SHARES-ON-LOAN
                   END-IF
                   COMPUTE WS-REDEEM-QTY =
                       POS-QUANTITY - WS-ON-LOAN-QTY
                   IF WS-REDEEM-QTY > ZERO
                       PERFORM 2030-REDEEM-POSITION
                   END-IF
                   IF WS-ON-LOAN-QTY > ZERO
                       PERFORM 2070-REPORT-ON-LOAN
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-POSITION.
      *-- hand: full quantity at the position's carrying cost, so the
      *-- principal comes back at book value and POSUPD00's normal
      *-- posting closes the position and relieves the open lots.
      *-- Change: "full quantity" is now the units in hand -- the
      *-- holding less anything out on loan.
       2030-REDEEM-POSITION.
           COMPUTE WS-REDEMPTION-AMOUNT ROUNDED =
               WS-REDEEM-QTY * POS-AVG-COST
           MOVE SPACES            TO TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE   TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE POS-INVESTMENT-ID TO TRAN-INVESTMENT-ID
           SET TRAN-TYPE-SELL     TO TRUE
           SET TRAN-STATUS-PEND   TO TRUE
           MOVE WS-REDEEM-QTY     TO TRAN-QUANTITY
           MOVE POS-AVG-COST      TO TRAN-PRICE
           MOVE WS-REDEMPTION-AMOUNT TO TRAN-AMOUNT
           MOVE POS-CURRENCY      TO TRAN-CURRENCY
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'SECMAT00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
           MOVE POS-PORTFOLIO-ID     TO WS-ML-PORTFOLIO
           MOVE POS-INVESTMENT-ID    TO WS-ML-INVESTMENT-ID
           MOVE SEC-MATURITY-DATE    TO WS-ML-MATURITY-DATE
           MOVE WS-REDEEM-QTY        TO WS-ML-QUANTITY
           MOVE WS-REDEMPTION-AMOUNT TO WS-ML-AMOUNT
           MOVE 'REDEMPTION POSTED' TO WS-ML-LABEL
           WRITE REPORT-RECORD FROM WS-MATURITY-LINE.

      *-- The holding's loans key together on the loan file, so a
      *-- partial-key START and a forward read visits each one.
       2060-SUM-SHARES-ON-LOAN.
           MOVE 'N' TO WS-LOAN-SCAN-SW
           MOVE POS-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
           MOVE POS-INVESTMENT-ID TO SLN-INVESTMENT-ID
           MOVE LOW-VALUES        TO SLN-LOAN-ID
           START SECURITIES-LOAN-FILE KEY NOT LESS THAN SLN-KEY
               INVALID KEY
                   SET WS-LOAN-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-LOAN-SCAN-DONE
               PERFORM 2061-READ-NEXT-LOAN
           END-IF
           PERFORM 2062-ADD-ONE-LOAN
               UNTIL WS-LOAN-SCAN-DONE.

       2061-READ-NEXT-LOAN.
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

       2062-ADD-ONE-LOAN.
           IF SLN-ON-LOAN
               ADD SLN-QUANTITY TO WS-ON-LOAN-QTY
           END-IF
           PERFORM 2061-READ-NEXT-LOAN.

       2070-REPORT-ON-LOAN.
           MOVE POS-PORTFOLIO-ID     TO WS-ML-PORTFOLIO
           MOVE POS-INVESTMENT-ID    TO WS-ML-INVESTMENT-ID
           MOVE SEC-MATURITY-DATE    TO WS-ML-MATURITY-DATE
           MOVE WS-ON-LOAN-QTY       TO WS-ML-QUANTITY
           MOVE ZERO                 TO WS-ML-AMOUNT
           MOVE 'ON LOAN - RECALL'   TO WS-ML-LABEL
           WRITE REPORT-RECORD FROM WS-MATURITY-LINE
           ADD 1 TO WS-ON-LOAN-COUNT
           MOVE 'MATURED SECURITY STILL ON LOAN - RECALL REQUIRED'
               TO ERR-TEXT
           SET ERR-SEV-WARNING TO TRUE
           PERFORM 9000-ERROR-ROUTINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
           MOVE 'POSITIONS MATURED:' TO WS-SL-LABEL
           MOVE WS-MATURED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'MATURED BUT ON LOAN:' TO WS-SL-LABEL
           MOVE WS-ON-LOAN-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           IF WS-LOAN-FILE-PRESENT
               CLOSE SECURITIES-LOAN-FILE
           END-IF
           CLOSE POSITION-MASTER
           CLOSE SECURITY-MASTER
           CLOSE TRANSACTION-HISTORY
           CLOSE REPORT-FILE
           IF WS-ON-LOAN-COUNT > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * ERROR HANDLING
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
