       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECLND00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Securities Lending Loan Processing And Fee Accrual             *
      *                                                               *
      * Maintains the securities-loan file for shares lent out of     *
      * client portfolios, and earns the lending fee on them:          *
      * - Applies the lending desk's instruction file:                 *
      *     L - open a loan to a borrower on COUNTERPARTY-MASTER; the  *
      *         borrower must be active and the portfolio must hold   *
      *         the shares free of any loan already out                *
      *     R - recall a loan; the shares stay on loan until returned  *
      *     T - return shares; a partial return reduces the loan, a    *
      *         full return (or zero quantity) closes it               *
      * - Accrues the lending fee nightly on every loan still out:     *
      *   the loan value at the fee rate, less the rebate owed on     *
      *   cash collateral, ACT/360 for each night since the last      *
      *   accrual, posted to TRANHIST as a DONE 'LF' row that          *
      *   CSHLDG00 carries into cash. SLN-LAST-ACCRUAL-DATE is the     *
      *   once-per-day gate, so a rerun cannot double-earn             *
      * - Rejected instructions print with their reason and end the    *
      *   run with a warning return code                               *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- DYNAMIC so an instruction can read a loan by key and the
      *-- on-loan total and the nightly accrual can walk the file.
      *-- OPTIONAL so the first run creates it.
           SELECT OPTIONAL SECURITIES-LOAN-FILE ASSIGN TO SECLOANS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLN-KEY
               FILE STATUS IS WS-LOAN-STATUS.

      *-- The lending desk's day of loans, recalls and returns.
      *-- OPTIONAL so a night with no instructions still accrues.
           SELECT OPTIONAL LOAN-INSTRUCTION-FILE ASSIGN TO SLNINSTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INST-STATUS.

           SELECT COUNTERPARTY-MASTER ASSIGN TO CPTYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPTY-ID
               FILE STATUS IS WS-CPTY-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITIES-LOAN-FILE
           RECORDING MODE IS F.
           COPY SECLOAN.

       FD  LOAN-INSTRUCTION-FILE
           RECORDING MODE IS F.
       01  LOAN-INSTRUCTION-RECORD.
           05  INS-ACTION                PIC X(01).
               88  INS-NEW-LOAN              VALUE 'L'.
               88  INS-RECALL                VALUE 'R'.
               88  INS-RETURN                VALUE 'T'.
           05  INS-PORTFOLIO-ID          PIC X(08).
           05  INS-INVESTMENT-ID         PIC X(10).
           05  INS-LOAN-ID               PIC X(06).
           05  INS-BORROWER-ID           PIC X(08).
           05  INS-QUANTITY              PIC 9(11)V9(04).
           05  INS-LOAN-VALUE            PIC 9(13)V9(02).
           05  INS-CURRENCY              PIC X(03).
           05  INS-COLLATERAL-TYPE       PIC X(01).
           05  INS-COLLATERAL-AMOUNT     PIC 9(13)V9(02).
           05  INS-COLLATERAL-CCY        PIC X(03).
           05  INS-FEE-RATE-PCT          PIC 9(03)V9(04).
           05  INS-REBATE-RATE-PCT       PIC 9(03)V9(04).
           05  INS-EFFECTIVE-DATE        PIC X(08).
           05  FILLER                    PIC X(13).

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
           COPY TRNREC REPLACING ==:PREFIX:== BY ==TRAN==.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'SECLND00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of PDTSVC00's LINKAGE layout -- the fee
      *-- accrues to the system business process date.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-LOAN-STATUS            PIC XX.
           05  WS-INST-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INST-SW            PIC X(01) VALUE 'N'.
               88  EOF-INSTRUCTIONS          VALUE 'Y'.
           05  WS-EOF-LOAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-LOANS                 VALUE 'Y'.
           05  WS-LOAN-SCAN-SW           PIC X(01) VALUE 'N'.
               88  WS-LOAN-SCAN-DONE         VALUE 'Y'.
           05  WS-REJECT-SW              PIC X(01) VALUE 'N'.
               88  WS-INSTRUCTION-REJECTED   VALUE 'Y'.

      *-- Working copy of SEQSVC00's LINKAGE layout -- fee posting
      *-- sequence numbers come from the central service, so a rerun
      *-- cannot collide.
       01  WS-SEQSVC-REQUEST.
           05  WS-SQ-FUNCTION            PIC X(04).
               88  WS-SQ-FUNC-NEXT           VALUE 'NEXT'.
           05  WS-SQ-PROCESS-DATE        PIC X(08).
           05  WS-SQ-BLOCK-SIZE          PIC 9(04) VALUE ZERO.
           05  WS-SQ-FIRST-SEQUENCE      PIC 9(06).
           05  WS-SQ-LAST-SEQUENCE       PIC 9(06).
           05  WS-SQ-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of AUDWRT00's LINKAGE layout -- every loan
      *-- opened, recalled or returned is a reportable action.
       01  WS-AUDWRT-REQUEST.
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'SECLND00'.
           05  WS-AW-PROCESS-DATE        PIC X(08).
           05  WS-AW-EVENT-TYPE          PIC X(08).
           05  WS-AW-USER-ID             PIC X(08)
                                         VALUE 'SECLND00'.
           05  WS-AW-DESCRIPTION         PIC X(60).
           05  WS-AW-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of CTLWRT00's LINKAGE layout -- instructions
      *-- in, fee postings out, for the morning balancing run.
       01  WS-CTLTOT-REQUEST.
           05  WS-CT-JOB-NAME            PIC X(08) VALUE 'SECLND00'.
           05  WS-CT-PROCESS-DATE        PIC X(08).
           05  WS-CT-RECORDS-IN          PIC 9(09).
           05  WS-CT-RECORDS-OUT         PIC 9(09).
           05  WS-CT-AMOUNT-IN           PIC S9(13)V9(2) COMP-3.
           05  WS-CT-AMOUNT-OUT          PIC S9(13)V9(2) COMP-3.
           05  WS-CT-RETURN-CODE         PIC S9(04) COMP.
      *-- Change: CTLWRT00's LINKAGE layout grew the partition
      *-- fields; a whole-file run passes them zero/SPACES.
           05  WS-CT-PARTITION-NO        PIC 9(02) VALUE ZERO.
           05  WS-CT-PARTITION-COUNT     PIC 9(02) VALUE ZERO.
           05  WS-CT-RANGE-FROM          PIC X(08) VALUE SPACES.
           05  WS-CT-RANGE-TO            PIC X(08) VALUE SPACES.

      *-- Fee working areas. Lending fees quote ACT/360, the money-
      *-- market convention the street uses for them.
       01  WS-FEE-AREA.
           05  WS-DAY-COUNT-BASE         PIC 9(03) COMP VALUE 360.
           05  WS-ACCRUAL-DAYS           PIC S9(05) COMP-3.
           05  WS-FEE-AMOUNT             PIC S9(13)V9(02) COMP-3.
           05  WS-FROM-DATE-NUM          PIC 9(08).
           05  WS-TO-DATE-NUM            PIC 9(08).

      *-- On-loan total for one portfolio/investment, summed off the
      *-- loan file by a partial-key START -- the TAXLOT pattern.
       01  WS-ON-LOAN-AREA.
           05  WS-ON-LOAN-QTY            PIC S9(11)V9(4) COMP-3.
           05  WS-FREE-QTY               PIC S9(11)V9(4) COMP-3.
           05  WS-SCAN-PORTFOLIO-ID      PIC X(08).
           05  WS-SCAN-INVESTMENT-ID     PIC X(10).
       01  WS-RETURN-VALUE               PIC S9(13)V9(02) COMP-3.

       01  WS-COUNTS.
           05  WS-INST-READ              PIC 9(07) COMP VALUE ZERO.
           05  WS-LOANS-OPENED           PIC 9(07) COMP VALUE ZERO.
           05  WS-LOANS-RECALLED         PIC 9(07) COMP VALUE ZERO.
           05  WS-LOANS-RETURNED         PIC 9(07) COMP VALUE ZERO.
           05  WS-INST-REJECTED          PIC 9(07) COMP VALUE ZERO.
           05  WS-FEES-POSTED            PIC 9(07) COMP VALUE ZERO.
           05  WS-TOTAL-FEES             PIC S9(13)V9(02) COMP-3
                                         VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-TIME               PIC X(06).
       01  WS-REPORT-DATE                PIC X(10).
       01  WS-REJECT-REASON              PIC X(40).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'SECURITIES LENDING ACTIVITY AND FEES'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.

       01  WS-LOAN-LINE.
           05  WS-LL-ACTION              PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-LOAN-ID             PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-BORROWER            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-QUANTITY            PIC -(09)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-AMOUNT              PIC -(11)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-LL-DETAIL              PIC X(40).
           05  FILLER                    PIC X(06) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-INSTRUCTIONS
               UNTIL EOF-INSTRUCTIONS
           PERFORM 2500-ACCRUE-LENDING-FEES
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 2010-READ-INSTRUCTION.

       1100-OPEN-FILES.
           OPEN I-O SECURITIES-LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00' AND WS-LOAN-STATUS NOT = '05'
               MOVE 'ERROR OPENING SECURITIES-LOAN-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT LOAN-INSTRUCTION-FILE
           IF WS-INST-STATUS = '05' OR WS-INST-STATUS = '35'
               SET EOF-INSTRUCTIONS TO TRUE
           ELSE
               IF WS-INST-STATUS NOT = '00'
                   MOVE 'ERROR OPENING LOAN-INSTRUCTION-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT COUNTERPARTY-MASTER
           IF WS-CPTY-STATUS NOT = '00'
               MOVE 'ERROR OPENING COUNTERPARTY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O TRANSACTION-HISTORY
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'ERROR OPENING TRANSACTION-HISTORY' TO ERR-TEXT
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
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-----------------------------------------------------------------
      * LOAN / RECALL / RETURN INSTRUCTIONS
      *-----------------------------------------------------------------
       2000-APPLY-INSTRUCTIONS.
           ADD 1 TO WS-INST-READ
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF INS-EFFECTIVE-DATE = SPACES
               MOVE WS-CURRENT-DATE TO INS-EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN INS-NEW-LOAN
                   PERFORM 2100-OPEN-LOAN
               WHEN INS-RECALL
                   PERFORM 2200-RECALL-LOAN
               WHEN INS-RETURN
                   PERFORM 2300-RETURN-LOAN
               WHEN OTHER
                   MOVE 'UNKNOWN INSTRUCTION ACTION'
                       TO WS-REJECT-REASON
                   SET WS-INSTRUCTION-REJECTED TO TRUE
           END-EVALUATE
           IF WS-INSTRUCTION-REJECTED
               PERFORM 2900-REJECT-INSTRUCTION
           END-IF
           PERFORM 2010-READ-INSTRUCTION.

       2010-READ-INSTRUCTION.
           READ LOAN-INSTRUCTION-FILE
               AT END
                   SET EOF-INSTRUCTIONS TO TRUE
           END-READ.

      *-- A new loan needs an active borrower and shares the
      *-- portfolio holds free of every loan already out: the held
      *-- quantity less the on-loan total must cover it.
       2100-OPEN-LOAN.
           IF INS-QUANTITY NOT NUMERIC
               OR INS-QUANTITY NOT > ZERO
               MOVE 'LOAN QUANTITY MISSING OR ZERO'
                   TO WS-REJECT-REASON
               SET WS-INSTRUCTION-REJECTED TO TRUE
           END-IF
           IF NOT WS-INSTRUCTION-REJECTED
               PERFORM 2110-VALIDATE-BORROWER
           END-IF
           IF NOT WS-INSTRUCTION-REJECTED
               PERFORM 2120-VALIDATE-AVAILABLE-SHARES
           END-IF
           IF NOT WS-INSTRUCTION-REJECTED
               PERFORM 2130-WRITE-NEW-LOAN
           END-IF.

       2110-VALIDATE-BORROWER.
           MOVE INS-BORROWER-ID TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   MOVE 'BORROWER NOT ON COUNTERPARTY MASTER'
                       TO WS-REJECT-REASON
                   SET WS-INSTRUCTION-REJECTED TO TRUE
               NOT INVALID KEY
                   IF NOT CPTY-STATUS-ACTIVE
                       MOVE 'BORROWER IS NOT ACTIVE'
                           TO WS-REJECT-REASON
                       SET WS-INSTRUCTION-REJECTED TO TRUE
                   END-IF
           END-READ.

       2120-VALIDATE-AVAILABLE-SHARES.
           MOVE INS-PORTFOLIO-ID  TO POS-PORTFOLIO-ID
           MOVE INS-INVESTMENT-ID TO POS-INVESTMENT-ID
           READ POSITION-MASTER
               INVALID KEY
                   MOVE 'PORTFOLIO DOES NOT HOLD THE SECURITY'
                       TO WS-REJECT-REASON
                   SET WS-INSTRUCTION-REJECTED TO TRUE
           END-READ
           IF NOT WS-INSTRUCTION-REJECTED
               MOVE INS-PORTFOLIO-ID  TO WS-SCAN-PORTFOLIO-ID
               MOVE INS-INVESTMENT-ID TO WS-SCAN-INVESTMENT-ID
               PERFORM 2400-SUM-ON-LOAN
               COMPUTE WS-FREE-QTY = POS-QUANTITY - WS-ON-LOAN-QTY
               IF INS-QUANTITY > WS-FREE-QTY
                   MOVE 'NOT ENOUGH SHARES FREE OF LOANS'
                       TO WS-REJECT-REASON
                   SET WS-INSTRUCTION-REJECTED TO TRUE
               END-IF
           END-IF.

      *-- Loan value and currency default from the holding when the
      *-- desk leaves them off: the lent share of the position's
      *-- current value, in the position's currency.
       2130-WRITE-NEW-LOAN.
           MOVE SPACES TO SECURITIES-LOAN-RECORD
           MOVE INS-PORTFOLIO-ID    TO SLN-PORTFOLIO-ID
           MOVE INS-INVESTMENT-ID   TO SLN-INVESTMENT-ID
           MOVE INS-LOAN-ID         TO SLN-LOAN-ID
           MOVE INS-BORROWER-ID     TO SLN-BORROWER-ID
           MOVE INS-QUANTITY        TO SLN-QUANTITY
           IF INS-LOAN-VALUE NUMERIC AND INS-LOAN-VALUE > ZERO
               MOVE INS-LOAN-VALUE  TO SLN-LOAN-VALUE
           ELSE
               COMPUTE SLN-LOAN-VALUE ROUNDED =
                   POS-CURRENT-VALUE * INS-QUANTITY / POS-QUANTITY
           END-IF
           IF INS-CURRENCY = SPACES
               MOVE POS-CURRENCY    TO SLN-CURRENCY
           ELSE
               MOVE INS-CURRENCY    TO SLN-CURRENCY
           END-IF
           IF INS-COLLATERAL-TYPE = 'C'
               SET SLN-COLLATERAL-CASH TO TRUE
           ELSE
               SET SLN-COLLATERAL-NONCASH TO TRUE
           END-IF
           MOVE ZERO                TO SLN-COLLATERAL-AMOUNT
           IF INS-COLLATERAL-AMOUNT NUMERIC
               MOVE INS-COLLATERAL-AMOUNT TO SLN-COLLATERAL-AMOUNT
           END-IF
           MOVE INS-COLLATERAL-CCY  TO SLN-COLLATERAL-CCY
           MOVE ZERO                TO SLN-FEE-RATE-PCT
           IF INS-FEE-RATE-PCT NUMERIC
               MOVE INS-FEE-RATE-PCT TO SLN-FEE-RATE-PCT
           END-IF
           MOVE ZERO                TO SLN-REBATE-RATE-PCT
           IF INS-REBATE-RATE-PCT NUMERIC
               MOVE INS-REBATE-RATE-PCT TO SLN-REBATE-RATE-PCT
           END-IF
           MOVE INS-EFFECTIVE-DATE  TO SLN-OPEN-DATE
           MOVE SPACES              TO SLN-RECALL-DATE
           MOVE SPACES              TO SLN-RETURN-DATE
           SET SLN-STATUS-OPEN      TO TRUE
           MOVE SPACES              TO SLN-LAST-ACCRUAL-DATE
           MOVE ZERO                TO SLN-FEE-TO-DATE
           WRITE SECURITIES-LOAN-RECORD
               INVALID KEY
                   MOVE 'LOAN ID ALREADY ON FILE' TO WS-REJECT-REASON
                   SET WS-INSTRUCTION-REJECTED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-LOANS-OPENED
                   MOVE 'LOANED' TO WS-LL-ACTION
                   MOVE SLN-QUANTITY TO WS-LL-QUANTITY
                   MOVE SLN-LOAN-VALUE TO WS-LL-AMOUNT
                   MOVE 'LOAN OPENED' TO WS-LL-DETAIL
                   PERFORM 2950-WRITE-LOAN-LINE
                   MOVE 'SLNOPEN ' TO WS-AW-EVENT-TYPE
                   PERFORM 8200-WRITE-AUDIT-EVENT
           END-WRITE.

      *-- A recall asks for the shares back; they are still out --
      *-- and still unsellable and still earning -- until the return
      *-- arrives.
       2200-RECALL-LOAN.
           PERFORM 2410-READ-LOAN-FOR-UPDATE
           IF NOT WS-INSTRUCTION-REJECTED
               IF NOT SLN-STATUS-OPEN
                   MOVE 'LOAN IS NOT OPEN - CANNOT RECALL'
                       TO WS-REJECT-REASON
                   SET WS-INSTRUCTION-REJECTED TO TRUE
               ELSE
                   SET SLN-STATUS-RECALLED TO TRUE
                   MOVE INS-EFFECTIVE-DATE TO SLN-RECALL-DATE
                   REWRITE SECURITIES-LOAN-RECORD
                   ADD 1 TO WS-LOANS-RECALLED
                   MOVE 'RECALLED' TO WS-LL-ACTION
                   MOVE SLN-QUANTITY TO WS-LL-QUANTITY
                   MOVE ZERO TO WS-LL-AMOUNT
                   MOVE 'RECALL ISSUED TO BORROWER' TO WS-LL-DETAIL
                   PERFORM 2950-WRITE-LOAN-LINE
                   MOVE 'SLNRECAL' TO WS-AW-EVENT-TYPE
                   PERFORM 8200-WRITE-AUDIT-EVENT
               END-IF
           END-IF.

      *-- A return of the full quantity (or a return with no
      *-- quantity) closes the loan; a partial return reduces the
      *-- quantity and the loan value pro rata and leaves the loan
      *-- out at its current status.
       2300-RETURN-LOAN.
           PERFORM 2410-READ-LOAN-FOR-UPDATE
           IF NOT WS-INSTRUCTION-REJECTED
               IF NOT SLN-ON-LOAN
                   MOVE 'LOAN ALREADY RETURNED'
                       TO WS-REJECT-REASON
                   SET WS-INSTRUCTION-REJECTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-INSTRUCTION-REJECTED
               IF INS-QUANTITY NOT NUMERIC
                   MOVE ZERO TO INS-QUANTITY
               END-IF
               IF INS-QUANTITY = ZERO
                   OR INS-QUANTITY NOT < SLN-QUANTITY
                   MOVE SLN-QUANTITY TO INS-QUANTITY
                   SET SLN-STATUS-RETURNED TO TRUE
                   MOVE INS-EFFECTIVE-DATE TO SLN-RETURN-DATE
                   MOVE 'LOAN RETURNED AND CLOSED' TO WS-LL-DETAIL
               ELSE
                   COMPUTE WS-RETURN-VALUE ROUNDED =
                       SLN-LOAN-VALUE * INS-QUANTITY / SLN-QUANTITY
                   SUBTRACT WS-RETURN-VALUE FROM SLN-LOAN-VALUE
                   SUBTRACT INS-QUANTITY FROM SLN-QUANTITY
                   MOVE 'PARTIAL RETURN - LOAN REDUCED'
                       TO WS-LL-DETAIL
               END-IF
               REWRITE SECURITIES-LOAN-RECORD
               ADD 1 TO WS-LOANS-RETURNED
               MOVE 'RETURNED' TO WS-LL-ACTION
               MOVE INS-QUANTITY TO WS-LL-QUANTITY
               MOVE ZERO TO WS-LL-AMOUNT
               PERFORM 2950-WRITE-LOAN-LINE
               MOVE 'SLNRETRN' TO WS-AW-EVENT-TYPE
               PERFORM 8200-WRITE-AUDIT-EVENT
           END-IF.

      *-- Sums SLN-QUANTITY over every loan still out (open or
      *-- recalled) for WS-SCAN-PORTFOLIO-ID/INVESTMENT-ID.
       2400-SUM-ON-LOAN.
           MOVE ZERO TO WS-ON-LOAN-QTY
           MOVE 'N' TO WS-LOAN-SCAN-SW
           MOVE WS-SCAN-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
           MOVE WS-SCAN-INVESTMENT-ID TO SLN-INVESTMENT-ID
           MOVE LOW-VALUES            TO SLN-LOAN-ID
           START SECURITIES-LOAN-FILE KEY NOT LESS THAN SLN-KEY
               INVALID KEY
                   SET WS-LOAN-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-LOAN-SCAN-DONE
               PERFORM 2420-READ-NEXT-SCAN-LOAN
           END-IF
           PERFORM 2430-ADD-ONE-LOAN
               UNTIL WS-LOAN-SCAN-DONE.

       2410-READ-LOAN-FOR-UPDATE.
           MOVE INS-PORTFOLIO-ID  TO SLN-PORTFOLIO-ID
           MOVE INS-INVESTMENT-ID TO SLN-INVESTMENT-ID
           MOVE INS-LOAN-ID       TO SLN-LOAN-ID
           READ SECURITIES-LOAN-FILE
               INVALID KEY
                   MOVE 'LOAN NOT ON FILE' TO WS-REJECT-REASON
                   SET WS-INSTRUCTION-REJECTED TO TRUE
           END-READ.

       2420-READ-NEXT-SCAN-LOAN.
           READ SECURITIES-LOAN-FILE NEXT RECORD
               AT END
                   SET WS-LOAN-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-LOAN-SCAN-DONE
               IF SLN-PORTFOLIO-ID NOT = WS-SCAN-PORTFOLIO-ID
                   OR SLN-INVESTMENT-ID NOT = WS-SCAN-INVESTMENT-ID
                   SET WS-LOAN-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       2430-ADD-ONE-LOAN.
           IF SLN-ON-LOAN
               ADD SLN-QUANTITY TO WS-ON-LOAN-QTY
           END-IF
           PERFORM 2420-READ-NEXT-SCAN-LOAN.

       2900-REJECT-INSTRUCTION.
           ADD 1 TO WS-INST-REJECTED
           MOVE 'REJECTED'        TO WS-LL-ACTION
           MOVE INS-PORTFOLIO-ID  TO WS-LL-PORTFOLIO
           MOVE INS-INVESTMENT-ID TO WS-LL-INVESTMENT-ID
           MOVE INS-LOAN-ID       TO WS-LL-LOAN-ID
           MOVE INS-BORROWER-ID   TO WS-LL-BORROWER
           IF INS-QUANTITY NUMERIC
               MOVE INS-QUANTITY  TO WS-LL-QUANTITY
           ELSE
               MOVE ZERO          TO WS-LL-QUANTITY
           END-IF
           MOVE ZERO              TO WS-LL-AMOUNT
           MOVE WS-REJECT-REASON  TO WS-LL-DETAIL
           WRITE REPORT-RECORD FROM WS-LOAN-LINE
           MOVE SPACES TO ERR-TEXT
           STRING 'LOAN INSTRUCTION REJECTED: ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO ERR-TEXT
           SET ERR-SEV-WARNING TO TRUE
           PERFORM 9000-ERROR-ROUTINE.

       2950-WRITE-LOAN-LINE.
           MOVE SLN-PORTFOLIO-ID  TO WS-LL-PORTFOLIO
           MOVE SLN-INVESTMENT-ID TO WS-LL-INVESTMENT-ID
           MOVE SLN-LOAN-ID       TO WS-LL-LOAN-ID
           MOVE SLN-BORROWER-ID   TO WS-LL-BORROWER
           WRITE REPORT-RECORD FROM WS-LOAN-LINE.

      *-----------------------------------------------------------------
      * NIGHTLY LENDING-FEE ACCRUAL
      *-----------------------------------------------------------------
      *-- Every loan still out earns for each night since it last
      *-- accrued (since it opened, counting the opening night, for a
      *-- new loan), so a Friday accrual run is followed by Monday's
      *-- three nights. A loan already accrued to the process date is
      *-- skipped -- the rerun gate.
       2500-ACCRUE-LENDING-FEES.
           MOVE 'N' TO WS-EOF-LOAN-SW
           MOVE LOW-VALUES TO SLN-KEY
           START SECURITIES-LOAN-FILE KEY NOT LESS THAN SLN-KEY
               INVALID KEY
                   SET EOF-LOANS TO TRUE
           END-START
           IF NOT EOF-LOANS
               PERFORM 2510-READ-NEXT-LOAN
           END-IF
           PERFORM 2520-ACCRUE-ONE-LOAN
               UNTIL EOF-LOANS.

       2510-READ-NEXT-LOAN.
           READ SECURITIES-LOAN-FILE NEXT RECORD
               AT END
                   SET EOF-LOANS TO TRUE
           END-READ.

       2520-ACCRUE-ONE-LOAN.
           IF SLN-ON-LOAN
               AND (SLN-LAST-ACCRUAL-DATE = SPACES
                    OR SLN-LAST-ACCRUAL-DATE < WS-CURRENT-DATE)
               AND SLN-OPEN-DATE NOT > WS-CURRENT-DATE
               PERFORM 2530-COMPUTE-FEE
               IF WS-FEE-AMOUNT NOT = ZERO
                   PERFORM 2540-WRITE-FEE-TRANSACTION
                   ADD WS-FEE-AMOUNT TO SLN-FEE-TO-DATE
               END-IF
               MOVE WS-CURRENT-DATE TO SLN-LAST-ACCRUAL-DATE
               REWRITE SECURITIES-LOAN-RECORD
           END-IF
           PERFORM 2510-READ-NEXT-LOAN.

      *-- Fee on the loan value, less the rebate we owe the borrower
      *-- on cash collateral, for the nights accrued.
       2530-COMPUTE-FEE.
           IF SLN-LAST-ACCRUAL-DATE = SPACES
               MOVE SLN-OPEN-DATE TO WS-FROM-DATE-NUM
               MOVE WS-CURRENT-DATE TO WS-TO-DATE-NUM
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TO-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-NUM) + 1
           ELSE
               MOVE SLN-LAST-ACCRUAL-DATE TO WS-FROM-DATE-NUM
               MOVE WS-CURRENT-DATE TO WS-TO-DATE-NUM
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TO-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-NUM)
           END-IF
           IF SLN-COLLATERAL-CASH
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   (SLN-LOAN-VALUE * SLN-FEE-RATE-PCT
                    - SLN-COLLATERAL-AMOUNT * SLN-REBATE-RATE-PCT)
                   / 100 * WS-ACCRUAL-DAYS / WS-DAY-COUNT-BASE
           ELSE
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   SLN-LOAN-VALUE * SLN-FEE-RATE-PCT
                   / 100 * WS-ACCRUAL-DAYS / WS-DAY-COUNT-BASE
           END-IF.

      *-- The fee posts DONE: it is cash with no position for
      *-- CAPROC00 to apply, and settles straight into the cash
      *-- ledger the way INTACR00's cash-balance interest does. The
      *-- borrower rides TRAN-COUNTERPARTY-ID and the loan id the
      *-- custodian reference, so the fee traces back to its loan.
       2540-WRITE-FEE-TRANSACTION.
           MOVE SPACES            TO TRANSACTION-RECORD
           MOVE WS-CURRENT-DATE   TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE SLN-PORTFOLIO-ID  TO TRAN-PORTFOLIO-ID
           PERFORM 2550-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE SLN-INVESTMENT-ID TO TRAN-INVESTMENT-ID
           SET TRAN-TYPE-LEND-FEE TO TRUE
           SET TRAN-STATUS-DONE   TO TRUE
           MOVE ZERO              TO TRAN-QUANTITY
           MOVE ZERO              TO TRAN-PRICE
           MOVE WS-FEE-AMOUNT     TO TRAN-AMOUNT
           MOVE SLN-CURRENCY      TO TRAN-CURRENCY
           MOVE SPACES            TO TRAN-CHANNEL-CODE
           MOVE SLN-CURRENCY      TO TRAN-SETTLE-CCY
           MOVE 1                 TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE SPACES            TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE SLN-BORROWER-ID   TO TRAN-COUNTERPARTY-ID
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE SLN-LOAN-ID       TO TRAN-CUSTODIAN-REF
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'SECLND00'        TO TRAN-PROCESS-USER
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE LENDING FEE KEY - NOT POSTED'
                       TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-FEES-POSTED
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
                   MOVE 'FEE' TO WS-LL-ACTION
                   MOVE SLN-QUANTITY TO WS-LL-QUANTITY
                   MOVE WS-FEE-AMOUNT TO WS-LL-AMOUNT
                   MOVE 'LENDING FEE POSTED' TO WS-LL-DETAIL
                   PERFORM 2950-WRITE-LOAN-LINE
           END-WRITE.

       2550-GET-NEXT-SEQUENCE.
           SET WS-SQ-FUNC-NEXT TO TRUE
           MOVE WS-CURRENT-DATE TO WS-SQ-PROCESS-DATE
           CALL 'SEQSVC00' USING WS-SEQSVC-REQUEST
           IF WS-SQ-RETURN-CODE NOT = 0
               MOVE 'SEQUENCE SERVICE FAILED' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'INSTRUCTIONS READ:' TO WS-SL-LABEL
           MOVE WS-INST-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LOANS OPENED:' TO WS-SL-LABEL
           MOVE WS-LOANS-OPENED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LOANS RECALLED:' TO WS-SL-LABEL
           MOVE WS-LOANS-RECALLED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'RETURNS APPLIED:' TO WS-SL-LABEL
           MOVE WS-LOANS-RETURNED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'INSTRUCTIONS REJECTED:' TO WS-SL-LABEL
           MOVE WS-INST-REJECTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'LENDING FEES POSTED:' TO WS-SL-LABEL
           MOVE WS-FEES-POSTED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE SECURITIES-LOAN-FILE
           CLOSE LOAN-INSTRUCTION-FILE
           CLOSE COUNTERPARTY-MASTER
           CLOSE POSITION-MASTER
           CLOSE TRANSACTION-HISTORY
           CLOSE REPORT-FILE
           PERFORM 3100-WRITE-CONTROL-TOTALS
           IF WS-INST-REJECTED > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

       3100-WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO WS-CT-PROCESS-DATE
           MOVE WS-INST-READ    TO WS-CT-RECORDS-IN
           MOVE WS-FEES-POSTED  TO WS-CT-RECORDS-OUT
           MOVE ZERO            TO WS-CT-AMOUNT-IN
           MOVE WS-TOTAL-FEES   TO WS-CT-AMOUNT-OUT
           CALL 'CTLWRT00' USING WS-CTLTOT-REQUEST.

      *-----------------------------------------------------------------
      * AUDIT
      *-----------------------------------------------------------------
       8200-WRITE-AUDIT-EVENT.
           MOVE WS-CURRENT-DATE TO WS-AW-PROCESS-DATE
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'LOAN ' SLN-LOAN-ID ' ' WS-LL-ACTION ': '
                  SLN-PORTFOLIO-ID ' ' SLN-INVESTMENT-ID
                  ' TO ' SLN-BORROWER-ID
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'SECLND00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'SECLND00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'SECLND00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'SECLND00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
