       IDENTIFICATION DIVISION.
       PROGRAM-ID. FNDDLG00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Pooled Fund Subscriptions And Redemptions                      *
      *                                                                *
      * Deals the day's fund dealing instructions at the NAV per unit  *
      * NAVCAL00 struck for the run date, keeping the unitholder       *
      * register and the fund's cash in step:                          *
      * - A subscription is issued DLG-AMOUNT / NAV units, added to    *
      *   the holder's register record (opened on the first deal)      *
      *   along with the money paid as book cost                       *
      * - A redemption cancels the units surrendered (the whole        *
      *   holding when none are named), pays units * NAV and relieves  *
      *   book cost pro rata; a holding redeemed to zero closes        *
      * - Every deal writes the matching cash TR into the fund on      *
      *   TRANHIST -- signed, the holder as counterparty, DONE since   *
      *   it is applied here (the PRTXFR00 convention) -- so the cash  *
      *   ledger, the performance runs and the reconciliations see     *
      *   the money move                                               *
      * - Refused: a fund that is not an active FUND portfolio or has  *
      *   no NAV for the run date, a holder who is not an active       *
      *   client, a subscription from a client whose KYC review has    *
      *   lapsed, a redemption of more units than are held             *
      * - Prints every deal and every refusal                          *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-DEAL-FILE ASSIGN TO FNDDEAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEAL-STATUS.

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

           SELECT NAV-HISTORY-FILE ASSIGN TO NAVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NAV-KEY
               FILE STATUS IS WS-NAV-STATUS.

           SELECT OPTIONAL UNITHOLDER-REGISTER ASSIGN TO UNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UHR-KEY
               FILE STATUS IS WS-UHR-STATUS.

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
       FD  FUND-DEAL-FILE
           RECORDING MODE IS F.
           COPY FNDDLG.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  NAV-HISTORY-FILE
           RECORDING MODE IS F.
           COPY NAVHST.

       FD  UNITHOLDER-REGISTER
           RECORDING MODE IS F.
           COPY UNTREG.

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
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'FNDDLG00'.
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

       01  WS-SEQSVC-REQUEST.
           05  WS-SQ-FUNCTION            PIC X(04).
               88  WS-SQ-FUNC-NEXT           VALUE 'NEXT'.
           05  WS-SQ-PROCESS-DATE        PIC X(08).
           05  WS-SQ-BLOCK-SIZE          PIC 9(04) VALUE ZERO.
           05  WS-SQ-FIRST-SEQUENCE      PIC 9(06).
           05  WS-SQ-LAST-SEQUENCE       PIC 9(06).
           05  WS-SQ-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-DEAL-STATUS            PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-NAV-STATUS             PIC XX.
           05  WS-UHR-STATUS             PIC XX.
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-DEAL-SW            PIC X(01) VALUE 'N'.
               88  EOF-DEALS                 VALUE 'Y'.
           05  WS-HOLDING-SW             PIC X(01) VALUE 'N'.
               88  WS-HOLDING-FOUND          VALUE 'Y'.
           05  WS-WARNING-SW             PIC X(01) VALUE 'N'.
               88  WS-WARNING-RAISED         VALUE 'Y'.

      *-- Why a deal was refused; SPACES while it is still good.
       01  WS-REJECT-REASON              PIC X(40).

      *-- Client KYC review check, the HISTLD00 rule: the review
      *-- falls due one, two or three years after the last one by
      *-- risk rating, and a client past due may not put new money in.
       01  WS-KYC-AREA.
           05  WS-KYC-DUE-DATE.
               10  WS-KYC-DUE-YEAR       PIC 9(04).
               10  WS-KYC-DUE-MMDD       PIC X(04).
           05  WS-KYC-CYCLE-YEARS        PIC 9(01).

       01  WS-DEAL-WORK.
           05  WS-DW-NAV-PER-UNIT        PIC S9(07)V9(4) COMP-3.
           05  WS-DW-CURRENCY            PIC X(03).
           05  WS-DW-UNITS               PIC S9(11)V9(4) COMP-3.
           05  WS-DW-CASH                PIC S9(13)V9(2) COMP-3.
           05  WS-DW-COST-RELIEVED       PIC S9(13)V9(2) COMP-3.

       01  WS-COUNTS.
           05  WS-DEALS-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-SUBS-DEALT             PIC 9(07) COMP VALUE ZERO.
           05  WS-REDS-DEALT             PIC 9(07) COMP VALUE ZERO.
           05  WS-DEALS-REFUSED          PIC 9(07) COMP VALUE ZERO.
           05  WS-HOLDERS-OPENED         PIC 9(07) COMP VALUE ZERO.
           05  WS-HOLDERS-CLOSED         PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-CURRENT-TIME               PIC X(06).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'FUND SUBSCRIPTIONS AND REDEMPTIONS'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'FUND'.
               10  FILLER                PIC X(10) VALUE 'HOLDER'.
               10  FILLER                PIC X(11) VALUE 'DEAL'.
               10  FILLER                PIC X(14) VALUE 'REFERENCE'.
               10  FILLER                PIC X(18)
                   VALUE '            CASH'.
               10  FILLER                PIC X(16)
                   VALUE '           UNITS'.
               10  FILLER                PIC X(12)
                   VALUE '    NAV/UNIT'.
               10  FILLER                PIC X(41) VALUE '  RESULT'.

       01  WS-DEAL-LINE.
           05  WS-DL-FUND                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-HOLDER              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DEAL-TYPE           PIC X(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-REFERENCE           PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-CASH                PIC -(13)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-UNITS               PIC -(9)9.9999.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-NAV-PER-UNIT        PIC -(5)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-RESULT              PIC X(40).

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DEALS
               UNTIL EOF-DEALS
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
           PERFORM 2010-READ-DEAL.

       1100-OPEN-FILES.
           OPEN INPUT FUND-DEAL-FILE
           IF WS-DEAL-STATUS NOT = '00'
               MOVE 'ERROR OPENING FUND-DEAL-FILE' TO ERR-TEXT
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

           OPEN INPUT NAV-HISTORY-FILE
           IF WS-NAV-STATUS NOT = '00'
               MOVE 'ERROR OPENING NAV-HISTORY-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN I-O UNITHOLDER-REGISTER
           IF WS-UHR-STATUS NOT = '00' AND WS-UHR-STATUS NOT = '05'
               MOVE 'ERROR OPENING UNITHOLDER-REGISTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
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
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-----------------------------------------------------------------
      * DEALING
      *-----------------------------------------------------------------
       2000-PROCESS-DEALS.
           ADD 1 TO WS-DEALS-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO   TO WS-DW-UNITS
           MOVE ZERO   TO WS-DW-CASH
           MOVE ZERO   TO WS-DW-NAV-PER-UNIT
           PERFORM 2100-VALIDATE-DEAL
           IF WS-REJECT-REASON = SPACES
               IF DLG-SUBSCRIPTION
                   PERFORM 2200-DEAL-SUBSCRIPTION
               ELSE
                   PERFORM 2300-DEAL-REDEMPTION
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2400-WRITE-CASH-TRANSFER
           ELSE
               ADD 1 TO WS-DEALS-REFUSED
               MOVE SPACES TO ERR-TEXT
               STRING 'DEAL ' DLG-REFERENCE ' FUND ' DLG-FUND-ID
                      ' HOLDER ' DLG-HOLDER-ID ' REFUSED: '
                      WS-REJECT-REASON
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 2500-WRITE-DEAL-LINE
           PERFORM 2010-READ-DEAL.

       2010-READ-DEAL.
           READ FUND-DEAL-FILE
               AT END
                   SET EOF-DEALS TO TRUE
           END-READ.

      *-- Each edit runs only while the deal is still good, so the
      *-- report names the first reason it failed.
       2100-VALIDATE-DEAL.
           IF NOT DLG-SUBSCRIPTION AND NOT DLG-REDEMPTION
               MOVE 'UNKNOWN DEAL TYPE' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2110-CHECK-FUND
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2120-CHECK-NAV
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2130-CHECK-HOLDER
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2150-READ-HOLDING
               IF DLG-SUBSCRIPTION
                   IF DLG-AMOUNT IS NOT NUMERIC
                       OR DLG-AMOUNT NOT > ZERO
                       MOVE 'SUBSCRIPTION AMOUNT MISSING'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   PERFORM 2160-CHECK-REDEMPTION
               END-IF
           END-IF.

       2110-CHECK-FUND.
           MOVE DLG-FUND-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   MOVE 'FUND NOT ON PORTFOLIO MASTER'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT PORT-TYPE-FUND
                       MOVE 'PORTFOLIO IS NOT A FUND'
                           TO WS-REJECT-REASON
                   ELSE
                       IF NOT PORT-STATUS-ACTIVE
                           MOVE 'FUND IS NOT ACTIVE'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE PORT-BASE-CURRENCY TO WS-DW-CURRENCY
                       END-IF
                   END-IF
           END-READ.

      *-- Deals go at the NAV struck for the run date only; dealing
      *-- at a stale price would hand value between unitholders.
       2120-CHECK-NAV.
           MOVE DLG-FUND-ID     TO NAV-FUND-ID
           MOVE WS-CURRENT-DATE TO NAV-DATE
           READ NAV-HISTORY-FILE
               INVALID KEY
                   MOVE 'NO NAV STRUCK FOR THE RUN DATE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NAV-PER-UNIT NOT > ZERO
                       MOVE 'NAV PER UNIT NOT POSITIVE'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE NAV-PER-UNIT TO WS-DW-NAV-PER-UNIT
                   END-IF
           END-READ.

       2130-CHECK-HOLDER.
           MOVE DLG-HOLDER-ID TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   MOVE 'HOLDER NOT ON COUNTERPARTY MASTER'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT CPTY-TYPE-CLIENT
                       OR NOT CPTY-STATUS-ACTIVE
                       MOVE 'HOLDER IS NOT AN ACTIVE CLIENT'
                           TO WS-REJECT-REASON
                   ELSE
                       IF DLG-SUBSCRIPTION
                           PERFORM 2140-CHECK-KYC-REVIEW
                       END-IF
                   END-IF
           END-READ.

      *-- A client with no review recorded yet is left to the other
      *-- edits, as HISTLD00 leaves it.
       2140-CHECK-KYC-REVIEW.
           IF CPTY-KYC-LAST-REVIEW NOT = SPACES
               AND CPTY-KYC-LAST-REVIEW IS NUMERIC
               MOVE CPTY-KYC-LAST-REVIEW TO WS-KYC-DUE-DATE
               EVALUATE TRUE
                   WHEN CPTY-KYC-RISK-LOW
                       MOVE 3 TO WS-KYC-CYCLE-YEARS
                   WHEN CPTY-KYC-RISK-MEDIUM
                       MOVE 2 TO WS-KYC-CYCLE-YEARS
                   WHEN OTHER
                       MOVE 1 TO WS-KYC-CYCLE-YEARS
               END-EVALUATE
               ADD WS-KYC-CYCLE-YEARS TO WS-KYC-DUE-YEAR
               IF WS-KYC-DUE-DATE < WS-CURRENT-DATE
                   MOVE 'CLIENT KYC REVIEW HAS LAPSED'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2150-READ-HOLDING.
           MOVE 'N' TO WS-HOLDING-SW
           MOVE DLG-FUND-ID   TO UHR-FUND-ID
           MOVE DLG-HOLDER-ID TO UHR-HOLDER-ID
           READ UNITHOLDER-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HOLDING-FOUND TO TRUE
           END-READ.

      *-- No units named redeems the whole holding.
       2160-CHECK-REDEMPTION.
           IF NOT WS-HOLDING-FOUND
               OR UHR-UNITS NOT > ZERO
               MOVE 'HOLDER HAS NO UNITS IN THE FUND'
                   TO WS-REJECT-REASON
           ELSE
               IF DLG-UNITS IS NOT NUMERIC
                   OR DLG-UNITS = ZERO
                   MOVE UHR-UNITS TO WS-DW-UNITS
               ELSE
                   MOVE DLG-UNITS TO WS-DW-UNITS
               END-IF
               IF WS-DW-UNITS < ZERO
                   MOVE 'REDEMPTION UNITS NEGATIVE'
                       TO WS-REJECT-REASON
               END-IF
               IF WS-DW-UNITS > UHR-UNITS
                   MOVE 'REDEMPTION EXCEEDS UNITS HELD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *-- The register record read by 2150 is still in the buffer.
       2200-DEAL-SUBSCRIPTION.
           MOVE DLG-AMOUNT TO WS-DW-CASH
           COMPUTE WS-DW-UNITS ROUNDED =
               WS-DW-CASH / WS-DW-NAV-PER-UNIT
           IF WS-DW-UNITS NOT > ZERO
               MOVE 'AMOUNT BUYS LESS THAN THE SMALLEST UNIT'
                   TO WS-REJECT-REASON
           ELSE
               IF WS-HOLDING-FOUND
                   ADD WS-DW-UNITS TO UHR-UNITS
                   ADD WS-DW-CASH  TO UHR-BOOK-COST
                   MOVE WS-CURRENT-DATE TO UHR-LAST-DEAL-DATE
                   SET UHR-STATUS-ACTIVE TO TRUE
                   REWRITE UNITHOLDER-RECORD
                       INVALID KEY
                           MOVE 'REGISTER REWRITE FAILED'
                               TO WS-REJECT-REASON
                   END-REWRITE
               ELSE
                   MOVE DLG-FUND-ID     TO UHR-FUND-ID
                   MOVE DLG-HOLDER-ID   TO UHR-HOLDER-ID
                   MOVE WS-DW-UNITS     TO UHR-UNITS
                   MOVE WS-DW-CASH      TO UHR-BOOK-COST
                   MOVE WS-CURRENT-DATE TO UHR-OPEN-DATE
                   MOVE WS-CURRENT-DATE TO UHR-LAST-DEAL-DATE
                   SET UHR-STATUS-ACTIVE TO TRUE
                   MOVE SPACES          TO UHR-FILLER
                   WRITE UNITHOLDER-RECORD
                       INVALID KEY
                           MOVE 'REGISTER WRITE FAILED'
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDERS-OPENED
                   END-WRITE
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-SUBS-DEALT
           END-IF.

       2300-DEAL-REDEMPTION.
           COMPUTE WS-DW-CASH ROUNDED =
               WS-DW-UNITS * WS-DW-NAV-PER-UNIT
           IF WS-DW-UNITS = UHR-UNITS
               MOVE UHR-BOOK-COST TO WS-DW-COST-RELIEVED
           ELSE
               COMPUTE WS-DW-COST-RELIEVED ROUNDED =
                   UHR-BOOK-COST * WS-DW-UNITS / UHR-UNITS
           END-IF
           SUBTRACT WS-DW-UNITS         FROM UHR-UNITS
           SUBTRACT WS-DW-COST-RELIEVED FROM UHR-BOOK-COST
           MOVE WS-CURRENT-DATE TO UHR-LAST-DEAL-DATE
           IF UHR-UNITS = ZERO
               SET UHR-STATUS-CLOSED TO TRUE
           END-IF
           REWRITE UNITHOLDER-RECORD
               INVALID KEY
                   MOVE 'REGISTER REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-REDS-DEALT
               IF UHR-STATUS-CLOSED
                   ADD 1 TO WS-HOLDERS-CLOSED
               END-IF
           END-IF.

      *-- The cash TR into (or out of) the fund, signed as the
      *-- external-flow convention the cash ledger and TWRCALC0 read:
      *-- subscription money in positive, redemption proceeds out
      *-- negative. Units and NAV ride QUANTITY and PRICE so the row
      *-- reconciles as units * price; the 'FUND' channel and the
      *-- holder as counterparty say where the money came from.
       2400-WRITE-CASH-TRANSFER.
           MOVE WS-CURRENT-DATE   TO TRAN-DATE
           MOVE WS-CURRENT-TIME   TO TRAN-TIME
           MOVE DLG-FUND-ID       TO TRAN-PORTFOLIO-ID
           PERFORM 2410-GET-NEXT-SEQUENCE
           MOVE WS-SQ-FIRST-SEQUENCE TO TRAN-SEQUENCE-NO
           MOVE 'FUNDUNITS'       TO TRAN-INVESTMENT-ID
           SET TRAN-TYPE-TRANS    TO TRUE
           IF DLG-SUBSCRIPTION
               MOVE WS-DW-UNITS   TO TRAN-QUANTITY
               MOVE WS-DW-CASH    TO TRAN-AMOUNT
           ELSE
               COMPUTE TRAN-QUANTITY = ZERO - WS-DW-UNITS
               COMPUTE TRAN-AMOUNT   = ZERO - WS-DW-CASH
           END-IF
           MOVE WS-DW-NAV-PER-UNIT TO TRAN-PRICE
           MOVE WS-DW-CURRENCY    TO TRAN-CURRENCY
           SET TRAN-STATUS-DONE   TO TRUE
           MOVE 'FUND'            TO TRAN-CHANNEL-CODE
           MOVE WS-DW-CURRENCY    TO TRAN-SETTLE-CCY
           MOVE 1                 TO TRAN-FX-RATE
           MOVE ZERO              TO TRAN-SPLIT-FROM
           MOVE ZERO              TO TRAN-SPLIT-TO
           MOVE DLG-REFERENCE     TO TRAN-PARENT-ORDER-ID
           SET TRAN-OPEN          TO TRUE
           MOVE DLG-HOLDER-ID     TO TRAN-COUNTERPARTY-ID
           MOVE ZERO              TO TRAN-COMMISSION
           MOVE ZERO              TO TRAN-EXCH-CHARGES
           MOVE ZERO              TO TRAN-OTHER-FEES
           MOVE SPACES            TO TRAN-SETTLED-DATE
           MOVE SPACES            TO TRAN-CUSTODIAN-REF
           MOVE FUNCTION CURRENT-DATE TO TRAN-PROCESS-DATE
           MOVE WS-CURRENT-DATE TO TRAN-PROCESS-DATE (1:8)
           MOVE 'FNDDLG00'        TO TRAN-PROCESS-USER
           MOVE ZERO              TO TRAN-ACCRUED-INT
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE SPACES TO ERR-TEXT
                   STRING 'DUPLICATE TR KEY - CASH FOR DEAL '
                          DLG-REFERENCE ' NOT WRITTEN'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-WRITE.

       2410-GET-NEXT-SEQUENCE.
           SET WS-SQ-FUNC-NEXT TO TRUE
           MOVE WS-CURRENT-DATE TO WS-SQ-PROCESS-DATE
           CALL 'SEQSVC00' USING WS-SEQSVC-REQUEST
           IF WS-SQ-RETURN-CODE NOT = 0
               MOVE 'SEQUENCE SERVICE FAILED' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       2500-WRITE-DEAL-LINE.
           MOVE DLG-FUND-ID        TO WS-DL-FUND
           MOVE DLG-HOLDER-ID      TO WS-DL-HOLDER
           MOVE DLG-REFERENCE      TO WS-DL-REFERENCE
           EVALUATE TRUE
               WHEN DLG-SUBSCRIPTION
                   MOVE 'SUBSCRIBE' TO WS-DL-DEAL-TYPE
               WHEN DLG-REDEMPTION
                   MOVE 'REDEEM'    TO WS-DL-DEAL-TYPE
               WHEN OTHER
                   MOVE DLG-DEAL-TYPE TO WS-DL-DEAL-TYPE
           END-EVALUATE
           MOVE WS-DW-CASH         TO WS-DL-CASH
           MOVE WS-DW-UNITS        TO WS-DL-UNITS
           MOVE WS-DW-NAV-PER-UNIT TO WS-DL-NAV-PER-UNIT
           IF WS-REJECT-REASON = SPACES
               IF DLG-SUBSCRIPTION
                   MOVE 'UNITS ISSUED' TO WS-DL-RESULT
               ELSE
                   MOVE 'UNITS CANCELLED' TO WS-DL-RESULT
               END-IF
           ELSE
               MOVE WS-REJECT-REASON TO WS-DL-RESULT
           END-IF
           WRITE REPORT-RECORD FROM WS-DEAL-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'DEAL INSTRUCTIONS READ:' TO WS-SL-LABEL
           MOVE WS-DEALS-READ TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'SUBSCRIPTIONS DEALT:' TO WS-SL-LABEL
           MOVE WS-SUBS-DEALT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REDEMPTIONS DEALT:' TO WS-SL-LABEL
           MOVE WS-REDS-DEALT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'DEALS REFUSED:' TO WS-SL-LABEL
           MOVE WS-DEALS-REFUSED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'NEW UNITHOLDERS:' TO WS-SL-LABEL
           MOVE WS-HOLDERS-OPENED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HOLDINGS FULLY REDEEMED:' TO WS-SL-LABEL
           MOVE WS-HOLDERS-CLOSED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE FUND-DEAL-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE COUNTERPARTY-MASTER
           CLOSE NAV-HISTORY-FILE
           CLOSE UNITHOLDER-REGISTER
           CLOSE TRANSACTION-HISTORY
           CLOSE REPORT-FILE
           IF WS-DEALS-REFUSED > ZERO OR WS-WARNING-RAISED
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
           MOVE 'FNDDLG00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'FNDDLG00 WARNING: ' ERR-TEXT
                   SET WS-WARNING-RAISED TO TRUE
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'FNDDLG00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'FNDDLG00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
