      *             CARRIES THE TRADE-DATE STAMP WITH PREVIOUS = 0,
      *             AND ITS WHOLE PURCHASE COST WAS BOOKING AS
      *             UNREALIZED GAIN ON TOP OF THE BU ACTIVITY ENTRY.
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL
      *             OVERRIDES IT.
      * 2026-10-15  ACCRUED INTEREST ON A FIXED-INCOME BU OR SL
      *             (TRAN-ACCRUED-INT) NOW POSTS THROUGH ITS OWN
      *             PSEUDO-TYPE 'AB' (BOUGHT) OR 'AS' (SOLD) MAPPING
      *             WHEN THE SHOP HAS ONE, THE TRADE'S OWN ENTRY
      *             TAKING ONLY THE PRINCIPAL; THE PURCHASED PART OF
      *             A PERIOD-END IN ROW REVERSES THE 'AB' BALANCE
      *             RATHER THAN BOOKING AS INCOME.
      * 2026-10-15  THE POSTING FILE SENT TO THE GL IS RECORDED ON
      *             THE INTERFACE REGISTRY THROUGH IFRSVC00, WITH ITS
      *             RECORD COUNT AND CONTENT HASH.
      * 2026-10-15  DIVIDEND RECEIVABLES: A RECEIVABLE CAGEN00 BOOKED
      *             AT THE EX-DATE POSTS AS PSEUDO-TYPE 'DR' ON THE
      *             DATE IT WAS RECOGNIZED, AND REVERSES ON THE DATE
      *             CAPROC00 CLEARED IT AGAINST THE CASH, SO THE
      *             DV/WH CASH ENTRIES ON PAY DATE STAND AS BEFORE.
      * 2026-10-15  A SPOT FX CONVERSION ('FX') POSTS BOTH LEGS
      *             THROUGH ITS MAPPING ENTRY, EACH IN ITS OWN
      *             CURRENCY -- THE AMOUNT BOUGHT IN THE BOUGHT
      *             CURRENCY, THE AMOUNT SOLD (AMOUNT * FX-RATE) IN
      *             THE SOLD CURRENCY -- SO EACH CURRENCY BALANCES ON
      *             ITS OWN AND AGREES WITH THE CASH LEDGER. DONE
      *             ROWS WITH NO MAPPING ENTRY ARE NOW COUNTED ON THE
      *             SUMMARY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACCR-STATUS.

      *-- Change: dividend receivables booked or cleared this date
      *-- post as pseudo-type 'DR'.
           SELECT OPTIONAL DIVIDEND-RECEIVABLE-FILE ASSIGN TO DIVRCVBL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DVR-KEY
               FILE STATUS IS WS-DVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-HISTORY
           RECORDING MODE IS F.
           COPY ACCRREC.

       FD  DIVIDEND-RECEIVABLE-FILE
           RECORDING MODE IS F.
           COPY DIVRCV.

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

      *-- Change: Working copy of IFRSVC00's LINKAGE layout -- every
      *-- posting written is counted into the file's fingerprint,
      *-- and what was sent goes on the interface registry at close.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'GLPOSTNG'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'GLEXTR00'.
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
           05  WS-MAP-STATUS             PIC XX.
           05  WS-REPORT-STATUS          PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-ACCR-STATUS            PIC XX.
           05  WS-DVR-STATUS             PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-ACCRUAL               VALUE 'Y'.
           05  WS-ACCRUAL-WANTED-SW      PIC X(01) VALUE 'N'.
               88  WS-POST-ACCRUALS          VALUE 'Y'.
           05  WS-INT-MAP-SW             PIC X(01) VALUE 'N'.
               88  WS-INT-MAPPING-FOUND      VALUE 'Y'.
           05  WS-EOF-DVR-SW             PIC X(01) VALUE 'N'.
               88  EOF-DIV-RECEIVABLE        VALUE 'Y'.

      *-- Process date selected for this run, defaulted to the business
      *-- date unless PROCESS-PARMS supplies one.
       01  WS-SELECTION-DATE             PIC X(08).
       01  WS-UNREALIZED-MOVE            PIC S9(13)V9(2) COMP-3.

      *-- Amount 2030/2040 post for the mapping entry at WS-GM-IDX:
      *-- the whole TRAN-AMOUNT, or its principal part when the
      *-- accrued interest inside it maps to its own accounts
      *-- ('AB' bought / 'AS' sold) and WS-INTEREST-AMOUNT carries
      *-- the interest leg posted through that entry.
       01  WS-POSTING-AMOUNT             PIC S9(13)V9(2) COMP-3.
       01  WS-INTEREST-AMOUNT            PIC S9(13)V9(2) COMP-3.
       01  WS-INT-PSEUDO-TYPE            PIC X(02).
       01  WS-TRAN-GM-IDX                USAGE IS INDEX.
      *-- Change: currency 2030/2040 post in -- TRAN-CURRENCY, except
      *-- on the sold leg of an FX conversion.
       01  WS-POSTING-CURRENCY           PIC X(03).
       01  WS-INT-GM-IDX                 USAGE IS INDEX.

      *-- In-memory GL account mapping, one entry per TRAN-TYPE,
      *-- loaded once from GL-MAPPING-FILE and searched for every
      *-- qualifying transaction.
       01  WS-TOTAL-CREDITS              PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.
       01  WS-TRAN-COUNT-SELECTED        PIC 9(07) COMP VALUE ZERO.
       01  WS-TRAN-COUNT-UNMAPPED        PIC 9(07) COMP VALUE ZERO.
       01  WS-POSTINGS-WRITTEN           PIC 9(07) COMP VALUE ZERO.

      *-- Change: Working copy of CTLWRT00's LINKAGE layout -- end of
           05  WS-CT-AMOUNT-IN           PIC S9(13)V9(2) COMP-3.
           05  WS-CT-AMOUNT-OUT          PIC S9(13)V9(2) COMP-3.
           05  WS-CT-RETURN-CODE         PIC S9(04) COMP.
      *-- Change: CTLWRT00's LINKAGE layout grew the partition
      *-- fields; a whole-file run passes them zero/SPACES.
           05  WS-CT-PARTITION-NO        PIC 9(02) VALUE ZERO.
           05  WS-CT-PARTITION-COUNT     PIC 9(02) VALUE ZERO.
           05  WS-CT-RANGE-FROM          PIC X(08) VALUE SPACES.
           05  WS-CT-RANGE-TO            PIC X(08) VALUE SPACES.

       01  WS-REPORT-DATE                PIC X(10).
       01  WS-CURRENT-DATE               PIC X(08).
               PERFORM 2700-POST-ACCRUAL-BALANCES
                   UNTIL EOF-ACCRUAL
           END-IF
           PERFORM 2800-POST-DIV-RECEIVABLES
               UNTIL EOF-DIV-RECEIVABLE
           PERFORM 3000-FINALIZE
           GOBACK.

                   MOVE 'ERROR OPENING ACCRUAL-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN INPUT DIVIDEND-RECEIVABLE-FILE
           IF WS-DVR-STATUS = '05' OR WS-DVR-STATUS = '35'
               SET EOF-DIV-RECEIVABLE TO TRUE
           ELSE
               IF WS-DVR-STATUS NOT = '00'
                   MOVE 'ERROR OPENING DIVIDEND-RECEIVABLE-FILE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

      *-- Change-equivalent note: PROCESS-PARMS is optional, the same
      *-- way RPTPOS00's SELECTION-PARMS is -- if it is not present or
      *-- empty, the run simply extracts the process date's activity.
       1150-READ-PROCESS-DATE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-SELECTION-DATE
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-SELECTION-DATE (1:4) '-'
                  WS-SELECTION-DATE (5:2) '-'
                  WS-SELECTION-DATE (7:2)
               AND TRAN-DATE = WS-SELECTION-DATE
               ADD 1 TO WS-TRAN-COUNT-SELECTED
               PERFORM 2020-FIND-GL-MAPPING
      *-- Change: an FX conversion posts its two legs in two
      *-- currencies; a row with no mapping entry is counted for the
      *-- summary rather than dropped unseen.
               IF WS-MAPPING-FOUND
                   MOVE TRAN-CURRENCY TO WS-POSTING-CURRENCY
                   IF TRAN-TYPE-FX-CONV
                       PERFORM 2080-POST-FX-CONVERSION
                   ELSE
                       MOVE TRAN-AMOUNT TO WS-POSTING-AMOUNT
                       PERFORM 2060-SPLIT-ACCRUED-INTEREST
                       PERFORM 2030-POST-ACTIVITY
                       PERFORM 2040-POST-CONTRA
                       IF WS-INTEREST-AMOUNT NOT = ZERO
                           PERFORM 2070-POST-ACCRUED-INTEREST
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-TRAN-COUNT-UNMAPPED
               END-IF
           END-IF.


       2030-POST-ACTIVITY.
           MOVE WS-GM-ACTIVITY-ACCT (WS-GM-IDX) TO WS-LOOKUP-ACCOUNT
           MOVE WS-GM-TRN-TYPE (WS-GM-IDX) TO WS-LOOKUP-TRN-TYPE
      *-- Change: the caller sets the currency, as it does the amount.
           MOVE WS-POSTING-CURRENCY TO WS-LOOKUP-CURRENCY
           IF WS-GM-ACTIVITY-SIDE (WS-GM-IDX) = 'D'
               MOVE WS-POSTING-AMOUNT TO WS-LOOKUP-AMOUNT
           ELSE
               COMPUTE WS-LOOKUP-AMOUNT = WS-POSTING-AMOUNT * -1
           END-IF
           PERFORM 2050-FIND-OR-ADD-NET-ENTRY
           IF WS-MAPPING-FOUND

       2040-POST-CONTRA.
           MOVE WS-GM-CONTRA-ACCT (WS-GM-IDX) TO WS-LOOKUP-ACCOUNT
           MOVE WS-GM-TRN-TYPE (WS-GM-IDX) TO WS-LOOKUP-TRN-TYPE
      *-- Change: the caller sets the currency, as it does the amount.
           MOVE WS-POSTING-CURRENCY TO WS-LOOKUP-CURRENCY
           IF WS-GM-ACTIVITY-SIDE (WS-GM-IDX) = 'D'
               COMPUTE WS-LOOKUP-AMOUNT = WS-POSTING-AMOUNT * -1
           ELSE
               MOVE WS-POSTING-AMOUNT TO WS-LOOKUP-AMOUNT
           END-IF
           PERFORM 2050-FIND-OR-ADD-NET-ENTRY
           IF WS-MAPPING-FOUND
               ADD 1 TO WS-NT-ENTRY-COUNT (WS-NT-IDX)
           END-IF.

      *-- Accrued interest on a fixed-income trade (TRAN-ACCRUED-INT,
      *-- inside TRAN-AMOUNT) posts through its own mapping entry
      *-- when the shop has one: 'AB' for interest bought on a BU,
      *-- 'AS' for interest sold on a SL. On an IN row the field is
      *-- the purchased accrued the income recovers, so that part
      *-- comes off the income and reverses the 'AB' balance
      *-- instead. With no such entry the whole amount posts under
      *-- the trade's own type, as before. WS-GM-IDX is left on the
      *-- trade's own entry.
       2060-SPLIT-ACCRUED-INTEREST.
           MOVE ZERO TO WS-INTEREST-AMOUNT
           IF (TRAN-TYPE-BUY OR TRAN-TYPE-SELL OR TRAN-TYPE-INT)
               AND TRAN-ACCRUED-INT IS NUMERIC
               AND TRAN-ACCRUED-INT NOT = ZERO
               IF TRAN-TYPE-SELL
                   MOVE 'AS' TO WS-INT-PSEUDO-TYPE
               ELSE
                   MOVE 'AB' TO WS-INT-PSEUDO-TYPE
               END-IF
               SET WS-TRAN-GM-IDX TO WS-GM-IDX
               MOVE 'N' TO WS-INT-MAP-SW
               SET WS-GM-IDX TO 1
               SEARCH WS-GM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GM-TRN-TYPE (WS-GM-IDX) = WS-INT-PSEUDO-TYPE
                       SET WS-INT-MAPPING-FOUND TO TRUE
                       SET WS-INT-GM-IDX TO WS-GM-IDX
               END-SEARCH
               SET WS-GM-IDX TO WS-TRAN-GM-IDX
               IF WS-INT-MAPPING-FOUND
                   COMPUTE WS-POSTING-AMOUNT =
                       TRAN-AMOUNT - TRAN-ACCRUED-INT
                   IF TRAN-TYPE-INT
                       COMPUTE WS-INTEREST-AMOUNT =
                           TRAN-ACCRUED-INT * -1
                   ELSE
                       MOVE TRAN-ACCRUED-INT TO WS-INTEREST-AMOUNT
                   END-IF
               END-IF
           END-IF.

       2070-POST-ACCRUED-INTEREST.
           SET WS-GM-IDX TO WS-INT-GM-IDX
           MOVE WS-INTEREST-AMOUNT TO WS-POSTING-AMOUNT
           PERFORM 2030-POST-ACTIVITY
           PERFORM 2040-POST-CONTRA.

      *-- A spot FX conversion, through the 'FX' mapping entry, whose
      *-- contra account is cash: the amount bought is posted in the
      *-- bought currency (TRAN-FX-BUY-CCY), then the amount sold,
      *-- reversed, in the sold currency (TRAN-FX-SELL-CCY) -- priced
      *-- at TRAN-FX-RATE the way CSHLDG00 ledgers it, so each
      *-- currency's entries balance on their own and the cash account
      *-- moves by exactly what the cash ledger shows.
       2080-POST-FX-CONVERSION.
           MOVE TRAN-AMOUNT     TO WS-POSTING-AMOUNT
           MOVE TRAN-FX-BUY-CCY TO WS-POSTING-CURRENCY
           PERFORM 2030-POST-ACTIVITY
           PERFORM 2040-POST-CONTRA
           MOVE TRAN-AMOUNT     TO WS-POSTING-AMOUNT
           IF TRAN-FX-SELL-CCY NOT = SPACES
               MOVE TRAN-FX-SELL-CCY TO WS-POSTING-CURRENCY
               IF TRAN-FX-BUY-CCY NOT = SPACES
                   AND TRAN-FX-BUY-CCY NOT = TRAN-FX-SELL-CCY
                   AND TRAN-FX-RATE NOT = ZERO
                   COMPUTE WS-POSTING-AMOUNT ROUNDED =
                       TRAN-AMOUNT * TRAN-FX-RATE
               END-IF
           END-IF
           COMPUTE WS-POSTING-AMOUNT = WS-POSTING-AMOUNT * -1
           PERFORM 2030-POST-ACTIVITY
           PERFORM 2040-POST-CONTRA.

      *-- Change-equivalent note: leaves WS-NT-IDX pointing at the
      *-- matching (or newly added) entry for the caller to post into,
      *-- the same find-or-add idiom FEEGEN00 uses for its fee table.
               PERFORM 2550-POST-PSEUDO-CONTRA
           END-IF.

      *-- Dividend receivables: the net receivable posts as
      *-- pseudo-type 'DR' on the date CAGEN00 recognized it and
      *-- reverses on the date CAPROC00 cleared it against the cash,
      *-- the pay-date DV/WH entries booking the cash itself as
      *-- before. One recognized and cleared the same date nets out.
       2800-POST-DIV-RECEIVABLES.
           READ DIVIDEND-RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET EOF-DIV-RECEIVABLE TO TRUE
           END-READ
           IF NOT EOF-DIV-RECEIVABLE
               AND DVR-NET-AMOUNT NOT = ZERO
               IF DVR-RECOGNIZED-DATE = WS-SELECTION-DATE
                   MOVE DVR-NET-AMOUNT TO WS-UNREALIZED-MOVE
                   PERFORM 2820-MAP-ONE-RECEIVABLE
               END-IF
               IF DVR-STATUS-CLEARED
                   AND DVR-CLEARED-DATE = WS-SELECTION-DATE
                   COMPUTE WS-UNREALIZED-MOVE = DVR-NET-AMOUNT * -1
                   PERFORM 2820-MAP-ONE-RECEIVABLE
               END-IF
           END-IF.

       2820-MAP-ONE-RECEIVABLE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-GM-IDX TO 1
           SEARCH WS-GM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GM-TRN-TYPE (WS-GM-IDX) = 'DR'
                   SET WS-MAPPING-FOUND TO TRUE
           END-SEARCH
           IF WS-MAPPING-FOUND
               PERFORM 2540-POST-PSEUDO-ACTIVITY
               PERFORM 2550-POST-PSEUDO-CONTRA
           END-IF.

      *-- The pseudo-entries net through the same find-or-add table
      *-- as trade activity; the amount in hand is
      *-- WS-UNREALIZED-MOVE and the currency the record's own.
       2540-POST-PSEUDO-ACTIVITY.
           MOVE WS-GM-ACTIVITY-ACCT (WS-GM-IDX) TO WS-LOOKUP-ACCOUNT
           MOVE WS-GM-TRN-TYPE (WS-GM-IDX) TO WS-LOOKUP-TRN-TYPE
           EVALUATE WS-LOOKUP-TRN-TYPE
               WHEN 'AC'
                   MOVE ACR-CURRENCY TO WS-LOOKUP-CURRENCY
               WHEN 'DR'
                   MOVE DVR-CURRENCY TO WS-LOOKUP-CURRENCY
               WHEN OTHER
                   MOVE POS-CURRENCY TO WS-LOOKUP-CURRENCY
           END-EVALUATE
           IF WS-GM-ACTIVITY-SIDE (WS-GM-IDX) = 'D'
               MOVE WS-UNREALIZED-MOVE TO WS-LOOKUP-AMOUNT
           ELSE
       2550-POST-PSEUDO-CONTRA.
           MOVE WS-GM-CONTRA-ACCT (WS-GM-IDX) TO WS-LOOKUP-ACCOUNT
           MOVE WS-GM-TRN-TYPE (WS-GM-IDX) TO WS-LOOKUP-TRN-TYPE
           EVALUATE WS-LOOKUP-TRN-TYPE
               WHEN 'AC'
                   MOVE ACR-CURRENCY TO WS-LOOKUP-CURRENCY
               WHEN 'DR'
                   MOVE DVR-CURRENCY TO WS-LOOKUP-CURRENCY
               WHEN OTHER
                   MOVE POS-CURRENCY TO WS-LOOKUP-CURRENCY
           END-EVALUATE
           IF WS-GM-ACTIVITY-SIDE (WS-GM-IDX) = 'D'
               COMPUTE WS-LOOKUP-AMOUNT = WS-UNREALIZED-MOVE * -1
           ELSE
           CLOSE REPORT-FILE
           CLOSE POSITION-MASTER
           CLOSE ACCRUAL-FILE
           CLOSE DIVIDEND-RECEIVABLE-FILE
      *-- Change: record what was sent on the interface registry.
           MOVE 'SENT' TO WS-IF-FUNCTION
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE WS-IF-RECORD-COUNT TO WS-IF-ACCEPTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST GL-POSTING-RECORD
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-- Amount-in carries total debits and amount-out total credits,
                   WS-NT-NET-AMOUNT (WS-NT-IDX) * -1
               MOVE ZERO TO GLP-DEBIT-AMOUNT
           END-IF
      *-- Change: fingerprint the file as it is written.
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF GL-POSTING-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST GL-POSTING-RECORD
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-POSTINGS-WRITTEN
           ADD GLP-DEBIT-AMOUNT TO WS-TOTAL-DEBITS
           MOVE 'TRANSACTIONS SELECTED:' TO WS-SL-LABEL
           MOVE WS-TRAN-COUNT-SELECTED TO WS-SL-AMOUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
      *-- Change: DONE rows whose type has no mapping entry.
           MOVE 'TRANSACTIONS NOT MAPPED:' TO WS-SL-LABEL
           MOVE WS-TRAN-COUNT-UNMAPPED TO WS-SL-AMOUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'TOTAL DEBITS POSTED:' TO WS-SL-LABEL
           MOVE WS-TOTAL-DEBITS TO WS-SL-AMOUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
