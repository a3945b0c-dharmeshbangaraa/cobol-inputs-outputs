      *                report, and the new RSUB mode pushes corrected
      *                suspense records back through the same load
      *                edits.
      *   2026-10-05 - The run date now defaults to the system business
      *                process date kept by the nightly date rollover
      *                (PDTSVC00/DTEROL00) instead of the machine
      *                clock, so a chain that runs past midnight still
      *                books against one business date. A parm card
      *                date still overrides it.
      *   2026-10-15 - A new buy or an outbound transfer for a
      *                portfolio whose client's KYC review has lapsed
      *                on COUNTERPARTY-MASTER suspends with reason
      *                KYCL, and every such block is logged to
      *                ERROR-FILE through ERRLOG00.
      *   2026-10-15 - The feed is fingerprinted (record count and
      *                content hash) on the control-total pass and
      *                refused if the same file was already processed;
      *                receipt is recorded on the interface registry
      *                through IFRSVC00 once the load completes.
      *   2026-10-15 - Client suitability: every buy is judged by
      *                SUICHK00 against the client's risk profile. One
      *                notch over the client's ceiling loads and is
      *                flagged to ERROR-FILE; two or more suspends with
      *                reason SUIT and raises a SUIT override request
      *                on the dual-control queue (DCLCTL00). Once a
      *                second user approves it, the RSUB resubmission
      *                consumes the approval and the buy loads.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTLD00.
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
           05  WS-FEED-STATUS            PIC X(02).
           05  WS-TRAN-STATUS            PIC X(02).
           05  WS-BC-RETRY-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-BC-WATERMARK           PIC X(28).
           05  WS-BC-RECORDS-PROCESSED   PIC 9(09) VALUE ZERO.
      *-- Change: BCHCTL00's LINKAGE layout grew a partition count
      *-- after the records-processed count; the working copy has to
      *-- match so FUNC-INIT reads real storage.
           05  WS-BC-PARTITION-COUNT     PIC 9(02) VALUE ZERO.
      *-- Change: Working copy of IFRSVC00's LINKAGE layout -- the
      *-- feed is fingerprinted on the control-total pass and refused
      *-- if the same file was already processed; receipt goes on
      *-- the interface registry once the load completes.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'TRANFEED'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'HISTLD00'.
           05  WS-IF-PROCESS-DATE        PIC X(08).
           05  WS-IF-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IF-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IF-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-DUPLICATE-OF        PIC X(08).
           05  WS-IF-RETURN-CODE         PIC S9(04) COMP.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
               88  EOF-FEED                 VALUE 'Y'.
           88  RSN-CPTY-UNKNOWN              VALUE 'CPTY'.
           88  RSN-PRICE-OFF-MARKET          VALUE 'PRCE'.
           88  RSN-COMPLIANCE-DENY           VALUE 'CMPL'.
           88  RSN-KYC-LAPSED                VALUE 'KYCL'.
           88  RSN-UNSUITABLE                VALUE 'SUIT'.

      *-- Change: Client KYC review check. The review falls due on
      *-- the anniversary of the last one, one to three years out by
      *-- the client's risk rating; the business process date is
      *-- taken once at start-up as the date it is judged against.
       01  WS-KYC-AREA.
           05  WS-KYC-AS-OF-DATE         PIC X(08).
           05  WS-KYC-DUE-DATE.
               10  WS-KYC-DUE-YEAR       PIC 9(04).
               10  WS-KYC-DUE-MMDD       PIC X(04).
           05  WS-KYC-CYCLE-YEARS        PIC 9(01).
           05  WS-PORT-FOUND-SW          PIC X(01).
               88  WS-PORTFOLIO-FOUND        VALUE 'Y'.

      *-- Change: Working copy of CMPCHK00's LINKAGE layout -- every
      *-- incoming buy is judged against the restricted list and the
           05  WS-CM-DENY-REASON         PIC X(04).
           05  WS-CM-RETURN-CODE         PIC S9(04) COMP.

      *-- Change: Working copies of SUICHK00's and DCLCTL00's LINKAGE
      *-- layouts -- every incoming buy is judged against the client's
      *-- risk profile, and an unsuitable one needs an override
      *-- approved under dual control before it may load.
       01  WS-SUITCHK-REQUEST.
           05  WS-SU-RISK-TOLERANCE      PIC X(01).
           05  WS-SU-OBJECTIVE           PIC X(01).
           05  WS-SU-HORIZON             PIC X(01).
           05  WS-SU-SEC-RISK-RATING     PIC X(01).
           05  WS-SU-CEILING             PIC X(01).
           05  WS-SU-VERDICT             PIC X(01).
               88  WS-SU-FLAGGED             VALUE 'F'.
               88  WS-SU-BLOCKED             VALUE 'B'.
           05  WS-SU-RETURN-CODE         PIC S9(04) COMP.
       01  WS-DCLCTL-REQUEST.
           05  WS-DC-FUNCTION            PIC X(04).
           05  WS-DC-ACTION              PIC X(04) VALUE 'SUIT'.
           05  WS-DC-TARGET-KEY          PIC X(28).
           05  WS-DC-RETURN-CODE         PIC S9(04) COMP.
           05  WS-DC-USER-ID             PIC X(08) VALUE 'HISTLD00'.
           05  WS-DC-REASON              PIC X(40).

      *-- Change: Latest quote per security and the off-market
      *-- tolerance band. The band comes from the parameter card;
      *-- zero or absent takes the shop default.
           05  WS-CT-AMOUNT-IN           PIC S9(13)V9(2) COMP-3.
           05  WS-CT-AMOUNT-OUT          PIC S9(13)V9(2) COMP-3.
           05  WS-CT-RETURN-CODE         PIC S9(04) COMP.
      *-- Change: CTLWRT00's LINKAGE layout grew the partition
      *-- fields; a whole-file run passes them zero/SPACES.
           05  WS-CT-PARTITION-NO        PIC 9(02) VALUE ZERO.
           05  WS-CT-PARTITION-COUNT     PIC 9(02) VALUE ZERO.
           05  WS-CT-RANGE-FROM          PIC X(08) VALUE SPACES.
           05  WS-CT-RANGE-TO            PIC X(08) VALUE SPACES.
       01  WS-RUN-MODE                   PIC X(04).
      *-- Change: Full timestamp, not just the date, so a second
      *-- incremental run on the same calendar day does not treat
       1000-INITIALIZE.
           PERFORM 1200-READ-PARMS
           PERFORM 1100-OPEN-FILES
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-KYC-AS-OF-DATE
           PERFORM 1300-DETERMINE-CUTOFF
           IF NOT MODE-PURGE AND NOT MODE-RESUBMIT
               PERFORM 1400-VERIFY-FEED-CONTROLS
           PERFORM 2050-READ-FEED
           PERFORM 1410-COUNT-ONE-FEED-RECORD UNTIL EOF-FEED
           PERFORM 1450-JUDGE-FEED-CONTROLS
      *-- Change: refuse a file already processed.
           PERFORM 1460-CHECK-ALREADY-PROCESSED
           CLOSE TRANSACTION-FEED
           OPEN INPUT TRANSACTION-FEED
           IF WS-FEED-STATUS NOT = '00'
           .

       1410-COUNT-ONE-FEED-RECORD.
      *-- Change: every record, header and trailer included, goes
      *-- into the file's fingerprint.
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF FEED-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST FEED-RECORD
           EVALUATE TRUE
               WHEN FCT-HEADER
                   SET WS-HEADER-SEEN TO TRUE
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           ELSE
               CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
               IF WS-HDR-FEED-DATE NOT = WS-BD-PROCESS-DATE
                   MOVE 'FEED DATE IS NOT THE PROCESS DATE - REFUSED'
                     TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *================================================================*
      * 1460-CHECK-ALREADY-PROCESSED asks the interface registry
      * whether a file with this record count and content hash has
      * already been loaded. A resent or rerun file is refused whole;
      * operations release the earlier receipt through IFRMON00 when
      * a deliberate reprocess is wanted.
      *================================================================*
       1460-CHECK-ALREADY-PROCESSED.
           MOVE 'CHEK' TO WS-IF-FUNCTION
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST FEED-RECORD
           IF WS-IF-RETURN-CODE = 8
               MOVE SPACES TO ERR-TEXT
               STRING 'FEED ALREADY PROCESSED ON ' WS-IF-DUPLICATE-OF
                      ' - REFUSED'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           .

      *================================================================*
      * 1500-LOAD-PRICE-TABLE keeps the newest quote per security from
      * the price feed, exactly as POSRVL00 keeps its table, so the
                       SET RSN-SECURITY-INACTIVE TO TRUE
                   END-IF
           END-READ
           MOVE 'N' TO WS-PORT-FOUND-SW
           IF WS-REJECT-REASON = SPACES
               MOVE TRAN-PORTFOLIO-ID TO PORT-ID
               READ PORTFOLIO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PORTFOLIO-FOUND TO TRUE
                       IF PORT-STATUS-CLOSED
                           SET RSN-PORTFOLIO-CLOSED TO TRUE
                       END-IF
                       SET RSN-CPTY-UNKNOWN TO TRUE
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-PORTFOLIO-FOUND
               AND (TRAN-TYPE-BUY
                    OR (TRAN-TYPE-TRANS AND TRAN-QUANTITY < ZERO))
               PERFORM 2159-CHECK-KYC-REVIEW
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (TRAN-TYPE-BUY OR TRAN-TYPE-SELL)
               AND TRAN-PRICE > ZERO
               AND TRAN-TYPE-BUY
               PERFORM 2158-CHECK-COMPLIANCE
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-PORTFOLIO-FOUND
               AND TRAN-TYPE-BUY
               PERFORM 2154-CHECK-SUITABILITY
           END-IF
           IF WS-REJECT-REASON = SPACES
               SET WS-SECURITY-OK TO TRUE
           END-IF
           .

      *================================================================*
      * 2159-CHECK-KYC-REVIEW refuses a new buy or an outbound
      * transfer for a portfolio whose client's KYC review has
      * lapsed: the record suspends with reason KYCL, and the block
      * is logged to ERROR-FILE so compliance sees every refusal.
      * A client with no review recorded yet, or a portfolio whose
      * client is not on the master, is left to the other edits.
      *================================================================*
       2159-CHECK-KYC-REVIEW.
           MOVE PORT-CLIENT-ID TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   MOVE SPACES TO CPTY-KYC-LAST-REVIEW
           END-READ
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
               IF WS-KYC-DUE-DATE < WS-KYC-AS-OF-DATE
                   SET RSN-KYC-LAPSED TO TRUE
                   MOVE SPACES TO ERR-TEXT
                   STRING 'KYC LAPSED ' WS-KYC-DUE-DATE
                          ' - CLIENT ' CPTY-ID
                          ' PORTFOLIO ' TRAN-PORTFOLIO-ID
                          ' ' TRAN-TYPE ' BLOCKED'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   MOVE 'HISTLD00' TO ERR-PROGRAM-ID
                   PERFORM 9100-LOG-TO-ERROR-FILE
               END-IF
           END-IF
           .

      *================================================================*
      * 2158-CHECK-COMPLIANCE asks CMPCHK00 whether the buy breaches
      * the restricted list or the portfolio's concentration limits;
           END-IF
           .

      *================================================================*
      * 2154-CHECK-SUITABILITY asks SUICHK00 whether the buy suits the
      * client's risk profile. A client not on the master or with no
      * profile, and an unrated security, are not judged. One notch
      * over the ceiling loads and is logged for the suitability
      * review; two or more loads only against an approved SUIT
      * override, which this consumes. Otherwise the record suspends
      * with reason SUIT and, on the feed load, an override request
      * is raised for a second user -- the RSUB run picks the record
      * up again once it is approved.
      *================================================================*
       2154-CHECK-SUITABILITY.
           MOVE PORT-CLIENT-ID TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   MOVE SPACES TO CPTY-RISK-PROFILE
           END-READ
           MOVE CPTY-RISK-TOLERANCE TO WS-SU-RISK-TOLERANCE
           MOVE CPTY-OBJECTIVE      TO WS-SU-OBJECTIVE
           MOVE CPTY-HORIZON        TO WS-SU-HORIZON
           MOVE SEC-RISK-RATING     TO WS-SU-SEC-RISK-RATING
           CALL 'SUICHK00' USING WS-SUITCHK-REQUEST
           IF WS-SU-FLAGGED
               MOVE SPACES TO ERR-TEXT
               STRING 'SUIT FLAG - CLIENT ' CPTY-ID
                      ' CEIL ' WS-SU-CEILING
                      ' RATING ' WS-SU-SEC-RISK-RATING
                      ' TRAN ' TRAN-KEY
                   DELIMITED BY SIZE INTO ERR-TEXT
               MOVE 'HISTLD00' TO ERR-PROGRAM-ID
               PERFORM 9100-LOG-TO-ERROR-FILE
           END-IF
           IF WS-SU-BLOCKED
               MOVE SPACES             TO WS-DC-TARGET-KEY
               MOVE TRAN-PORTFOLIO-ID  TO WS-DC-TARGET-KEY (1:8)
               MOVE TRAN-INVESTMENT-ID TO WS-DC-TARGET-KEY (9:10)
               MOVE SPACES             TO WS-DC-REASON
               MOVE 'EXEC' TO WS-DC-FUNCTION
               CALL 'DCLCTL00' USING WS-DCLCTL-REQUEST
               MOVE SPACES TO ERR-TEXT
               IF WS-DC-RETURN-CODE = 0
                   STRING 'SUIT OVERRIDE USED - CLIENT ' CPTY-ID
                          ' TRAN ' TRAN-KEY
                       DELIMITED BY SIZE INTO ERR-TEXT
               ELSE
                   SET RSN-UNSUITABLE TO TRUE
                   STRING 'SUIT BLOCK - CLIENT ' CPTY-ID
                          ' CEIL ' WS-SU-CEILING
                          ' RATING ' WS-SU-SEC-RISK-RATING
                          ' TRAN ' TRAN-KEY
                       DELIMITED BY SIZE INTO ERR-TEXT
               END-IF
               MOVE 'HISTLD00' TO ERR-PROGRAM-ID
               PERFORM 9100-LOG-TO-ERROR-FILE
               IF RSN-UNSUITABLE AND WS-RUN-MODE NOT = 'RSUB'
                   STRING 'FEED BUY ' TRAN-DATE
                          ' SEQ ' TRAN-SEQUENCE-NO ' - RESUBMIT'
                       DELIMITED BY SIZE INTO WS-DC-REASON
                   MOVE 'RQST' TO WS-DC-FUNCTION
                   CALL 'DCLCTL00' USING WS-DCLCTL-REQUEST
               END-IF
           END-IF
           .

      *================================================================*
      * 2157-CHECK-PRICE-TOLERANCE compares the trade price to the
      * security's latest quote; a deviation outside the band
       9900-FINALIZE.
           PERFORM 9950-UPDATE-WATERMARK
           PERFORM 9960-WRITE-CONTROL-TOTALS
      *-- Change: record the file's receipt on the interface registry.
           PERFORM 9970-REGISTER-FEED
           DISPLAY 'HISTLD00 READ=' WS-READ-COUNT
                   ' LOADED=' WS-LOADED-COUNT
                   ' SKIPPED=' WS-SKIPPED-COUNT
           .

       9960-WRITE-CONTROL-TOTALS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CT-PROCESS-DATE
           MOVE WS-READ-COUNT        TO WS-CT-RECORDS-IN
           MOVE WS-LOADED-COUNT      TO WS-CT-RECORDS-OUT
           MOVE WS-FEED-AMOUNT-HASH  TO WS-CT-AMOUNT-IN
           CALL 'CTLWRT00' USING WS-CTLTOT-REQUEST
           .

       9970-REGISTER-FEED.
           MOVE 'RECV' TO WS-IF-FUNCTION
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE WS-LOADED-COUNT    TO WS-IF-ACCEPTED-COUNT
           MOVE WS-REJECTED-COUNT  TO WS-IF-REJECTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST FEED-RECORD
           .

       1900-CLOSE-FILES.
           IF NOT MODE-PURGE AND NOT MODE-RESUBMIT
               CLOSE TRANSACTION-FEED
           .

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
