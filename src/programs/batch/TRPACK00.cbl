       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRPACK00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Regulatory Trade Report Response Processing                    *
      *                                                               *
      * Applies the regulator's response file to the trade reports     *
      * TRPEXT00 sent, every morning once the business date has        *
      * rolled, in the STLACK00 mold:                                  *
      * - Finds each response's report on the report-status file       *
      *   (TRPSTS) by the reference the regulator echoes back          *
      * - An accepted report is marked accepted and is done with       *
      * - A rejected report is marked rejected with the regulator's    *
      *   reason, listed and raised onto the morning exceptions        *
      *   workbench (TRPR); TRPEXT00 sends it again that night, from   *
      *   the trade as it stands once repaired                         *
      * - A response naming no report we sent, and a report sent on    *
      *   an earlier date that has still had no response, both list    *
      *   and raise                                                    *
      *                                                               *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO TRDRESP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.

      *-- OPTIONAL so a morning before the first report was ever sent
      *-- finds every response unmatched rather than abending.
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
      *-- The regulator's response layout, as transmitted: one row
      *-- per report received, accepted or rejected with a reason.
       FD  RESPONSE-FILE
           RECORDING MODE IS F.
       01  RESPONSE-RECORD.
           05  RSP-REPORT-REF            PIC X(28).
           05  RSP-STATUS                PIC X(01).
               88  RSP-ACCEPTED              VALUE 'A'.
               88  RSP-REJECTED              VALUE 'R'.
           05  RSP-REASON                PIC X(30).
           05  FILLER                    PIC X(21).

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
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'TRPACK00'.
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

      *-- Working copy of EXCSVC00's LINKAGE layout -- report breaks
      *-- are raised onto the morning exceptions workbench as well as
      *-- listed here, one case per report.
       01  WS-EXCSVC-REQUEST.
           05  WS-XC-JOB-NAME            PIC X(08) VALUE 'TRPACK00'.
           05  WS-XC-PROCESS-DATE        PIC X(08).
           05  WS-XC-CATEGORY            PIC X(04) VALUE 'TRPR'.
           05  WS-XC-REFERENCE           PIC X(30).
           05  WS-XC-PORTFOLIO-ID        PIC X(08).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-DESCRIPTION         PIC X(60).
           05  WS-XC-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of IFRSVC00's LINKAGE layout -- the response
      *-- file is fingerprinted before it is applied and refused if
      *-- the same file was already processed; receipt goes on the
      *-- interface registry once it has been applied.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'TRDRESP'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'TRPACK00'.
           05  WS-IF-PROCESS-DATE        PIC X(08).
           05  WS-IF-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IF-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IF-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-DUPLICATE-OF        PIC X(08).
           05  WS-IF-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-RSP-STATUS             PIC XX.
           05  WS-TRS-STATUS             PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-RSP-SW             PIC X(01) VALUE 'N'.
               88  EOF-RESPONSES             VALUE 'Y'.
           05  WS-EOF-TRS-SW             PIC X(01) VALUE 'N'.
               88  EOF-REPORT-STATUS         VALUE 'Y'.

       01  WS-COUNTS.
           05  WS-ACCEPTED-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  WS-REJECTED-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  WS-UNMATCHED-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-NO-RESPONSE-COUNT      PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'REGULATORY TRADE REPORT RESPONSES'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.

       01  WS-RESPONSE-LINE.
           05  WS-RL-RESULT              PIC X(14).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-REPORT-REF          PIC X(28).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-ACTION              PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-SENT-DATE           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-REASON              PIC X(30).
           05  FILLER                    PIC X(28) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RESPONSES
               UNTIL EOF-RESPONSES
           PERFORM 2500-START-STATUS-SWEEP
           PERFORM 2600-REPORT-UNANSWERED
               UNTIL EOF-REPORT-STATUS
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1400-FINGERPRINT-FEED
           PERFORM 2010-READ-RESPONSE.

       1100-OPEN-FILES.
           OPEN INPUT RESPONSE-FILE
           IF WS-RSP-STATUS NOT = '00'
               MOVE 'ERROR OPENING RESPONSE-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
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

      *-- A counting pass over the whole feed builds its fingerprint;
      *-- the file is then reopened for applying.
       1400-FINGERPRINT-FEED.
           PERFORM 2010-READ-RESPONSE
           PERFORM 1410-HASH-ONE-RECORD
               UNTIL EOF-RESPONSES
           CLOSE RESPONSE-FILE
           OPEN INPUT RESPONSE-FILE
           IF WS-RSP-STATUS NOT = '00'
               MOVE 'ERROR REOPENING RESPONSE-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE 'N' TO WS-EOF-RSP-SW
           MOVE WS-CURRENT-DATE TO WS-IF-PROCESS-DATE
           MOVE 'CHEK' TO WS-IF-FUNCTION
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST RESPONSE-RECORD
           IF WS-IF-RETURN-CODE = 8
               MOVE SPACES TO ERR-TEXT
               STRING 'FEED ALREADY PROCESSED ON ' WS-IF-DUPLICATE-OF
                      ' - REFUSED'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1410-HASH-ONE-RECORD.
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF RESPONSE-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST RESPONSE-RECORD
           PERFORM 2010-READ-RESPONSE.

      *-----------------------------------------------------------------
      * RESPONSE APPLICATION
      *-----------------------------------------------------------------
       2000-APPLY-RESPONSES.
           MOVE RSP-REPORT-REF TO TRS-REPORT-REF
           READ TRADE-REPORT-STATUS-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE 'RSP UNMATCHED'  TO WS-RL-RESULT
                   MOVE RSP-REPORT-REF   TO WS-RL-REPORT-REF
                   MOVE SPACES           TO WS-RL-ACTION
                   MOVE SPACES           TO WS-RL-PORTFOLIO
                   MOVE SPACES           TO WS-RL-SENT-DATE
                   MOVE 'NO REPORT WE SENT' TO WS-RL-REASON
                   WRITE REPORT-RECORD FROM WS-RESPONSE-LINE
                   PERFORM 2700-RAISE-EXCEPTION
               NOT INVALID KEY
                   PERFORM 2100-APPLY-ONE-RESPONSE
           END-READ
           PERFORM 2010-READ-RESPONSE.

       2010-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   SET EOF-RESPONSES TO TRUE
           END-READ.

      *-- Called with the report's status record read. The latest
      *-- response stands: a report rejected, repaired and sent again
      *-- is accepted by the response to the resend.
       2100-APPLY-ONE-RESPONSE.
           MOVE WS-CURRENT-DATE TO TRS-RESPONSE-DATE
           IF RSP-REJECTED
               SET TRS-STATUS-REJECTED TO TRUE
               MOVE RSP-REASON TO TRS-REASON
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED' TO WS-RL-RESULT
               PERFORM 2200-FORMAT-STATUS-LINE
               WRITE REPORT-RECORD FROM WS-RESPONSE-LINE
               PERFORM 2700-RAISE-EXCEPTION
           ELSE
               SET TRS-STATUS-ACCEPTED TO TRUE
               MOVE SPACES TO TRS-REASON
               ADD 1 TO WS-ACCEPTED-COUNT
           END-IF
           REWRITE TRADE-REPORT-STATUS-RECORD
               INVALID KEY
                   MOVE 'REPORT STATUS NOT REWRITTEN' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
           END-REWRITE.

       2200-FORMAT-STATUS-LINE.
           MOVE TRS-REPORT-REF       TO WS-RL-REPORT-REF
           IF TRS-ACTION-CANCEL
               MOVE 'CANCEL'         TO WS-RL-ACTION
           ELSE
               MOVE 'NEW'            TO WS-RL-ACTION
           END-IF
           MOVE TRS-PORTFOLIO-ID     TO WS-RL-PORTFOLIO
           MOVE TRS-LAST-SUBMIT-DATE TO WS-RL-SENT-DATE
           MOVE TRS-REASON           TO WS-RL-REASON.

      *-- A report still awaiting its response after the date it was
      *-- sent has gone unanswered: the regulator owes a response the
      *-- morning after.
       2500-START-STATUS-SWEEP.
           MOVE LOW-VALUES TO TRS-KEY
           START TRADE-REPORT-STATUS-FILE KEY NOT LESS THAN TRS-KEY
               INVALID KEY
                   SET EOF-REPORT-STATUS TO TRUE
           END-START
           IF NOT EOF-REPORT-STATUS
               PERFORM 2510-READ-NEXT-STATUS
           END-IF.

       2510-READ-NEXT-STATUS.
           READ TRADE-REPORT-STATUS-FILE NEXT RECORD
               AT END
                   SET EOF-REPORT-STATUS TO TRUE
           END-READ.

       2600-REPORT-UNANSWERED.
           IF TRS-STATUS-SUBMITTED
               AND TRS-LAST-SUBMIT-DATE < WS-CURRENT-DATE
               ADD 1 TO WS-NO-RESPONSE-COUNT
               MOVE 'NO RESPONSE' TO WS-RL-RESULT
               PERFORM 2200-FORMAT-STATUS-LINE
               MOVE 'NEVER ANSWERED BY REGULATOR' TO WS-RL-REASON
               WRITE REPORT-RECORD FROM WS-RESPONSE-LINE
               PERFORM 2700-RAISE-EXCEPTION
           END-IF
           PERFORM 2510-READ-NEXT-STATUS.

      *-- The line just written goes onto the workbench too, keyed by
      *-- the report alone, so a no-response that comes back rejected
      *-- on a later morning stays the one case.
       2700-RAISE-EXCEPTION.
           MOVE WS-CURRENT-DATE  TO WS-XC-PROCESS-DATE
           MOVE WS-RL-PORTFOLIO  TO WS-XC-PORTFOLIO-ID
           MOVE ZERO             TO WS-XC-AMOUNT
           MOVE WS-RL-REPORT-REF TO WS-XC-REFERENCE
           MOVE SPACES TO WS-XC-DESCRIPTION
           STRING WS-RL-RESULT ' ' WS-RL-REASON
               DELIMITED BY SIZE INTO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'REPORTS ACCEPTED:' TO WS-SL-LABEL
           MOVE WS-ACCEPTED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REPORTS REJECTED:' TO WS-SL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'NEVER ANSWERED:' TO WS-SL-LABEL
           MOVE WS-NO-RESPONSE-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'RESPONSES WITHOUT REPORT:' TO WS-SL-LABEL
           MOVE WS-UNMATCHED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE RESPONSE-FILE
           CLOSE TRADE-REPORT-STATUS-FILE
           CLOSE REPORT-FILE
      *-- Record the file's receipt on the interface registry. A
      *-- response matching no report is the one the run could not
      *-- use.
           MOVE 'RECV' TO WS-IF-FUNCTION
           COMPUTE WS-IF-ACCEPTED-COUNT =
               WS-IF-RECORD-COUNT - WS-UNMATCHED-COUNT
           MOVE WS-UNMATCHED-COUNT TO WS-IF-REJECTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST RESPONSE-RECORD
           IF WS-REJECTED-COUNT > ZERO OR WS-NO-RESPONSE-COUNT > ZERO
               OR WS-UNMATCHED-COUNT > ZERO
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
           MOVE 'TRPACK00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'TRPACK00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'TRPACK00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'TRPACK00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
