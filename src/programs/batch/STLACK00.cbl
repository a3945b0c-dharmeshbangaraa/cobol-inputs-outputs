      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  EVERY REPORTED LINE -- REJECT, NO ACK OR UNMATCHED *
      *             ACK -- IS NOW ALSO RAISED ONTO THE MORNING         *
      *             EXCEPTIONS WORKBENCH THROUGH EXCSVC00, ONE CASE    *
      *             PER INSTRUCTION (PORTFOLIO AND SEQUENCE).          *
      * 2026-10-15  THE ACKNOWLEDGMENT FILE IS FINGERPRINTED BEFORE    *
      *             MATCHING AND REFUSED IF THE SAME FILE WAS ALREADY  *
      *             PROCESSED; RECEIPT IS RECORDED ON THE INTERFACE    *
      *             REGISTRY THROUGH IFRSVC00.                         *
      * 2026-10-15  THE INSTRUCTION IMAGE HELD FOR RE-TRANSMISSION     *
      *             WIDENS WITH SETINS, WHICH NOW CARRIES OUR          *
      *             SAFEKEEPING AND CASH ACCOUNTS AT THE CUSTODIAN.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  RETRANSMIT-FILE
           RECORDING MODE IS F.
      *-- Change: widened with SETINS (custody account numbers).
       01  RETRANSMIT-RECORD             PIC X(131).

       FD  REPORT-FILE
           RECORDING MODE IS F
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

      *-- Change: Working copy of EXCSVC00's LINKAGE layout --
      *-- instruction breaks are raised onto the morning exceptions
      *-- workbench as well as listed here.
       01  WS-EXCSVC-REQUEST.
           05  WS-XC-JOB-NAME            PIC X(08) VALUE 'STLACK00'.
           05  WS-XC-PROCESS-DATE        PIC X(08).
           05  WS-XC-CATEGORY            PIC X(04) VALUE 'STLR'.
           05  WS-XC-REFERENCE           PIC X(30).
           05  WS-XC-PORTFOLIO-ID        PIC X(08).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-DESCRIPTION         PIC X(60).
           05  WS-XC-RETURN-CODE         PIC S9(04) COMP.

      *-- Change: Working copy of IFRSVC00's LINKAGE layout -- the
      *-- acknowledgment file is fingerprinted before matching and
      *-- refused if the same file was already processed; receipt
      *-- goes on the interface registry once matching completes.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'CUSTACK'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'STLACK00'.
           05  WS-IF-PROCESS-DATE        PIC X(08).
           05  WS-IF-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IF-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IF-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-DUPLICATE-OF        PIC X(08).
           05  WS-IF-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-INS-STATUS             PIC XX.
           05  WS-ACK-STATUS             PIC XX.
                   88  WS-IN-UNACKED         VALUE 'U'.
                   88  WS-IN-ACCEPTED        VALUE 'A'.
                   88  WS-IN-REJECTED        VALUE 'R'.
               10  WS-IN-IMAGE           PIC X(131).

       01  WS-COUNTS.
           05  WS-ACCEPTED-COUNT         PIC 9(05) COMP VALUE ZERO.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-LOAD-INSTRUCTIONS
      *-- Change: refuse an acknowledgment file already processed.
           PERFORM 1400-FINGERPRINT-FEED
           PERFORM 2010-READ-ACKNOWLEDGMENT.

       1100-OPEN-FILES.
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
           END-IF
           PERFORM 1310-READ-INSTRUCTION.

      *-- A counting pass over the whole feed builds its fingerprint;
      *-- the file is then reopened for matching.
       1400-FINGERPRINT-FEED.
           PERFORM 2010-READ-ACKNOWLEDGMENT
           PERFORM 1410-HASH-ONE-RECORD
               UNTIL EOF-ACKNOWLEDGMENTS
           CLOSE ACKNOWLEDGMENT-FILE
           OPEN INPUT ACKNOWLEDGMENT-FILE
           IF WS-ACK-STATUS NOT = '00'
               MOVE 'ERROR REOPENING ACKNOWLEDGMENT-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE 'N' TO WS-EOF-ACK-SW
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE 'CHEK' TO WS-IF-FUNCTION
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST ACKNOWLEDGMENT-RECORD
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
           MOVE LENGTH OF ACKNOWLEDGMENT-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST ACKNOWLEDGMENT-RECORD
           PERFORM 2010-READ-ACKNOWLEDGMENT.

      *-----------------------------------------------------------------
      * ACKNOWLEDGMENT MATCHING
      *-----------------------------------------------------------------
               MOVE ACK-SEQUENCE-NO  TO WS-AL-SEQUENCE
               MOVE 'NO INSTRUCTION WE SENT' TO WS-AL-REASON
               WRITE REPORT-RECORD FROM WS-ACK-LINE
               PERFORM 2600-RAISE-EXCEPTION
           ELSE
               IF ACK-REJECTED
                   MOVE 'R' TO WS-IN-STATE (WS-IN-IDX)
                   MOVE ACK-SEQUENCE-NO  TO WS-AL-SEQUENCE
                   MOVE ACK-REASON       TO WS-AL-REASON
                   WRITE REPORT-RECORD FROM WS-ACK-LINE
                   PERFORM 2600-RAISE-EXCEPTION
      *-- The rejected instruction goes back out whole, for
      *-- operations to repair and release through the normal
      *-- transmission.
               MOVE 'NEVER ACKNOWLEDGED BY CUSTODIAN'
                   TO WS-AL-REASON
               WRITE REPORT-RECORD FROM WS-ACK-LINE
               PERFORM 2600-RAISE-EXCEPTION
           END-IF.

      *-- Change: the line just written goes onto the workbench too,
      *-- keyed by the instruction alone, so a no-ack that comes back
      *-- rejected on a later night stays the one case.
       2600-RAISE-EXCEPTION.
           MOVE WS-CURRENT-DATE TO WS-XC-PROCESS-DATE
           MOVE WS-AL-PORTFOLIO TO WS-XC-PORTFOLIO-ID
           MOVE ZERO            TO WS-XC-AMOUNT
           MOVE SPACES TO WS-XC-REFERENCE
           STRING WS-AL-PORTFOLIO ' ' WS-AL-SEQUENCE
               DELIMITED BY SIZE INTO WS-XC-REFERENCE
           MOVE SPACES TO WS-XC-DESCRIPTION
           STRING WS-AL-RESULT ' ' WS-AL-REASON
               DELIMITED BY SIZE INTO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
           CLOSE ACKNOWLEDGMENT-FILE
           CLOSE RETRANSMIT-FILE
           CLOSE REPORT-FILE
      *-- Change: record the file's receipt on the interface registry.
      *-- An acknowledgment matching no instruction is the one the
      *-- run could not use.
           MOVE 'RECV' TO WS-IF-FUNCTION
           COMPUTE WS-IF-ACCEPTED-COUNT =
               WS-IF-RECORD-COUNT - WS-UNMATCHED-ACKS
           MOVE WS-UNMATCHED-ACKS TO WS-IF-REJECTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST
               ACKNOWLEDGMENT-RECORD
           IF WS-REJECTED-COUNT > ZERO OR WS-UNACKED-COUNT > ZERO
               OR WS-UNMATCHED-ACKS > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
