      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-08-23  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  EVERY EXCEPTION LINE IS NOW ALSO RAISED ONTO THE   *
      *             MORNING EXCEPTIONS WORKBENCH THROUGH EXCSVC00,     *
      *             ONE CASE PER POSTING DATE, ACCOUNT AND EXCEPTION.  *
      * 2026-10-15  THE GL ACKNOWLEDGMENT FILE IS FINGERPRINTED BEFORE *
      *             RECONCILING AND REFUSED IF THE SAME FILE WAS       *
      *             ALREADY PROCESSED; RECEIPT IS RECORDED ON THE      *
      *             INTERFACE REGISTRY THROUGH IFRSVC00.               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
      *-- posting exceptions are raised onto the morning exceptions
      *-- workbench as well as listed here.
       01  WS-EXCSVC-REQUEST.
           05  WS-XC-JOB-NAME            PIC X(08) VALUE 'GLRECN00'.
           05  WS-XC-PROCESS-DATE        PIC X(08).
           05  WS-XC-CATEGORY            PIC X(04) VALUE 'GLRJ'.
           05  WS-XC-REFERENCE           PIC X(30).
           05  WS-XC-PORTFOLIO-ID        PIC X(08).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-DESCRIPTION         PIC X(60).
           05  WS-XC-RETURN-CODE         PIC S9(04) COMP.

      *-- Change: Working copy of IFRSVC00's LINKAGE layout -- the
      *-- acknowledgment file is fingerprinted before reconciling and
      *-- refused if the same file was already processed; receipt
      *-- goes on the interface registry once reconciling completes.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'GLACKFIL'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'GLRECN00'.
           05  WS-IF-PROCESS-DATE        PIC X(08).
           05  WS-IF-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IF-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IF-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-DUPLICATE-OF        PIC X(08).
           05  WS-IF-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-POST-STATUS            PIC XX.
           05  WS-ACK-STATUS             PIC XX.
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
      *-- Change: refuse an acknowledgment file already processed.
           PERFORM 1250-FINGERPRINT-FEED
           PERFORM 1300-LOAD-ACK-TABLE
           PERFORM 2010-READ-POSTING.

           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1.

      *-- A counting pass over the whole feed builds its fingerprint;
      *-- the file is then reopened for reconciling.
       1250-FINGERPRINT-FEED.
           PERFORM 1310-READ-ACK
           PERFORM 1260-HASH-ONE-RECORD
               UNTIL EOF-ACK
           CLOSE GL-ACK-FILE
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               MOVE 'ERROR REOPENING GL-ACK-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE 'N' TO WS-EOF-ACK-SW
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE 'CHEK' TO WS-IF-FUNCTION
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST GL-ACK-RECORD
           IF WS-IF-RETURN-CODE = 8
               MOVE SPACES TO ERR-TEXT
               STRING 'FEED ALREADY PROCESSED ON ' WS-IF-DUPLICATE-OF
                      ' - REFUSED'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1260-HASH-ONE-RECORD.
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF GL-ACK-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST GL-ACK-RECORD
           PERFORM 1310-READ-ACK.

       1300-LOAD-ACK-TABLE.
           PERFORM 1310-READ-ACK
           PERFORM 1320-ADD-ACK-ENTRY
           MOVE GLP-ACCOUNT      TO WS-RC-ACCOUNT
           MOVE WS-AK-AMOUNT (WS-AK-IDX) TO WS-RC-AMOUNT
           MOVE WS-AK-REASON (WS-AK-IDX) TO WS-RC-REASON
           WRITE REPORT-RECORD FROM WS-RECON-LINE
           MOVE WS-AK-AMOUNT (WS-AK-IDX) TO WS-XC-AMOUNT
           PERFORM 2050-RAISE-EXCEPTION.

       2040-REPORT-UNACKNOWLEDGED.
           ADD 1 TO WS-UNACKED-COUNT
           MOVE GLP-ACCOUNT      TO WS-RC-ACCOUNT
           IF GLP-DEBIT-AMOUNT NOT = ZERO
               MOVE GLP-DEBIT-AMOUNT TO WS-RC-AMOUNT
               MOVE GLP-DEBIT-AMOUNT TO WS-XC-AMOUNT
           ELSE
               MOVE GLP-CREDIT-AMOUNT TO WS-RC-AMOUNT
               MOVE GLP-CREDIT-AMOUNT TO WS-XC-AMOUNT
           END-IF
           MOVE SPACES TO WS-RC-REASON
           WRITE REPORT-RECORD FROM WS-RECON-LINE
           PERFORM 2050-RAISE-EXCEPTION.

      *-- Change: the exception line just written goes onto the
      *-- workbench too. The posting's own date is part of what the
      *-- posting is, so a rejected posting re-sent and rejected
      *-- again stays the one case.
       2050-RAISE-EXCEPTION.
           MOVE WS-CURRENT-DATE TO WS-XC-PROCESS-DATE
           MOVE SPACES          TO WS-XC-PORTFOLIO-ID
           MOVE SPACES TO WS-XC-REFERENCE
           STRING WS-RC-PROCESS-DATE ' ' WS-RC-ACCOUNT ' '
                  WS-RC-TYPE (1:10)
               DELIMITED BY SIZE INTO WS-XC-REFERENCE
           MOVE SPACES TO WS-XC-DESCRIPTION
           STRING WS-RC-TYPE ' ' WS-RC-REASON
               DELIMITED BY SIZE INTO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

      *-----------------------------------------------------------------
      * FINALIZATION
           CLOSE GL-POSTING-FILE
           CLOSE GL-ACK-FILE
           CLOSE REPORT-FILE
      *-- Change: record the file's receipt on the interface registry.
      *-- An acknowledgment matching no posting is the one the
      *-- reconciliation could not use.
           MOVE 'RECV' TO WS-IF-FUNCTION
           COMPUTE WS-IF-ACCEPTED-COUNT =
               WS-IF-RECORD-COUNT - WS-ORPHAN-ACK-COUNT
           MOVE WS-ORPHAN-ACK-COUNT TO WS-IF-REJECTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST GL-ACK-RECORD
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-- An acknowledgment that matched no posting on the extract is
               MOVE WS-AK-AMOUNT (WS-AK-IDX)  TO WS-RC-AMOUNT
               MOVE WS-AK-REASON (WS-AK-IDX)  TO WS-RC-REASON
               WRITE REPORT-RECORD FROM WS-RECON-LINE
               MOVE WS-AK-AMOUNT (WS-AK-IDX)  TO WS-XC-AMOUNT
               PERFORM 2050-RAISE-EXCEPTION
           END-IF.

       3200-PRINT-SUMMARY.
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
