       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCRPT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Client KYC Review Calendar                                     *
      *                                                                *
      * Monthly report of know-your-customer reviews, so compliance    *
      * works its review calendar from COUNTERPARTY-MASTER instead of  *
      * a spreadsheet:                                                 *
      * - Sweeps COUNTERPARTY-MASTER; every active client is judged    *
      *   against the run date                                         *
      * - The next review falls due on the anniversary of the last     *
      *   one, one, two or three years out by the client's risk        *
      *   rating (H, M, L) -- the same rule TRNENT00 and HISTLD00      *
      *   apply when they refuse a lapsed client's buys and outbound   *
      *   transfers                                                    *
      * - Lists every review already overdue, every review falling     *
      *   due within the next 60 days, and every client with no        *
      *   review recorded at all                                       *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTERPARTY-MASTER ASSIGN TO CPTYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPTY-ID
               FILE STATUS IS WS-CPTY-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'KYCRPT00'.
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

       01  WS-FILE-STATUS.
           05  WS-CPTY-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-CPTY-SW            PIC X(01) VALUE 'N'.
               88  EOF-COUNTERPARTY          VALUE 'Y'.

       01  WS-CLIENT-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-DUE-SOON-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-REVIEW-COUNT            PIC 9(07) COMP VALUE ZERO.

      *-- The look-ahead window and the review cycle. The due date
      *-- is the last review date with the cycle's years added, so
      *-- it compares as a plain YYYYMMDD string.
       01  WS-KYC-AREA.
           05  WS-KYC-WINDOW-DAYS        PIC 9(03) VALUE 60.
           05  WS-KYC-WINDOW-DATE        PIC X(08).
           05  WS-KYC-DUE-DATE.
               10  WS-KYC-DUE-YEAR       PIC 9(04).
               10  WS-KYC-DUE-MMDD       PIC X(04).
           05  WS-KYC-CYCLE-YEARS        PIC 9(01).
           05  WS-RUN-DATE-NUM           PIC 9(08).
           05  WS-RUN-JULIAN             PIC 9(07).

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'CLIENT KYC REVIEW CALENDAR'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(05) VALUE SPACES.
               10  FILLER                PIC X(15)
                   VALUE 'DUE ON/BEFORE:'.
               10  WS-HDR-WINDOW-DATE    PIC X(08).
               10  FILLER                PIC X(79) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'CLIENT'.
               10  FILLER                PIC X(32) VALUE 'NAME'.
               10  FILLER                PIC X(06) VALUE 'RISK'.
               10  FILLER                PIC X(12) VALUE 'LAST REVIEW'.
               10  FILLER                PIC X(10) VALUE 'NEXT DUE'.
               10  FILLER                PIC X(62) VALUE 'STATUS'.

       01  WS-KYC-LINE.
           05  WS-KL-CLIENT-ID           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-KL-NAME                PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-KL-RISK-RATING         PIC X(01).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-KL-LAST-REVIEW         PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-KL-NEXT-DUE            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-KL-LABEL               PIC X(26).
           05  FILLER                    PIC X(36) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-COUNTERPARTIES
               UNTIL EOF-COUNTERPARTY
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 2010-READ-COUNTERPARTY.

       1100-OPEN-FILES.
           OPEN INPUT COUNTERPARTY-MASTER
           IF WS-CPTY-STATUS NOT = '00'
               MOVE 'ERROR OPENING COUNTERPARTY-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- The window closes the given number of days after the run
      *-- date; a review due on or before it is listed.
       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               + WS-KYC-WINDOW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-RUN-JULIAN)
               TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM TO WS-KYC-WINDOW-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           MOVE WS-KYC-WINDOW-DATE TO WS-HDR-WINDOW-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-----------------------------------------------------------------
      * REVIEW SWEEP
      *-----------------------------------------------------------------
      *-- Only active clients are reviewed; brokers, custodians and
      *-- banks are onboarded under a different regime.
       2000-PROCESS-COUNTERPARTIES.
           IF CPTY-TYPE-CLIENT AND CPTY-STATUS-ACTIVE
               ADD 1 TO WS-CLIENT-COUNT
               PERFORM 2020-CHECK-REVIEW
           END-IF
           PERFORM 2010-READ-COUNTERPARTY.

       2010-READ-COUNTERPARTY.
           READ COUNTERPARTY-MASTER NEXT RECORD
               AT END
                   SET EOF-COUNTERPARTY TO TRUE
           END-READ.

       2020-CHECK-REVIEW.
           IF CPTY-KYC-LAST-REVIEW = SPACES
               OR CPTY-KYC-LAST-REVIEW NOT NUMERIC
               MOVE SPACES TO WS-KYC-DUE-DATE
               MOVE 'NO REVIEW ON FILE' TO WS-KL-LABEL
               ADD 1 TO WS-NO-REVIEW-COUNT
               PERFORM 2050-WRITE-KYC-LINE
           ELSE
               PERFORM 2030-DERIVE-DUE-DATE
               EVALUATE TRUE
                   WHEN WS-KYC-DUE-DATE < WS-CURRENT-DATE
                       MOVE 'OVERDUE - TRADING BLOCKED'
                           TO WS-KL-LABEL
                       ADD 1 TO WS-OVERDUE-COUNT
                       PERFORM 2050-WRITE-KYC-LINE
                   WHEN WS-KYC-DUE-DATE NOT > WS-KYC-WINDOW-DATE
                       MOVE 'DUE WITHIN 60 DAYS' TO WS-KL-LABEL
                       ADD 1 TO WS-DUE-SOON-COUNT
                       PERFORM 2050-WRITE-KYC-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-- An unrated client is held to the high-risk annual cycle.
       2030-DERIVE-DUE-DATE.
           MOVE CPTY-KYC-LAST-REVIEW TO WS-KYC-DUE-DATE
           EVALUATE TRUE
               WHEN CPTY-KYC-RISK-LOW
                   MOVE 3 TO WS-KYC-CYCLE-YEARS
               WHEN CPTY-KYC-RISK-MEDIUM
                   MOVE 2 TO WS-KYC-CYCLE-YEARS
               WHEN OTHER
                   MOVE 1 TO WS-KYC-CYCLE-YEARS
           END-EVALUATE
           ADD WS-KYC-CYCLE-YEARS TO WS-KYC-DUE-YEAR.

       2050-WRITE-KYC-LINE.
           MOVE CPTY-ID              TO WS-KL-CLIENT-ID
           MOVE CPTY-NAME            TO WS-KL-NAME
           MOVE CPTY-KYC-RISK-RATING TO WS-KL-RISK-RATING
           MOVE CPTY-KYC-LAST-REVIEW TO WS-KL-LAST-REVIEW
           MOVE WS-KYC-DUE-DATE      TO WS-KL-NEXT-DUE
           WRITE REPORT-RECORD FROM WS-KYC-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'ACTIVE CLIENTS REVIEWED:' TO WS-SL-LABEL
           MOVE WS-CLIENT-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REVIEWS OVERDUE:' TO WS-SL-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'REVIEWS DUE WITHIN 60 DAYS:' TO WS-SL-LABEL
           MOVE WS-DUE-SOON-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'CLIENTS WITH NO REVIEW:' TO WS-SL-LABEL
           MOVE WS-NO-REVIEW-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE COUNTERPARTY-MASTER
           CLOSE REPORT-FILE
           IF WS-OVERDUE-COUNT > ZERO
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
           MOVE 'KYCRPT00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'KYCRPT00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'KYCRPT00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'KYCRPT00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
