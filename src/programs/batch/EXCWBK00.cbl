       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCWBK00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Morning Exceptions Workbench                                   *
      *                                                                *
      * One place to see and work the overnight breaks that used to   *
      * be spread over eight separate reports. TRNAGE00, STLMAT00,    *
      * STLACK00, CUSREC00, GLRECN00, CMPMON00, CTLBAL00 and POSRVL00  *
      * each raise their breaks onto the exception case file through  *
      * EXCSVC00, one case per break, the same case night after night  *
      * while the break persists. Modes:                               *
      * - RPT (the default): the consolidated morning exceptions       *
      *   report -- every case still open or being worked, by          *
      *   category, with its age since first raised, age band, owner  *
      *   and status (new tonight, reopened, or no longer raised by    *
      *   its source job), then counts by category and age band and   *
      *   by owner                                                     *
      * - UPDT: applies the users' update file in the AMLMON00         *
      *   disposition mold: A=assign (or reassign) an owner, N=add a   *
      *   comment, C=close with a reason. Each update is authorized    *
      *   through SECCHK00 ('EXCP') for the user named on it and       *
      *   written to AUDIT-FILE through AUDWRT00                       *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      * 2026-10-15  NEW CATEGORY HEADING FOR REGULATORY TRADE REPORTS  *
      *             HELD, REJECTED OR UNANSWERED (TRPR).               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCEPTION-CASE-FILE ASSIGN TO EXCCASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-UPDATE-FILE ASSIGN TO EXCUPDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPD-STATUS.

           SELECT PROCESS-PARMS ASSIGN TO EXCWBPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-CASE-FILE
           RECORDING MODE IS F.
           COPY EXCCAS.

      *-- One user action against one case, named by its category
      *-- and reference as the morning report prints them.
       FD  CASE-UPDATE-FILE
           RECORDING MODE IS F.
       01  CASE-UPDATE-RECORD.
           05  UPD-CATEGORY              PIC X(04).
           05  UPD-REFERENCE             PIC X(30).
           05  UPD-ACTION                PIC X(01).
               88  UPD-ASSIGN                VALUE 'A'.
               88  UPD-COMMENT-ONLY          VALUE 'N'.
               88  UPD-CLOSE                 VALUE 'C'.
           05  UPD-OWNER                 PIC X(08).
           05  UPD-REASON                PIC X(04).
           05  UPD-USER-ID               PIC X(08).
           05  UPD-COMMENT               PIC X(60).
           05  FILLER                    PIC X(05).

      *-- Run mode and an optional run date.
       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-RUN-MODE             PIC X(04).
           05  PARM-RUN-DATE             PIC X(08).
           05  FILLER                    PIC X(68).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'EXCWBK00'.
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

      *-- Working copy of AUDWRT00's LINKAGE layout.
       01  WS-AUDWRT-REQUEST.
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'EXCWBK00'.
           05  WS-AW-PROCESS-DATE        PIC X(08).
           05  WS-AW-EVENT-TYPE          PIC X(08).
           05  WS-AW-USER-ID             PIC X(08).
           05  WS-AW-DESCRIPTION         PIC X(60).
           05  WS-AW-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of SECCHK00's LINKAGE layout -- the user named
      *-- on an update must carry 'EXCP'.
       01  WS-SECCHK-REQUEST.
           05  WS-SC-USER-ID             PIC X(08).
           05  WS-SC-FUNCTION-CODE       PIC X(04) VALUE 'EXCP'.
           05  WS-SC-CHANNEL-CODE        PIC X(04) VALUE SPACES.
           05  WS-SC-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-CASE-STATUS            PIC XX.
           05  WS-UPD-STATUS             PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-CASE-SW            PIC X(01) VALUE 'N'.
               88  EOF-CASES                 VALUE 'Y'.
           05  WS-EOF-UPD-SW             PIC X(01) VALUE 'N'.
               88  EOF-UPDATES               VALUE 'Y'.
           05  WS-FOUND-SW               PIC X(01).
               88  WS-ENTRY-FOUND            VALUE 'Y'.

       01  WS-RUN-MODE                   PIC X(04) VALUE 'RPT '.
           88  MODE-REPORT                   VALUE 'RPT '.
           88  MODE-UPDATE                   VALUE 'UPDT'.

       01  WS-DATE-AREA.
           05  WS-RUN-DATE               PIC X(08).
           05  WS-DATE-NUM               PIC 9(08).
           05  WS-RUN-JULIAN             PIC 9(07).
           05  WS-CASE-JULIAN            PIC 9(07).
           05  WS-CASE-AGE               PIC S9(05) COMP-3.
           05  WS-AGE-BAND               PIC 9(01).

       01  WS-PREV-CATEGORY              PIC X(04).

      *-- Active cases per category, split into the four age bands
      *-- (0-1, 2-5, 6-10 and over 10 days) and by whether anyone
      *-- owns them yet.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-CT-ENTRY OCCURS 20 TIMES
                                         INDEXED BY WS-CT-IDX.
               10  WS-CT-CATEGORY        PIC X(04).
               10  WS-CT-BAND-COUNT      PIC 9(05) COMP
                                         OCCURS 4 TIMES.
               10  WS-CT-TOTAL           PIC 9(05) COMP.
               10  WS-CT-UNOWNED         PIC 9(05) COMP.

      *-- Active cases per owner, with the age of the oldest.
       01  WS-OWNER-TABLE.
           05  WS-OWN-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-OW-ENTRY OCCURS 200 TIMES
                                         INDEXED BY WS-OW-IDX.
               10  WS-OW-OWNER           PIC X(08).
               10  WS-OW-CASES           PIC 9(05) COMP.
               10  WS-OW-OLDEST          PIC S9(05) COMP-3.

       01  WS-LOOKUP-OWNER               PIC X(08).

       01  WS-COUNTS.
           05  WS-ACTIVE-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  WS-NEW-TODAY-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  WS-REOPENED-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  WS-NOT-RAISED-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  WS-CLOSED-TODAY-COUNT     PIC 9(07) COMP VALUE ZERO.
           05  WS-UPDATES-APPLIED        PIC 9(05) COMP VALUE ZERO.
           05  WS-UPDATES-REJECTED       PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  WS-HDR-TITLE          PIC X(52)
                   VALUE 'MORNING EXCEPTIONS WORKBENCH'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(107) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(06) VALUE 'CAT'.
               10  FILLER                PIC X(32) VALUE 'REFERENCE'.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(10) VALUE 'OPENED'.
               10  FILLER                PIC X(06) VALUE ' AGE'.
               10  FILLER                PIC X(11) VALUE 'BAND'.
               10  FILLER                PIC X(10) VALUE 'OWNER'.
               10  FILLER                PIC X(22) VALUE 'STATUS'.
               10  FILLER                PIC X(25)
                   VALUE '          AMOUNT'.

       01  WS-CATEGORY-HEADING.
           05  FILLER                    PIC X(10) VALUE 'CATEGORY '.
           05  WS-CH-CATEGORY            PIC X(04).
           05  FILLER                    PIC X(03) VALUE ' - '.
           05  WS-CH-NAME                PIC X(40).
           05  FILLER                    PIC X(75) VALUE SPACES.

       01  WS-CASE-LINE.
           05  WS-CL-CATEGORY            PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-REFERENCE           PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-FIRST-SEEN          PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-AGE                 PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-BAND                PIC X(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-OWNER               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-STATUS              PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-AMOUNT              PIC -(12)9.99.
           05  FILLER                    PIC X(09) VALUE SPACES.

      *-- The break as last raised, and the latest comment on it.
       01  WS-CASE-TEXT-LINE.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-CT-DESCRIPTION         PIC X(60).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CT-COMMENT             PIC X(60).
           05  FILLER                    PIC X(04) VALUE SPACES.

       01  WS-BAND-HEADING.
           05  FILLER                    PIC X(10) VALUE 'CATEGORY'.
           05  FILLER                    PIC X(10) VALUE '  0-1 DAY'.
           05  FILLER                    PIC X(10) VALUE '  2-5 DAY'.
           05  FILLER                    PIC X(10) VALUE ' 6-10 DAY'.
           05  FILLER                    PIC X(10) VALUE '  OVER 10'.
           05  FILLER                    PIC X(10) VALUE '    TOTAL'.
           05  FILLER                    PIC X(10) VALUE '  UNOWNED'.
           05  FILLER                    PIC X(62) VALUE SPACES.

       01  WS-BAND-LINE.
           05  WS-BD-CATEGORY            PIC X(10).
           05  WS-BD-BAND-1              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-BD-BAND-2              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-BD-BAND-3              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-BD-BAND-4              PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-BD-TOTAL               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-BD-UNOWNED             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(65) VALUE SPACES.

       01  WS-OWNER-HEADING.
           05  FILLER                    PIC X(10) VALUE 'OWNER'.
           05  FILLER                    PIC X(10) VALUE '    CASES'.
           05  FILLER                    PIC X(12) VALUE ' OLDEST AGE'.
           05  FILLER                    PIC X(100) VALUE SPACES.

       01  WS-OWNER-LINE.
           05  WS-OL-OWNER               PIC X(10).
           05  WS-OL-CASES               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(07) VALUE SPACES.
           05  WS-OL-OLDEST              PIC ZZZ9.
           05  FILLER                    PIC X(104) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF MODE-UPDATE
               PERFORM 5000-APPLY-UPDATE
                   UNTIL EOF-UPDATES
           ELSE
               PERFORM 4000-WRITE-MORNING-REPORT
           END-IF
           PERFORM 7000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-RUN-DATE
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           INITIALIZE WS-CATEGORY-TABLE
           INITIALIZE WS-OWNER-TABLE
           PERFORM 1300-WRITE-HEADERS
           IF MODE-UPDATE
               PERFORM 5010-READ-UPDATE
           END-IF.

       1050-READ-PARMS.
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       PERFORM 1060-APPLY-PARMS
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

       1060-APPLY-PARMS.
           IF PARM-RUN-MODE NOT = SPACES
               MOVE PARM-RUN-MODE TO WS-RUN-MODE
           END-IF
           IF PARM-RUN-DATE NOT = SPACES
               AND PARM-RUN-DATE IS NUMERIC
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-IF.

       1100-OPEN-FILES.
           OPEN I-O EXCEPTION-CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               AND WS-CASE-STATUS NOT = '05'
               MOVE 'ERROR OPENING EXCEPTION-CASE-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           IF MODE-UPDATE
               OPEN INPUT CASE-UPDATE-FILE
               IF WS-UPD-STATUS NOT = '00'
                   MOVE 'ERROR OPENING CASE-UPDATE-FILE' TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1300-WRITE-HEADERS.
           STRING WS-RUN-DATE (1:4) '-'
                  WS-RUN-DATE (5:2) '-'
                  WS-RUN-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           IF MODE-UPDATE
               MOVE 'MORNING EXCEPTIONS WORKBENCH - CASE UPDATES'
                   TO WS-HDR-TITLE
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-----------------------------------------------------------------
      * MORNING EXCEPTIONS REPORT
      *-----------------------------------------------------------------
      *-- Every active case in case-file order -- category, then the
      *-- break's reference -- with a heading at each new category.
       4000-WRITE-MORNING-REPORT.
           MOVE SPACES TO WS-PREV-CATEGORY
           MOVE LOW-VALUES TO EXC-KEY
           START EXCEPTION-CASE-FILE KEY NOT LESS THAN EXC-KEY
               INVALID KEY
                   SET EOF-CASES TO TRUE
           END-START
           IF NOT EOF-CASES
               PERFORM 4010-READ-CASE
           END-IF
           PERFORM 4020-LIST-CASE
               UNTIL EOF-CASES
           PERFORM 4400-WRITE-BAND-SUMMARY
           PERFORM 4500-WRITE-OWNER-SUMMARY.

       4010-READ-CASE.
           READ EXCEPTION-CASE-FILE NEXT RECORD
               AT END
                   SET EOF-CASES TO TRUE
           END-READ.

       4020-LIST-CASE.
           IF EXC-STATUS-ACTIVE
               IF EXC-CATEGORY NOT = WS-PREV-CATEGORY
                   PERFORM 4030-WRITE-CATEGORY-HEADING
               END-IF
               PERFORM 4100-AGE-CASE
               PERFORM 4200-FORMAT-CASE-LINE
               WRITE REPORT-RECORD FROM WS-CASE-LINE
               MOVE EXC-DESCRIPTION TO WS-CT-DESCRIPTION
               MOVE EXC-COMMENT     TO WS-CT-COMMENT
               WRITE REPORT-RECORD FROM WS-CASE-TEXT-LINE
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM 4300-ADD-TO-CATEGORY
               PERFORM 4350-ADD-TO-OWNER
           ELSE
               IF EXC-CLOSE-DATE = WS-RUN-DATE
                   ADD 1 TO WS-CLOSED-TODAY-COUNT
               END-IF
           END-IF
           PERFORM 4010-READ-CASE.

       4030-WRITE-CATEGORY-HEADING.
           MOVE EXC-CATEGORY TO WS-PREV-CATEGORY
           MOVE EXC-CATEGORY TO WS-CH-CATEGORY
           EVALUATE TRUE
               WHEN EXC-CAT-AGED-TRAN
                   MOVE 'AGED PENDING/FAILED TRANSACTIONS'
                       TO WS-CH-NAME
               WHEN EXC-CAT-SETTLEMENT
                   MOVE 'SETTLEMENT OPEN ITEMS' TO WS-CH-NAME
               WHEN EXC-CAT-INSTR-REJECT
                   MOVE 'SETTLEMENT INSTRUCTION REJECTS'
                       TO WS-CH-NAME
               WHEN EXC-CAT-CUSTODIAN
                   MOVE 'CUSTODIAN STATEMENT BREAKS' TO WS-CH-NAME
               WHEN EXC-CAT-GL-REJECT
                   MOVE 'GL POSTING REJECTS' TO WS-CH-NAME
               WHEN EXC-CAT-COMPLIANCE
                   MOVE 'COMPLIANCE BREACHES' TO WS-CH-NAME
               WHEN EXC-CAT-CONTROL-TOTAL
                   MOVE 'CONTROL TOTAL IMBALANCES' TO WS-CH-NAME
               WHEN EXC-CAT-STALE-PRICE
                   MOVE 'STALE OR MISSING PRICES' TO WS-CH-NAME
      *-- Change: regulatory trade reporting breaks.
               WHEN EXC-CAT-TRADE-REPORT
                   MOVE 'REGULATORY TRADE REPORT BREAKS'
                       TO WS-CH-NAME
               WHEN OTHER
                   MOVE 'OTHER' TO WS-CH-NAME
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-CATEGORY-HEADING.

      *-- Age runs from the night the case first opened, through
      *-- every recurrence and reopen.
       4100-AGE-CASE.
           MOVE ZERO TO WS-CASE-AGE
           IF EXC-FIRST-SEEN IS NUMERIC
               MOVE EXC-FIRST-SEEN TO WS-DATE-NUM
               COMPUTE WS-CASE-JULIAN =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               COMPUTE WS-CASE-AGE = WS-RUN-JULIAN - WS-CASE-JULIAN
           END-IF
           IF WS-CASE-AGE < ZERO
               MOVE ZERO TO WS-CASE-AGE
           END-IF
           EVALUATE TRUE
               WHEN WS-CASE-AGE <= 1
                   MOVE 1 TO WS-AGE-BAND
                   MOVE '0-1 DAY' TO WS-CL-BAND
               WHEN WS-CASE-AGE <= 5
                   MOVE 2 TO WS-AGE-BAND
                   MOVE '2-5 DAYS' TO WS-CL-BAND
               WHEN WS-CASE-AGE <= 10
                   MOVE 3 TO WS-AGE-BAND
                   MOVE '6-10 DAYS' TO WS-CL-BAND
               WHEN OTHER
                   MOVE 4 TO WS-AGE-BAND
                   MOVE 'OVER 10' TO WS-CL-BAND
           END-EVALUATE.

       4200-FORMAT-CASE-LINE.
           MOVE EXC-CATEGORY     TO WS-CL-CATEGORY
           MOVE EXC-REFERENCE    TO WS-CL-REFERENCE
           MOVE EXC-PORTFOLIO-ID TO WS-CL-PORTFOLIO
           MOVE EXC-FIRST-SEEN   TO WS-CL-FIRST-SEEN
           MOVE WS-CASE-AGE      TO WS-CL-AGE
           MOVE EXC-AMOUNT       TO WS-CL-AMOUNT
           IF EXC-OWNER = SPACES
               MOVE '*NONE*' TO WS-CL-OWNER
           ELSE
               MOVE EXC-OWNER TO WS-CL-OWNER
           END-IF
           EVALUATE TRUE
               WHEN EXC-LAST-SEEN < WS-RUN-DATE
                   MOVE 'NOT RAISED TONIGHT' TO WS-CL-STATUS
                   ADD 1 TO WS-NOT-RAISED-COUNT
               WHEN EXC-FIRST-SEEN = WS-RUN-DATE
                   MOVE 'NEW TONIGHT' TO WS-CL-STATUS
                   ADD 1 TO WS-NEW-TODAY-COUNT
               WHEN EXC-REOPEN-COUNT > ZERO
                   AND EXC-STATUS-OPEN
                   MOVE 'REOPENED - UNOWNED' TO WS-CL-STATUS
                   ADD 1 TO WS-REOPENED-COUNT
               WHEN EXC-REOPEN-COUNT > ZERO
                   MOVE 'REOPENED - WORKING' TO WS-CL-STATUS
                   ADD 1 TO WS-REOPENED-COUNT
               WHEN EXC-STATUS-WORKING
                   MOVE 'WORKING' TO WS-CL-STATUS
               WHEN OTHER
                   MOVE 'OPEN - UNOWNED' TO WS-CL-STATUS
           END-EVALUATE.

       4300-ADD-TO-CATEGORY.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CT-IDX TO 1
           SEARCH WS-CT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CT-CATEGORY (WS-CT-IDX) = EXC-CATEGORY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CAT-COUNT < 20
                   ADD 1 TO WS-CAT-COUNT
                   SET WS-CT-IDX TO WS-CAT-COUNT
                   MOVE EXC-CATEGORY TO WS-CT-CATEGORY (WS-CT-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-CT-BAND-COUNT (WS-CT-IDX WS-AGE-BAND)
               ADD 1 TO WS-CT-TOTAL (WS-CT-IDX)
               IF EXC-OWNER = SPACES
                   ADD 1 TO WS-CT-UNOWNED (WS-CT-IDX)
               END-IF
           END-IF.

       4350-ADD-TO-OWNER.
           IF EXC-OWNER = SPACES
               MOVE '*NONE*' TO WS-LOOKUP-OWNER
           ELSE
               MOVE EXC-OWNER TO WS-LOOKUP-OWNER
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           SET WS-OW-IDX TO 1
           SEARCH WS-OW-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OW-OWNER (WS-OW-IDX) = WS-LOOKUP-OWNER
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-OWN-COUNT < 200
                   ADD 1 TO WS-OWN-COUNT
                   SET WS-OW-IDX TO WS-OWN-COUNT
                   MOVE WS-LOOKUP-OWNER TO WS-OW-OWNER (WS-OW-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'EXCWBK00 WARNING: OWNER TABLE FULL, '
                       WS-LOOKUP-OWNER ' NOT SUMMARIZED'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-OW-CASES (WS-OW-IDX)
               IF WS-CASE-AGE > WS-OW-OLDEST (WS-OW-IDX)
                   MOVE WS-CASE-AGE TO WS-OW-OLDEST (WS-OW-IDX)
               END-IF
           END-IF.

       4400-WRITE-BAND-SUMMARY.
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-BAND-HEADING
           PERFORM 4410-WRITE-BAND-LINE
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CAT-COUNT.

       4410-WRITE-BAND-LINE.
           MOVE WS-CT-CATEGORY (WS-CT-IDX) TO WS-BD-CATEGORY
           MOVE WS-CT-BAND-COUNT (WS-CT-IDX 1) TO WS-BD-BAND-1
           MOVE WS-CT-BAND-COUNT (WS-CT-IDX 2) TO WS-BD-BAND-2
           MOVE WS-CT-BAND-COUNT (WS-CT-IDX 3) TO WS-BD-BAND-3
           MOVE WS-CT-BAND-COUNT (WS-CT-IDX 4) TO WS-BD-BAND-4
           MOVE WS-CT-TOTAL (WS-CT-IDX)   TO WS-BD-TOTAL
           MOVE WS-CT-UNOWNED (WS-CT-IDX) TO WS-BD-UNOWNED
           WRITE REPORT-RECORD FROM WS-BAND-LINE.

       4500-WRITE-OWNER-SUMMARY.
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-OWNER-HEADING
           PERFORM 4510-WRITE-OWNER-LINE
               VARYING WS-OW-IDX FROM 1 BY 1
               UNTIL WS-OW-IDX > WS-OWN-COUNT.

       4510-WRITE-OWNER-LINE.
           MOVE WS-OW-OWNER (WS-OW-IDX)  TO WS-OL-OWNER
           MOVE WS-OW-CASES (WS-OW-IDX)  TO WS-OL-CASES
           MOVE WS-OW-OLDEST (WS-OW-IDX) TO WS-OL-OLDEST
           WRITE REPORT-RECORD FROM WS-OWNER-LINE.

      *-----------------------------------------------------------------
      * CASE UPDATES
      *-----------------------------------------------------------------
      *-- Controlled update: the user must be authorized, the case
      *-- must exist and still be active, an assignment must name an
      *-- owner, a comment must say something, and a close must give
      *-- one of the recognised reasons. Anything else is refused,
      *-- logged, and left as it was.
       5000-APPLY-UPDATE.
           MOVE UPD-CATEGORY  TO EXC-CATEGORY
           MOVE UPD-REFERENCE TO EXC-REFERENCE
           MOVE SPACES TO ERR-TEXT
           READ EXCEPTION-CASE-FILE
               INVALID KEY
                   MOVE 'UPDATE WITHOUT MATCHING EXCEPTION CASE'
                       TO ERR-TEXT
           END-READ
           IF ERR-TEXT = SPACES
               PERFORM 5100-VALIDATE-UPDATE
           END-IF
           IF ERR-TEXT = SPACES
               PERFORM 5200-RECORD-UPDATE
           ELSE
               ADD 1 TO WS-UPDATES-REJECTED
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 5010-READ-UPDATE.

       5010-READ-UPDATE.
           READ CASE-UPDATE-FILE
               AT END
                   SET EOF-UPDATES TO TRUE
           END-READ.

       5100-VALIDATE-UPDATE.
           EVALUATE TRUE
               WHEN EXC-STATUS-CLOSED
                   MOVE 'EXCEPTION CASE CLOSED - UPDATE REFUSED'
                       TO ERR-TEXT
               WHEN NOT UPD-ASSIGN AND NOT UPD-COMMENT-ONLY
                   AND NOT UPD-CLOSE
                   MOVE 'CASE UPDATE MUST BE A, N OR C' TO ERR-TEXT
               WHEN UPD-ASSIGN AND UPD-OWNER = SPACES
                   MOVE 'CASE ASSIGNMENT NAMES NO OWNER' TO ERR-TEXT
               WHEN UPD-COMMENT-ONLY AND UPD-COMMENT = SPACES
                   MOVE 'CASE COMMENT IS BLANK' TO ERR-TEXT
               WHEN UPD-CLOSE
                   AND UPD-REASON NOT = 'FIXD'
                   AND UPD-REASON NOT = 'NOBR'
                   AND UPD-REASON NOT = 'DUPL'
                   AND UPD-REASON NOT = 'WOFF'
                   MOVE 'CASE CLOSE NEEDS REASON FIXD/NOBR/DUPL/WOFF'
                       TO ERR-TEXT
               WHEN OTHER
                   PERFORM 5110-CHECK-AUTHORITY
           END-EVALUATE.

       5110-CHECK-AUTHORITY.
           MOVE UPD-USER-ID TO WS-SC-USER-ID
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               MOVE 'USER NOT AUTHORIZED FOR EXCEPTION CASE UPDATE'
                   TO ERR-TEXT
           END-IF.

      *-- A comment rides along with any action; on an assignment or
      *-- a close it records why.
       5200-RECORD-UPDATE.
           EVALUATE TRUE
               WHEN UPD-ASSIGN
                   MOVE UPD-OWNER   TO EXC-OWNER
                   MOVE WS-RUN-DATE TO EXC-ASSIGN-DATE
                   SET EXC-STATUS-WORKING TO TRUE
                   MOVE 'EXCASSGN' TO WS-AW-EVENT-TYPE
               WHEN UPD-CLOSE
                   SET EXC-STATUS-CLOSED TO TRUE
                   MOVE WS-RUN-DATE TO EXC-CLOSE-DATE
                   MOVE UPD-USER-ID TO EXC-CLOSE-USER
                   MOVE UPD-REASON  TO EXC-CLOSE-REASON
                   MOVE 'EXCCLOSE' TO WS-AW-EVENT-TYPE
               WHEN OTHER
                   MOVE 'EXCNOTE ' TO WS-AW-EVENT-TYPE
           END-EVALUATE
           IF UPD-COMMENT NOT = SPACES
               MOVE UPD-COMMENT TO EXC-COMMENT
               MOVE WS-RUN-DATE TO EXC-COMMENT-DATE
               MOVE UPD-USER-ID TO EXC-COMMENT-USER
           END-IF
           REWRITE EXCEPTION-CASE-RECORD
               INVALID KEY
                   MOVE 'EXCEPTION CASE REWRITE FAILED' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-UPDATES-APPLIED
                   PERFORM 5250-LIST-UPDATE
                   PERFORM 5300-AUDIT-UPDATE
           END-REWRITE.

       5250-LIST-UPDATE.
           PERFORM 4100-AGE-CASE
           PERFORM 4200-FORMAT-CASE-LINE
           MOVE SPACES TO WS-CL-STATUS
           EVALUATE TRUE
               WHEN UPD-CLOSE
                   STRING 'CLOSED ' EXC-CLOSE-REASON
                          ' BY ' UPD-USER-ID
                       DELIMITED BY SIZE INTO WS-CL-STATUS
               WHEN UPD-ASSIGN
                   STRING 'ASSIGNED BY ' UPD-USER-ID
                       DELIMITED BY SIZE INTO WS-CL-STATUS
               WHEN OTHER
                   STRING 'COMMENT BY ' UPD-USER-ID
                       DELIMITED BY SIZE INTO WS-CL-STATUS
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-CASE-LINE
           MOVE EXC-DESCRIPTION TO WS-CT-DESCRIPTION
           MOVE EXC-COMMENT     TO WS-CT-COMMENT
           WRITE REPORT-RECORD FROM WS-CASE-TEXT-LINE.

       5300-AUDIT-UPDATE.
           MOVE WS-RUN-DATE TO WS-AW-PROCESS-DATE
           MOVE UPD-USER-ID TO WS-AW-USER-ID
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'EXC CASE ' EXC-CATEGORY ' ' EXC-REFERENCE
                  ' ' EXC-STATUS ' ' EXC-OWNER
                  ' ' EXC-CLOSE-REASON
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       7000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           IF MODE-UPDATE
               MOVE 'UPDATES APPLIED:' TO WS-SL-LABEL
               MOVE WS-UPDATES-APPLIED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'UPDATES REFUSED:' TO WS-SL-LABEL
               MOVE WS-UPDATES-REJECTED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               CLOSE CASE-UPDATE-FILE
           ELSE
               MOVE 'ACTIVE CASES:' TO WS-SL-LABEL
               MOVE WS-ACTIVE-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'NEW TONIGHT:' TO WS-SL-LABEL
               MOVE WS-NEW-TODAY-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'REOPENED:' TO WS-SL-LABEL
               MOVE WS-REOPENED-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'NOT RAISED TONIGHT:' TO WS-SL-LABEL
               MOVE WS-NOT-RAISED-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'CLOSED TODAY:' TO WS-SL-LABEL
               MOVE WS-CLOSED-TODAY-COUNT TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           END-IF
           CLOSE EXCEPTION-CASE-FILE
           CLOSE REPORT-FILE
           IF WS-UPDATES-REJECTED > ZERO
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
           MOVE 'EXCWBK00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'EXCWBK00 WARNING: ' ERR-TEXT
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'EXCWBK00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'EXCWBK00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
