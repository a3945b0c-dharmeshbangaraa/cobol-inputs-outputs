       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAERPT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Outstanding Corporate Action Elections                         *
      *                                                                *
      * Daily list of the holders who still owe an election on a       *
      * voluntary corporate action (tender offer, rights issue,        *
      * optional dividend) whose deadline is approaching, so client    *
      * service chases them from one report instead of from the        *
      * mailbox:                                                       *
      * - Loads every voluntary announcement on the feed not yet       *
      *   generated whose election deadline falls between the run      *
      *   date and the end of the look-ahead window (5 days unless     *
      *   the parameter card says otherwise)                           *
      * - Sweeps POSITION-MASTER; every holding of one of those        *
      *   securities with no election on the election file is listed   *
      *   with the days left and the default option it will take      *
      * - Totals holders, elections in and elections outstanding per   *
      *   announcement                                                 *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNOUNCEMENT-FILE ASSIGN TO CAANNFIL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANN-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT OPTIONAL ELECTION-FILE ASSIGN TO CAELECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ELC-KEY
               FILE STATUS IS WS-ELEC-STATUS.

           SELECT PROCESS-PARMS ASSIGN TO CAERPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANNOUNCEMENT-FILE
           RECORDING MODE IS F.
           COPY CAANN.

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       FD  ELECTION-FILE
           RECORDING MODE IS F.
           COPY CAELEC.

       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-WINDOW-DAYS          PIC 9(03).
           05  FILLER                    PIC X(77).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'CAERPT00'.
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
           05  WS-ANN-STATUS             PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           05  WS-ELEC-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-ANN-SW             PIC X(01) VALUE 'N'.
               88  EOF-ANNOUNCEMENTS         VALUE 'Y'.
           05  WS-EOF-POSITION-SW        PIC X(01) VALUE 'N'.
               88  EOF-POSITION              VALUE 'Y'.
           05  WS-ELEC-FILE-SW           PIC X(01) VALUE 'N'.
               88  WS-ELEC-FILE-PRESENT      VALUE 'Y'.
           05  WS-ELECTION-SW            PIC X(01) VALUE 'N'.
               88  WS-ELECTION-ON-FILE       VALUE 'Y'.

      *-- The voluntary actions whose deadline falls in the window,
      *-- loaded once and checked for every position.
       01  WS-VOL-TABLE.
           05  WS-VOL-COUNT              PIC 9(03) COMP VALUE ZERO.
           05  WS-VA-ENTRY OCCURS 200 TIMES
                                         INDEXED BY WS-VA-IDX.
               10  WS-VA-INVESTMENT-ID   PIC X(10).
               10  WS-VA-ACTION-TYPE     PIC X(02).
               10  WS-VA-EX-DATE         PIC X(08).
               10  WS-VA-DEADLINE        PIC X(08).
               10  WS-VA-DAYS-LEFT       PIC 9(03) COMP.
               10  WS-VA-DEFAULT-OPTION  PIC 9(01).
               10  WS-VA-DEFAULT-ACTION  PIC X(04).
               10  WS-VA-HOLDERS         PIC 9(07) COMP.
               10  WS-VA-OUTSTANDING     PIC 9(07) COMP.

      *-- The look-ahead window. The deadline compares as a plain
      *-- YYYYMMDD string against the run date and the window end.
       01  WS-WINDOW-AREA.
           05  WS-WINDOW-DAYS            PIC 9(03) VALUE 5.
           05  WS-WINDOW-DATE            PIC X(08).
           05  WS-RUN-DATE-NUM           PIC 9(08).
           05  WS-RUN-JULIAN             PIC 9(07).
           05  WS-DEADLINE-NUM           PIC 9(08).

       01  WS-ANNOUNCEMENT-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-HOLDER-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-ELECTED-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-OUTSTANDING-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-LAST-DAY-COUNT             PIC 9(07) COMP VALUE ZERO.

       01  WS-CURRENT-DATE               PIC X(08).
       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  FILLER                PIC X(52)
                   VALUE 'OUTSTANDING CORPORATE ACTION ELECTIONS'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(05) VALUE SPACES.
               10  FILLER                PIC X(21)
                   VALUE 'DEADLINES ON/BEFORE:'.
               10  WS-HDR-WINDOW-DATE    PIC X(08).
               10  FILLER                PIC X(73) VALUE SPACES.
           05  WS-HEADER4.
               10  FILLER                PIC X(10) VALUE 'PORTFOLIO'.
               10  FILLER                PIC X(12) VALUE 'SECURITY'.
               10  FILLER                PIC X(06) VALUE 'TYPE'.
               10  FILLER                PIC X(10) VALUE 'EX-DATE'.
               10  FILLER                PIC X(10) VALUE 'DEADLINE'.
               10  FILLER                PIC X(06) VALUE 'DAYS'.
               10  FILLER                PIC X(18)
                   VALUE '          QUANTITY'.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  FILLER                PIC X(58)
                   VALUE 'DEFAULT OPTION'.

       01  WS-OUTSTANDING-LINE.
           05  WS-OL-PORTFOLIO           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-ACTION-TYPE         PIC X(02).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-OL-EX-DATE             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-DEADLINE            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-DAYS-LEFT           PIC ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-OL-QUANTITY            PIC -(12)9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-DEFAULT-OPTION      PIC 9(01).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-OL-DEFAULT-ACTION      PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-OL-LABEL               PIC X(24).
           05  FILLER                    PIC X(26) VALUE SPACES.

       01  WS-ANN-LINE.
           05  WS-AL-INVESTMENT-ID       PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-ACTION-TYPE         PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-AL-DEADLINE            PIC X(08).
           05  FILLER                    PIC X(11) VALUE '  HOLDERS '.
           05  WS-AL-HOLDERS             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(11) VALUE '  ELECTED '.
           05  WS-AL-ELECTED             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(15)
                   VALUE '  OUTSTANDING '.
           05  WS-AL-OUTSTANDING         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(50) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-POSITIONS
               UNTIL EOF-POSITION
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-PARMS
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-WRITE-HEADERS
           PERFORM 1300-LOAD-ANNOUNCEMENTS
           PERFORM 2010-READ-POSITION.

       1050-READ-PARMS.
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   NOT AT END
                       IF PARM-WINDOW-DAYS IS NUMERIC
                           AND PARM-WINDOW-DAYS > ZERO
                           MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE PROCESS-PARMS
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT ANNOUNCEMENT-FILE
           IF WS-ANN-STATUS NOT = '00'
               MOVE 'ERROR OPENING ANNOUNCEMENT-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *-- No election file yet means no election captured yet: every
      *-- holder is outstanding.
           OPEN INPUT ELECTION-FILE
           IF WS-ELEC-STATUS = '00'
               SET WS-ELEC-FILE-PRESENT TO TRUE
           ELSE
               IF WS-ELEC-STATUS NOT = '05'
                   AND WS-ELEC-STATUS NOT = '35'
                   MOVE 'ERROR OPENING ELECTION-FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING REPORT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- The window closes the given number of days after the run
      *-- date; a deadline on or before it is chased.
       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               + WS-WINDOW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-RUN-JULIAN)
               TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM TO WS-WINDOW-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               DELIMITED BY SIZE INTO WS-REPORT-DATE
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           MOVE WS-WINDOW-DATE TO WS-HDR-WINDOW-DATE
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER4.

      *-----------------------------------------------------------------
      * ANNOUNCEMENT LOAD
      *-----------------------------------------------------------------
       1300-LOAD-ANNOUNCEMENTS.
           PERFORM 1310-READ-ANNOUNCEMENT
           PERFORM 1320-ADD-VOL-ENTRY
               UNTIL EOF-ANNOUNCEMENTS
           CLOSE ANNOUNCEMENT-FILE.

       1310-READ-ANNOUNCEMENT.
           READ ANNOUNCEMENT-FILE
               AT END
                   SET EOF-ANNOUNCEMENTS TO TRUE
           END-READ.

      *-- A deadline already behind the run date has gone to CAGEN00
      *-- and is no longer worth chasing.
       1320-ADD-VOL-ENTRY.
           IF ANN-ACTION-VOLUNTARY
               AND NOT ANN-PROCESSED
               AND ANN-ELECTION-DEADLINE IS NUMERIC
               AND ANN-ELECTION-DEADLINE NOT < WS-CURRENT-DATE
               AND ANN-ELECTION-DEADLINE NOT > WS-WINDOW-DATE
               IF WS-VOL-COUNT < 200
                   ADD 1 TO WS-VOL-COUNT
                   ADD 1 TO WS-ANNOUNCEMENT-COUNT
                   SET WS-VA-IDX TO WS-VOL-COUNT
                   PERFORM 1330-FILL-VOL-ENTRY
               ELSE
                   DISPLAY 'CAERPT00 WARNING: ANNOUNCEMENT TABLE FULL, '
                       ANN-INVESTMENT-ID ' ' ANN-ACTION-TYPE
                       ' NOT LISTED'
               END-IF
           END-IF
           PERFORM 1310-READ-ANNOUNCEMENT.

       1330-FILL-VOL-ENTRY.
           MOVE ANN-INVESTMENT-ID TO WS-VA-INVESTMENT-ID (WS-VA-IDX)
           MOVE ANN-ACTION-TYPE   TO WS-VA-ACTION-TYPE (WS-VA-IDX)
           MOVE ANN-EX-DATE       TO WS-VA-EX-DATE (WS-VA-IDX)
           MOVE ANN-ELECTION-DEADLINE TO WS-VA-DEADLINE (WS-VA-IDX)
           MOVE ANN-ELECTION-DEADLINE TO WS-DEADLINE-NUM
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-VA-DAYS-LEFT (WS-VA-IDX) =
               FUNCTION INTEGER-OF-DATE (WS-DEADLINE-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           MOVE ZERO   TO WS-VA-DEFAULT-OPTION (WS-VA-IDX)
           MOVE SPACES TO WS-VA-DEFAULT-ACTION (WS-VA-IDX)
           IF ANN-DEFAULT-OPTION IS NUMERIC
               AND ANN-DEFAULT-OPTION NOT < 1
               AND ANN-DEFAULT-OPTION NOT > 3
               MOVE ANN-DEFAULT-OPTION
                   TO WS-VA-DEFAULT-OPTION (WS-VA-IDX)
               MOVE ANN-OPT-ACTION (ANN-DEFAULT-OPTION)
                   TO WS-VA-DEFAULT-ACTION (WS-VA-IDX)
           END-IF
           MOVE ZERO TO WS-VA-HOLDERS (WS-VA-IDX)
           MOVE ZERO TO WS-VA-OUTSTANDING (WS-VA-IDX).

      *-----------------------------------------------------------------
      * HOLDER SWEEP
      *-----------------------------------------------------------------
       2000-PROCESS-POSITIONS.
           IF POS-QUANTITY > ZERO
               PERFORM 2020-CHECK-ONE-ANNOUNCEMENT
                   VARYING WS-VA-IDX FROM 1 BY 1
                   UNTIL WS-VA-IDX > WS-VOL-COUNT
           END-IF
           PERFORM 2010-READ-POSITION.

       2010-READ-POSITION.
           READ POSITION-MASTER NEXT RECORD
               AT END
                   SET EOF-POSITION TO TRUE
           END-READ.

      *-- A captured election counts as in; so does one already
      *-- applied, though a listed announcement has none of those.
       2020-CHECK-ONE-ANNOUNCEMENT.
           IF WS-VA-INVESTMENT-ID (WS-VA-IDX) = POS-INVESTMENT-ID
               ADD 1 TO WS-VA-HOLDERS (WS-VA-IDX)
               ADD 1 TO WS-HOLDER-COUNT
               MOVE 'N' TO WS-ELECTION-SW
               IF WS-ELEC-FILE-PRESENT
                   MOVE WS-VA-INVESTMENT-ID (WS-VA-IDX)
                       TO ELC-INVESTMENT-ID
                   MOVE WS-VA-ACTION-TYPE (WS-VA-IDX)
                       TO ELC-ACTION-TYPE
                   MOVE WS-VA-EX-DATE (WS-VA-IDX) TO ELC-EX-DATE
                   MOVE POS-PORTFOLIO-ID TO ELC-PORTFOLIO-ID
                   READ ELECTION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ELECTION-ON-FILE TO TRUE
                   END-READ
               END-IF
               IF WS-ELECTION-ON-FILE
                   ADD 1 TO WS-ELECTED-COUNT
               ELSE
                   ADD 1 TO WS-VA-OUTSTANDING (WS-VA-IDX)
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   PERFORM 2050-WRITE-OUTSTANDING-LINE
               END-IF
           END-IF.

       2050-WRITE-OUTSTANDING-LINE.
           MOVE POS-PORTFOLIO-ID TO WS-OL-PORTFOLIO
           MOVE WS-VA-INVESTMENT-ID (WS-VA-IDX) TO WS-OL-INVESTMENT-ID
           MOVE WS-VA-ACTION-TYPE (WS-VA-IDX)   TO WS-OL-ACTION-TYPE
           MOVE WS-VA-EX-DATE (WS-VA-IDX)       TO WS-OL-EX-DATE
           MOVE WS-VA-DEADLINE (WS-VA-IDX)      TO WS-OL-DEADLINE
           MOVE WS-VA-DAYS-LEFT (WS-VA-IDX)     TO WS-OL-DAYS-LEFT
           MOVE POS-QUANTITY                    TO WS-OL-QUANTITY
           MOVE WS-VA-DEFAULT-OPTION (WS-VA-IDX)
               TO WS-OL-DEFAULT-OPTION
           MOVE WS-VA-DEFAULT-ACTION (WS-VA-IDX)
               TO WS-OL-DEFAULT-ACTION
           IF WS-VA-DAYS-LEFT (WS-VA-IDX) = ZERO
               MOVE 'NO ELECTION - LAST DAY' TO WS-OL-LABEL
               ADD 1 TO WS-LAST-DAY-COUNT
           ELSE
               MOVE 'NO ELECTION' TO WS-OL-LABEL
           END-IF
           WRITE REPORT-RECORD FROM WS-OUTSTANDING-LINE.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           PERFORM 3100-PRINT-ONE-ANNOUNCEMENT
               VARYING WS-VA-IDX FROM 1 BY 1
               UNTIL WS-VA-IDX > WS-VOL-COUNT
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'ACTIONS AWAITING ELECTIONS:' TO WS-SL-LABEL
           MOVE WS-ANNOUNCEMENT-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'HOLDERS ENTITLED TO ELECT:' TO WS-SL-LABEL
           MOVE WS-HOLDER-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ELECTIONS RECEIVED:' TO WS-SL-LABEL
           MOVE WS-ELECTED-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'ELECTIONS OUTSTANDING:' TO WS-SL-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           MOVE 'OUTSTANDING ON LAST DAY:' TO WS-SL-LABEL
           MOVE WS-LAST-DAY-COUNT TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           CLOSE POSITION-MASTER
           IF WS-ELEC-FILE-PRESENT
               CLOSE ELECTION-FILE
           END-IF
           CLOSE REPORT-FILE
           IF WS-LAST-DAY-COUNT > ZERO
               MOVE RTN-WARNING TO RETURN-CODE
           ELSE
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

       3100-PRINT-ONE-ANNOUNCEMENT.
           MOVE WS-VA-INVESTMENT-ID (WS-VA-IDX) TO WS-AL-INVESTMENT-ID
           MOVE WS-VA-ACTION-TYPE (WS-VA-IDX)   TO WS-AL-ACTION-TYPE
           MOVE WS-VA-DEADLINE (WS-VA-IDX)      TO WS-AL-DEADLINE
           MOVE WS-VA-HOLDERS (WS-VA-IDX)       TO WS-AL-HOLDERS
           COMPUTE WS-AL-ELECTED =
               WS-VA-HOLDERS (WS-VA-IDX) - WS-VA-OUTSTANDING (WS-VA-IDX)
           MOVE WS-VA-OUTSTANDING (WS-VA-IDX)   TO WS-AL-OUTSTANDING
           WRITE REPORT-RECORD FROM WS-ANN-LINE.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'CAERPT00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'CAERPT00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'CAERPT00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'CAERPT00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
