       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFRMON00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Interface File Monitor                                         *
      *                                                                *
      * Reads the interface file registry IFRSVC00 keeps -- every      *
      * file a loader received and every file an extract sent, with    *
      * its record count, content hash and counts -- against the       *
      * expected-feeds schedule. Modes:                                *
      * - MON (the default): for each scheduled feed, whether it has   *
      *   arrived (or been sent) today, when, and with what counts. A  *
      *   feed still missing past its due time raises an ALERT-FILE    *
      *   entry for operations, in the BCHCTL00 mold, and the run ends *
      *   with a warning. A month-end feed is only expected on the     *
      *   last business day of the month. Then every registry entry    *
      *   for the date, scheduled or not, including any file refused   *
      *   as a duplicate                                               *
      * - RLSE: applies release cards. A release marks a processed     *
      *   inbound file 'X' so the same file may legitimately be loaded *
      *   again (a load backed out and to be rerun). Each release is   *
      *   authorized through SECCHK00 ('IFRR') for the user named on   *
      *   it and written to AUDIT-FILE through AUDWRT00                *
      * The parm card may name the run date and, for MON, the as-of    *
      * time (HHMM) feeds are judged against; by default a run for     *
      * today uses the clock and a run for an earlier date treats the  *
      * whole day as past.                                             *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTERFACE-REGISTRY ASSIGN TO IFREGSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFR-KEY
               FILE STATUS IS WS-IFR-STATUS.

           SELECT FEED-SCHEDULE-FILE ASSIGN TO IFRSCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT RELEASE-FILE ASSIGN TO IFRRLSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLS-STATUS.

           SELECT PROCESS-PARMS ASSIGN TO IFRMPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALERT-FILE ASSIGN TO ALERTLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-REGISTRY
           RECORDING MODE IS F.
           COPY IFRREG.

      *-- One expected feed: the registry's feed id, which way it
      *-- flows, the job that handles it, the time it is due by, and
      *-- whether it is expected every business day or only at month
      *-- end.
       FD  FEED-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  FEED-SCHEDULE-RECORD.
           05  SCH-FEED-ID               PIC X(08).
           05  SCH-DIRECTION             PIC X(01).
               88  SCH-INBOUND               VALUE 'I'.
               88  SCH-OUTBOUND              VALUE 'O'.
           05  SCH-JOB-NAME              PIC X(08).
           05  SCH-DUE-TIME              PIC 9(04).
           05  SCH-FREQUENCY             PIC X(01).
               88  SCH-DAILY                 VALUE 'D' ' '.
               88  SCH-MONTH-END             VALUE 'M'.
           05  SCH-DESCRIPTION           PIC X(30).
           05  FILLER                    PIC X(28).

      *-- One release, naming the registry entry as the MON report
      *-- prints it.
       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD.
           05  RLS-FEED-ID               PIC X(08).
           05  RLS-PROCESS-DATE          PIC X(08).
           05  RLS-ARRIVAL-STAMP         PIC X(16).
           05  RLS-USER-ID               PIC X(08).
           05  RLS-REASON                PIC X(40).

      *-- Run mode, an optional run date and an optional as-of time.
       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-RUN-MODE             PIC X(04).
           05  PARM-RUN-DATE             PIC X(08).
           05  PARM-AS-OF-TIME           PIC X(04).
           05  FILLER                    PIC X(64).

       FD  ALERT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ALERT-RECORD.
           05  ALR-JOB-NAME              PIC X(08).
           05  ALR-PROCESS-DATE          PIC X(08).
           05  ALR-RETURN-CODE           PIC 9(04).
           05  ALR-TIMESTAMP             PIC X(26).
           05  ALR-MESSAGE               PIC X(34).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'IFRMON00'.
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
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'IFRMON00'.
           05  WS-AW-PROCESS-DATE        PIC X(08).
           05  WS-AW-EVENT-TYPE          PIC X(08) VALUE 'IFRRLSE '.
           05  WS-AW-USER-ID             PIC X(08).
           05  WS-AW-DESCRIPTION         PIC X(60).
           05  WS-AW-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of SECCHK00's LINKAGE layout -- the user named
      *-- on a release must carry 'IFRR'.
       01  WS-SECCHK-REQUEST.
           05  WS-SC-USER-ID             PIC X(08).
           05  WS-SC-FUNCTION-CODE       PIC X(04) VALUE 'IFRR'.
           05  WS-SC-CHANNEL-CODE        PIC X(04) VALUE SPACES.
           05  WS-SC-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-IFR-STATUS             PIC XX.
           05  WS-SCHED-STATUS           PIC XX.
           05  WS-RLS-STATUS             PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-ALERT-STATUS           PIC XX.
           05  WS-REPORT-STATUS          PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SCHED-SW           PIC X(01) VALUE 'N'.
               88  EOF-SCHEDULE              VALUE 'Y'.
           05  WS-EOF-RLS-SW             PIC X(01) VALUE 'N'.
               88  EOF-RELEASES              VALUE 'Y'.
           05  WS-EOF-REG-SW             PIC X(01).
               88  EOF-REGISTRY              VALUE 'Y'.
           05  WS-FEED-DUE-SW            PIC X(01).
               88  WS-FEED-DUE-TODAY         VALUE 'Y'.
           05  WS-MONTH-END-SW           PIC X(01) VALUE 'N'.
               88  WS-RUN-IS-MONTH-END       VALUE 'Y'.

       01  WS-RUN-MODE                   PIC X(04) VALUE 'MON '.
           88  MODE-MONITOR                  VALUE 'MON '.
           88  MODE-RELEASE                  VALUE 'RLSE'.

       01  WS-DATE-AREA.
           05  WS-RUN-DATE               PIC X(08).
           05  WS-CLOCK-DATE             PIC X(08).
           05  WS-DATE-NUM               PIC 9(08).
           05  WS-NEXT-DAY-NUM           PIC 9(08).
           05  WS-AS-OF-TIME             PIC 9(04).
           05  WS-CLOCK-NOW              PIC X(21).

      *-- What today's registry entries for one scheduled feed show:
      *-- the latest entry that counts as arrival (processed, sent, or
      *-- processed and since released), and any refused duplicates.
       01  WS-FEED-RESULT.
           05  WS-FR-ARRIVALS            PIC 9(03) COMP.
           05  WS-FR-REFUSALS            PIC 9(03) COMP.
           05  WS-FR-STAMP               PIC X(16).
           05  WS-FR-RECORD-COUNT        PIC S9(09) COMP-3.
           05  WS-FR-ACCEPTED-COUNT      PIC S9(09) COMP-3.
           05  WS-FR-REJECTED-COUNT      PIC S9(09) COMP-3.

       01  WS-COUNTS.
           05  WS-FEEDS-SCHEDULED        PIC 9(05) COMP VALUE ZERO.
           05  WS-FEEDS-ARRIVED          PIC 9(05) COMP VALUE ZERO.
           05  WS-FEEDS-NOT-DUE          PIC 9(05) COMP VALUE ZERO.
           05  WS-FEEDS-MISSING          PIC 9(05) COMP VALUE ZERO.
           05  WS-FEEDS-NOT-EXPECTED     PIC 9(05) COMP VALUE ZERO.
           05  WS-ENTRIES-LISTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-DUPLICATES-REFUSED     PIC 9(07) COMP VALUE ZERO.
           05  WS-RELEASES-APPLIED       PIC 9(05) COMP VALUE ZERO.
           05  WS-RELEASES-REJECTED      PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-DATE                PIC X(10).

       01  WS-REPORT-HEADERS.
           05  WS-HEADER1.
               10  FILLER                PIC X(132) VALUE ALL '*'.
           05  WS-HEADER2.
               10  FILLER                PIC X(40) VALUE SPACES.
               10  WS-HDR-TITLE          PIC X(52)
                   VALUE 'INTERFACE FILE MONITOR'.
               10  FILLER                PIC X(40) VALUE SPACES.
           05  WS-HEADER3.
               10  FILLER                PIC X(15) VALUE 'REPORT DATE:'.
               10  WS-HDR-REPORT-DATE    PIC X(10).
               10  FILLER                PIC X(05) VALUE SPACES.
               10  FILLER                PIC X(07) VALUE 'AS OF:'.
               10  WS-HDR-AS-OF          PIC X(04).
               10  FILLER                PIC X(91) VALUE SPACES.

       01  WS-FEED-HEADING.
           05  FILLER                    PIC X(10) VALUE 'FEED'.
           05  FILLER                    PIC X(05) VALUE 'DIR'.
           05  FILLER                    PIC X(10) VALUE 'JOB'.
           05  FILLER                    PIC X(06) VALUE 'DUE'.
           05  FILLER                    PIC X(14) VALUE 'STATUS'.
           05  FILLER                    PIC X(10) VALUE 'ARRIVED'.
           05  FILLER                    PIC X(13) VALUE '    RECORDS'.
           05  FILLER                    PIC X(13) VALUE '   ACCEPTED'.
           05  FILLER                    PIC X(13) VALUE '   REJECTED'.
           05  FILLER                    PIC X(38) VALUE 'DESCRIPTION'.

       01  WS-FEED-LINE.
           05  WS-FL-FEED                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-DIRECTION           PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-JOB                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-DUE                 PIC 9(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-STATUS              PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-ARRIVED             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-RECORDS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-ACCEPTED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-REJECTED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-DESCRIPTION         PIC X(30).
           05  FILLER                    PIC X(08) VALUE SPACES.

       01  WS-ENTRY-HEADING.
           05  FILLER                    PIC X(10) VALUE 'FEED'.
           05  FILLER                    PIC X(18)
                                         VALUE 'ARRIVAL STAMP'.
           05  FILLER                    PIC X(05) VALUE 'DIR'.
           05  FILLER                    PIC X(10) VALUE 'JOB'.
           05  FILLER                    PIC X(12) VALUE 'STATUS'.
           05  FILLER                    PIC X(13) VALUE '    RECORDS'.
           05  FILLER                    PIC X(11) VALUE '     HASH'.
           05  FILLER                    PIC X(13) VALUE '   ACCEPTED'.
           05  FILLER                    PIC X(13) VALUE '   REJECTED'.
           05  FILLER                    PIC X(27) VALUE 'NOTE'.

       01  WS-ENTRY-LINE.
           05  WS-EN-FEED                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EN-STAMP               PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EN-DIRECTION           PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EN-JOB                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EN-STATUS              PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EN-RECORDS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EN-HASH                PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EN-ACCEPTED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EN-REJECTED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EN-NOTE                PIC X(27).

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(30).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF MODE-RELEASE
               PERFORM 5000-APPLY-RELEASE
                   UNTIL EOF-RELEASES
           ELSE
               PERFORM 3000-CHECK-FEED
                   UNTIL EOF-SCHEDULE
               PERFORM 4000-LIST-TODAYS-ENTRIES
           END-IF
           PERFORM 7000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-NOW
           MOVE WS-CLOCK-NOW (1:8) TO WS-CLOCK-DATE
           PERFORM 1050-READ-PARMS
           PERFORM 1070-SET-AS-OF-TIME
           PERFORM 1080-SET-MONTH-END
           PERFORM 1100-OPEN-FILES
           PERFORM 1300-WRITE-HEADERS
           IF MODE-RELEASE
               PERFORM 5010-READ-RELEASE
           ELSE
               PERFORM 3010-READ-SCHEDULE
           END-IF.

       1050-READ-PARMS.
           MOVE SPACES TO PARM-AS-OF-TIME
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

      *-- Today is judged against the clock; a run for an earlier date
      *-- (the overnight run after midnight, or a catch-up) treats the
      *-- whole day as past, and a later date as not yet started.
       1070-SET-AS-OF-TIME.
           EVALUATE TRUE
               WHEN WS-RUN-DATE = WS-CLOCK-DATE
                   MOVE WS-CLOCK-NOW (9:4) TO WS-AS-OF-TIME
               WHEN WS-RUN-DATE < WS-CLOCK-DATE
                   MOVE 2400 TO WS-AS-OF-TIME
               WHEN OTHER
                   MOVE ZERO TO WS-AS-OF-TIME
           END-EVALUATE
           IF PARM-AS-OF-TIME IS NUMERIC
               MOVE PARM-AS-OF-TIME TO WS-AS-OF-TIME
           END-IF.

      *-- The last business day of the month is the one whose next
      *-- business day falls in another month. For a date other than
      *-- the current business date, or with no calendar behind the
      *-- date service, the next calendar day stands in.
       1080-SET-MONTH-END.
           IF WS-RUN-DATE = WS-BD-PROCESS-DATE
               AND WS-BD-NEXT-DATE IS NUMERIC
               IF WS-BD-NEXT-DATE (5:2) NOT = WS-RUN-DATE (5:2)
                   SET WS-RUN-IS-MONTH-END TO TRUE
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               COMPUTE WS-NEXT-DAY-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) + 1)
               IF WS-NEXT-DAY-NUM (5:2) NOT = WS-RUN-DATE (5:2)
                   SET WS-RUN-IS-MONTH-END TO TRUE
               END-IF
           END-IF.

       1100-OPEN-FILES.
           IF MODE-RELEASE
               OPEN I-O INTERFACE-REGISTRY
           ELSE
               OPEN INPUT INTERFACE-REGISTRY
           END-IF
           IF WS-IFR-STATUS NOT = '00'
               AND WS-IFR-STATUS NOT = '05'
               MOVE 'ERROR OPENING INTERFACE-REGISTRY' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           IF MODE-RELEASE
               OPEN INPUT RELEASE-FILE
               IF WS-RLS-STATUS NOT = '00'
                   MOVE 'ERROR OPENING RELEASE-FILE' TO ERR-TEXT
                   SET ERR-SEV-CRITICAL TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           ELSE
               OPEN INPUT FEED-SCHEDULE-FILE
               IF WS-SCHED-STATUS NOT = '00'
                   MOVE 'ERROR OPENING FEED-SCHEDULE-FILE' TO ERR-TEXT
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
           IF MODE-RELEASE
               MOVE 'INTERFACE FILE MONITOR - RELEASES'
                   TO WS-HDR-TITLE
               MOVE SPACES TO WS-HDR-AS-OF
           ELSE
               MOVE WS-AS-OF-TIME TO WS-HDR-AS-OF
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-HEADER2
           WRITE REPORT-RECORD FROM WS-HEADER3
           WRITE REPORT-RECORD FROM WS-HEADER1
           IF MODE-RELEASE
               WRITE REPORT-RECORD FROM WS-ENTRY-HEADING
           ELSE
               WRITE REPORT-RECORD FROM WS-FEED-HEADING
           END-IF.

      *-----------------------------------------------------------------
      * EXPECTED FEEDS
      *-----------------------------------------------------------------
      *-- A feed not expected today is listed and passed over; one
      *-- expected is RECEIVED (or SENT) if today's registry shows it,
      *-- NOT YET DUE if its due time is still ahead, and MISSING --
      *-- with an alert -- otherwise. A file refused as a duplicate is
      *-- not an arrival.
       3000-CHECK-FEED.
           ADD 1 TO WS-FEEDS-SCHEDULED
           MOVE 'Y' TO WS-FEED-DUE-SW
           IF SCH-MONTH-END
               AND NOT WS-RUN-IS-MONTH-END
               MOVE 'N' TO WS-FEED-DUE-SW
           END-IF
           PERFORM 3100-FIND-TODAYS-ARRIVAL
           PERFORM 3200-FORMAT-FEED-LINE
           EVALUATE TRUE
               WHEN NOT WS-FEED-DUE-TODAY
                   MOVE 'NOT EXPECTED' TO WS-FL-STATUS
                   ADD 1 TO WS-FEEDS-NOT-EXPECTED
               WHEN WS-FR-ARRIVALS > ZERO
                   IF SCH-OUTBOUND
                       MOVE 'SENT' TO WS-FL-STATUS
                   ELSE
                       MOVE 'RECEIVED' TO WS-FL-STATUS
                   END-IF
                   ADD 1 TO WS-FEEDS-ARRIVED
               WHEN SCH-DUE-TIME > WS-AS-OF-TIME
                   MOVE 'NOT YET DUE' TO WS-FL-STATUS
                   ADD 1 TO WS-FEEDS-NOT-DUE
               WHEN OTHER
                   MOVE 'MISSING' TO WS-FL-STATUS
                   ADD 1 TO WS-FEEDS-MISSING
                   PERFORM 3300-WRITE-ALERT
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-FEED-LINE
           PERFORM 3010-READ-SCHEDULE.

       3010-READ-SCHEDULE.
           READ FEED-SCHEDULE-FILE
               AT END
                   SET EOF-SCHEDULE TO TRUE
           END-READ.

      *-- The registry is keyed by feed, date and arrival stamp, so
      *-- today's entries for one feed sit together in arrival order.
       3100-FIND-TODAYS-ARRIVAL.
           INITIALIZE WS-FEED-RESULT
           MOVE 'N' TO WS-EOF-REG-SW
           MOVE SCH-FEED-ID TO IFR-FEED-ID
           MOVE WS-RUN-DATE TO IFR-PROCESS-DATE
           MOVE LOW-VALUES  TO IFR-ARRIVAL-STAMP
           START INTERFACE-REGISTRY KEY NOT LESS THAN IFR-KEY
               INVALID KEY
                   SET EOF-REGISTRY TO TRUE
           END-START
           IF NOT EOF-REGISTRY
               PERFORM 3110-READ-FEED-ENTRY
           END-IF
           PERFORM 3120-NOTE-FEED-ENTRY
               UNTIL EOF-REGISTRY.

       3110-READ-FEED-ENTRY.
           READ INTERFACE-REGISTRY NEXT RECORD
               AT END
                   SET EOF-REGISTRY TO TRUE
           END-READ
           IF NOT EOF-REGISTRY
               IF IFR-FEED-ID NOT = SCH-FEED-ID
                   OR IFR-PROCESS-DATE NOT = WS-RUN-DATE
                   SET EOF-REGISTRY TO TRUE
               END-IF
           END-IF.

       3120-NOTE-FEED-ENTRY.
           IF IFR-STATUS-DUPLICATE
               ADD 1 TO WS-FR-REFUSALS
           ELSE
               ADD 1 TO WS-FR-ARRIVALS
               MOVE IFR-ARRIVAL-STAMP  TO WS-FR-STAMP
               MOVE IFR-RECORD-COUNT   TO WS-FR-RECORD-COUNT
               MOVE IFR-ACCEPTED-COUNT TO WS-FR-ACCEPTED-COUNT
               MOVE IFR-REJECTED-COUNT TO WS-FR-REJECTED-COUNT
           END-IF
           PERFORM 3110-READ-FEED-ENTRY.

       3200-FORMAT-FEED-LINE.
           MOVE SCH-FEED-ID      TO WS-FL-FEED
           MOVE SCH-JOB-NAME     TO WS-FL-JOB
           MOVE SCH-DUE-TIME     TO WS-FL-DUE
           MOVE SCH-DESCRIPTION  TO WS-FL-DESCRIPTION
           IF SCH-OUTBOUND
               MOVE 'OUT' TO WS-FL-DIRECTION
           ELSE
               MOVE 'IN ' TO WS-FL-DIRECTION
           END-IF
           MOVE SPACES TO WS-FL-ARRIVED
           IF WS-FR-ARRIVALS > ZERO
               STRING WS-FR-STAMP (9:2) ':'
                      WS-FR-STAMP (11:2) ':'
                      WS-FR-STAMP (13:2)
                   DELIMITED BY SIZE INTO WS-FL-ARRIVED
           END-IF
           MOVE WS-FR-RECORD-COUNT   TO WS-FL-RECORDS
           MOVE WS-FR-ACCEPTED-COUNT TO WS-FL-ACCEPTED
           MOVE WS-FR-REJECTED-COUNT TO WS-FL-REJECTED.

      *-- Operations is paged off ALERT-FILE, so a late feed is chased
      *-- before the jobs waiting on it run with yesterday's data.
       3300-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = '05' OR WS-ALERT-STATUS = '35'
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SCH-JOB-NAME TO ALR-JOB-NAME
           MOVE WS-RUN-DATE  TO ALR-PROCESS-DATE
           MOVE RTN-ERROR    TO ALR-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
           MOVE SPACES TO ALR-MESSAGE
           IF WS-FR-REFUSALS > ZERO
               STRING 'FEED ' SCH-FEED-ID ' DUPLICATE ONLY, DUE '
                      SCH-DUE-TIME
                   DELIMITED BY SIZE INTO ALR-MESSAGE
           ELSE
               STRING 'FEED ' SCH-FEED-ID ' MISSING, DUE '
                      SCH-DUE-TIME
                   DELIMITED BY SIZE INTO ALR-MESSAGE
           END-IF
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           MOVE SPACES TO ERR-TEXT
           STRING 'INTERFACE FEED ' SCH-FEED-ID ' NOT RECEIVED BY '
                  SCH-DUE-TIME
               DELIMITED BY SIZE INTO ERR-TEXT
           SET ERR-SEV-WARNING TO TRUE
           PERFORM 9000-ERROR-ROUTINE.

      *-----------------------------------------------------------------
      * TODAY'S REGISTRY ENTRIES
      *-----------------------------------------------------------------
      *-- Every entry for the run date, scheduled feed or not, in
      *-- feed order. Within a feed the entries run in date order, so
      *-- an earlier date skips forward to the run date and a later
      *-- one skips on to the next feed.
       4000-LIST-TODAYS-ENTRIES.
           WRITE REPORT-RECORD FROM WS-HEADER1
           WRITE REPORT-RECORD FROM WS-ENTRY-HEADING
           MOVE 'N' TO WS-EOF-REG-SW
           MOVE LOW-VALUES TO IFR-KEY
           START INTERFACE-REGISTRY KEY NOT LESS THAN IFR-KEY
               INVALID KEY
                   SET EOF-REGISTRY TO TRUE
           END-START
           IF NOT EOF-REGISTRY
               PERFORM 4010-READ-ENTRY
           END-IF
           PERFORM 4020-LIST-ENTRY
               UNTIL EOF-REGISTRY.

       4010-READ-ENTRY.
           READ INTERFACE-REGISTRY NEXT RECORD
               AT END
                   SET EOF-REGISTRY TO TRUE
           END-READ.

       4020-LIST-ENTRY.
           EVALUATE TRUE
               WHEN IFR-PROCESS-DATE = WS-RUN-DATE
                   PERFORM 4100-FORMAT-ENTRY-LINE
                   WRITE REPORT-RECORD FROM WS-ENTRY-LINE
                   ADD 1 TO WS-ENTRIES-LISTED
                   IF IFR-STATUS-DUPLICATE
                       ADD 1 TO WS-DUPLICATES-REFUSED
                   END-IF
                   PERFORM 4010-READ-ENTRY
               WHEN IFR-PROCESS-DATE < WS-RUN-DATE
                   MOVE WS-RUN-DATE TO IFR-PROCESS-DATE
                   MOVE LOW-VALUES  TO IFR-ARRIVAL-STAMP
                   PERFORM 4030-REPOSITION
               WHEN OTHER
                   MOVE HIGH-VALUES TO IFR-PROCESS-DATE
                   MOVE HIGH-VALUES TO IFR-ARRIVAL-STAMP
                   PERFORM 4030-REPOSITION
           END-EVALUATE.

       4030-REPOSITION.
           START INTERFACE-REGISTRY KEY NOT LESS THAN IFR-KEY
               INVALID KEY
                   SET EOF-REGISTRY TO TRUE
           END-START
           IF NOT EOF-REGISTRY
               PERFORM 4010-READ-ENTRY
           END-IF.

       4100-FORMAT-ENTRY-LINE.
           MOVE IFR-FEED-ID        TO WS-EN-FEED
           MOVE IFR-ARRIVAL-STAMP  TO WS-EN-STAMP
           MOVE IFR-JOB-NAME       TO WS-EN-JOB
           MOVE IFR-RECORD-COUNT   TO WS-EN-RECORDS
           MOVE IFR-HASH-TOTAL     TO WS-EN-HASH
           MOVE IFR-ACCEPTED-COUNT TO WS-EN-ACCEPTED
           MOVE IFR-REJECTED-COUNT TO WS-EN-REJECTED
           IF IFR-OUTBOUND
               MOVE 'OUT' TO WS-EN-DIRECTION
           ELSE
               MOVE 'IN ' TO WS-EN-DIRECTION
           END-IF
           MOVE SPACES TO WS-EN-NOTE
           EVALUATE TRUE
               WHEN IFR-STATUS-PROCESSED
                   MOVE 'PROCESSED' TO WS-EN-STATUS
               WHEN IFR-STATUS-SENT
                   MOVE 'SENT' TO WS-EN-STATUS
               WHEN IFR-STATUS-DUPLICATE
                   MOVE 'REFUSED' TO WS-EN-STATUS
                   STRING 'DUPLICATE OF ' IFR-DUPLICATE-OF
                       DELIMITED BY SIZE INTO WS-EN-NOTE
               WHEN IFR-STATUS-RELEASED
                   MOVE 'RELEASED' TO WS-EN-STATUS
                   STRING 'BY ' IFR-RELEASE-USER
                          ' ON ' IFR-RELEASE-DATE
                       DELIMITED BY SIZE INTO WS-EN-NOTE
               WHEN OTHER
                   MOVE IFR-STATUS TO WS-EN-STATUS
           END-EVALUATE.

      *-----------------------------------------------------------------
      * RELEASES
      *-----------------------------------------------------------------
      *-- Controlled release: the entry must exist and be a processed
      *-- inbound file, the release must say why, and the user must
      *-- be authorized. Anything else is refused, logged, and left
      *-- as it was.
       5000-APPLY-RELEASE.
           MOVE RLS-FEED-ID       TO IFR-FEED-ID
           MOVE RLS-PROCESS-DATE  TO IFR-PROCESS-DATE
           MOVE RLS-ARRIVAL-STAMP TO IFR-ARRIVAL-STAMP
           MOVE SPACES TO ERR-TEXT
           READ INTERFACE-REGISTRY
               INVALID KEY
                   MOVE 'RELEASE WITHOUT MATCHING REGISTRY ENTRY'
                       TO ERR-TEXT
           END-READ
           IF ERR-TEXT = SPACES
               PERFORM 5100-VALIDATE-RELEASE
           END-IF
           IF ERR-TEXT = SPACES
               PERFORM 5200-RECORD-RELEASE
           ELSE
               ADD 1 TO WS-RELEASES-REJECTED
               SET ERR-SEV-WARNING TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           PERFORM 5010-READ-RELEASE.

       5010-READ-RELEASE.
           READ RELEASE-FILE
               AT END
                   SET EOF-RELEASES TO TRUE
           END-READ.

       5100-VALIDATE-RELEASE.
           EVALUATE TRUE
               WHEN NOT IFR-STATUS-PROCESSED
                   MOVE 'ONLY A PROCESSED INBOUND FILE CAN BE RELEASED'
                       TO ERR-TEXT
               WHEN RLS-REASON = SPACES
                   MOVE 'RELEASE REASON IS BLANK' TO ERR-TEXT
               WHEN OTHER
                   PERFORM 5110-CHECK-AUTHORITY
           END-EVALUATE.

       5110-CHECK-AUTHORITY.
           MOVE RLS-USER-ID TO WS-SC-USER-ID
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               MOVE 'USER NOT AUTHORIZED FOR INTERFACE FILE RELEASE'
                   TO ERR-TEXT
           END-IF.

       5200-RECORD-RELEASE.
           SET IFR-STATUS-RELEASED TO TRUE
           MOVE RLS-USER-ID TO IFR-RELEASE-USER
           MOVE WS-RUN-DATE TO IFR-RELEASE-DATE
           REWRITE INTERFACE-REGISTRY-RECORD
               INVALID KEY
                   MOVE 'INTERFACE REGISTRY REWRITE FAILED' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   ADD 1 TO WS-RELEASES-APPLIED
                   PERFORM 4100-FORMAT-ENTRY-LINE
                   WRITE REPORT-RECORD FROM WS-ENTRY-LINE
                   PERFORM 5300-AUDIT-RELEASE
           END-REWRITE.

       5300-AUDIT-RELEASE.
           MOVE WS-RUN-DATE TO WS-AW-PROCESS-DATE
           MOVE RLS-USER-ID TO WS-AW-USER-ID
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'IFR RELEASE ' IFR-FEED-ID ' ' IFR-PROCESS-DATE
                  ' ' IFR-ARRIVAL-STAMP ' ' RLS-REASON
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       7000-FINALIZE.
           WRITE REPORT-RECORD FROM WS-HEADER1
           IF MODE-RELEASE
               MOVE 'RELEASES APPLIED:' TO WS-SL-LABEL
               MOVE WS-RELEASES-APPLIED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'RELEASES REFUSED:' TO WS-SL-LABEL
               MOVE WS-RELEASES-REJECTED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               CLOSE RELEASE-FILE
           ELSE
               MOVE 'FEEDS SCHEDULED:' TO WS-SL-LABEL
               MOVE WS-FEEDS-SCHEDULED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'RECEIVED OR SENT:' TO WS-SL-LABEL
               MOVE WS-FEEDS-ARRIVED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'NOT YET DUE:' TO WS-SL-LABEL
               MOVE WS-FEEDS-NOT-DUE TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'NOT EXPECTED TODAY:' TO WS-SL-LABEL
               MOVE WS-FEEDS-NOT-EXPECTED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'MISSING - ALERTED:' TO WS-SL-LABEL
               MOVE WS-FEEDS-MISSING TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'REGISTRY ENTRIES TODAY:' TO WS-SL-LABEL
               MOVE WS-ENTRIES-LISTED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               MOVE 'DUPLICATE FILES REFUSED:' TO WS-SL-LABEL
               MOVE WS-DUPLICATES-REFUSED TO WS-SL-COUNT
               WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               CLOSE FEED-SCHEDULE-FILE
           END-IF
           CLOSE INTERFACE-REGISTRY
           CLOSE REPORT-FILE
           IF WS-FEEDS-MISSING > ZERO
               OR WS-RELEASES-REJECTED > ZERO
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
           MOVE 'IFRMON00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'IFRMON00 WARNING: ' ERR-TEXT
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'IFRMON00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'IFRMON00 ERROR: ' ERR-TEXT
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
