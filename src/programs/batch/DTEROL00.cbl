       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEROL00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.
      *****************************************************************
      * System Process Date Rollover                                   *
      *                                                                *
      * Advances the system process-date control record once per      *
      * night, so the whole chain books against one business date     *
      * however late it runs instead of each job reading the clock:    *
      * - Moves the current business date to previous, and the next   *
      *   business day on the base-market calendar (CALSVC00 NBUS)     *
      *   becomes the new current date                                 *
      * - Works out the following business day as the new next date   *
      * - Refuses a rerun: a roll within 12 hours of the last one, or  *
      *   one from a process date already ahead of the calendar, is    *
      *   stopped so the step cannot skip a business date             *
      * - An optional parm card sets the date outright, for first      *
      *   creation of the record or an operator correction; a set     *
      *   date that is not a business day is refused                   *
      * - Logs the roll to AUDIT-FILE and the control-totals file      *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-05  ORIGINAL PROGRAM                                   *
      * 2026-10-15  RERUN GUARD NOW MEASURES TIME SINCE THE LAST ROLL  *
      *             AND REFUSES A PROCESS DATE ALREADY AHEAD OF THE    *
      *             CALENDAR, SO TWO NIGHTS ROLLED ON ONE CALENDAR     *
      *             DAY ARE BOTH ALLOWED. PARM DATE IS EDITED AS A     *
      *             REAL CCYYMMDD DATE; A CALENDAR SERVICE FAILURE     *
      *             STOPS THE ROLL.                                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDT-KEY
               FILE STATUS IS WS-PDT-STATUS.

           SELECT OPTIONAL PROCESS-PARMS ASSIGN TO DTERLPRM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTE.

       FD  PROCESS-PARMS
           RECORDING MODE IS F.
       01  PROCESS-PARM-RECORD.
           05  PARM-SET-DATE             PIC X(08).
           05  FILLER                    PIC X(72).

       WORKING-STORAGE SECTION.
           COPY RTNCODE.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'DTEROL00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-PDT-STATUS             PIC XX.
           05  WS-PARM-STATUS            PIC XX.

       01  WS-SWITCHES.
           05  WS-RECORD-FOUND-SW        PIC X(01) VALUE 'N'.
               88  PDT-RECORD-FOUND          VALUE 'Y'.
           05  WS-SET-DATE-SW            PIC X(01) VALUE 'N'.
               88  DATE-SET-BY-PARM          VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-SYSTEM-ID              PIC X(08) VALUE 'INVOPS'.
           05  WS-CLOCK-TIMESTAMP        PIC X(26).
      *-- Change: the clock and the last roll's timestamp taken apart
      *-- (YYYYMMDDHHMM...), so the rerun guard can measure the time
      *-- between rolls rather than compare calendar days.
           05  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIMESTAMP.
               10  WS-CP-DATE            PIC 9(08).
               10  WS-CP-HH              PIC 9(02).
               10  WS-CP-MI              PIC 9(02).
               10  FILLER                PIC X(14).
           05  WS-LAST-ROLL-STAMP        PIC X(26).
           05  WS-LAST-ROLL-PARTS REDEFINES WS-LAST-ROLL-STAMP.
               10  WS-LR-DATE            PIC 9(08).
               10  WS-LR-HH              PIC 9(02).
               10  WS-LR-MI              PIC 9(02).
               10  FILLER                PIC X(14).
           05  WS-ROLL-GAP-MINUTES       PIC S9(09) COMP.
           05  WS-MIN-ROLL-GAP-MINUTES   PIC S9(09) COMP VALUE 720.
           05  WS-CS-RETURN-DISPLAY      PIC 9(04).
           05  WS-CLOCK-DATE             PIC X(08).
           05  WS-OLD-CURRENT-DATE       PIC X(08).
           05  WS-NEW-CURRENT-DATE       PIC X(08).
           05  WS-NEW-NEXT-DATE          PIC X(08).
           05  WS-DAY-AFTER              PIC X(08).
           05  WS-DATE-NUM               PIC 9(08).
           05  WS-DATE-JULIAN            PIC 9(07).

      *-- Working copy of CALSVC00's LINKAGE layout -- every business
      *-- day the roll lands on comes from the base-market calendar.
       01  WS-CALSVC-REQUEST.
           05  WS-CS-FUNCTION            PIC X(04) VALUE 'NBUS'.
           05  WS-CS-MARKET              PIC X(04) VALUE SPACES.
           05  WS-CS-DATE-IN             PIC X(08).
           05  WS-CS-DATE-OUT            PIC X(08).
           05  WS-CS-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of AUDWRT00's LINKAGE layout -- moving the
      *-- business date is a reportable action.
       01  WS-AUDWRT-REQUEST.
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'DTEROL00'.
           05  WS-AW-PROCESS-DATE        PIC X(08).
           05  WS-AW-EVENT-TYPE          PIC X(08) VALUE 'DATEROLL'.
           05  WS-AW-USER-ID             PIC X(08)
                                         VALUE 'DTEROL00'.
           05  WS-AW-DESCRIPTION         PIC X(60).
           05  WS-AW-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of CTLWRT00's LINKAGE layout -- the roll is
      *-- the first entry in each business date's control totals.
       01  WS-CTLTOT-REQUEST.
           05  WS-CT-JOB-NAME            PIC X(08) VALUE 'DTEROL00'.
           05  WS-CT-PROCESS-DATE        PIC X(08).
           05  WS-CT-RECORDS-IN          PIC 9(09).
           05  WS-CT-RECORDS-OUT         PIC 9(09).
           05  WS-CT-AMOUNT-IN           PIC S9(13)V9(2) COMP-3.
           05  WS-CT-AMOUNT-OUT          PIC S9(13)V9(2) COMP-3.
           05  WS-CT-RETURN-CODE         PIC S9(04) COMP.
      *-- Change: CTLWRT00's LINKAGE layout grew the partition
      *-- fields; a whole-file run passes them zero/SPACES.
           05  WS-CT-PARTITION-NO        PIC 9(02) VALUE ZERO.
           05  WS-CT-PARTITION-COUNT     PIC 9(02) VALUE ZERO.
           05  WS-CT-RANGE-FROM          PIC X(08) VALUE SPACES.
           05  WS-CT-RANGE-TO            PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-PROCESS-DATE
           PERFORM 3000-FINALIZE
           GOBACK.

      *-----------------------------------------------------------------
      * INITIALIZATION
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-TIMESTAMP
           MOVE WS-CLOCK-TIMESTAMP (1:8) TO WS-CLOCK-DATE
           PERFORM 1050-READ-SET-DATE

           OPEN I-O PROCESS-DATE-FILE
           IF WS-PDT-STATUS NOT = '00'
               AND WS-PDT-STATUS NOT = '05'
               MOVE 'ERROR OPENING PROCESS-DATE-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF

           MOVE WS-SYSTEM-ID TO PDT-SYSTEM-ID
           READ PROCESS-DATE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND-SW
               NOT INVALID KEY
                   SET PDT-RECORD-FOUND TO TRUE
           END-READ.

      *-- The optional parm card: a date in columns 1-8 sets the
      *-- process date outright instead of rolling it forward.
       1050-READ-SET-DATE.
           OPEN INPUT PROCESS-PARMS
           IF WS-PARM-STATUS = '00'
               READ PROCESS-PARMS
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-SET-DATE NOT = SPACES
                           MOVE PARM-SET-DATE TO WS-NEW-CURRENT-DATE
                           SET DATE-SET-BY-PARM TO TRUE
                       END-IF
               END-READ
               CLOSE PROCESS-PARMS
           END-IF
      *-- Change: the set date is edited before PROCDATE is opened, so
      *-- a mistyped card can never reach the control record.
           IF DATE-SET-BY-PARM
               PERFORM 1060-EDIT-SET-DATE
           END-IF.

      *-- The card must carry a real calendar date, CCYYMMDD; whether
      *-- it is a business day is left to 2100-VALIDATE-SET-DATE.
       1060-EDIT-SET-DATE.
           IF WS-NEW-CURRENT-DATE NOT NUMERIC
               STRING 'PARM DATE ' WS-NEW-CURRENT-DATE
                      ' IS NOT NUMERIC CCYYMMDD - DATE NOT SET'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-ERROR TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE WS-NEW-CURRENT-DATE TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) NOT = ZERO
               STRING 'PARM DATE ' WS-NEW-CURRENT-DATE
                      ' IS NOT A VALID CCYYMMDD DATE - DATE NOT SET'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-ERROR TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * ROLL
      *-----------------------------------------------------------------
       2000-ROLL-PROCESS-DATE.
           IF DATE-SET-BY-PARM
               PERFORM 2100-VALIDATE-SET-DATE
           ELSE
               PERFORM 2200-DERIVE-NEXT-DATE
           END-IF
           PERFORM 2300-DERIVE-FOLLOWING-DATE
           PERFORM 2400-STORE-PROCESS-DATE.

      *-- A hand-set date must itself be a business day -- NBUS
      *-- hands it back unchanged only if the calendar agrees.
       2100-VALIDATE-SET-DATE.
           IF PDT-RECORD-FOUND
               MOVE PDT-CURRENT-DATE TO WS-OLD-CURRENT-DATE
           ELSE
               MOVE SPACES TO WS-OLD-CURRENT-DATE
           END-IF
           MOVE WS-NEW-CURRENT-DATE TO WS-CS-DATE-IN
           CALL 'CALSVC00' USING WS-CALSVC-REQUEST
           PERFORM 2600-CHECK-CALENDAR-RETURN
           IF WS-CS-DATE-OUT NOT = WS-NEW-CURRENT-DATE
               STRING 'PARM DATE ' WS-NEW-CURRENT-DATE
                      ' IS NOT A BUSINESS DAY - DATE NOT SET'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-ERROR TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-- Normal nightly roll. No record yet means the shop has never
      *-- set a date, which is refused rather than guessed at.
      *-- Change: a rerun is now recognised by the business date and by
      *-- the time since the last roll, not by the calendar day -- a
      *-- roll that ran after midnight and the next night's roll can
      *-- both fall on one calendar day. A process date already ahead
      *-- of the calendar has been rolled for tonight; a roll within
      *-- 12 hours of the last one is a rerun of the same night.
       2200-DERIVE-NEXT-DATE.
           IF NOT PDT-RECORD-FOUND
               MOVE 'NO PROCESS DATE RECORD - SET ONE BY PARM CARD'
                   TO ERR-TEXT
               SET ERR-SEV-ERROR TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           IF PDT-CURRENT-DATE > WS-CLOCK-DATE
               STRING 'PROCESS DATE ' PDT-CURRENT-DATE
                      ' IS AHEAD OF THE CALENDAR - NOT ROLLED AGAIN'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-ERROR TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE PDT-ROLL-TIMESTAMP TO WS-LAST-ROLL-STAMP
           IF WS-LAST-ROLL-STAMP (1:12) IS NUMERIC
               AND WS-CLOCK-TIMESTAMP (1:12) IS NUMERIC
               COMPUTE WS-ROLL-GAP-MINUTES =
                   (FUNCTION INTEGER-OF-DATE (WS-CP-DATE)
                    - FUNCTION INTEGER-OF-DATE (WS-LR-DATE)) * 1440
                   + (WS-CP-HH * 60 + WS-CP-MI)
                   - (WS-LR-HH * 60 + WS-LR-MI)
               IF WS-ROLL-GAP-MINUTES < WS-MIN-ROLL-GAP-MINUTES
                   STRING 'PROCESS DATE ROLLED TO ' PDT-CURRENT-DATE
                          ' AT ' WS-LAST-ROLL-STAMP (1:12)
                          ' - RERUN NOT ROLLED AGAIN'
                       DELIMITED BY SIZE INTO ERR-TEXT
                   SET ERR-SEV-ERROR TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           MOVE PDT-CURRENT-DATE TO WS-OLD-CURRENT-DATE
           MOVE PDT-CURRENT-DATE TO WS-DATE-NUM
           PERFORM 2500-ADD-ONE-DAY
           MOVE WS-DAY-AFTER TO WS-CS-DATE-IN
           CALL 'CALSVC00' USING WS-CALSVC-REQUEST
           PERFORM 2600-CHECK-CALENDAR-RETURN
           MOVE WS-CS-DATE-OUT TO WS-NEW-CURRENT-DATE.

       2300-DERIVE-FOLLOWING-DATE.
           MOVE WS-NEW-CURRENT-DATE TO WS-DATE-NUM
           PERFORM 2500-ADD-ONE-DAY
           MOVE WS-DAY-AFTER TO WS-CS-DATE-IN
           CALL 'CALSVC00' USING WS-CALSVC-REQUEST
           PERFORM 2600-CHECK-CALENDAR-RETURN
           MOVE WS-CS-DATE-OUT TO WS-NEW-NEXT-DATE.

       2400-STORE-PROCESS-DATE.
           MOVE WS-SYSTEM-ID         TO PDT-SYSTEM-ID
           MOVE WS-OLD-CURRENT-DATE  TO PDT-PREVIOUS-DATE
           MOVE WS-NEW-CURRENT-DATE  TO PDT-CURRENT-DATE
           MOVE WS-NEW-NEXT-DATE     TO PDT-NEXT-DATE
           MOVE WS-CLOCK-TIMESTAMP   TO PDT-ROLL-TIMESTAMP
           MOVE 'DTEROL00'           TO PDT-ROLL-USER
           IF PDT-RECORD-FOUND
               ADD 1 TO PDT-ROLL-COUNT
               REWRITE PROCESS-DATE-RECORD
                   INVALID KEY
                       MOVE 'ERROR REWRITING PROCESS DATE RECORD'
                           TO ERR-TEXT
                       SET ERR-SEV-CRITICAL TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
               END-REWRITE
           ELSE
               MOVE 1 TO PDT-ROLL-COUNT
               MOVE SPACES TO PDT-FILLER
               WRITE PROCESS-DATE-RECORD
                   INVALID KEY
                       MOVE 'ERROR WRITING PROCESS DATE RECORD'
                           TO ERR-TEXT
                       SET ERR-SEV-CRITICAL TO TRUE
                       PERFORM 9000-ERROR-ROUTINE
               END-WRITE
           END-IF.

       2500-ADD-ONE-DAY.
           COMPUTE WS-DATE-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-JULIAN)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-DAY-AFTER.

      *-- A date the calendar service could not answer for is never
      *-- stored -- the roll stops rather than land on a guess.
       2600-CHECK-CALENDAR-RETURN.
           IF WS-CS-RETURN-CODE NOT = ZERO
               MOVE WS-CS-RETURN-CODE TO WS-CS-RETURN-DISPLAY
               STRING 'CALSVC00 RETURN CODE ' WS-CS-RETURN-DISPLAY
                      ' FOR ' WS-CS-DATE-IN ' - DATE NOT ROLLED'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-ERROR TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION
      *-----------------------------------------------------------------
       3000-FINALIZE.
           DISPLAY 'DTEROL00 PREVIOUS=' WS-OLD-CURRENT-DATE
                   ' CURRENT=' WS-NEW-CURRENT-DATE
                   ' NEXT=' WS-NEW-NEXT-DATE
           CLOSE PROCESS-DATE-FILE
           PERFORM 3100-WRITE-AUDIT-EVENT
           PERFORM 3200-WRITE-CONTROL-TOTALS
           MOVE RTN-SUCCESS TO RETURN-CODE.

       3100-WRITE-AUDIT-EVENT.
           MOVE WS-NEW-CURRENT-DATE TO WS-AW-PROCESS-DATE
           MOVE SPACES TO WS-AW-DESCRIPTION
           IF DATE-SET-BY-PARM
               STRING 'PROCESS DATE SET FROM ' WS-OLD-CURRENT-DATE
                      ' TO ' WS-NEW-CURRENT-DATE ' BY PARM'
                   DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           ELSE
               STRING 'PROCESS DATE ROLLED FROM ' WS-OLD-CURRENT-DATE
                      ' TO ' WS-NEW-CURRENT-DATE
                   DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           END-IF
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

       3200-WRITE-CONTROL-TOTALS.
           MOVE WS-NEW-CURRENT-DATE TO WS-CT-PROCESS-DATE
           MOVE 1    TO WS-CT-RECORDS-IN
           MOVE 1    TO WS-CT-RECORDS-OUT
           MOVE ZERO TO WS-CT-AMOUNT-IN
           MOVE ZERO TO WS-CT-AMOUNT-OUT
           CALL 'CTLWRT00' USING WS-CTLTOT-REQUEST.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- Severity-based routing -- a WARNING is logged and processing
      *-- continues; ERROR and CRITICAL abend, CRITICAL additionally
      *-- calling out that it warrants operator attention rather than
      *-- waiting to be noticed in the job log.
       9000-ERROR-ROUTINE.
           MOVE 'DTEROL00' TO ERR-PROGRAM-ID
           PERFORM 9100-LOG-TO-ERROR-FILE
           EVALUATE TRUE
               WHEN ERR-SEV-WARNING
                   DISPLAY 'DTEROL00 WARNING: ' ERR-TEXT
                   MOVE RTN-WARNING TO RETURN-CODE
               WHEN ERR-SEV-CRITICAL
                   DISPLAY 'DTEROL00 CRITICAL: ' ERR-TEXT
                       ' - ESCALATING TO OPERATOR'
                   CLOSE PROCESS-DATE-FILE
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'DTEROL00 ERROR: ' ERR-TEXT
                   CLOSE PROCESS-DATE-FILE
                   MOVE RTN-SEVERE TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
