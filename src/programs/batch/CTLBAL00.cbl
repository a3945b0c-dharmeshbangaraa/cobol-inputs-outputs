      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-08-23  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  PARTITIONED RUNS (POSUPD01, POSUPD02, ... WRITTEN  *
      *             WITH A PARTITION NUMBER, COUNT AND PORTFOLIO       *
      *             RANGE) ARE PROVED AS A SET: EVERY DECLARED         *
      *             PARTITION REPORTED, AND THE RANGES CHAIN FROM THE  *
      *             FIRST PORTFOLIO TO THE LAST WITH NO GAP OR         *
      *             OVERLAP, SO EVERY PENDING ROW WAS COVERED EXACTLY  *
      *             ONCE. THE SET PRINTS AS ONE COVERAGE LINE.         *
      * 2026-10-15  EVERY FLAG IS NOW ALSO RAISED ONTO THE MORNING     *
      *             EXCEPTIONS WORKBENCH THROUGH EXCSVC00, ONE CASE    *
      *             PER JOB AND KIND OF IMBALANCE.                     *
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
      *-- flags are raised onto the morning exceptions workbench as
      *-- well as listed here.
       01  WS-EXCSVC-REQUEST.
           05  WS-XC-JOB-NAME            PIC X(08) VALUE 'CTLBAL00'.
           05  WS-XC-PROCESS-DATE        PIC X(08).
           05  WS-XC-CATEGORY            PIC X(04) VALUE 'CTLB'.
           05  WS-XC-REFERENCE           PIC X(30).
           05  WS-XC-PORTFOLIO-ID        PIC X(08).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-DESCRIPTION         PIC X(60).
           05  WS-XC-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-CTL-STATUS             PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           05  WS-GLEXTR-CREDITS         PIC S9(13)V9(2) COMP-3
                                         VALUE ZERO.

      *-- Partition rows for the date, one entry per partition job
      *-- (the latest totals win, as above), proved as a set per
      *-- partitioned run in 3100-CHECK-ONE-RUN. A run is the
      *-- partitions sharing the six-character job stem.
       01  WS-PARTITION-TABLE.
           05  WS-PT-COUNT               PIC 9(03) COMP VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 100 TIMES
                                         INDEXED BY WS-PT-IDX.
               10  WS-PT-JOB-NAME.
                   15  WS-PT-STEM        PIC X(06).
                   15  FILLER            PIC X(02).
               10  WS-PT-PARTITION-NO    PIC 9(02).
               10  WS-PT-PARTITION-COUNT PIC 9(02).
               10  WS-PT-RANGE-FROM      PIC X(08).
               10  WS-PT-RANGE-TO        PIC X(08).
               10  WS-PT-RECORDS-IN      PIC 9(09).
               10  WS-PT-RECORDS-OUT     PIC 9(09).
               10  WS-PT-AMOUNT-IN       PIC S9(13)V9(2) COMP-3.
               10  WS-PT-AMOUNT-OUT      PIC S9(13)V9(2) COMP-3.
               10  WS-PT-CHECKED-SW      PIC X(01).
                   88  WS-PT-CHECKED         VALUE 'Y'.
       01  WS-PT-FOUND-SW                PIC X(01) VALUE 'N'.
           88  WS-PT-ENTRY-FOUND             VALUE 'Y'.
       01  WS-PT-I                       PIC 9(03) COMP.
       01  WS-PT-J                       PIC 9(03) COMP.
       01  WS-PT-K                       PIC 9(03) COMP.

      *-- The partitioned run being proved: its whole-file job name,
      *-- the partitions seen against the count declared, how many
      *-- ranges are open at each end, and the summed totals.
       01  WS-RUN-AREA.
           05  WS-RUN-JOB-NAME.
               10  WS-RUN-STEM           PIC X(06).
               10  FILLER                PIC X(02) VALUE '00'.
           05  WS-RUN-MEMBERS            PIC 9(03) COMP.
           05  WS-RUN-DECLARED           PIC 9(02).
           05  WS-RUN-OPEN-FROM          PIC 9(03) COMP.
           05  WS-RUN-OPEN-TO            PIC 9(03) COMP.
           05  WS-RUN-MATCHES            PIC 9(03) COMP.
           05  WS-RUN-FLAGS-BEFORE       PIC 9(05) COMP.
           05  WS-RUN-RECORDS-IN         PIC 9(09).
           05  WS-RUN-RECORDS-OUT        PIC 9(09).
           05  WS-RUN-AMOUNT-IN          PIC S9(13)V9(2) COMP-3.
           05  WS-RUN-AMOUNT-OUT         PIC S9(13)V9(2) COMP-3.

       01  WS-CHECK-COUNTS.
           05  WS-JOBS-REPORTED          PIC 9(05) COMP VALUE ZERO.
           05  WS-FLAGS-RAISED           PIC 9(05) COMP VALUE ZERO.
           05  WS-FL-MESSAGE             PIC X(50).
           05  FILLER                    PIC X(67) VALUE SPACES.

       01  WS-COVERAGE-LINE.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-JOB-NAME            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-CL-PARTITIONS          PIC Z9.
           05  FILLER                    PIC X(13)
                                         VALUE ' PARTITIONS: '.
           05  WS-CL-MESSAGE             PIC X(50).
           05  FILLER                    PIC X(55) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL               PIC X(34).
           05  WS-SL-COUNT               PIC ZZZ,ZZ9.
           END-IF.

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
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
               PERFORM 2020-REPORT-ONE-JOB
               PERFORM 2030-CHECK-ONE-JOB
               PERFORM 2040-NOTE-STAGE-TOTALS
               IF CTL-PARTITION-NO > ZERO
                   PERFORM 2060-NOTE-PARTITION
               END-IF
           END-IF
           PERFORM 2010-READ-TOTALS.


       2050-RAISE-FLAG.
           ADD 1 TO WS-FLAGS-RAISED
           WRITE REPORT-RECORD FROM WS-FLAG-LINE
      *-- Change: the flag goes onto the workbench too, keyed by the
      *-- job and the opening words of the flag, which tell the kinds
      *-- of imbalance apart.
           MOVE WS-SELECTION-DATE TO WS-XC-PROCESS-DATE
           MOVE SPACES            TO WS-XC-PORTFOLIO-ID
           MOVE ZERO              TO WS-XC-AMOUNT
           MOVE SPACES TO WS-XC-REFERENCE
           STRING WS-FL-JOB-NAME ' ' WS-FL-MESSAGE (1:21)
               DELIMITED BY SIZE INTO WS-XC-REFERENCE
           MOVE WS-FL-MESSAGE TO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

      *-- Find-or-add on the partition job name; a partition rerun
      *-- later the same date replaces its earlier totals.
       2060-NOTE-PARTITION.
           MOVE 'N' TO WS-PT-FOUND-SW
           SET WS-PT-IDX TO 1
           SEARCH WS-PT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-JOB-NAME (WS-PT-IDX) = CTL-JOB-NAME
                   SET WS-PT-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-PT-ENTRY-FOUND
               IF WS-PT-COUNT < 100
                   ADD 1 TO WS-PT-COUNT
                   SET WS-PT-IDX TO WS-PT-COUNT
                   SET WS-PT-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'CTLBAL00 WARNING: PARTITION TABLE FULL, '
                       CTL-JOB-NAME ' NOT PROVED'
               END-IF
           END-IF
           IF WS-PT-ENTRY-FOUND
               MOVE CTL-JOB-NAME        TO WS-PT-JOB-NAME (WS-PT-IDX)
               MOVE CTL-PARTITION-NO
                   TO WS-PT-PARTITION-NO (WS-PT-IDX)
               MOVE CTL-PARTITION-COUNT
                   TO WS-PT-PARTITION-COUNT (WS-PT-IDX)
               MOVE CTL-RANGE-FROM      TO WS-PT-RANGE-FROM (WS-PT-IDX)
               MOVE CTL-RANGE-TO        TO WS-PT-RANGE-TO (WS-PT-IDX)
               MOVE CTL-RECORDS-IN
                   TO WS-PT-RECORDS-IN (WS-PT-IDX)
               MOVE CTL-RECORDS-OUT
                   TO WS-PT-RECORDS-OUT (WS-PT-IDX)
               MOVE CTL-AMOUNT-IN       TO WS-PT-AMOUNT-IN (WS-PT-IDX)
               MOVE CTL-AMOUNT-OUT
                   TO WS-PT-AMOUNT-OUT (WS-PT-IDX)
               MOVE 'N' TO WS-PT-CHECKED-SW (WS-PT-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * FINALIZATION / CROSS-STAGE CHECKS
                   PERFORM 2050-RAISE-FLAG
               END-IF
           END-IF
           IF WS-PT-COUNT > ZERO
               WRITE REPORT-RECORD FROM WS-HEADER1
               PERFORM 3100-CHECK-ONE-RUN
                   VARYING WS-PT-I FROM 1 BY 1
                   UNTIL WS-PT-I > WS-PT-COUNT
           END-IF
           WRITE REPORT-RECORD FROM WS-HEADER1
           MOVE 'JOBS REPORTED:' TO WS-SL-LABEL
           MOVE WS-JOBS-REPORTED TO WS-SL-COUNT
               MOVE RTN-SUCCESS TO RETURN-CODE
           END-IF.

      *-- Proves one partitioned run, the first time one of its
      *-- partitions comes up in the table. The ranges cover the
      *-- portfolio file exactly once when every declared partition
      *-- reported, exactly one range starts at the first portfolio
      *-- and exactly one runs to the last, every range runs
      *-- forward, and every range's end is the start of exactly one
      *-- other range (and every start the end of exactly one) --
      *-- FROM is inclusive and TO exclusive, so a boundary met by
      *-- no partition is a gap and one met by two is an overlap.
       3100-CHECK-ONE-RUN.
           IF NOT WS-PT-CHECKED (WS-PT-I)
               MOVE WS-PT-STEM (WS-PT-I) TO WS-RUN-STEM
               MOVE WS-PT-PARTITION-COUNT (WS-PT-I)
                   TO WS-RUN-DECLARED
               MOVE ZERO TO WS-RUN-MEMBERS
               MOVE ZERO TO WS-RUN-OPEN-FROM
               MOVE ZERO TO WS-RUN-OPEN-TO
               MOVE ZERO TO WS-RUN-RECORDS-IN
               MOVE ZERO TO WS-RUN-RECORDS-OUT
               MOVE ZERO TO WS-RUN-AMOUNT-IN
               MOVE ZERO TO WS-RUN-AMOUNT-OUT
               MOVE WS-FLAGS-RAISED TO WS-RUN-FLAGS-BEFORE
               PERFORM 3110-CHECK-ONE-PARTITION
                   VARYING WS-PT-J FROM WS-PT-I BY 1
                   UNTIL WS-PT-J > WS-PT-COUNT
               MOVE WS-RUN-JOB-NAME TO WS-FL-JOB-NAME
               IF WS-RUN-MEMBERS NOT = WS-RUN-DECLARED
                   MOVE 'PARTITIONS REPORTED DO NOT MATCH THE COUNT'
                       TO WS-FL-MESSAGE
                   PERFORM 2050-RAISE-FLAG
               END-IF
               IF WS-RUN-OPEN-FROM NOT = 1
                   MOVE 'NOT ONE RANGE STARTS AT THE FIRST PORTFOLIO'
                       TO WS-FL-MESSAGE
                   PERFORM 2050-RAISE-FLAG
               END-IF
               IF WS-RUN-OPEN-TO NOT = 1
                   MOVE 'NOT ONE RANGE RUNS TO THE LAST PORTFOLIO'
                       TO WS-FL-MESSAGE
                   PERFORM 2050-RAISE-FLAG
               END-IF
               PERFORM 3150-WRITE-RUN-TOTALS
           END-IF.

       3110-CHECK-ONE-PARTITION.
           IF WS-PT-STEM (WS-PT-J) = WS-RUN-STEM
               MOVE 'Y' TO WS-PT-CHECKED-SW (WS-PT-J)
               ADD 1 TO WS-RUN-MEMBERS
               ADD WS-PT-RECORDS-IN (WS-PT-J)  TO WS-RUN-RECORDS-IN
               ADD WS-PT-RECORDS-OUT (WS-PT-J) TO WS-RUN-RECORDS-OUT
               ADD WS-PT-AMOUNT-IN (WS-PT-J)   TO WS-RUN-AMOUNT-IN
               ADD WS-PT-AMOUNT-OUT (WS-PT-J)  TO WS-RUN-AMOUNT-OUT
               MOVE WS-PT-JOB-NAME (WS-PT-J) TO WS-FL-JOB-NAME
               IF WS-PT-PARTITION-COUNT (WS-PT-J) NOT = WS-RUN-DECLARED
                   MOVE 'PARTITION COUNT DIFFERS WITHIN THE RUN'
                       TO WS-FL-MESSAGE
                   PERFORM 2050-RAISE-FLAG
               END-IF
               IF WS-PT-PARTITION-NO (WS-PT-J)
                   > WS-PT-PARTITION-COUNT (WS-PT-J)
                   MOVE 'PARTITION NUMBER EXCEEDS PARTITION COUNT'
                       TO WS-FL-MESSAGE
                   PERFORM 2050-RAISE-FLAG
               END-IF
               IF WS-PT-RANGE-FROM (WS-PT-J) = SPACES
                   ADD 1 TO WS-RUN-OPEN-FROM
               ELSE
                   PERFORM 3120-CHECK-RANGE-START
               END-IF
               IF WS-PT-RANGE-TO (WS-PT-J) = SPACES
                   ADD 1 TO WS-RUN-OPEN-TO
               ELSE
                   IF WS-PT-RANGE-FROM (WS-PT-J)
                       NOT < WS-PT-RANGE-TO (WS-PT-J)
                       MOVE 'PORTFOLIO RANGE IS EMPTY OR BACKWARDS'
                           TO WS-FL-MESSAGE
                       PERFORM 2050-RAISE-FLAG
                   END-IF
                   PERFORM 3130-CHECK-RANGE-END
               END-IF
           END-IF.

      *-- The partition's start must be the end of exactly one other
      *-- partition of the run.
       3120-CHECK-RANGE-START.
           MOVE ZERO TO WS-RUN-MATCHES
           PERFORM 3125-MATCH-PRIOR-END
               VARYING WS-PT-K FROM 1 BY 1
               UNTIL WS-PT-K > WS-PT-COUNT
           MOVE WS-PT-JOB-NAME (WS-PT-J) TO WS-FL-JOB-NAME
           IF WS-RUN-MATCHES = ZERO
               MOVE 'GAP BEFORE THIS PARTITION''S RANGE'
                   TO WS-FL-MESSAGE
               PERFORM 2050-RAISE-FLAG
           END-IF
           IF WS-RUN-MATCHES > 1
               MOVE 'OVERLAP BEFORE THIS PARTITION''S RANGE'
                   TO WS-FL-MESSAGE
               PERFORM 2050-RAISE-FLAG
           END-IF.

       3125-MATCH-PRIOR-END.
           IF WS-PT-STEM (WS-PT-K) = WS-RUN-STEM
               AND WS-PT-RANGE-TO (WS-PT-K) = WS-PT-RANGE-FROM (WS-PT-J)
               ADD 1 TO WS-RUN-MATCHES
           END-IF.

      *-- The partition's end must be the start of exactly one other
      *-- partition of the run.
       3130-CHECK-RANGE-END.
           MOVE ZERO TO WS-RUN-MATCHES
           PERFORM 3135-MATCH-NEXT-START
               VARYING WS-PT-K FROM 1 BY 1
               UNTIL WS-PT-K > WS-PT-COUNT
           MOVE WS-PT-JOB-NAME (WS-PT-J) TO WS-FL-JOB-NAME
           IF WS-RUN-MATCHES = ZERO
               MOVE 'GAP AFTER THIS PARTITION''S RANGE'
                   TO WS-FL-MESSAGE
               PERFORM 2050-RAISE-FLAG
           END-IF
           IF WS-RUN-MATCHES > 1
               MOVE 'OVERLAP AFTER THIS PARTITION''S RANGE'
                   TO WS-FL-MESSAGE
               PERFORM 2050-RAISE-FLAG
           END-IF.

       3135-MATCH-NEXT-START.
           IF WS-PT-STEM (WS-PT-K) = WS-RUN-STEM
               AND WS-PT-RANGE-FROM (WS-PT-K) = WS-PT-RANGE-TO (WS-PT-J)
               ADD 1 TO WS-RUN-MATCHES
           END-IF.

      *-- The run's totals print under its whole-file job name, with
      *-- the coverage verdict beneath.
       3150-WRITE-RUN-TOTALS.
           MOVE WS-RUN-JOB-NAME    TO WS-TL-JOB-NAME
           MOVE WS-RUN-RECORDS-IN  TO WS-TL-RECORDS-IN
           MOVE WS-RUN-RECORDS-OUT TO WS-TL-RECORDS-OUT
           MOVE WS-RUN-AMOUNT-IN   TO WS-TL-AMOUNT-IN
           MOVE WS-RUN-AMOUNT-OUT  TO WS-TL-AMOUNT-OUT
           WRITE REPORT-RECORD FROM WS-TOTALS-LINE
           MOVE WS-RUN-JOB-NAME    TO WS-CL-JOB-NAME
           MOVE WS-RUN-MEMBERS     TO WS-CL-PARTITIONS
           IF WS-FLAGS-RAISED = WS-RUN-FLAGS-BEFORE
               MOVE 'EVERY PORTFOLIO COVERED EXACTLY ONCE'
                   TO WS-CL-MESSAGE
           ELSE
               MOVE 'COVERAGE NOT PROVED - SEE FLAGS ABOVE'
                   TO WS-CL-MESSAGE
           END-IF
           WRITE REPORT-RECORD FROM WS-COVERAGE-LINE.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
