      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-08-23  ORIGINAL PROGRAM                                   *
      * 2026-10-05  ERROR-LOG AND AUDIT ENTRIES NOW CARRY THE SYSTEM   *
      *             BUSINESS PROCESS DATE (PDTSVC00) INSTEAD OF THE    *
      *             MACHINE CLOCK DATE, SO THEY CROSS-REFERENCE TO THE *
      *             NIGHT'S RUNS BY BUSINESS DATE.                     *
      * 2026-10-15  A PARTITIONED RUN'S RECORD NOW CARRIES ITS         *
      *             PARTITION NUMBER, PARTITION COUNT AND PORTFOLIO    *
      *             RANGE FOR THE BALANCING RUN'S COVERAGE CHECK.      *
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

       01  WS-FILE-STATUS.
           05  WS-CTL-STATUS             PIC XX.

           05  LS-AMOUNT-IN              PIC S9(13)V9(2) COMP-3.
           05  LS-AMOUNT-OUT             PIC S9(13)V9(2) COMP-3.
           05  LS-RETURN-CODE            PIC S9(04) COMP.
      *-- Change: Partition identity of a run split by portfolio-id
      *-- range; zero/SPACES from a whole-file run.
           05  LS-PARTITION.
               10  LS-PARTITION-NO       PIC 9(02).
               10  LS-PARTITION-COUNT    PIC 9(02).
               10  LS-RANGE-FROM         PIC X(08).
               10  LS-RANGE-TO           PIC X(08).

       PROCEDURE DIVISION USING LS-CONTROL-TOTALS.
       0000-MAIN.
           MOVE LS-RECORDS-OUT  TO CTL-RECORDS-OUT
           MOVE LS-AMOUNT-IN    TO CTL-AMOUNT-IN
           MOVE LS-AMOUNT-OUT   TO CTL-AMOUNT-OUT
           MOVE LS-PARTITION    TO CTL-PARTITION
           MOVE SPACES          TO CTL-FILLER
           WRITE CONTROL-TOTALS-RECORD.

           .

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
