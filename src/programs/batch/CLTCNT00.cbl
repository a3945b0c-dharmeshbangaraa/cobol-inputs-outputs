      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  ERROR-LOG AND AUDIT ENTRIES NOW CARRY THE SYSTEM   *
      *             BUSINESS PROCESS DATE (PDTSVC00) INSTEAD OF THE    *
      *             MACHINE CLOCK DATE, SO THEY CROSS-REFERENCE TO THE *
      *             NIGHT'S RUNS BY BUSINESS DATE.                     *
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
           05  WS-CNT-STATUS             PIC XX.
           05  WS-CPTY-STATUS            PIC XX.
      * AUDIT
      *-----------------------------------------------------------------
       8000-WRITE-AUDIT-EVENT.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-AW-PROCESS-DATE
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'CLIENT CONTACT ' LS-FUNCTION ': ' LS-CLIENT-ID
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           MOVE 'CLTCNT00' TO ERR-PROGRAM-ID
           MOVE 8 TO LS-RETURN-CODE
           DISPLAY 'CLTCNT00 ERROR: ' ERR-TEXT
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
