      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  ERROR-LOG AND AUDIT ENTRIES NOW CARRY THE SYSTEM   *
      *             BUSINESS PROCESS DATE (PDTSVC00) INSTEAD OF THE    *
      *             MACHINE CLOCK DATE, SO THEY CROSS-REFERENCE TO THE *
      *             NIGHT'S RUNS BY BUSINESS DATE.                     *
      * 2026-10-15  FEE SCHEDULE ENTRIES ACCEPT METHOD H (HOUSEHOLD    *
      *             BREAKPOINT PRICING); ITS BREAKPOINT ASSETS AND     *
      *             RATE MUST BE NUMERIC AND NOT NEGATIVE.             *
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
           05  WS-GLM-STATUS             PIC XX.
           05  WS-WHT-STATUS             PIC XX.

       2300-VALIDATE-FEESCH.
           MOVE LS-ENTRY-IMAGE (1:33) TO FEE-SCHEDULE-RECORD
      *-- Change: method H, household breakpoint pricing.
           IF NOT FEE-METHOD-FLAT AND NOT FEE-METHOD-BPS
               AND NOT FEE-METHOD-HOUSEHOLD
               MOVE 'FEE CALC METHOD MUST BE F, B OR H' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           IF LS-RETURN-CODE = 0
                   END-IF
               END-IF
           END-IF
           IF LS-RETURN-CODE = 0 AND FEE-METHOD-HOUSEHOLD
               IF FEE-BREAKPOINT-ASSETS NOT NUMERIC
                   OR FEE-BREAKPOINT-BPS NOT NUMERIC
                   MOVE 'FEE BREAKPOINT IS NOT NUMERIC' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               ELSE
                   IF FEE-BREAKPOINT-ASSETS < ZERO
                       OR FEE-BREAKPOINT-BPS < ZERO
                       MOVE 'FEE BREAKPOINT MUST NOT BE NEGATIVE'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   END-IF
               END-IF
           END-IF
           IF LS-RETURN-CODE = 0
               MOVE FEE-PORTFOLIO-ID TO PORT-ID
               PERFORM 8000-CHECK-PORTFOLIO-EXISTS
      * AUDIT
      *-----------------------------------------------------------------
       5000-WRITE-AUDIT-EVENT.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-AW-PROCESS-DATE
           MOVE 'REFMAINT' TO WS-AW-EVENT-TYPE
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING LS-FUNCTION ' ' LS-FILE-ID ' KEY '
           MOVE 'REFMNT00' TO ERR-PROGRAM-ID
           MOVE 8 TO LS-RETURN-CODE
           DISPLAY 'REFMNT00 ERROR: ' ERR-TEXT
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
