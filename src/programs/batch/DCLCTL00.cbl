      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  ERROR-LOG AND AUDIT ENTRIES NOW CARRY THE SYSTEM   *
      *             BUSINESS PROCESS DATE (PDTSVC00) INSTEAD OF THE    *
      *             MACHINE CLOCK DATE, SO THEY CROSS-REFERENCE TO THE *
      *             NIGHT'S RUNS BY BUSINESS DATE.                     *
      * 2026-10-15  APPR/REJT NOW TAKE THE REVIEWER'S REASON, KEPT ON  *
      *             THE REQUEST WITH THE DECISION FOR THE APPROVAL     *
      *             INBOX (APRSCR00).                                  *
      * 2026-10-15  RQST NOW TAKES THE REQUESTER'S REASON AS WELL,     *
      *             KEPT ON THE REQUEST FOR THE REVIEWER; NEW SUIT     *
      *             ACTION FOR A SUITABILITY OVERRIDE ON A BUY.        *
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
           05  WS-DCL-STATUS             PIC XX.

      *-- APPR/REJT (the service enforces that they differ), the
      *-- executing program's job name on EXEC.
           05  LS-USER-ID                PIC X(08).
      *-- Change: the reviewer's reason on APPR/REJT, and the
      *-- requester's reason on RQST; a caller that only executes
      *-- need not pass it.
           05  LS-REASON                 PIC X(40).

       PROCEDURE DIVISION USING LS-DUAL-CONTROL-REQUEST.
       0000-MAIN.
           MOVE SPACES TO DCL-DECIDED-BY
           MOVE SPACES TO DCL-DECIDED-TIME
           MOVE SPACES TO DCL-EXECUTED-TIME
           MOVE SPACES TO DCL-DECISION-REASON
           MOVE LS-REASON TO DCL-REQUEST-REASON
           MOVE SPACES TO DCL-FILLER.

       1200-AUDIT-RAISED.
                   END-IF
                   MOVE LS-USER-ID TO DCL-DECIDED-BY
                   MOVE FUNCTION CURRENT-DATE TO DCL-DECIDED-TIME
                   MOVE LS-REASON TO DCL-DECISION-REASON
                   REWRITE DUAL-CONTROL-RECORD
                   MOVE SPACES TO WS-AW-DESCRIPTION
                   STRING LS-ACTION ' DECIDED FOR ' LS-TARGET-KEY
      * AUDIT
      *-----------------------------------------------------------------
       8000-WRITE-AUDIT-EVENT.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-AW-PROCESS-DATE
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
           MOVE 'DCLCTL00' TO ERR-PROGRAM-ID
           MOVE 8 TO LS-RETURN-CODE
           DISPLAY 'DCLCTL00 ERROR: ' ERR-TEXT
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
