      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  ERROR-LOG AND AUDIT ENTRIES NOW CARRY THE SYSTEM   *
      *             BUSINESS PROCESS DATE (PDTSVC00) INSTEAD OF THE    *
      *             MACHINE CLOCK DATE, SO THEY CROSS-REFERENCE TO THE *
      *             NIGHT'S RUNS BY BUSINESS DATE.                     *
      * 2026-10-15  APPR/REJT NOW TAKE THE REVIEWER'S REASON, KEPT ON  *
      *             THE OVERRIDE WITH THE DECISION FOR THE APPROVAL    *
      *             INBOX (APRSCR00).                                  *
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
           05  WS-OVR-STATUS             PIC XX.

      *-- The acting user: the enterer on ENTR, the reviewer on
      *-- APPR/REJT. The service enforces that they differ.
           05  LS-USER-ID                PIC X(08).
      *-- Change: the reviewer's reason, read on APPR/REJT only.
           05  LS-REASON                 PIC X(40).

       PROCEDURE DIVISION USING LS-OVERRIDE-REQUEST.
       0000-MAIN.
               MOVE FUNCTION CURRENT-DATE TO OVR-ENTERED-TIME
               MOVE SPACES           TO OVR-APPROVED-BY
               MOVE SPACES           TO OVR-APPROVED-TIME
               MOVE SPACES           TO OVR-DECISION-REASON
               MOVE SPACES           TO OVR-FILLER
               WRITE PRICE-OVERRIDE-RECORD
                   INVALID KEY
                   END-IF
                   MOVE LS-USER-ID TO OVR-APPROVED-BY
                   MOVE FUNCTION CURRENT-DATE TO OVR-APPROVED-TIME
                   MOVE LS-REASON TO OVR-DECISION-REASON
                   REWRITE PRICE-OVERRIDE-RECORD
                   MOVE SPACES TO WS-AW-DESCRIPTION
                   STRING 'PRICE OVERRIDE DECIDED: '
      * AUDIT
      *-----------------------------------------------------------------
       8000-WRITE-AUDIT-EVENT.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-AW-PROCESS-DATE
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
           MOVE 'PRCOVR00' TO ERR-PROGRAM-ID
           MOVE 8 TO LS-RETURN-CODE
           DISPLAY 'PRCOVR00 ERROR: ' ERR-TEXT
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
