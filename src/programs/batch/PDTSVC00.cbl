       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDTSVC00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-05.
       DATE-COMPILED.
      *****************************************************************
      * System Process Date Service                                    *
      *                                                                *
      * A small callable service over the system process-date control  *
      * record, in the CALSVC00 mold, so every batch program takes the *
      * same business date as its default run date instead of each    *
      * one reading the machine clock:                                 *
      *     GETD - returns the current business date, with the         *
      *            previous and next business dates alongside          *
      * A shop without the control record yet gets today's clock date  *
      * with a warning (return code 4), so the service rolls out       *
      * without breaking existing chains.                              *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-05  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PDT-KEY
               FILE STATUS IS WS-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDTE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PDT-STATUS             PIC XX.

       01  WS-WORK-AREAS.
           05  WS-SYSTEM-ID              PIC X(08) VALUE 'INVOPS'.

       LINKAGE SECTION.
       01  LS-PDTSVC-REQUEST.
           05  LS-FUNCTION               PIC X(04).
               88  LS-FUNC-GET-DATE          VALUE 'GETD'.
           05  LS-PROCESS-DATE           PIC X(08).
           05  LS-PREVIOUS-DATE          PIC X(08).
           05  LS-NEXT-DATE              PIC X(08).
           05  LS-RETURN-CODE            PIC S9(04) COMP.

       PROCEDURE DIVISION USING LS-PDTSVC-REQUEST.
       0000-MAIN.
           MOVE 0 TO LS-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO LS-PROCESS-DATE
           MOVE SPACES TO LS-PREVIOUS-DATE
           MOVE SPACES TO LS-NEXT-DATE
           IF NOT LS-FUNC-GET-DATE
               MOVE 8 TO LS-RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PROCESS-DATE-FILE
           IF WS-PDT-STATUS = '35' OR WS-PDT-STATUS = '05'
               DISPLAY 'PDTSVC00 WARNING: NO PROCESS DATE ON FILE - '
                   'CLOCK DATE USED'
               MOVE 4 TO LS-RETURN-CODE
               CLOSE PROCESS-DATE-FILE
               GOBACK
           END-IF
           IF WS-PDT-STATUS NOT = '00'
               DISPLAY 'PDTSVC00 WARNING: PROCESS DATE UNAVAILABLE - '
                   'CLOCK DATE USED'
               MOVE 4 TO LS-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-READ-PROCESS-DATE
           CLOSE PROCESS-DATE-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * READ PROCESS DATE
      *-----------------------------------------------------------------
      *-- A control file without the system's record is treated the
      *-- same as no file at all -- the clock date stands, flagged.
       1000-READ-PROCESS-DATE.
           MOVE WS-SYSTEM-ID TO PDT-SYSTEM-ID
           READ PROCESS-DATE-FILE
               INVALID KEY
                   DISPLAY 'PDTSVC00 WARNING: NO PROCESS DATE RECORD'
                       ' - CLOCK DATE USED'
                   MOVE 4 TO LS-RETURN-CODE
               NOT INVALID KEY
                   MOVE PDT-CURRENT-DATE  TO LS-PROCESS-DATE
                   MOVE PDT-PREVIOUS-DATE TO LS-PREVIOUS-DATE
                   MOVE PDT-NEXT-DATE     TO LS-NEXT-DATE
           END-READ.
