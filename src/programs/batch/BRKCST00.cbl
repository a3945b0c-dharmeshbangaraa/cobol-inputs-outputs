      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
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
           05  WS-TRAN-STATUS            PIC XX.
           05  WS-PARM-STATUS            PIC XX.
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
