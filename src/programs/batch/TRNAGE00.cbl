      *             RAISES, A SECOND APPROVES, AND THIS JOB CONSUMES  *
      *             THE APPROVAL. A KEY WITH NO APPROVAL IS REPORTED  *
      *             AND LEFT ALONE.                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS  *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER    *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK, *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS    *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL *
      *             OVERRIDES IT.                                     *
      * 2026-10-15  A FAILED ROW, OR A PENDING ONE OLDER THAN A DAY,  *
      *             IS NOW ALSO RAISED ONTO THE MORNING EXCEPTIONS    *
      *             WORKBENCH (EXCSVC00), ONE CASE PER TRAN-KEY.      *
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
       01  WS-DUAL-CONTROL-SW            PIC X(01).
           88  WS-DUAL-APPROVED              VALUE 'Y'.

      *-- Change: Working copy of EXCSVC00's LINKAGE layout -- aged
      *-- and failed rows are raised onto the morning exceptions
      *-- workbench as well as listed here.
       01  WS-EXCSVC-REQUEST.
           05  WS-XC-JOB-NAME            PIC X(08) VALUE 'TRNAGE00'.
           05  WS-XC-PROCESS-DATE        PIC X(08).
           05  WS-XC-CATEGORY            PIC X(04) VALUE 'AGED'.
           05  WS-XC-REFERENCE           PIC X(30).
           05  WS-XC-PORTFOLIO-ID        PIC X(08).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-DESCRIPTION         PIC X(60).
           05  WS-XC-RETURN-CODE         PIC S9(04) COMP.

       01  WS-SWITCHES.
           05  WS-EOF-TRAN-SW            PIC X(01) VALUE 'N'.
               88  EOF-TRAN-HIST             VALUE 'Y'.
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CURRENT-TIME
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-JULIAN =
           MOVE TRAN-AMOUNT TO WS-AG-AMOUNT
           MOVE WS-AGE-DAYS TO WS-AG-AGE-DAYS
           WRITE REPORT-RECORD FROM WS-AGING-LINE
      *-- Change: a failure is a break at once; a pending row only
      *-- once it has sat longer than a day.
           IF TRAN-STATUS-FAIL OR WS-AGE-DAYS > 1
               PERFORM 2040-RAISE-EXCEPTION
           END-IF
           PERFORM 2030-ACCUMULATE-PORT-TOTAL.

       2030-ACCUMULATE-PORT-TOTAL.
               ADD TRAN-AMOUNT TO WS-PT-AMOUNT-TOTAL (WS-PT-IDX)
           END-IF.

       2040-RAISE-EXCEPTION.
           MOVE WS-CURRENT-DATE   TO WS-XC-PROCESS-DATE
           MOVE TRAN-KEY          TO WS-XC-REFERENCE
           MOVE TRAN-PORTFOLIO-ID TO WS-XC-PORTFOLIO-ID
           MOVE TRAN-AMOUNT       TO WS-XC-AMOUNT
           MOVE SPACES TO WS-XC-DESCRIPTION
           STRING WS-AG-STATUS ' ' TRAN-TYPE ' TRANSACTION, '
                  WS-AG-BUCKET
               DELIMITED BY SIZE INTO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

      *-----------------------------------------------------------------
      * CONTROLLED FAIL-TO-PEND RESET
      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
