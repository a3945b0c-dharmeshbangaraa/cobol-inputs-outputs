      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-09-02  ORIGINAL PROGRAM                                   *
      * 2026-10-05  THE RUN DATE NOW DEFAULTS TO THE SYSTEM BUSINESS   *
      *             PROCESS DATE KEPT BY THE NIGHTLY DATE ROLLOVER     *
      *             (PDTSVC00/DTEROL00) INSTEAD OF THE MACHINE CLOCK,  *
      *             SO A CHAIN THAT RUNS PAST MIDNIGHT STILL BOOKS     *
      *             AGAINST ONE BUSINESS DATE. A PARM CARD DATE STILL  *
      *             OVERRIDES IT.                                      *
      * 2026-10-15  EVERY BREACH IS NOW ALSO RAISED ONTO THE MORNING   *
      *             EXCEPTIONS WORKBENCH THROUGH EXCSVC00, ONE CASE    *
      *             PER PORTFOLIO, TARGET AND RULE.                    *
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
      *-- breaches are raised onto the morning exceptions workbench
      *-- as well as listed and logged here.
       01  WS-EXCSVC-REQUEST.
           05  WS-XC-JOB-NAME            PIC X(08) VALUE 'CMPMON00'.
           05  WS-XC-PROCESS-DATE        PIC X(08).
           05  WS-XC-CATEGORY            PIC X(04) VALUE 'CMPB'.
           05  WS-XC-REFERENCE           PIC X(30).
           05  WS-XC-PORTFOLIO-ID        PIC X(08).
           05  WS-XC-AMOUNT              PIC S9(13)V9(2) COMP-3.
           05  WS-XC-DESCRIPTION         PIC X(60).
           05  WS-XC-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-RULE-STATUS            PIC XX.
           05  WS-POSITION-STATUS        PIC XX.
           END-IF.

       1200-WRITE-HEADERS.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-'
                  WS-CURRENT-DATE (5:2) '-'
                  WS-CURRENT-DATE (7:2)
           END-IF.

       8000-LOG-BREACH.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE 'CMPMON00' TO WS-EL-PROGRAM-ID
           MOVE SPACES TO WS-EL-DESCRIPTION
           STRING 'COMPLIANCE BREACH ' WS-BL-RULE-TYPE ' '
                  WS-BL-PORTFOLIO ' ' WS-BL-TARGET-ID
               DELIMITED BY SIZE INTO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST
           PERFORM 8100-RAISE-EXCEPTION.

      *-- Change: a breach is a weight, not an amount, so the case
      *-- carries the percentages in its text and a zero amount.
       8100-RAISE-EXCEPTION.
           MOVE WS-BD-PROCESS-DATE TO WS-XC-PROCESS-DATE
           MOVE WS-BL-PORTFOLIO    TO WS-XC-PORTFOLIO-ID
           MOVE ZERO               TO WS-XC-AMOUNT
           MOVE SPACES TO WS-XC-REFERENCE
           STRING WS-BL-PORTFOLIO ' ' WS-BL-TARGET-ID ' '
                  WS-BL-RULE-TYPE (1:10)
               DELIMITED BY SIZE INTO WS-XC-REFERENCE
           MOVE SPACES TO WS-XC-DESCRIPTION
           STRING WS-BL-DETAIL ' ' WS-BL-ACTUAL-PCT
                  ' PCT, LIMIT ' WS-BL-LIMIT-PCT
               DELIMITED BY SIZE INTO WS-XC-DESCRIPTION
           CALL 'EXCSVC00' USING WS-EXCSVC-REQUEST.

      *-----------------------------------------------------------------
      * ERROR HANDLING
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
