      *     CLPF - close an existing portfolio                          *
      *     CHCR - change an existing portfolio's base currency         *
      *     ASCL - assign (or re-assign) a portfolio to a client        *
      *     OCON - record owner contact on a dormant portfolio          *
      * so portfolios are set up and retired through one controlled     *
      * path instead of being implied only by whatever                  *
      * TRN-PORTFOLIO-ID values happen to show up in TRANHIST.          *
      *             PERSON RAISES, A SECOND APPROVES, AND THE CLOSE
      *             CONSUMES THE APPROVAL. A CLOSE WITH NO APPROVAL
      *             IS REFUSED.
      * 2026-10-05  ERROR-LOG AND AUDIT ENTRIES NOW CARRY THE SYSTEM
      *             BUSINESS PROCESS DATE (PDTSVC00) INSTEAD OF THE
      *             MACHINE CLOCK DATE, SO THEY CROSS-REFERENCE TO THE
      *             NIGHT'S RUNS BY BUSINESS DATE.
      * 2026-10-15  NEW OCON FUNCTION: THE OWNER OF A PORTFOLIO
      *             DRMACT00 HAS FLAGGED DORMANT (OR ESCHEATMENT DUE)
      *             HAS BEEN IN TOUCH, SO THE DORMANCY FLAG AND DATES
      *             ARE CLEARED. CRPF STARTS A PORTFOLIO NOT DORMANT.
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
           05  WS-PORT-STATUS            PIC XX.

               88  FUNC-CLOSE-PORT           VALUE 'CLPF'.
               88  FUNC-CHANGE-CURRENCY      VALUE 'CHCR'.
               88  FUNC-ASSIGN-CLIENT        VALUE 'ASCL'.
      *-- Change: owner contact on a dormant portfolio.
               88  FUNC-OWNER-CONTACT        VALUE 'OCON'.
           05  LS-PORTFOLIO-ID           PIC X(08).
           05  LS-PORTFOLIO-NAME         PIC X(30).
           05  LS-PORTFOLIO-TYPE         PIC X(04).
                       PERFORM 3000-CHANGE-CURRENCY
                   WHEN FUNC-ASSIGN-CLIENT
                       PERFORM 4000-ASSIGN-CLIENT
                   WHEN FUNC-OWNER-CONTACT
                       PERFORM 5000-OWNER-CONTACT
                   WHEN OTHER
                       MOVE 'INVALID MAINTENANCE FUNCTION' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               MOVE LS-OPEN-DATE      TO PORT-OPEN-DATE
               MOVE LS-CHANNEL-CODE   TO PORT-CHANNEL-CODE
               MOVE SPACES            TO PORT-CLIENT-ID
      *-- Change: a new portfolio starts out not dormant.
               MOVE SPACES            TO PORT-DORMANCY-STATUS
               MOVE SPACES            TO PORT-DORMANT-DATE
               MOVE SPACES            TO PORT-ESCHEAT-DATE
               SET PORT-STATUS-ACTIVE TO TRUE
               WRITE PORTFOLIO-RECORD
               IF WS-PORT-STATUS NOT = '00'
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * OWNER CONTACT
      *-----------------------------------------------------------------
      *-- Change: The owner answering a due-diligence letter, by call
      *-- or in writing, is contact the way an instruction is: the
      *-- portfolio stops being dormant and comes off the unclaimed-
      *-- property report. Nothing to do on a portfolio not flagged.
       5000-OWNER-CONTACT.
           PERFORM 8000-READ-PORTFOLIO
           IF WS-PORT-STATUS = '00'
               IF NOT PORT-DORMANT-OR-ESCHEAT
                   MOVE 'PORTFOLIO IS NOT FLAGGED DORMANT' TO ERR-TEXT
                   SET ERR-SEV-WARNING TO TRUE
                   PERFORM 9000-ERROR-ROUTINE
               ELSE
                   MOVE SPACES TO PORT-DORMANCY-STATUS
                   MOVE SPACES TO PORT-DORMANT-DATE
                   MOVE SPACES TO PORT-ESCHEAT-DATE
                   REWRITE PORTFOLIO-RECORD
                   MOVE 'REACTIVE' TO WS-AW-EVENT-TYPE
                   MOVE SPACES TO WS-AW-DESCRIPTION
                   STRING 'OWNER CONTACT, DORMANCY CLEARED: '
                          LS-PORTFOLIO-ID
                       DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
                   PERFORM 8100-WRITE-AUDIT-EVENT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * COMMON LOOKUP
      *-----------------------------------------------------------------
           END-IF.

       8100-WRITE-AUDIT-EVENT.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-AW-PROCESS-DATE
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
           .

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
