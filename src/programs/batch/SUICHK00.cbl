       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUICHK00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Client Suitability Check                                       *
      *                                                                *
      * A callable service, in the CMPCHK00 mold, that judges a        *
      * security's product risk rating (SECURITY-MASTER) against the   *
      * client's risk profile (COUNTERPARTY-MASTER). The caller has    *
      * both records in hand and passes the four codes; the service    *
      * touches no files, so the same rule serves the feed load        *
      * (HISTLD00), keyed entry (TRNENT00) and the nightly review of   *
      * each portfolio's risk mix (SUIRPT00):                          *
      * - The client's ceiling is the risk tolerance, capped at 2 for  *
      *   a capital-preservation objective or a short horizon, at 3    *
      *   for an income objective and at 4 for a medium horizon        *
      * - A rating at or under the ceiling is suitable (return 0)      *
      * - One notch over is flagged: the buy proceeds, but the caller  *
      *   logs it for the suitability review (return 4)                *
      * - Two or more notches over is unsuitable: the buy is blocked   *
      *   unless an override is approved under dual control (SUIT,     *
      *   DCLCTL00) (return 8)                                         *
      * A client with no profile, or an unrated security, is not       *
      * judged and returns zero with verdict N. The ceiling is         *
      * returned either way so a caller can report it.                 *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RATING-AREA.
           05  WS-CEILING                PIC 9(01).
           05  WS-SEC-RATING             PIC 9(01).
           05  WS-NOTCHES-OVER           PIC S9(01).

       LINKAGE SECTION.
       01  LS-SUITABILITY-REQUEST.
           05  LS-RISK-TOLERANCE         PIC X(01).
           05  LS-OBJECTIVE              PIC X(01).
               88  LS-OBJ-PRESERVATION       VALUE 'P'.
               88  LS-OBJ-INCOME             VALUE 'I'.
           05  LS-HORIZON                PIC X(01).
               88  LS-HORIZON-SHORT          VALUE 'S'.
               88  LS-HORIZON-MEDIUM         VALUE 'M'.
           05  LS-SEC-RISK-RATING        PIC X(01).
           05  LS-CEILING                PIC X(01).
           05  LS-VERDICT                PIC X(01).
               88  LS-VERDICT-SUITABLE       VALUE 'S'.
               88  LS-VERDICT-FLAGGED        VALUE 'F'.
               88  LS-VERDICT-BLOCKED        VALUE 'B'.
               88  LS-VERDICT-NOT-JUDGED     VALUE 'N'.
           05  LS-RETURN-CODE            PIC S9(04) COMP.

       PROCEDURE DIVISION USING LS-SUITABILITY-REQUEST.
       0000-MAIN.
           MOVE 0 TO LS-RETURN-CODE
           MOVE SPACES TO LS-CEILING
           SET LS-VERDICT-NOT-JUDGED TO TRUE
           IF LS-RISK-TOLERANCE < '1' OR LS-RISK-TOLERANCE > '5'
               GOBACK
           END-IF
           PERFORM 1000-DERIVE-CEILING
           MOVE WS-CEILING TO LS-CEILING
           IF LS-SEC-RISK-RATING < '1' OR LS-SEC-RISK-RATING > '5'
               GOBACK
           END-IF
           PERFORM 2000-JUDGE-RATING
           GOBACK.

      *-----------------------------------------------------------------
      * THE CLIENT'S CEILING
      *-----------------------------------------------------------------
      *-- The tolerance is the client's own answer; the objective and
      *-- the horizon can only bring it down, never raise it.
       1000-DERIVE-CEILING.
           MOVE LS-RISK-TOLERANCE TO WS-CEILING
           EVALUATE TRUE
               WHEN LS-OBJ-PRESERVATION
                   IF WS-CEILING > 2
                       MOVE 2 TO WS-CEILING
                   END-IF
               WHEN LS-OBJ-INCOME
                   IF WS-CEILING > 3
                       MOVE 3 TO WS-CEILING
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
               WHEN LS-HORIZON-SHORT
                   IF WS-CEILING > 2
                       MOVE 2 TO WS-CEILING
                   END-IF
               WHEN LS-HORIZON-MEDIUM
                   IF WS-CEILING > 4
                       MOVE 4 TO WS-CEILING
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE SECURITY AGAINST THE CEILING
      *-----------------------------------------------------------------
       2000-JUDGE-RATING.
           MOVE LS-SEC-RISK-RATING TO WS-SEC-RATING
           COMPUTE WS-NOTCHES-OVER = WS-SEC-RATING - WS-CEILING
           EVALUATE TRUE
               WHEN WS-NOTCHES-OVER < 1
                   SET LS-VERDICT-SUITABLE TO TRUE
               WHEN WS-NOTCHES-OVER = 1
                   SET LS-VERDICT-FLAGGED TO TRUE
                   MOVE 4 TO LS-RETURN-CODE
               WHEN OTHER
                   SET LS-VERDICT-BLOCKED TO TRUE
                   MOVE 8 TO LS-RETURN-CODE
           END-EVALUATE.
