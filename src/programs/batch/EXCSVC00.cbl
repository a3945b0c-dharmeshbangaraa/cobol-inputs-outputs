       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCSVC00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Morning Exception Case Raiser                                  *
      *                                                                *
      * A small callable service, in the AUDWRT00 mold, through which  *
      * the overnight control jobs put each break they report onto     *
      * the exception case file EXCWBK00 works from. The caller        *
      * passes a category and the break's own natural reference:       *
      * - A reference never seen before opens a new case, unowned      *
      * - A reference with a case still open or being worked is the    *
      *   same break recurring: the case keeps its first-seen date     *
      *   (its age) and owner, and takes the latest amount and text    *
      * - A reference whose case was closed before tonight's date has  *
      *   come back: the same case reopens, still carrying its age     *
      *   and owner, and counts the reopen                             *
      * A rerun raising the same break twice on one date counts it     *
      * once.                                                          *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCEPTION-CASE-FILE ASSIGN TO EXCCASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXC-KEY
               FILE STATUS IS WS-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-CASE-FILE
           RECORDING MODE IS F.
           COPY EXCCAS.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CASE-STATUS            PIC XX.

       01  WS-SWITCHES.
           05  WS-CASE-FOUND-SW          PIC X(01).
               88  WS-CASE-FOUND             VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-EXCEPTION-REQUEST.
           05  LS-JOB-NAME               PIC X(08).
           05  LS-PROCESS-DATE           PIC X(08).
           05  LS-CATEGORY               PIC X(04).
           05  LS-REFERENCE              PIC X(30).
           05  LS-PORTFOLIO-ID           PIC X(08).
           05  LS-AMOUNT                 PIC S9(13)V9(2) COMP-3.
           05  LS-DESCRIPTION            PIC X(60).
           05  LS-RETURN-CODE            PIC S9(04) COMP.

       PROCEDURE DIVISION USING LS-EXCEPTION-REQUEST.
       0000-MAIN.
           MOVE 0 TO LS-RETURN-CODE
           OPEN I-O EXCEPTION-CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               AND WS-CASE-STATUS NOT = '05'
      *-- An unavailable case file is reported but never takes down
      *-- the control job whose own report already shows the break.
               DISPLAY 'EXCSVC00 WARNING: EXCEPTION-CASE-FILE '
                   'UNAVAILABLE, BREAK NOT RAISED'
               MOVE 4 TO LS-RETURN-CODE
           ELSE
               PERFORM 1000-RAISE-CASE
               CLOSE EXCEPTION-CASE-FILE
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * CASE RAISE
      *-----------------------------------------------------------------
       1000-RAISE-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW
           MOVE LS-CATEGORY  TO EXC-CATEGORY
           MOVE LS-REFERENCE TO EXC-REFERENCE
           READ EXCEPTION-CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CASE-FOUND TO TRUE
           END-READ
           IF WS-CASE-FOUND
               PERFORM 1200-RECUR-CASE
           ELSE
               PERFORM 1100-OPEN-CASE
           END-IF.

       1100-OPEN-CASE.
           MOVE SPACES          TO EXC-DATA
           MOVE SPACES          TO EXC-FILLER
           MOVE LS-CATEGORY     TO EXC-CATEGORY
           MOVE LS-REFERENCE    TO EXC-REFERENCE
           MOVE LS-JOB-NAME     TO EXC-SOURCE-JOB
           MOVE LS-PORTFOLIO-ID TO EXC-PORTFOLIO-ID
           MOVE LS-AMOUNT       TO EXC-AMOUNT
           MOVE LS-DESCRIPTION  TO EXC-DESCRIPTION
           MOVE LS-PROCESS-DATE TO EXC-FIRST-SEEN
           MOVE LS-PROCESS-DATE TO EXC-LAST-SEEN
           MOVE 1               TO EXC-SEEN-COUNT
           MOVE ZERO            TO EXC-REOPEN-COUNT
           SET EXC-STATUS-OPEN  TO TRUE
           WRITE EXCEPTION-CASE-RECORD
               INVALID KEY
                   DISPLAY 'EXCSVC00 WARNING: COULD NOT OPEN CASE '
                       LS-CATEGORY ' ' LS-REFERENCE
                   MOVE 4 TO LS-RETURN-CODE
           END-WRITE.

      *-- The same break again: the case's first-seen date, owner and
      *-- comment history stand; only what the break looks like
      *-- tonight is refreshed. A close dated tonight is left alone
      *-- -- the user closed it having seen tonight's break.
       1200-RECUR-CASE.
           IF EXC-LAST-SEEN NOT = LS-PROCESS-DATE
               ADD 1 TO EXC-SEEN-COUNT
           END-IF
           IF EXC-STATUS-CLOSED
               AND EXC-CLOSE-DATE < LS-PROCESS-DATE
               ADD 1 TO EXC-REOPEN-COUNT
               IF EXC-OWNER = SPACES
                   SET EXC-STATUS-OPEN TO TRUE
               ELSE
                   SET EXC-STATUS-WORKING TO TRUE
               END-IF
           END-IF
           MOVE LS-JOB-NAME     TO EXC-SOURCE-JOB
           MOVE LS-PORTFOLIO-ID TO EXC-PORTFOLIO-ID
           MOVE LS-AMOUNT       TO EXC-AMOUNT
           MOVE LS-DESCRIPTION  TO EXC-DESCRIPTION
           IF LS-PROCESS-DATE > EXC-LAST-SEEN
               MOVE LS-PROCESS-DATE TO EXC-LAST-SEEN
           END-IF
           REWRITE EXCEPTION-CASE-RECORD
               INVALID KEY
                   DISPLAY 'EXCSVC00 WARNING: COULD NOT UPDATE CASE '
                       LS-CATEGORY ' ' LS-REFERENCE
                   MOVE 4 TO LS-RETURN-CODE
           END-REWRITE.
