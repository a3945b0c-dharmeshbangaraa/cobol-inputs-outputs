       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFRSVC00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Interface File Registry Service                                *
      *                                                                *
      * A small callable service, in the AUDWRT00 mold, through which  *
      * every loader and extract records the interface files it        *
      * handles on the registry IFRMON00 reports and alerts from:      *
      * - HASH: folds one record into the file's running record count  *
      *   and content hash, both kept in the caller's request area --  *
      *   a loader calls it for every record of a counting pass over   *
      *   its feed, an extract for every record it writes              *
      * - CHEK: judges a fingerprinted inbound file against the        *
      *   feed's history; a file with the same record count and hash  *
      *   as one already processed (and not since released) is        *
      *   registered as a refused duplicate and returned 8 with the    *
      *   date it was first processed. An empty file is never a       *
      *   duplicate -- a quiet day legitimately repeats one            *
      * - RECV: registers a loaded inbound file with its counts        *
      * - SENT: registers an outbound file as sent                     *
      * The caller's record rides along on every call; only HASH       *
      * reads it. The arrival stamp is the clock time with a collision *
      * bump, the same convention AUDWRT00 uses.                       *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTERFACE-REGISTRY ASSIGN TO IFREGSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFR-KEY
               FILE STATUS IS WS-IFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-REGISTRY
           RECORDING MODE IS F.
           COPY IFRREG.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-IFR-STATUS             PIC XX.

       01  WS-WORK-AREAS.
           05  WS-BYTE-IX                PIC 9(05) COMP.
           05  WS-HASH-LENGTH            PIC 9(05) COMP.
           05  WS-HASH-WORK              PIC 9(12).
           05  WS-ARRIVAL-STAMP.
               10  WS-STAMP-TIME         PIC X(14).
               10  WS-STAMP-SEQ          PIC 9(02).
           05  WS-ATTEMPTS               PIC 9(03) COMP.
           05  WS-WRITTEN-SW             PIC X(01).
               88  WS-ENTRY-WRITTEN          VALUE 'Y'.
           05  WS-EOF-REG-SW             PIC X(01).
               88  EOF-REGISTRY              VALUE 'Y'.
           05  WS-DUP-SW                 PIC X(01).
               88  WS-DUPLICATE-FOUND        VALUE 'Y'.
           05  WS-NEW-STATUS             PIC X(01).
           05  WS-NEW-DIRECTION          PIC X(01).

      *-- The hash modulus: the largest prime under 10**9, so the
      *-- hash fits IFR-HASH-TOTAL and the work field never
      *-- overflows (hash * 31 + 255 < 10**12).
       01  WS-HASH-MODULUS               PIC 9(09) VALUE 999999937.

       LINKAGE SECTION.
       01  LS-INTERFACE-REQUEST.
           05  LS-FUNCTION               PIC X(04).
               88  LS-FUNC-HASH              VALUE 'HASH'.
               88  LS-FUNC-CHECK             VALUE 'CHEK'.
               88  LS-FUNC-RECEIVED          VALUE 'RECV'.
               88  LS-FUNC-SENT              VALUE 'SENT'.
           05  LS-FEED-ID                PIC X(08).
           05  LS-JOB-NAME               PIC X(08).
           05  LS-PROCESS-DATE           PIC X(08).
           05  LS-RECORD-LENGTH          PIC S9(04) COMP.
           05  LS-RECORD-COUNT           PIC S9(09) COMP-3.
           05  LS-HASH-TOTAL             PIC 9(09).
           05  LS-ACCEPTED-COUNT         PIC S9(09) COMP-3.
           05  LS-REJECTED-COUNT         PIC S9(09) COMP-3.
           05  LS-DUPLICATE-OF           PIC X(08).
           05  LS-RETURN-CODE            PIC S9(04) COMP.
       01  LS-RECORD-AREA                PIC X(4096).

       PROCEDURE DIVISION USING LS-INTERFACE-REQUEST LS-RECORD-AREA.
       0000-MAIN.
           MOVE 0 TO LS-RETURN-CODE
           EVALUATE TRUE
               WHEN LS-FUNC-HASH
                   PERFORM 1000-HASH-RECORD
               WHEN LS-FUNC-CHECK
                   PERFORM 2000-CHECK-DUPLICATE
               WHEN LS-FUNC-RECEIVED
                   SET IFR-STATUS-PROCESSED TO TRUE
                   MOVE IFR-STATUS TO WS-NEW-STATUS
                   MOVE 'I' TO WS-NEW-DIRECTION
                   PERFORM 3000-REGISTER-FILE
               WHEN LS-FUNC-SENT
                   SET IFR-STATUS-SENT TO TRUE
                   MOVE IFR-STATUS TO WS-NEW-STATUS
                   MOVE 'O' TO WS-NEW-DIRECTION
                   PERFORM 3000-REGISTER-FILE
               WHEN OTHER
                   DISPLAY 'IFRSVC00 WARNING: UNKNOWN FUNCTION '
                       LS-FUNCTION
                   MOVE 8 TO LS-RETURN-CODE
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * FINGERPRINT
      *-----------------------------------------------------------------
      *-- A rolling polynomial hash over every byte in file order, so
      *-- the same records in a different order, or one byte changed
      *-- anywhere, is a different file.
       1000-HASH-RECORD.
           ADD 1 TO LS-RECORD-COUNT
           IF LS-RECORD-LENGTH > 4096
               MOVE 4096 TO WS-HASH-LENGTH
           ELSE
               MOVE LS-RECORD-LENGTH TO WS-HASH-LENGTH
           END-IF
           PERFORM 1010-HASH-ONE-BYTE
               VARYING WS-BYTE-IX FROM 1 BY 1
               UNTIL WS-BYTE-IX > WS-HASH-LENGTH.

       1010-HASH-ONE-BYTE.
           COMPUTE WS-HASH-WORK = LS-HASH-TOTAL * 31
               + FUNCTION ORD (LS-RECORD-AREA (WS-BYTE-IX:1))
           COMPUTE LS-HASH-TOTAL =
               FUNCTION MOD (WS-HASH-WORK, WS-HASH-MODULUS).

      *-----------------------------------------------------------------
      * DUPLICATE CHECK
      *-----------------------------------------------------------------
       2000-CHECK-DUPLICATE.
           MOVE SPACES TO LS-DUPLICATE-OF
           IF LS-RECORD-COUNT > ZERO
               PERFORM 2100-OPEN-REGISTRY
               IF LS-RETURN-CODE = 0
                   PERFORM 2200-SEARCH-FEED-HISTORY
                   IF WS-DUPLICATE-FOUND
                       SET IFR-STATUS-DUPLICATE TO TRUE
                       MOVE IFR-STATUS TO WS-NEW-STATUS
                       MOVE 'I' TO WS-NEW-DIRECTION
                       PERFORM 3100-WRITE-ENTRY
                       MOVE 8 TO LS-RETURN-CODE
                   END-IF
                   CLOSE INTERFACE-REGISTRY
               END-IF
           END-IF.

      *-- An unavailable registry is reported but never stops a load:
      *-- the feed's own controls still stand.
       2100-OPEN-REGISTRY.
           OPEN I-O INTERFACE-REGISTRY
           IF WS-IFR-STATUS NOT = '00'
               AND WS-IFR-STATUS NOT = '05'
               DISPLAY 'IFRSVC00 WARNING: INTERFACE-REGISTRY '
                   'UNAVAILABLE, ' LS-FEED-ID ' NOT REGISTERED'
               MOVE 4 TO LS-RETURN-CODE
           END-IF.

       2200-SEARCH-FEED-HISTORY.
           MOVE 'N' TO WS-DUP-SW
           MOVE 'N' TO WS-EOF-REG-SW
           MOVE LOW-VALUES TO IFR-KEY
           MOVE LS-FEED-ID TO IFR-FEED-ID
           START INTERFACE-REGISTRY KEY NOT LESS THAN IFR-KEY
               INVALID KEY
                   SET EOF-REGISTRY TO TRUE
           END-START
           IF NOT EOF-REGISTRY
               PERFORM 2210-READ-NEXT-ENTRY
           END-IF
           PERFORM 2220-JUDGE-ONE-ENTRY
               UNTIL EOF-REGISTRY
                  OR WS-DUPLICATE-FOUND.

       2210-READ-NEXT-ENTRY.
           READ INTERFACE-REGISTRY NEXT RECORD
               AT END
                   SET EOF-REGISTRY TO TRUE
           END-READ
           IF NOT EOF-REGISTRY
               AND IFR-FEED-ID NOT = LS-FEED-ID
               SET EOF-REGISTRY TO TRUE
           END-IF.

       2220-JUDGE-ONE-ENTRY.
           IF IFR-STATUS-PROCESSED
               AND IFR-RECORD-COUNT = LS-RECORD-COUNT
               AND IFR-HASH-TOTAL = LS-HASH-TOTAL
               SET WS-DUPLICATE-FOUND TO TRUE
               MOVE IFR-PROCESS-DATE TO LS-DUPLICATE-OF
           ELSE
               PERFORM 2210-READ-NEXT-ENTRY
           END-IF.

      *-----------------------------------------------------------------
      * REGISTRATION
      *-----------------------------------------------------------------
       3000-REGISTER-FILE.
           MOVE SPACES TO LS-DUPLICATE-OF
           PERFORM 2100-OPEN-REGISTRY
           IF LS-RETURN-CODE = 0
               PERFORM 3100-WRITE-ENTRY
               CLOSE INTERFACE-REGISTRY
           END-IF.

       3100-WRITE-ENTRY.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAMP-TIME
           MOVE FUNCTION CURRENT-DATE (15:2) TO WS-STAMP-SEQ
           MOVE 'N' TO WS-WRITTEN-SW
           MOVE ZERO TO WS-ATTEMPTS
           PERFORM 3110-TRY-ONE-STAMP
               UNTIL WS-ENTRY-WRITTEN
                  OR WS-ATTEMPTS > 50
           IF NOT WS-ENTRY-WRITTEN
               DISPLAY 'IFRSVC00 WARNING: COULD NOT ASSIGN A UNIQUE '
                   'ARRIVAL STAMP, ' LS-FEED-ID ' NOT REGISTERED'
               MOVE 4 TO LS-RETURN-CODE
           END-IF.

       3110-TRY-ONE-STAMP.
           ADD 1 TO WS-ATTEMPTS
           MOVE SPACES             TO INTERFACE-REGISTRY-RECORD
           MOVE LS-FEED-ID         TO IFR-FEED-ID
           MOVE LS-PROCESS-DATE    TO IFR-PROCESS-DATE
           MOVE WS-ARRIVAL-STAMP   TO IFR-ARRIVAL-STAMP
           MOVE WS-NEW-DIRECTION   TO IFR-DIRECTION
           MOVE LS-JOB-NAME        TO IFR-JOB-NAME
           MOVE LS-RECORD-COUNT    TO IFR-RECORD-COUNT
           MOVE LS-HASH-TOTAL      TO IFR-HASH-TOTAL
           MOVE LS-ACCEPTED-COUNT  TO IFR-ACCEPTED-COUNT
           MOVE LS-REJECTED-COUNT  TO IFR-REJECTED-COUNT
           MOVE WS-NEW-STATUS      TO IFR-STATUS
           MOVE LS-DUPLICATE-OF    TO IFR-DUPLICATE-OF
           WRITE INTERFACE-REGISTRY-RECORD
               INVALID KEY
                   IF WS-STAMP-SEQ = 99
                       MOVE ZERO TO WS-STAMP-SEQ
                   ELSE
                       ADD 1 TO WS-STAMP-SEQ
                   END-IF
               NOT INVALID KEY
                   SET WS-ENTRY-WRITTEN TO TRUE
           END-WRITE.
