      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-08-23  ORIGINAL PROGRAM                                   *
      * 2026-10-05  ERROR-LOG AND AUDIT ENTRIES NOW CARRY THE SYSTEM   *
      *             BUSINESS PROCESS DATE (PDTSVC00) INSTEAD OF THE    *
      *             MACHINE CLOCK DATE, SO THEY CROSS-REFERENCE TO THE *
      *             NIGHT'S RUNS BY BUSINESS DATE.                     *
      * 2026-10-15  THE FEED IS FINGERPRINTED BEFORE ANY RATE IS       *
      *             APPLIED AND REFUSED IF THE SAME FILE WAS ALREADY   *
      *             PROCESSED; RECEIPT IS RECORDED ON THE INTERFACE    *
      *             REGISTRY THROUGH IFRSVC00.                         *
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

      *-- Change: Working copy of IFRSVC00's LINKAGE layout -- the
      *-- feed is fingerprinted before any rate is applied and refused
      *-- if the same file was already processed; receipt goes on the
      *-- interface registry once the load completes.
       01  WS-IFRSVC-REQUEST.
           05  WS-IF-FUNCTION            PIC X(04).
           05  WS-IF-FEED-ID             PIC X(08) VALUE 'FXFEED'.
           05  WS-IF-JOB-NAME            PIC X(08) VALUE 'FXLOAD00'.
           05  WS-IF-PROCESS-DATE        PIC X(08).
           05  WS-IF-RECORD-LENGTH       PIC S9(04) COMP.
           05  WS-IF-RECORD-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-HASH-TOTAL          PIC 9(09) VALUE ZERO.
           05  WS-IF-ACCEPTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-REJECTED-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-IF-DUPLICATE-OF        PIC X(08).
           05  WS-IF-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-FEED-STATUS            PIC XX.
           05  WS-MASTER-STATUS          PIC XX.
               PERFORM 9000-ERROR-ROUTINE
           END-IF

      *-- Change: refuse a file already processed before touching the
      *-- master.
           PERFORM 1100-FINGERPRINT-FEED
           PERFORM 2010-READ-FEED.

      *-- A counting pass over the whole feed builds its fingerprint;
      *-- the feed is then reopened for the load pass.
       1100-FINGERPRINT-FEED.
           PERFORM 2010-READ-FEED
           PERFORM 1110-HASH-ONE-RECORD
               UNTIL EOF-FX-FEED
           CLOSE FX-FEED-FILE
           OPEN INPUT FX-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'ERROR REOPENING FX-FEED-FILE' TO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           MOVE 'N' TO WS-EOF-FEED-SW
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-IF-PROCESS-DATE
           MOVE 'CHEK' TO WS-IF-FUNCTION
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST FX-FEED-RECORD
           IF WS-IF-RETURN-CODE = 8
               MOVE SPACES TO ERR-TEXT
               STRING 'FEED ALREADY PROCESSED ON ' WS-IF-DUPLICATE-OF
                      ' - REFUSED'
                   DELIMITED BY SIZE INTO ERR-TEXT
               SET ERR-SEV-CRITICAL TO TRUE
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       1110-HASH-ONE-RECORD.
           MOVE 'HASH' TO WS-IF-FUNCTION
           MOVE LENGTH OF FX-FEED-RECORD TO WS-IF-RECORD-LENGTH
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST FX-FEED-RECORD
           PERFORM 2010-READ-FEED.

      *-----------------------------------------------------------------
                   ' REPLACED=' WS-REPLACED-COUNT
           CLOSE FX-FEED-FILE
           CLOSE FX-RATE-MASTER
      *-- Change: record the file's receipt on the interface registry.
           MOVE 'RECV' TO WS-IF-FUNCTION
           COMPUTE WS-IF-ACCEPTED-COUNT =
               WS-ADDED-COUNT + WS-REPLACED-COUNT
           COMPUTE WS-IF-REJECTED-COUNT =
               WS-READ-COUNT - WS-IF-ACCEPTED-COUNT
           CALL 'IFRSVC00' USING WS-IFRSVC-REQUEST FX-FEED-RECORD
           MOVE RTN-SUCCESS TO RETURN-CODE.

      *-----------------------------------------------------------------
           END-EVALUATE.

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
