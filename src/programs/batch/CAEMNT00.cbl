       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAEMNT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Corporate Action Election Maintenance Service                  *
      *                                                                *
      * A callable control service for the corporate-action election   *
      * file, in the SECMNT00 mold -- this program is the sole         *
      * maintainer, so a client's choice on a tender offer, rights     *
      * issue or optional dividend is captured through one controlled, *
      * audited path instead of being chased by email and keyed by     *
      * hand after the event:                                          *
      *     CREL - capture a holding's election                        *
      *     CHEL - change the option elected                           *
      *     WDEL - withdraw the election (the default then applies)    *
      * The announcement must be a voluntary action on the feed, not   *
      * yet generated, with its election deadline not passed; the      *
      * option must be one the announcement offers; the portfolio      *
      * must hold the security. Only a captured election can change    *
      * or be withdrawn -- once CAGEN00 has applied it, it is history. *
      * Every function is authorized through SECCHK00 and every        *
      * change writes an AUDIT-FILE event through AUDWRT00.            *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------         *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ELECTION-FILE ASSIGN TO CAELECT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELC-KEY
               FILE STATUS IS WS-ELEC-STATUS.

           SELECT ANNOUNCEMENT-FILE ASSIGN TO CAANNFIL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANN-STATUS.

           SELECT POSITION-MASTER ASSIGN TO POSMSTRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-KEY
               FILE STATUS IS WS-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-FILE
           RECORDING MODE IS F.
           COPY CAELEC.

       FD  ANNOUNCEMENT-FILE
           RECORDING MODE IS F.
           COPY CAANN.

       FD  POSITION-MASTER
           RECORDING MODE IS F.
           COPY POSREC.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'CAEMNT00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of PDTSVC00's LINKAGE layout -- the deadline
      *-- is judged against the system business process date.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-ELEC-STATUS            PIC XX.
           05  WS-ANN-STATUS             PIC XX.
           05  WS-POSITION-STATUS        PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-ANN-SW             PIC X(01) VALUE 'N'.
               88  EOF-ANNOUNCEMENTS         VALUE 'Y'.
           05  WS-ANN-FOUND-SW           PIC X(01) VALUE 'N'.
               88  WS-ANN-FOUND              VALUE 'Y'.

       01  WS-CURRENT-DATE               PIC X(08).

      *-- Working copy of AUDWRT00's LINKAGE layout.
       01  WS-AUDWRT-REQUEST.
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'CAEMNT00'.
           05  WS-AW-PROCESS-DATE        PIC X(08).
           05  WS-AW-EVENT-TYPE          PIC X(08).
           05  WS-AW-USER-ID             PIC X(08).
           05  WS-AW-DESCRIPTION         PIC X(60).
           05  WS-AW-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of SECCHK00's LINKAGE layout.
       01  WS-SECCHK-REQUEST.
           05  WS-SC-USER-ID             PIC X(08).
           05  WS-SC-FUNCTION-CODE       PIC X(04).
           05  WS-SC-CHANNEL-CODE        PIC X(04).
           05  WS-SC-RETURN-CODE         PIC S9(04) COMP.

       LINKAGE SECTION.
       01  LS-ELECTION-REQUEST.
           05  LS-FUNCTION               PIC X(04).
               88  FUNC-CAPTURE-ELECTION     VALUE 'CREL'.
               88  FUNC-CHANGE-ELECTION      VALUE 'CHEL'.
               88  FUNC-WITHDRAW-ELECTION    VALUE 'WDEL'.
           05  LS-INVESTMENT-ID          PIC X(10).
           05  LS-ACTION-TYPE            PIC X(02).
           05  LS-EX-DATE                PIC X(08).
           05  LS-PORTFOLIO-ID           PIC X(08).
           05  LS-OPTION-NO              PIC 9(01).
           05  LS-CHANNEL-CODE           PIC X(04).
           05  LS-RETURN-CODE            PIC S9(04) COMP.
           05  LS-USER-ID                PIC X(08).

       PROCEDURE DIVISION USING LS-ELECTION-REQUEST.
       0000-MAIN.
           MOVE 0 TO LS-RETURN-CODE
           PERFORM 0500-CHECK-AUTHORITY
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF
           MOVE LS-USER-ID TO WS-AW-USER-ID
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-CURRENT-DATE
           OPEN I-O ELECTION-FILE
           IF WS-ELEC-STATUS NOT = '00' AND WS-ELEC-STATUS NOT = '05'
               MOVE 'ERROR OPENING ELECTION-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               GOBACK
           END-IF
           PERFORM 0600-VALIDATE-ANNOUNCEMENT
           IF LS-RETURN-CODE = 0
               PERFORM 0700-VALIDATE-HOLDING
           END-IF
           IF LS-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN FUNC-CAPTURE-ELECTION
                       PERFORM 1000-CAPTURE-ELECTION
                   WHEN FUNC-CHANGE-ELECTION
                       PERFORM 2000-CHANGE-ELECTION
                   WHEN FUNC-WITHDRAW-ELECTION
                       PERFORM 3000-WITHDRAW-ELECTION
                   WHEN OTHER
                       MOVE 'INVALID ELECTION FUNCTION CODE'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-EVALUATE
           END-IF
           CLOSE ELECTION-FILE
           GOBACK.

      *-----------------------------------------------------------------
      * AUTHORIZATION AND VALIDATION
      *-----------------------------------------------------------------
       0500-CHECK-AUTHORITY.
           MOVE LS-USER-ID      TO WS-SC-USER-ID
           MOVE 'CAEL'          TO WS-SC-FUNCTION-CODE
           MOVE LS-CHANNEL-CODE TO WS-SC-CHANNEL-CODE
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *-- The announcement feed is sequential, so the announcement
      *-- is found by reading it through. A processed announcement
      *-- has already generated its entitlements; one whose deadline
      *-- is behind the process date is about to.
       0600-VALIDATE-ANNOUNCEMENT.
           OPEN INPUT ANNOUNCEMENT-FILE
           IF WS-ANN-STATUS NOT = '00'
               MOVE 'ERROR OPENING ANNOUNCEMENT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           ELSE
               MOVE 'N' TO WS-EOF-ANN-SW
               MOVE 'N' TO WS-ANN-FOUND-SW
               PERFORM 0610-READ-ANNOUNCEMENT
               PERFORM 0620-MATCH-ANNOUNCEMENT
                   UNTIL EOF-ANNOUNCEMENTS OR WS-ANN-FOUND
               EVALUATE TRUE
                   WHEN NOT WS-ANN-FOUND
                       MOVE 'ANNOUNCEMENT NOT ON FEED' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   WHEN NOT ANN-ACTION-VOLUNTARY
                       MOVE 'ACTION IS MANDATORY - NO ELECTION TAKEN'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   WHEN ANN-PROCESSED
                       MOVE 'ENTITLEMENTS ALREADY GENERATED'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   WHEN ANN-ELECTION-DEADLINE < WS-CURRENT-DATE
                       MOVE 'ELECTION DEADLINE HAS PASSED' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF LS-RETURN-CODE = 0
                   AND NOT FUNC-WITHDRAW-ELECTION
                   PERFORM 0630-VALIDATE-OPTION
               END-IF
               CLOSE ANNOUNCEMENT-FILE
           END-IF.

       0610-READ-ANNOUNCEMENT.
           READ ANNOUNCEMENT-FILE
               AT END
                   SET EOF-ANNOUNCEMENTS TO TRUE
           END-READ.

       0620-MATCH-ANNOUNCEMENT.
           IF ANN-INVESTMENT-ID = LS-INVESTMENT-ID
               AND ANN-ACTION-TYPE = LS-ACTION-TYPE
               AND ANN-EX-DATE = LS-EX-DATE
               SET WS-ANN-FOUND TO TRUE
           ELSE
               PERFORM 0610-READ-ANNOUNCEMENT
           END-IF.

       0630-VALIDATE-OPTION.
           IF LS-OPTION-NO NOT NUMERIC
               OR LS-OPTION-NO < 1
               OR LS-OPTION-NO > 3
               MOVE 'OPTION NUMBER MUST BE 1 TO 3' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           ELSE
               IF NOT ANN-OPT-VALID (LS-OPTION-NO)
                   MOVE 'OPTION NOT OFFERED ON THIS ACTION'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

       0700-VALIDATE-HOLDING.
           OPEN INPUT POSITION-MASTER
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'ERROR OPENING POSITION-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           ELSE
               MOVE LS-PORTFOLIO-ID  TO POS-PORTFOLIO-ID
               MOVE LS-INVESTMENT-ID TO POS-INVESTMENT-ID
               READ POSITION-MASTER
                   INVALID KEY
                       MOVE 'PORTFOLIO DOES NOT HOLD THE SECURITY'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       IF POS-QUANTITY NOT > ZERO
                           MOVE 'PORTFOLIO DOES NOT HOLD THE SECURITY'
                               TO ERR-TEXT
                           PERFORM 9000-ERROR-ROUTINE
                       END-IF
               END-READ
               CLOSE POSITION-MASTER
           END-IF.

      *-----------------------------------------------------------------
      * FUNCTIONS
      *-----------------------------------------------------------------
       1000-CAPTURE-ELECTION.
           PERFORM 7100-SET-ELECTION-KEY
           MOVE LS-OPTION-NO       TO ELC-OPTION-NO
           SET ELC-STATUS-CAPTURED TO TRUE
           MOVE WS-CURRENT-DATE    TO ELC-ELECTED-DATE
           MOVE LS-USER-ID         TO ELC-ELECTED-USER
           MOVE SPACES             TO ELC-APPLIED-DATE
           MOVE SPACES             TO ELC-FILLER
           WRITE CA-ELECTION-RECORD
               INVALID KEY
                   MOVE 'ELECTION ALREADY ON FILE - USE CHEL'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   MOVE 'CREATE  ' TO WS-AW-EVENT-TYPE
                   PERFORM 8000-WRITE-AUDIT-EVENT
           END-WRITE.

       2000-CHANGE-ELECTION.
           PERFORM 7000-READ-ELECTION
           IF LS-RETURN-CODE = 0
               MOVE LS-OPTION-NO    TO ELC-OPTION-NO
               MOVE WS-CURRENT-DATE TO ELC-ELECTED-DATE
               MOVE LS-USER-ID      TO ELC-ELECTED-USER
               REWRITE CA-ELECTION-RECORD
               MOVE 'UPDATE  ' TO WS-AW-EVENT-TYPE
               PERFORM 8000-WRITE-AUDIT-EVENT
           END-IF.

       3000-WITHDRAW-ELECTION.
           PERFORM 7000-READ-ELECTION
           IF LS-RETURN-CODE = 0
               DELETE ELECTION-FILE RECORD
               MOVE 'DELETE  ' TO WS-AW-EVENT-TYPE
               PERFORM 8000-WRITE-AUDIT-EVENT
           END-IF.

       7000-READ-ELECTION.
           PERFORM 7100-SET-ELECTION-KEY
           READ ELECTION-FILE
               INVALID KEY
                   MOVE 'ELECTION NOT ON FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   IF NOT ELC-STATUS-CAPTURED
                       MOVE 'ELECTION ALREADY APPLIED' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   END-IF
           END-READ.

       7100-SET-ELECTION-KEY.
           MOVE LS-INVESTMENT-ID TO ELC-INVESTMENT-ID
           MOVE LS-ACTION-TYPE   TO ELC-ACTION-TYPE
           MOVE LS-EX-DATE       TO ELC-EX-DATE
           MOVE LS-PORTFOLIO-ID  TO ELC-PORTFOLIO-ID.

      *-----------------------------------------------------------------
      * AUDIT
      *-----------------------------------------------------------------
       8000-WRITE-AUDIT-EVENT.
           MOVE WS-CURRENT-DATE TO WS-AW-PROCESS-DATE
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'ELECTION ' LS-FUNCTION ': ' LS-PORTFOLIO-ID
                  ' ' LS-INVESTMENT-ID ' ' LS-ACTION-TYPE
                  ' ' LS-EX-DATE ' OPTION ' LS-OPTION-NO
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- A service error reports to the caller through the return
      *-- code and the central error log; the caller decides whether
      *-- the run continues.
       9000-ERROR-ROUTINE.
           MOVE 'CAEMNT00' TO ERR-PROGRAM-ID
           MOVE 8 TO LS-RETURN-CODE
           DISPLAY 'CAEMNT00 ERROR: ' ERR-TEXT
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
