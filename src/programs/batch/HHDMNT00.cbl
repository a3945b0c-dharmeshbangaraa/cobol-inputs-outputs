       IDENTIFICATION DIVISION.
       PROGRAM-ID. HHDMNT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Household Maintenance Service                                  *
      *                                                                *
      * A callable control service for the household master, in the   *
      * CLTCNT00 mold -- this program is the sole maintainer, so the   *
      * grouping of a family's clients stops living in advisors'       *
      * spreadsheets. Supported functions:                             *
      *     CRHH - create a household (name, reporting currency)       *
      *     CHHH - change the name / reporting currency                *
      *     ADMB - add a member client, with its role                  *
      *     RMMB - remove a member client                              *
      *     CLHH - close the household (kept for history; its members  *
      *            are free to join another household)                 *
      * A member must be an active CLNT on COUNTERPARTY-MASTER and may *
      * belong to only one active household at a time. Every function  *
      * is authorized through SECCHK00 ('HHDM') and every change       *
      * writes an AUDIT-FILE event through AUDWRT00.                   *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOUSEHOLD-MASTER ASSIGN TO HHDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHD-KEY
               FILE STATUS IS WS-HHD-STATUS.

           SELECT COUNTERPARTY-MASTER ASSIGN TO CPTYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPTY-ID
               FILE STATUS IS WS-CPTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUSEHOLD-MASTER
           RECORDING MODE IS F.
           COPY HHDMST.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'HHDMNT00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-HHD-STATUS             PIC XX.
           05  WS-CPTY-STATUS            PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-HHD-SW             PIC X(01) VALUE 'N'.
               88  EOF-HOUSEHOLD             VALUE 'Y'.
           05  WS-MEMBER-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-MEMBER-FOUND           VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-MBR-IDX                PIC 9(02) COMP.
           05  WS-MBR-FOUND-AT           PIC 9(02) COMP.
           05  WS-OTHER-HOUSEHOLD        PIC X(08).

      *-- Working copy of AUDWRT00's LINKAGE layout.
       01  WS-AUDWRT-REQUEST.
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'HHDMNT00'.
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
       01  LS-HOUSEHOLD-REQUEST.
           05  LS-FUNCTION               PIC X(04).
               88  FUNC-CREATE-HOUSEHOLD     VALUE 'CRHH'.
               88  FUNC-CHANGE-HOUSEHOLD     VALUE 'CHHH'.
               88  FUNC-ADD-MEMBER           VALUE 'ADMB'.
               88  FUNC-REMOVE-MEMBER        VALUE 'RMMB'.
               88  FUNC-CLOSE-HOUSEHOLD      VALUE 'CLHH'.
           05  LS-HOUSEHOLD-ID           PIC X(08).
           05  LS-HOUSEHOLD-NAME         PIC X(30).
           05  LS-REPORT-CCY             PIC X(03).
           05  LS-CLIENT-ID              PIC X(08).
           05  LS-MEMBER-ROLE            PIC X(01).
           05  LS-CHANNEL-CODE           PIC X(04).
           05  LS-RETURN-CODE            PIC S9(04) COMP.
           05  LS-USER-ID                PIC X(08).

       PROCEDURE DIVISION USING LS-HOUSEHOLD-REQUEST.
       0000-MAIN.
           MOVE 0 TO LS-RETURN-CODE
           PERFORM 0500-CHECK-AUTHORITY
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF
           MOVE LS-USER-ID TO WS-AW-USER-ID
           OPEN I-O HOUSEHOLD-MASTER
           IF WS-HHD-STATUS NOT = '00' AND WS-HHD-STATUS NOT = '05'
               MOVE 'ERROR OPENING HOUSEHOLD-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               GOBACK
           END-IF
           OPEN INPUT COUNTERPARTY-MASTER
           IF WS-CPTY-STATUS NOT = '00'
               MOVE 'ERROR OPENING COUNTERPARTY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               CLOSE HOUSEHOLD-MASTER
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN FUNC-CREATE-HOUSEHOLD
                   PERFORM 1000-CREATE-HOUSEHOLD
               WHEN FUNC-CHANGE-HOUSEHOLD
                   PERFORM 2000-CHANGE-HOUSEHOLD
               WHEN FUNC-ADD-MEMBER
                   PERFORM 3000-ADD-MEMBER
               WHEN FUNC-REMOVE-MEMBER
                   PERFORM 4000-REMOVE-MEMBER
               WHEN FUNC-CLOSE-HOUSEHOLD
                   PERFORM 5000-CLOSE-HOUSEHOLD
               WHEN OTHER
                   MOVE 'INVALID HOUSEHOLD FUNCTION CODE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-EVALUATE
           CLOSE HOUSEHOLD-MASTER
           CLOSE COUNTERPARTY-MASTER
           GOBACK.

      *-----------------------------------------------------------------
      * AUTHORIZATION AND VALIDATION
      *-----------------------------------------------------------------
       0500-CHECK-AUTHORITY.
           MOVE LS-USER-ID      TO WS-SC-USER-ID
           MOVE 'HHDM'          TO WS-SC-FUNCTION-CODE
           MOVE LS-CHANNEL-CODE TO WS-SC-CHANNEL-CODE
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *-- Members are real clients only: the id must name an active
      *-- CLNT on COUNTERPARTY-MASTER.
       0600-VALIDATE-CLIENT.
           MOVE LS-CLIENT-ID TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   MOVE 'CLIENT NOT ON COUNTERPARTY-MASTER'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   IF NOT CPTY-TYPE-CLIENT
                       MOVE 'COUNTERPARTY IS NOT A CLIENT'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   ELSE
                       IF NOT CPTY-STATUS-ACTIVE
                           MOVE 'CLIENT IS NOT ACTIVE' TO ERR-TEXT
                           PERFORM 9000-ERROR-ROUTINE
                       END-IF
                   END-IF
           END-READ.

      *-- Name and reporting currency are both required; the currency
      *-- is what the household is consolidated and priced in.
       0700-VALIDATE-HEADER.
           IF LS-HOUSEHOLD-NAME = SPACES
               MOVE 'HOUSEHOLD NAME IS REQUIRED' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           ELSE
               IF LS-REPORT-CCY = SPACES
                   OR LS-REPORT-CCY (3:1) = SPACE
                   MOVE 'REPORTING CURRENCY MUST BE A 3-LETTER CODE'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

      *-- A client may sit in only one active household -- a second
      *-- membership would count its assets twice toward breakpoints.
      *-- The file is small; the check reads it front to back.
       0800-CHECK-OTHER-MEMBERSHIP.
           MOVE SPACES TO WS-OTHER-HOUSEHOLD
           MOVE 'N' TO WS-EOF-HHD-SW
           MOVE LOW-VALUES TO HHD-KEY
           START HOUSEHOLD-MASTER KEY NOT LESS THAN HHD-KEY
               INVALID KEY
                   SET EOF-HOUSEHOLD TO TRUE
           END-START
           IF NOT EOF-HOUSEHOLD
               PERFORM 0810-READ-NEXT-HOUSEHOLD
           END-IF
           PERFORM 0820-CHECK-ONE-HOUSEHOLD
               UNTIL EOF-HOUSEHOLD
           IF WS-OTHER-HOUSEHOLD NOT = SPACES
               MOVE SPACES TO ERR-TEXT
               STRING 'CLIENT IS ALREADY IN HOUSEHOLD '
                      WS-OTHER-HOUSEHOLD
                   DELIMITED BY SIZE INTO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF.

       0810-READ-NEXT-HOUSEHOLD.
           READ HOUSEHOLD-MASTER NEXT RECORD
               AT END
                   SET EOF-HOUSEHOLD TO TRUE
           END-READ.

       0820-CHECK-ONE-HOUSEHOLD.
           IF HHD-STATUS-ACTIVE
               PERFORM 7100-FIND-MEMBER
               IF WS-MEMBER-FOUND
                   MOVE HHD-ID TO WS-OTHER-HOUSEHOLD
                   SET EOF-HOUSEHOLD TO TRUE
               END-IF
           END-IF
           IF NOT EOF-HOUSEHOLD
               PERFORM 0810-READ-NEXT-HOUSEHOLD
           END-IF.

      *-----------------------------------------------------------------
      * FUNCTIONS
      *-----------------------------------------------------------------
       1000-CREATE-HOUSEHOLD.
           PERFORM 0700-VALIDATE-HEADER
           IF LS-RETURN-CODE = 0
               CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
               MOVE SPACES             TO HOUSEHOLD-RECORD
               MOVE LS-HOUSEHOLD-ID    TO HHD-ID
               MOVE LS-HOUSEHOLD-NAME  TO HHD-NAME
               MOVE LS-REPORT-CCY      TO HHD-REPORT-CCY
               SET HHD-STATUS-ACTIVE   TO TRUE
               MOVE WS-BD-PROCESS-DATE TO HHD-OPEN-DATE
               MOVE ZERO               TO HHD-MEMBER-COUNT
               WRITE HOUSEHOLD-RECORD
                   INVALID KEY
                       MOVE 'HOUSEHOLD ALREADY EXISTS' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       MOVE 'CREATE  ' TO WS-AW-EVENT-TYPE
                       PERFORM 8000-WRITE-AUDIT-EVENT
               END-WRITE
           END-IF.

       2000-CHANGE-HOUSEHOLD.
           PERFORM 0700-VALIDATE-HEADER
           IF LS-RETURN-CODE = 0
               PERFORM 7000-READ-HOUSEHOLD
           END-IF
           IF LS-RETURN-CODE = 0
               MOVE LS-HOUSEHOLD-NAME TO HHD-NAME
               MOVE LS-REPORT-CCY     TO HHD-REPORT-CCY
               REWRITE HOUSEHOLD-RECORD
               MOVE 'UPDATE  ' TO WS-AW-EVENT-TYPE
               PERFORM 8000-WRITE-AUDIT-EVENT
           END-IF.

      *-- The other-membership scan moves through the file, so the
      *-- household itself is read for update only after it.
       3000-ADD-MEMBER.
           IF LS-MEMBER-ROLE NOT = 'P' AND LS-MEMBER-ROLE NOT = 'S'
               AND LS-MEMBER-ROLE NOT = 'D'
               AND LS-MEMBER-ROLE NOT = 'E'
               AND LS-MEMBER-ROLE NOT = 'O'
               MOVE 'MEMBER ROLE MUST BE P, S, D, E OR O' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM 0600-VALIDATE-CLIENT
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM 0800-CHECK-OTHER-MEMBERSHIP
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM 7000-READ-HOUSEHOLD
           END-IF
           IF LS-RETURN-CODE = 0
               IF NOT HHD-STATUS-ACTIVE
                   MOVE 'HOUSEHOLD IS CLOSED' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               ELSE
                   IF HHD-MEMBER-COUNT NOT < 12
                       MOVE 'HOUSEHOLD ALREADY HAS 12 MEMBERS'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   END-IF
               END-IF
           END-IF
           IF LS-RETURN-CODE = 0
               ADD 1 TO HHD-MEMBER-COUNT
               MOVE LS-CLIENT-ID
                   TO HHD-MEMBER-CLIENT-ID (HHD-MEMBER-COUNT)
               MOVE LS-MEMBER-ROLE
                   TO HHD-MEMBER-ROLE (HHD-MEMBER-COUNT)
               REWRITE HOUSEHOLD-RECORD
               MOVE 'UPDATE  ' TO WS-AW-EVENT-TYPE
               PERFORM 8000-WRITE-AUDIT-EVENT
           END-IF.

      *-- The members after the one removed close up, so the list
      *-- stays dense up to the count.
       4000-REMOVE-MEMBER.
           PERFORM 7000-READ-HOUSEHOLD
           IF LS-RETURN-CODE = 0
               PERFORM 7100-FIND-MEMBER
               IF NOT WS-MEMBER-FOUND
                   MOVE 'CLIENT IS NOT A MEMBER OF THE HOUSEHOLD'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           IF LS-RETURN-CODE = 0
               PERFORM 4100-CLOSE-UP-MEMBER
                   VARYING WS-MBR-IDX FROM WS-MBR-FOUND-AT BY 1
                   UNTIL WS-MBR-IDX NOT < HHD-MEMBER-COUNT
               MOVE SPACES TO HHD-MEMBER (HHD-MEMBER-COUNT)
               SUBTRACT 1 FROM HHD-MEMBER-COUNT
               REWRITE HOUSEHOLD-RECORD
               MOVE 'UPDATE  ' TO WS-AW-EVENT-TYPE
               PERFORM 8000-WRITE-AUDIT-EVENT
           END-IF.

       4100-CLOSE-UP-MEMBER.
           MOVE HHD-MEMBER (WS-MBR-IDX + 1) TO HHD-MEMBER (WS-MBR-IDX).

       5000-CLOSE-HOUSEHOLD.
           PERFORM 7000-READ-HOUSEHOLD
           IF LS-RETURN-CODE = 0
               IF HHD-STATUS-CLOSED
                   MOVE 'HOUSEHOLD IS ALREADY CLOSED' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               ELSE
                   SET HHD-STATUS-CLOSED TO TRUE
                   REWRITE HOUSEHOLD-RECORD
                   MOVE 'CLOSE   ' TO WS-AW-EVENT-TYPE
                   PERFORM 8000-WRITE-AUDIT-EVENT
               END-IF
           END-IF.

       7000-READ-HOUSEHOLD.
           MOVE LS-HOUSEHOLD-ID TO HHD-ID
           READ HOUSEHOLD-MASTER
               INVALID KEY
                   MOVE 'HOUSEHOLD NOT ON FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ.

      *-- Looks for LS-CLIENT-ID among the current record's members.
       7100-FIND-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND-SW
           MOVE ZERO TO WS-MBR-FOUND-AT
           IF HHD-MEMBER-COUNT NUMERIC
               PERFORM 7110-CHECK-ONE-MEMBER
                   VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > HHD-MEMBER-COUNT
                      OR WS-MEMBER-FOUND
           END-IF.

       7110-CHECK-ONE-MEMBER.
           IF HHD-MEMBER-CLIENT-ID (WS-MBR-IDX) = LS-CLIENT-ID
               SET WS-MEMBER-FOUND TO TRUE
               MOVE WS-MBR-IDX TO WS-MBR-FOUND-AT
           END-IF.

      *-----------------------------------------------------------------
      * AUDIT
      *-----------------------------------------------------------------
       8000-WRITE-AUDIT-EVENT.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-AW-PROCESS-DATE
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'HOUSEHOLD ' LS-FUNCTION ': ' LS-HOUSEHOLD-ID
                  ' ' LS-CLIENT-ID
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- A service error reports to the caller through the return
      *-- code and the central error log; the caller decides whether
      *-- the run continues.
       9000-ERROR-ROUTINE.
           MOVE 'HHDMNT00' TO ERR-PROGRAM-ID
           MOVE 8 TO LS-RETURN-CODE
           DISPLAY 'HHDMNT00 ERROR: ' ERR-TEXT
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
