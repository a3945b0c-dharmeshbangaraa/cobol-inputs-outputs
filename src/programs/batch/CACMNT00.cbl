       IDENTIFICATION DIVISION.
       PROGRAM-ID. CACMNT00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Portfolio Custody Account Maintenance Service                  *
      *                                                                *
      * A callable control service for the custody account master, in *
      * the SSIMNT00 mold -- this program is the sole maintainer, so   *
      * which custodian holds a portfolio's assets in a market, and    *
      * our safekeeping and cash account numbers there, change through *
      * one controlled, audited path:                                  *
      *     CRCA - create an effective-dated custody account entry     *
      *     CHCA - change an existing entry's account numbers          *
      *     INCA - inactivate an entry                                 *
      * The portfolio must exist on PORTFOLIO-MASTER and the custodian *
      * must be an active CPTY-TYPE-CUSTODIAN entry on COUNTERPARTY-   *
      * MASTER. Moving a portfolio to another custodian is a new entry *
      * with a later effective date, never a change to the custodian   *
      * on an existing one, so the history of where assets were held   *
      * stays on file. Every function is authorized through SECCHK00   *
      * and every change writes an AUDIT-FILE event through AUDWRT00.  *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTODY-ACCOUNT-FILE ASSIGN TO CUSACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAC-KEY
               FILE STATUS IS WS-CAC-STATUS.

           SELECT PORTFOLIO-MASTER ASSIGN TO PRTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORT-KEY
               FILE STATUS IS WS-PORT-STATUS.

           SELECT COUNTERPARTY-MASTER ASSIGN TO CPTYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPTY-ID
               FILE STATUS IS WS-CPTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTODY-ACCOUNT-FILE
           RECORDING MODE IS F.
           COPY CUSACC.

       FD  PORTFOLIO-MASTER
           RECORDING MODE IS F.
       01  PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       FD  COUNTERPARTY-MASTER
           RECORDING MODE IS F.
       01  COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       WORKING-STORAGE SECTION.
           COPY ERRHAND.
       01  WS-ERRLOG-REQUEST.
           05  WS-EL-JOB-NAME            PIC X(08) VALUE 'CACMNT00'.
           05  WS-EL-PROCESS-DATE        PIC X(08).
           05  WS-EL-PROGRAM-ID          PIC X(08).
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of PDTSVC00's LINKAGE layout -- error-log and
      *-- audit entries carry the system business process date.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-CAC-STATUS             PIC XX.
           05  WS-PORT-STATUS            PIC XX.
           05  WS-CPTY-STATUS            PIC XX.

      *-- Working copy of AUDWRT00's LINKAGE layout.
       01  WS-AUDWRT-REQUEST.
           05  WS-AW-JOB-NAME            PIC X(08) VALUE 'CACMNT00'.
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
       01  LS-CAC-REQUEST.
           05  LS-FUNCTION               PIC X(04).
               88  FUNC-CREATE-CAC           VALUE 'CRCA'.
               88  FUNC-CHANGE-CAC           VALUE 'CHCA'.
               88  FUNC-INACTIVATE-CAC       VALUE 'INCA'.
           05  LS-PORTFOLIO-ID           PIC X(08).
           05  LS-MARKET                 PIC X(04).
           05  LS-EFFECTIVE-DATE         PIC X(08).
           05  LS-CUSTODIAN-ID           PIC X(08).
           05  LS-SAFEKEEPING-ACCT       PIC X(16).
           05  LS-CASH-ACCOUNT           PIC X(16).
           05  LS-CHANNEL-CODE           PIC X(04).
           05  LS-RETURN-CODE            PIC S9(04) COMP.
           05  LS-USER-ID                PIC X(08).

       PROCEDURE DIVISION USING LS-CAC-REQUEST.
       0000-MAIN.
           MOVE 0 TO LS-RETURN-CODE
           PERFORM 0500-CHECK-AUTHORITY
           IF LS-RETURN-CODE NOT = 0
               GOBACK
           END-IF
           MOVE LS-USER-ID TO WS-AW-USER-ID
           OPEN I-O CUSTODY-ACCOUNT-FILE
           IF WS-CAC-STATUS NOT = '00' AND WS-CAC-STATUS NOT = '05'
               MOVE 'ERROR OPENING CUSTODY-ACCOUNT-FILE' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               GOBACK
           END-IF
           OPEN INPUT PORTFOLIO-MASTER
           IF WS-PORT-STATUS NOT = '00'
               MOVE 'ERROR OPENING PORTFOLIO-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               CLOSE CUSTODY-ACCOUNT-FILE
               GOBACK
           END-IF
           OPEN INPUT COUNTERPARTY-MASTER
           IF WS-CPTY-STATUS NOT = '00'
               MOVE 'ERROR OPENING COUNTERPARTY-MASTER' TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
               CLOSE CUSTODY-ACCOUNT-FILE
               CLOSE PORTFOLIO-MASTER
               GOBACK
           END-IF
           PERFORM 0600-VALIDATE-PORTFOLIO
           IF LS-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN FUNC-CREATE-CAC
                       PERFORM 1000-CREATE-CAC
                   WHEN FUNC-CHANGE-CAC
                       PERFORM 2000-CHANGE-CAC
                   WHEN FUNC-INACTIVATE-CAC
                       PERFORM 3000-INACTIVATE-CAC
                   WHEN OTHER
                       MOVE 'INVALID CUSTODY ACCOUNT FUNCTION CODE'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
               END-EVALUATE
           END-IF
           CLOSE CUSTODY-ACCOUNT-FILE
           CLOSE PORTFOLIO-MASTER
           CLOSE COUNTERPARTY-MASTER
           GOBACK.

      *-----------------------------------------------------------------
      * AUTHORIZATION AND VALIDATION
      *-----------------------------------------------------------------
       0500-CHECK-AUTHORITY.
           MOVE LS-USER-ID      TO WS-SC-USER-ID
           MOVE 'CACM'          TO WS-SC-FUNCTION-CODE
           MOVE LS-CHANNEL-CODE TO WS-SC-CHANNEL-CODE
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               MOVE 8 TO LS-RETURN-CODE
           END-IF.

      *-- A closed portfolio keeps its existing entries (they can still
      *-- be inactivated) but cannot be given a new one.
       0600-VALIDATE-PORTFOLIO.
           MOVE LS-PORTFOLIO-ID TO PORT-ID
           READ PORTFOLIO-MASTER
               INVALID KEY
                   MOVE 'PORTFOLIO NOT ON MASTER' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   IF FUNC-CREATE-CAC AND NOT PORT-STATUS-ACTIVE
                       MOVE 'PORTFOLIO IS NOT ACTIVE' TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   END-IF
           END-READ
           IF LS-RETURN-CODE = 0
               IF LS-EFFECTIVE-DATE = SPACES
                   MOVE 'EFFECTIVE DATE REQUIRED' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF.

       0700-VALIDATE-CUSTODIAN.
           MOVE LS-CUSTODIAN-ID TO CPTY-ID
           READ COUNTERPARTY-MASTER
               INVALID KEY
                   MOVE 'CUSTODIAN NOT ON COUNTERPARTY MASTER'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               NOT INVALID KEY
                   IF NOT CPTY-TYPE-CUSTODIAN
                       OR NOT CPTY-STATUS-ACTIVE
                       MOVE 'COUNTERPARTY IS NOT AN ACTIVE CUSTODIAN'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * FUNCTIONS
      *-----------------------------------------------------------------
       1000-CREATE-CAC.
           IF LS-CUSTODIAN-ID = SPACES OR LS-SAFEKEEPING-ACCT = SPACES
               MOVE 'CUSTODIAN AND SAFEKEEPING ACCOUNT BOTH REQUIRED'
                   TO ERR-TEXT
               PERFORM 9000-ERROR-ROUTINE
           ELSE
               PERFORM 0700-VALIDATE-CUSTODIAN
           END-IF
           IF LS-RETURN-CODE = 0
               MOVE LS-PORTFOLIO-ID     TO CAC-PORTFOLIO-ID
               MOVE LS-MARKET           TO CAC-MARKET
               MOVE LS-EFFECTIVE-DATE   TO CAC-EFFECTIVE-DATE
               MOVE LS-CUSTODIAN-ID     TO CAC-CUSTODIAN-ID
               MOVE LS-SAFEKEEPING-ACCT TO CAC-SAFEKEEPING-ACCT
               MOVE LS-CASH-ACCOUNT     TO CAC-CASH-ACCOUNT
               SET CAC-STATUS-ACTIVE    TO TRUE
               MOVE SPACES              TO CAC-FILLER
               WRITE CUSTODY-ACCOUNT-RECORD
                   INVALID KEY
                       MOVE 'CUSTODY ACCOUNT ALREADY EXISTS FOR KEY'
                           TO ERR-TEXT
                       PERFORM 9000-ERROR-ROUTINE
                   NOT INVALID KEY
                       MOVE 'CREATE  ' TO WS-AW-EVENT-TYPE
                       PERFORM 8000-WRITE-AUDIT-EVENT
               END-WRITE
           END-IF.

      *-- Only the account numbers change; a different custodian is a
      *-- new effective-dated entry.
       2000-CHANGE-CAC.
           PERFORM 7000-READ-CAC
           IF LS-RETURN-CODE = 0
               IF LS-CUSTODIAN-ID NOT = SPACES
                   AND LS-CUSTODIAN-ID NOT = CAC-CUSTODIAN-ID
                   MOVE 'CUSTODIAN CHANGE NEEDS A NEW ENTRY'
                       TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
               END-IF
           END-IF
           IF LS-RETURN-CODE = 0
               IF LS-SAFEKEEPING-ACCT NOT = SPACES
                   MOVE LS-SAFEKEEPING-ACCT TO CAC-SAFEKEEPING-ACCT
               END-IF
               IF LS-CASH-ACCOUNT NOT = SPACES
                   MOVE LS-CASH-ACCOUNT TO CAC-CASH-ACCOUNT
               END-IF
               REWRITE CUSTODY-ACCOUNT-RECORD
               MOVE 'UPDATE  ' TO WS-AW-EVENT-TYPE
               PERFORM 8000-WRITE-AUDIT-EVENT
           END-IF.

       3000-INACTIVATE-CAC.
           PERFORM 7000-READ-CAC
           IF LS-RETURN-CODE = 0
               SET CAC-STATUS-INACTIVE TO TRUE
               REWRITE CUSTODY-ACCOUNT-RECORD
               MOVE 'INACTIVE' TO WS-AW-EVENT-TYPE
               PERFORM 8000-WRITE-AUDIT-EVENT
           END-IF.

       7000-READ-CAC.
           MOVE LS-PORTFOLIO-ID   TO CAC-PORTFOLIO-ID
           MOVE LS-MARKET         TO CAC-MARKET
           MOVE LS-EFFECTIVE-DATE TO CAC-EFFECTIVE-DATE
           READ CUSTODY-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'CUSTODY ACCOUNT NOT ON FILE' TO ERR-TEXT
                   PERFORM 9000-ERROR-ROUTINE
           END-READ.

      *-----------------------------------------------------------------
      * AUDIT
      *-----------------------------------------------------------------
       8000-WRITE-AUDIT-EVENT.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-AW-PROCESS-DATE
           MOVE SPACES TO WS-AW-DESCRIPTION
           STRING 'CUSTODY ACCT ' LS-FUNCTION ': ' LS-PORTFOLIO-ID
                  ' ' LS-MARKET ' ' LS-EFFECTIVE-DATE
                  ' ' CAC-CUSTODIAN-ID
               DELIMITED BY SIZE INTO WS-AW-DESCRIPTION
           CALL 'AUDWRT00' USING WS-AUDWRT-REQUEST.

      *-----------------------------------------------------------------
      * ERROR HANDLING
      *-----------------------------------------------------------------
      *-- A service error reports to the caller through the return
      *-- code and the central error log; the caller decides whether
      *-- the run continues.
       9000-ERROR-ROUTINE.
           MOVE 'CACMNT00' TO ERR-PROGRAM-ID
           MOVE 8 TO LS-RETURN-CODE
           DISPLAY 'CACMNT00 ERROR: ' ERR-TEXT
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
