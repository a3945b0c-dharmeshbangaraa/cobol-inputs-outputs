       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLTSCR00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Client 360 Online Inquiry                                      *
      *                                                                *
      * CICS pseudo-conversational transaction behind the CLTISET/     *
      * CLTIMAP map, in the INQSCR00 browse style. A relationship      *
      * manager or service rep keys one client id and gets the whole   *
      * relationship back on one screen, instead of visiting the       *
      * counterparty, contact, portfolio, invoice and statement        *
      * screens and reports one at a time:                             *
      * - Header: COUNTERPARTY-MASTER name, status and KYC review,     *
      *   the CLIENT-CONTACT-FILE address and statement delivery       *
      *   preference, and the open FEEINV00 receivables (count,        *
      *   amount outstanding, oldest issue date) -- all read live      *
      * - A six-line list, PF8 for the next page, switched by the      *
      *   view code:                                                   *
      *   P  every portfolio assigned to the client (PORT-CLIENT-ID,   *
      *      read through the client-id alternate-index path) with     *
      *      its total position value and its base-currency cash       *
      *   C  cash balances by portfolio and currency                   *
      *   I  the open invoices, oldest period first, with days         *
      *      outstanding                                               *
      *   S  statements produced, newest period first, with how they   *
      *      were delivered                                            *
      *   T  pending and failed transactions                           *
      *   Cash, statements and pending/failed transactions come from   *
      *   the nightly client summary (CLTSUM00), since their sources   *
      *   are sequential or date-major; the screen shows the date      *
      *   that summary was built.                                      *
      * - A portfolio line selected by number transfers to INQSCR00's  *
      *   B browse of that portfolio's positions.                      *
      * Read only -- this transaction never updates a file. The        *
      * operator must carry the 'CLTI' function.                       *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CLTIMAP.
           COPY DFHAID.
           COPY DFHBMSCA.

       01  WS-COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

       01  WS-PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

           COPY POSREC.
           COPY CLTCNT.
           COPY INVREC.
           COPY CLTSUM.
           COPY PRCDTE.

      *-- Working copy of SECCHK00's LINKAGE layout -- the online
      *-- transactions all work through the 'ONLN' channel.
       01  WS-SECCHK-REQUEST.
           05  WS-SC-USER-ID             PIC X(08).
           05  WS-SC-FUNCTION-CODE       PIC X(04).
           05  WS-SC-CHANNEL-CODE        PIC X(04) VALUE 'ONLN'.
           05  WS-SC-RETURN-CODE         PIC S9(04) COMP.

      *-- What INQSCR00 is handed when a portfolio line is selected:
      *-- its function code and the portfolio to browse.
       01  WS-INQ-HANDOFF.
           05  WS-IH-FUNCTION            PIC X(01) VALUE 'B'.
           05  WS-IH-PORTFOLIO-ID        PIC X(08).

       01  WS-WORK-AREA.
           05  WS-RESP               PIC S9(08) COMP.
           05  WS-OPERATOR-ID        PIC X(08).
           05  WS-ABSTIME            PIC S9(15) COMP-3.
           05  WS-CURRENT-DATE       PIC X(08).
           05  WS-PDT-SYSTEM-ID      PIC X(08) VALUE 'INVOPS'.
           05  WS-LINE-COUNT         PIC 9(01).
           05  WS-SEL-NUM            PIC 9(01).
           05  WS-VIEW               PIC X(01).
               88  WS-VIEW-PORTFOLIOS    VALUE 'P'.
               88  WS-VIEW-CASH          VALUE 'C'.
               88  WS-VIEW-INVOICES      VALUE 'I'.
               88  WS-VIEW-STATEMENTS    VALUE 'S'.
               88  WS-VIEW-TRANSACTIONS  VALUE 'T'.
           05  WS-CLIENT-SW          PIC X(01).
               88  WS-CLIENT-FOUND       VALUE 'Y'.
           05  WS-OPEN-COUNT         PIC 9(05) COMP.
           05  WS-OPEN-TOTAL         PIC S9(13)V9(2) COMP-3.
           05  WS-OLDEST-ISSUE       PIC X(08).
           05  WS-PORT-VALUE         PIC S9(13)V9(2) COMP-3.
           05  WS-PAGE-TOTAL         PIC S9(13)V9(2) COMP-3.
           05  WS-AMOUNT-DISPLAY     PIC -(13)9.99.
           05  WS-COUNT-DISPLAY      PIC ZZZZ9.
           05  WS-CHANNEL-TEXT       PIC X(10).
           05  WS-FREQUENCY-TEXT     PIC X(09).
           05  WS-RISK-TEXT          PIC X(06).
           05  WS-DATE-NUM           PIC 9(08).
           05  WS-TODAY-NUM          PIC 9(08).
           05  WS-DAYS-OUT           PIC S9(05) COMP.

      *-- Path and summary keys.
       01  WS-AIX-KEY                PIC X(08).
       01  WS-SUMMARY-TYPE           PIC X(01).
       01  WS-LIST-LINE              PIC X(76).

      *-- List line layouts, each within the 76-character list area.
       01  WS-PORT-LINE.
           05  WS-PL-LINE-NO         PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-PL-PORTFOLIO-ID    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-PL-NAME            PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-PL-STATUS          PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-PL-CURRENCY        PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-PL-VALUE           PIC -(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-PL-CASH            PIC -(11)9.99.

       01  WS-CASH-LINE.
           05  WS-CL-LINE-NO         PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-CL-PORTFOLIO-ID    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-CL-CURRENCY        PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-CL-BALANCE         PIC -(13)9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-CL-VALUE-DATE      PIC X(08).

       01  WS-INVOICE-LINE.
           05  WS-IL-LINE-NO         PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-PERIOD-END      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-ISSUE-DATE      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-FEE-AMOUNT      PIC -(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-OUTSTANDING     PIC -(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-DAYS-OUT        PIC ZZZZ9.

       01  WS-STATEMENT-LINE.
           05  WS-SL-LINE-NO         PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-SL-PORTFOLIO-ID    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-SL-PERIOD-END      PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-SL-CHANNEL         PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-SL-STATUS          PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-SL-SENT            PIC X(16).

       01  WS-TRAN-LINE.
           05  WS-TL-LINE-NO         PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-TL-DATE            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-TL-PORTFOLIO-ID    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-TL-INVESTMENT-ID   PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-TL-TYPE            PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-TL-AMOUNT          PIC -(11)9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-TL-CURRENCY        PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-TL-STATUS          PIC X(07).

      *-- Column headings, laid over the line layouts above.
       01  WS-LIST-HEADINGS.
           05  WS-HDR-PORTFOLIOS.
               10  FILLER            PIC X(33) VALUE
                   'L PORT ID  NAME                 S'.
               10  FILLER            PIC X(36) VALUE
                   ' CCY     TOTAL VALUE   BASE CCY CASH'.
               10  FILLER            PIC X(07) VALUE SPACES.
           05  WS-HDR-CASH.
               10  FILLER            PIC X(32) VALUE
                   'L PORT ID  CCY           BALANCE'.
               10  FILLER            PIC X(06) VALUE
                   ' AS OF'.
               10  FILLER            PIC X(38) VALUE SPACES.
           05  WS-HDR-INVOICES.
               10  FILLER            PIC X(36) VALUE
                   'L PERIOD   ISSUED        FEE AMOUNT '.
               10  FILLER            PIC X(21) VALUE
                   '    OUTSTANDING  DAYS'.
               10  FILLER            PIC X(19) VALUE SPACES.
           05  WS-HDR-STATEMENTS.
               10  FILLER            PIC X(30) VALUE
                   'L PORT ID  PERIOD   CHANNEL   '.
               10  FILLER            PIC X(12) VALUE
                   ' STATUS SENT'.
               10  FILLER            PIC X(34) VALUE SPACES.
           05  WS-HDR-TRANSACTIONS.
               10  FILLER            PIC X(36) VALUE
                   'L DATE     PORT ID  SECURITY   TY   '.
               10  FILLER            PIC X(24) VALUE
                   '       AMOUNT CCY STATUS'.
               10  FILLER            PIC X(16) VALUE SPACES.

      *-- The pseudo-conversational state carried between tasks: the
      *-- client and view on display, the last key shown (the path's
      *-- primary key for P, INV-KEY for I, CLS-KEY for C/S/T), and
      *-- the portfolio behind each displayed P line.
       01  WS-COMMAREA.
           05  CA-CLIENT-ID          PIC X(08).
           05  CA-VIEW               PIC X(01).
           05  CA-LAST-KEY           PIC X(39).
           05  CA-LINE-PORT OCCURS 6 TIMES
                                     PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(96).

      *****************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS HANDLE CONDITION
               MAPFAIL   (0000-EXIT)
               ERROR     (8000-ABEND-HANDLER)
           END-EXEC

           EXEC CICS HANDLE AID
               PF3       (0000-EXIT)
               CLEAR     (0000-EXIT)
           END-EXEC

           EXEC CICS ASSIGN USERID (WS-OPERATOR-ID) END-EXEC
           PERFORM 0600-GET-BUSINESS-DATE THRU 0600-EXIT
           PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT

           IF EIBCALEN = 0
               MOVE SPACES TO CLTIMAPO
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE 'P' TO CVIEWO
               MOVE 'ENTER A CLIENT ID AND A VIEW (P, C, I, S OR T),'
                    & ' THEN PRESS ENTER' TO CMSGO
               PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           END-IF

           MOVE DFHCOMMAREA TO WS-COMMAREA
           PERFORM 1000-RECEIVE-SCREEN THRU 1000-EXIT

      *-- PF8 pages the open list forward from where the last page
      *-- stopped, for the client and view on display.
           IF EIBAID = DFHPF8
               PERFORM 6000-CONTINUE-LIST THRU 6000-EXIT
               PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           END-IF

      *-- A line number on the portfolio view opens that portfolio's
      *-- position browse.
           IF CSELI NOT = SPACES AND CSELI NOT = LOW-VALUES
               PERFORM 7000-SELECT-PORTFOLIO THRU 7000-EXIT
               PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           END-IF

           PERFORM 2000-VALIDATE-INPUT THRU 2000-EXIT
           IF CMSGO = SPACES
               PERFORM 3000-SHOW-CLIENT THRU 3000-EXIT
           END-IF
           IF WS-CLIENT-FOUND
               PERFORM 4000-START-LIST THRU 4000-EXIT
           END-IF
           PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           .
       0000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

      *-----------------------------------------------------------------
      * AUTHORIZATION - THE OPERATOR MUST CARRY THE 'CLTI' FUNCTION
      *-----------------------------------------------------------------
      *-- SECCHK00 fails closed and writes the decision to AUDIT-FILE
      *-- itself; a denial ends the session.
       0500-CHECK-AUTHORITY.
           MOVE WS-OPERATOR-ID TO WS-SC-USER-ID
           MOVE 'CLTI'         TO WS-SC-FUNCTION-CODE
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               MOVE SPACES TO CLTIMAPO
               MOVE 'YOU ARE NOT AUTHORIZED FOR THE CLIENT INQUIRY'
                   TO CMSGO
               PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSINESS DATE - THE SYSTEM PROCESS DATE DTEROL00 MAINTAINS
      *-----------------------------------------------------------------
      *-- With no control record the clock date stands, the same
      *-- fallback the batch service (PDTSVC00) takes. Days
      *-- outstanding on an invoice are counted to this date.
       0600-GET-BUSINESS-DATE.
           MOVE WS-PDT-SYSTEM-ID TO PDT-SYSTEM-ID
           EXEC CICS READ FILE ('PROCDATE')
                            INTO (PROCESS-DATE-RECORD)
                            RIDFLD (PDT-KEY)
                            KEYLENGTH (8)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE PDT-CURRENT-DATE TO WS-CURRENT-DATE
           ELSE
               EXEC CICS ASKTIME
                   ABSTIME (WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME  (WS-ABSTIME)
                   YYYYMMDD (WS-CURRENT-DATE)
               END-EXEC
           END-IF
           .
       0600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RECEIVE THE SCREEN ENTERED BY THE OPERATOR
      *-----------------------------------------------------------------
       1000-RECEIVE-SCREEN.
           EXEC CICS RECEIVE MAP ('CLTIMAP')
                               MAPSET ('CLTISET')
                               INTO (CLTIMAPI)
                               RESP (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               GO TO 0000-EXIT
           END-IF

           MOVE SPACES TO CMSGO
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * VALIDATE THE CLIENT ID AND THE VIEW CODE
      *-----------------------------------------------------------------
      *-- A blank view is the portfolio view.
       2000-VALIDATE-INPUT.
           MOVE 'N' TO WS-CLIENT-SW
           IF CCLTIDI = SPACES OR CCLTIDI = LOW-VALUES
               MOVE 'CLIENT ID IS REQUIRED' TO CMSGO
               GO TO 2000-EXIT
           END-IF
           EVALUATE CVIEWI
               WHEN 'P'
               WHEN 'p'
               WHEN SPACE
               WHEN LOW-VALUE
                   MOVE 'P' TO WS-VIEW
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-VIEW
               WHEN 'I'
               WHEN 'i'
                   MOVE 'I' TO WS-VIEW
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-VIEW
               WHEN 'T'
               WHEN 't'
                   MOVE 'T' TO WS-VIEW
               WHEN OTHER
                   MOVE 'VIEW MUST BE P (PORTFOLIOS), C (CASH), I'
                        & ' (INVOICES), S (STATEMENTS) OR T' TO CMSGO
                   GO TO 2000-EXIT
           END-EVALUATE
           MOVE WS-VIEW TO CVIEWO
           .
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLIENT HEADER - MASTER, CONTACT AND RECEIVABLES, READ LIVE
      *-----------------------------------------------------------------
       3000-SHOW-CLIENT.
           MOVE 'N' TO WS-CLIENT-SW
           MOVE SPACES TO CNAMEO CSTATO CKYCO CADDRO CDLVO CRECVO
                          CASOFO
           MOVE CCLTIDI TO CPTY-ID
           EXEC CICS READ FILE ('CPTYMSTR')
                            INTO (WS-COUNTERPARTY-RECORD)
                            RIDFLD (CPTY-KEY)
                            KEYLENGTH (8)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 3900-CLEAR-LIST THRU 3900-EXIT
               MOVE LOW-VALUES TO CA-CLIENT-ID CA-VIEW
               MOVE 'CLIENT NOT ON COUNTERPARTY-MASTER' TO CMSGO
               GO TO 3000-EXIT
           END-IF
           IF NOT CPTY-TYPE-CLIENT
               PERFORM 3900-CLEAR-LIST THRU 3900-EXIT
               MOVE LOW-VALUES TO CA-CLIENT-ID CA-VIEW
               MOVE 'COUNTERPARTY IS NOT A CLIENT' TO CMSGO
               GO TO 3000-EXIT
           END-IF
           SET WS-CLIENT-FOUND TO TRUE
           MOVE CPTY-ID TO CA-CLIENT-ID
           PERFORM 3050-SHOW-MASTER THRU 3050-EXIT
           PERFORM 3100-SHOW-CONTACT THRU 3100-EXIT
           PERFORM 3200-SHOW-RECEIVABLES THRU 3200-EXIT
           PERFORM 3400-SHOW-SUMMARY-DATE THRU 3400-EXIT
           .
       3000-EXIT.
           EXIT.

       3050-SHOW-MASTER.
           MOVE CPTY-NAME TO CNAMEO
           IF CPTY-STATUS-ACTIVE
               MOVE 'ACTIVE' TO CSTATO
           ELSE
               MOVE 'CLOSED' TO CSTATO
           END-IF
           EVALUATE TRUE
               WHEN CPTY-KYC-RISK-HIGH
                   MOVE 'HIGH' TO WS-RISK-TEXT
               WHEN CPTY-KYC-RISK-MEDIUM
                   MOVE 'MEDIUM' TO WS-RISK-TEXT
               WHEN CPTY-KYC-RISK-LOW
                   MOVE 'LOW' TO WS-RISK-TEXT
               WHEN OTHER
                   MOVE 'NONE' TO WS-RISK-TEXT
           END-EVALUATE
           STRING CPTY-KYC-LAST-REVIEW ' RISK ' WS-RISK-TEXT
               DELIMITED BY SIZE INTO CKYCO
           .
       3050-EXIT.
           EXIT.

      *-- A client with no contact record has its statements mailed,
      *-- the statement run's default.
       3100-SHOW-CONTACT.
           MOVE CPTY-ID TO CNT-CLIENT-ID
           EXEC CICS READ FILE ('CLTCNTF')
                            INTO (CLIENT-CONTACT-RECORD)
                            RIDFLD (CNT-KEY)
                            KEYLENGTH (8)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CONTACT RECORD ON FILE' TO CADDRO
               MOVE 'MAIL (NO CONTACT RECORD)' TO CDLVO
               GO TO 3100-EXIT
           END-IF
           STRING CNT-ADDRESS-LINE-1 DELIMITED BY '  '
                  ', '               DELIMITED BY SIZE
                  CNT-CITY           DELIMITED BY '  '
                  ' '                DELIMITED BY SIZE
                  CNT-POSTAL-CODE    DELIMITED BY ' '
                  ' '                DELIMITED BY SIZE
                  CNT-COUNTRY        DELIMITED BY SIZE
               INTO CADDRO
           EVALUATE TRUE
               WHEN CNT-DELIVER-EMAIL
                   MOVE 'EMAIL' TO WS-CHANNEL-TEXT
               WHEN CNT-DELIVER-BOTH
                   MOVE 'MAIL+EMAIL' TO WS-CHANNEL-TEXT
               WHEN OTHER
                   MOVE 'MAIL' TO WS-CHANNEL-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN CNT-FREQ-QUARTERLY
                   MOVE 'QUARTERLY' TO WS-FREQUENCY-TEXT
               WHEN CNT-FREQ-ANNUAL
                   MOVE 'ANNUAL' TO WS-FREQUENCY-TEXT
               WHEN OTHER
                   MOVE 'MONTHLY' TO WS-FREQUENCY-TEXT
           END-EVALUATE
           STRING WS-CHANNEL-TEXT ' ' WS-FREQUENCY-TEXT ' '
                  CNT-EMAIL
               DELIMITED BY SIZE INTO CDLVO
           .
       3100-EXIT.
           EXIT.

      *-- Open receivables: every open invoice for the client, the
      *-- amount still owed on them and the oldest issue date.
       3200-SHOW-RECEIVABLES.
           MOVE ZERO TO WS-OPEN-COUNT WS-OPEN-TOTAL
           MOVE HIGH-VALUES TO WS-OLDEST-ISSUE
           MOVE CPTY-ID TO INV-CLIENT-ID
           MOVE LOW-VALUES TO INV-PERIOD-END
           EXEC CICS STARTBR FILE ('INVFILE')
                               RIDFLD (INV-KEY)
                               KEYLENGTH (16)
                               GTEQ
                               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3300-READ-NEXT-RECEIVABLE THRU 3300-EXIT
                   UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE ('INVFILE') END-EXEC
           END-IF
           IF WS-OPEN-COUNT = ZERO
               MOVE 'NO OPEN INVOICES' TO CRECVO
           ELSE
               MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-OPEN-TOTAL TO WS-AMOUNT-DISPLAY
               STRING WS-COUNT-DISPLAY ' OPEN, OUTSTANDING'
                      WS-AMOUNT-DISPLAY ', OLDEST ISSUED '
                      WS-OLDEST-ISSUE
                   DELIMITED BY SIZE INTO CRECVO
           END-IF
           .
       3200-EXIT.
           EXIT.

       3300-READ-NEXT-RECEIVABLE.
           EXEC CICS READNEXT FILE ('INVFILE')
                                INTO (INVOICE-RECORD)
                                RIDFLD (INV-KEY)
                                KEYLENGTH (16)
                                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3300-EXIT
           END-IF
           IF INV-CLIENT-ID NOT = CPTY-ID
      *-- Past the client: the browse is done.
               MOVE DFHRESP(ENDFILE) TO WS-RESP
               GO TO 3300-EXIT
           END-IF
           IF INV-STATUS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               COMPUTE WS-OPEN-TOTAL = WS-OPEN-TOTAL
                   + INV-FEE-AMOUNT - INV-PAID-AMOUNT
               IF INV-ISSUE-DATE < WS-OLDEST-ISSUE
                   MOVE INV-ISSUE-DATE TO WS-OLDEST-ISSUE
               END-IF
           END-IF
           .
       3300-EXIT.
           EXIT.

      *-- The build date of the nightly summary, from the client's
      *-- first summary entry of any kind.
       3400-SHOW-SUMMARY-DATE.
           MOVE 'NONE' TO CASOFO
           MOVE CPTY-ID TO CLS-CLIENT-ID
           MOVE LOW-VALUES TO CLS-ENTRY-TYPE CLS-ENTRY-KEY
           EXEC CICS STARTBR FILE ('CLTSUMF')
                               RIDFLD (CLS-KEY)
                               KEYLENGTH (39)
                               GTEQ
                               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3400-EXIT
           END-IF
           EXEC CICS READNEXT FILE ('CLTSUMF')
                                INTO (CLIENT-SUMMARY-RECORD)
                                RIDFLD (CLS-KEY)
                                KEYLENGTH (39)
                                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND CLS-CLIENT-ID = CPTY-ID
               MOVE CLS-AS-OF-DATE TO CASOFO
           END-IF
           EXEC CICS ENDBR FILE ('CLTSUMF') END-EXEC
           .
       3400-EXIT.
           EXIT.

       3900-CLEAR-LIST.
           MOVE SPACES TO CHDRO CL1O CL2O CL3O CL4O CL5O CL6O
                          CTOTO CSELO
           MOVE LOW-VALUES TO CA-LINE-PORT (1) CA-LINE-PORT (2)
                              CA-LINE-PORT (3) CA-LINE-PORT (4)
                              CA-LINE-PORT (5) CA-LINE-PORT (6)
           .
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE LIST - FIRST PAGE OF THE VIEW ASKED FOR
      *-----------------------------------------------------------------
       4000-START-LIST.
           MOVE WS-VIEW TO CA-VIEW
           MOVE LOW-VALUES TO CA-LAST-KEY
           PERFORM 4050-FILL-PAGE THRU 4050-EXIT
           .
       4000-EXIT.
           EXIT.

       4050-FILL-PAGE.
           PERFORM 3900-CLEAR-LIST THRU 3900-EXIT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE CA-VIEW TO WS-VIEW
           EVALUATE TRUE
               WHEN WS-VIEW-PORTFOLIOS
                   MOVE WS-HDR-PORTFOLIOS TO CHDRO
                   PERFORM 4100-FILL-PORTFOLIO-PAGE THRU 4100-EXIT
               WHEN WS-VIEW-INVOICES
                   MOVE WS-HDR-INVOICES TO CHDRO
                   PERFORM 4300-FILL-INVOICE-PAGE THRU 4300-EXIT
               WHEN WS-VIEW-CASH
                   MOVE WS-HDR-CASH TO CHDRO
                   MOVE 'C' TO WS-SUMMARY-TYPE
                   PERFORM 4500-FILL-SUMMARY-PAGE THRU 4500-EXIT
               WHEN WS-VIEW-STATEMENTS
                   MOVE WS-HDR-STATEMENTS TO CHDRO
                   MOVE 'S' TO WS-SUMMARY-TYPE
                   PERFORM 4500-FILL-SUMMARY-PAGE THRU 4500-EXIT
               WHEN OTHER
                   MOVE WS-HDR-TRANSACTIONS TO CHDRO
                   MOVE 'T' TO WS-SUMMARY-TYPE
                   PERFORM 4500-FILL-SUMMARY-PAGE THRU 4500-EXIT
           END-EVALUATE
           IF WS-LINE-COUNT = ZERO
               MOVE 'NO MORE ENTRIES FOR THIS CLIENT IN THIS VIEW'
                   TO CMSGO
               MOVE LOW-VALUES TO CA-VIEW
           ELSE
               IF WS-VIEW-PORTFOLIOS
                   MOVE 'SELECT A PORTFOLIO LINE FOR ITS POSITIONS, OR'
                        & ' PF8 FOR MORE' TO CMSGO
               ELSE
                   MOVE 'PF8 FOR MORE, OR CHANGE THE VIEW AND PRESS'
                        & ' ENTER' TO CMSGO
               END-IF
           END-IF
           .
       4050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * P - THE CLIENT'S PORTFOLIOS, THROUGH THE CLIENT-ID PATH
      *-----------------------------------------------------------------
      *-- Reads PORTFOLIO-MASTER through the PORT-CLIENT-ID alternate-
      *-- index path file, the way INQSCR00's S browse reads
      *-- POSITION-MASTER by security. Paging restarts the path
      *-- browse at the client and skips forward past the last
      *-- portfolio shown.
       4100-FILL-PORTFOLIO-PAGE.
           MOVE ZERO TO WS-PAGE-TOTAL
           MOVE CA-CLIENT-ID TO WS-AIX-KEY
           EXEC CICS STARTBR FILE ('PRTMSTRC')
                               RIDFLD (WS-AIX-KEY)
                               KEYLENGTH (8)
                               GTEQ
                               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4100-EXIT
           END-IF
           PERFORM 4110-READ-NEXT-PORTFOLIO THRU 4110-EXIT
               UNTIL WS-LINE-COUNT >= 6
                  OR WS-RESP NOT = DFHRESP(NORMAL)
           EXEC CICS ENDBR FILE ('PRTMSTRC') END-EXEC
           IF WS-LINE-COUNT > ZERO
               MOVE WS-PAGE-TOTAL TO WS-AMOUNT-DISPLAY
               STRING 'TOTAL VALUE OF PORTFOLIOS ON THIS PAGE:'
                      WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO CTOTO
           END-IF
           .
       4100-EXIT.
           EXIT.

       4110-READ-NEXT-PORTFOLIO.
           EXEC CICS READNEXT FILE ('PRTMSTRC')
                                INTO (WS-PORTFOLIO-RECORD)
                                RIDFLD (WS-AIX-KEY)
                                KEYLENGTH (8)
                                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4110-EXIT
           END-IF
           IF PORT-CLIENT-ID NOT = CA-CLIENT-ID
      *-- Past the client: the browse is done.
               MOVE DFHRESP(ENDFILE) TO WS-RESP
               GO TO 4110-EXIT
           END-IF
           IF PORT-ID NOT > CA-LAST-KEY (1:8)
               GO TO 4110-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           PERFORM 4150-TOTAL-POSITIONS THRU 4150-EXIT
           MOVE WS-LINE-COUNT      TO WS-PL-LINE-NO
           MOVE PORT-ID            TO WS-PL-PORTFOLIO-ID
           MOVE PORT-NAME          TO WS-PL-NAME
           MOVE PORT-STATUS        TO WS-PL-STATUS
           MOVE PORT-BASE-CURRENCY TO WS-PL-CURRENCY
           MOVE WS-PORT-VALUE      TO WS-PL-VALUE
           ADD WS-PORT-VALUE       TO WS-PAGE-TOTAL
           PERFORM 4170-BASE-CASH-BALANCE THRU 4170-EXIT
           MOVE PORT-ID TO CA-LINE-PORT (WS-LINE-COUNT)
           MOVE SPACES  TO CA-LAST-KEY
           MOVE PORT-ID TO CA-LAST-KEY (1:8)
           MOVE WS-PORT-LINE TO WS-LIST-LINE
           PERFORM 4900-MOVE-LIST-LINE THRU 4900-EXIT
      *-- The position and cash reads above leave their own response
      *-- behind; the path browse itself is still good.
           MOVE DFHRESP(NORMAL) TO WS-RESP
           .
       4110-EXIT.
           EXIT.

      *-- The portfolio's total value is the sum of its positions'
      *-- current values, as INQSCR00's B browse totals them.
       4150-TOTAL-POSITIONS.
           MOVE ZERO TO WS-PORT-VALUE
           MOVE PORT-ID TO POS-PORTFOLIO-ID
           MOVE LOW-VALUES TO POS-INVESTMENT-ID
           EXEC CICS STARTBR FILE ('POSMSTRE')
                               RIDFLD (POS-KEY)
                               KEYLENGTH (18)
                               GTEQ
                               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4150-EXIT
           END-IF
           PERFORM 4160-ADD-ONE-POSITION THRU 4160-EXIT
               UNTIL WS-RESP NOT = DFHRESP(NORMAL)
           EXEC CICS ENDBR FILE ('POSMSTRE') END-EXEC
           .
       4150-EXIT.
           EXIT.

       4160-ADD-ONE-POSITION.
           EXEC CICS READNEXT FILE ('POSMSTRE')
                                INTO (POSITION-RECORD)
                                RIDFLD (POS-KEY)
                                KEYLENGTH (18)
                                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4160-EXIT
           END-IF
           IF POS-PORTFOLIO-ID NOT = PORT-ID
               MOVE DFHRESP(ENDFILE) TO WS-RESP
               GO TO 4160-EXIT
           END-IF
           ADD POS-CURRENT-VALUE TO WS-PORT-VALUE
           .
       4160-EXIT.
           EXIT.

      *-- The base-currency cash balance from the nightly summary;
      *-- other currencies show on the C view.
       4170-BASE-CASH-BALANCE.
           MOVE ZERO TO WS-PL-CASH
           MOVE CA-CLIENT-ID TO CLS-CLIENT-ID
           SET CLS-ENTRY-CASH TO TRUE
           MOVE SPACES TO CLS-ENTRY-KEY
           MOVE PORT-ID TO CLS-ENTRY-KEY (1:8)
           MOVE PORT-BASE-CURRENCY TO CLS-ENTRY-KEY (9:3)
           EXEC CICS READ FILE ('CLTSUMF')
                            INTO (CLIENT-SUMMARY-RECORD)
                            RIDFLD (CLS-KEY)
                            KEYLENGTH (39)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CLS-CASH-BALANCE TO WS-PL-CASH
           END-IF
           .
       4170-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * I - THE CLIENT'S OPEN INVOICES, OLDEST PERIOD FIRST
      *-----------------------------------------------------------------
       4300-FILL-INVOICE-PAGE.
           MOVE CA-CLIENT-ID TO INV-CLIENT-ID
           MOVE CA-LAST-KEY (9:8) TO INV-PERIOD-END
           EXEC CICS STARTBR FILE ('INVFILE')
                               RIDFLD (INV-KEY)
                               KEYLENGTH (16)
                               GTEQ
                               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4300-EXIT
           END-IF
           PERFORM 4310-READ-NEXT-INVOICE THRU 4310-EXIT
               UNTIL WS-LINE-COUNT >= 6
                  OR WS-RESP NOT = DFHRESP(NORMAL)
           EXEC CICS ENDBR FILE ('INVFILE') END-EXEC
           .
       4300-EXIT.
           EXIT.

       4310-READ-NEXT-INVOICE.
           EXEC CICS READNEXT FILE ('INVFILE')
                                INTO (INVOICE-RECORD)
                                RIDFLD (INV-KEY)
                                KEYLENGTH (16)
                                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4310-EXIT
           END-IF
           IF INV-CLIENT-ID NOT = CA-CLIENT-ID
               MOVE DFHRESP(ENDFILE) TO WS-RESP
               GO TO 4310-EXIT
           END-IF
           IF INV-KEY = CA-LAST-KEY (1:16)
               OR NOT INV-STATUS-OPEN
               GO TO 4310-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT   TO WS-IL-LINE-NO
           MOVE INV-PERIOD-END  TO WS-IL-PERIOD-END
           MOVE INV-ISSUE-DATE  TO WS-IL-ISSUE-DATE
           MOVE INV-FEE-AMOUNT  TO WS-IL-FEE-AMOUNT
           COMPUTE WS-IL-OUTSTANDING =
               INV-FEE-AMOUNT - INV-PAID-AMOUNT
           MOVE ZERO TO WS-DAYS-OUT
           IF INV-ISSUE-DATE IS NUMERIC
               AND INV-ISSUE-DATE < WS-CURRENT-DATE
               MOVE INV-ISSUE-DATE  TO WS-DATE-NUM
               MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                 - FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           END-IF
           MOVE WS-DAYS-OUT     TO WS-IL-DAYS-OUT
           MOVE SPACES          TO CA-LAST-KEY
           MOVE INV-KEY         TO CA-LAST-KEY (1:16)
           MOVE WS-INVOICE-LINE TO WS-LIST-LINE
           PERFORM 4900-MOVE-LIST-LINE THRU 4900-EXIT
           .
       4310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * C/S/T - THE CLIENT'S ENTRIES ON THE NIGHTLY SUMMARY
      *-----------------------------------------------------------------
      *-- One browse serves all three views: the summary is keyed
      *-- client, entry type, then the entry's own order, so each
      *-- view is a keyed range. Paging restarts at the last key
      *-- shown and skips it.
       4500-FILL-SUMMARY-PAGE.
           IF CA-LAST-KEY = LOW-VALUES
               MOVE CA-CLIENT-ID    TO CLS-CLIENT-ID
               MOVE WS-SUMMARY-TYPE TO CLS-ENTRY-TYPE
               MOVE LOW-VALUES      TO CLS-ENTRY-KEY
           ELSE
               MOVE CA-LAST-KEY TO CLS-KEY
           END-IF
           EXEC CICS STARTBR FILE ('CLTSUMF')
                               RIDFLD (CLS-KEY)
                               KEYLENGTH (39)
                               GTEQ
                               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4500-EXIT
           END-IF
           PERFORM 4510-READ-NEXT-SUMMARY THRU 4510-EXIT
               UNTIL WS-LINE-COUNT >= 6
                  OR WS-RESP NOT = DFHRESP(NORMAL)
           EXEC CICS ENDBR FILE ('CLTSUMF') END-EXEC
           .
       4500-EXIT.
           EXIT.

       4510-READ-NEXT-SUMMARY.
           EXEC CICS READNEXT FILE ('CLTSUMF')
                                INTO (CLIENT-SUMMARY-RECORD)
                                RIDFLD (CLS-KEY)
                                KEYLENGTH (39)
                                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4510-EXIT
           END-IF
           IF CLS-CLIENT-ID NOT = CA-CLIENT-ID
               OR CLS-ENTRY-TYPE NOT = WS-SUMMARY-TYPE
      *-- Past the client's entries of this type: the browse is done.
               MOVE DFHRESP(ENDFILE) TO WS-RESP
               GO TO 4510-EXIT
           END-IF
           IF CLS-KEY = CA-LAST-KEY
               GO TO 4510-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           EVALUATE TRUE
               WHEN CLS-ENTRY-CASH
                   PERFORM 4520-FORMAT-CASH-LINE THRU 4520-EXIT
               WHEN CLS-ENTRY-STATEMENT
                   PERFORM 4530-FORMAT-STATEMENT-LINE THRU 4530-EXIT
               WHEN OTHER
                   PERFORM 4540-FORMAT-TRAN-LINE THRU 4540-EXIT
           END-EVALUATE
           MOVE CLS-KEY TO CA-LAST-KEY
           PERFORM 4900-MOVE-LIST-LINE THRU 4900-EXIT
           .
       4510-EXIT.
           EXIT.

       4520-FORMAT-CASH-LINE.
           MOVE WS-LINE-COUNT       TO WS-CL-LINE-NO
           MOVE CLS-PORTFOLIO-ID    TO WS-CL-PORTFOLIO-ID
           MOVE CLS-CASH-CURRENCY   TO WS-CL-CURRENCY
           MOVE CLS-CASH-BALANCE    TO WS-CL-BALANCE
           MOVE CLS-CASH-VALUE-DATE TO WS-CL-VALUE-DATE
           MOVE WS-CASH-LINE        TO WS-LIST-LINE
           .
       4520-EXIT.
           EXIT.

       4530-FORMAT-STATEMENT-LINE.
           MOVE WS-LINE-COUNT       TO WS-SL-LINE-NO
           MOVE CLS-PORTFOLIO-ID    TO WS-SL-PORTFOLIO-ID
           MOVE CLS-STMT-PERIOD-END TO WS-SL-PERIOD-END
           EVALUATE CLS-STMT-CHANNEL
               WHEN 'E'
                   MOVE 'EMAIL' TO WS-SL-CHANNEL
               WHEN 'B'
                   MOVE 'MAIL+EMAIL' TO WS-SL-CHANNEL
               WHEN OTHER
                   MOVE 'MAIL' TO WS-SL-CHANNEL
           END-EVALUATE
           IF CLS-STMT-STATUS = 'S'
               MOVE 'SENT' TO WS-SL-STATUS
           ELSE
               MOVE CLS-STMT-STATUS TO WS-SL-STATUS
           END-IF
           MOVE SPACES TO WS-SL-SENT
           STRING CLS-STMT-SENT-TIME (1:4) '-'
                  CLS-STMT-SENT-TIME (5:2) '-'
                  CLS-STMT-SENT-TIME (7:2) ' '
                  CLS-STMT-SENT-TIME (9:2) ':'
                  CLS-STMT-SENT-TIME (11:2)
               DELIMITED BY SIZE INTO WS-SL-SENT
           MOVE WS-STATEMENT-LINE TO WS-LIST-LINE
           .
       4530-EXIT.
           EXIT.

       4540-FORMAT-TRAN-LINE.
           MOVE WS-LINE-COUNT          TO WS-TL-LINE-NO
           MOVE CLS-TRAN-DATE          TO WS-TL-DATE
           MOVE CLS-PORTFOLIO-ID       TO WS-TL-PORTFOLIO-ID
           MOVE CLS-TRAN-INVESTMENT-ID TO WS-TL-INVESTMENT-ID
           MOVE CLS-TRAN-TYPE          TO WS-TL-TYPE
           MOVE CLS-TRAN-AMOUNT        TO WS-TL-AMOUNT
           MOVE CLS-TRAN-CURRENCY      TO WS-TL-CURRENCY
           IF CLS-TRAN-STATUS = 'F'
               MOVE 'FAILED' TO WS-TL-STATUS
           ELSE
               MOVE 'PENDING' TO WS-TL-STATUS
           END-IF
           MOVE WS-TRAN-LINE TO WS-LIST-LINE
           .
       4540-EXIT.
           EXIT.

      *-- Puts the formatted line, whichever view it belongs to, on
      *-- the next list row.
       4900-MOVE-LIST-LINE.
           EVALUATE WS-LINE-COUNT
               WHEN 1
                   MOVE WS-LIST-LINE TO CL1O
               WHEN 2
                   MOVE WS-LIST-LINE TO CL2O
               WHEN 3
                   MOVE WS-LIST-LINE TO CL3O
               WHEN 4
                   MOVE WS-LIST-LINE TO CL4O
               WHEN 5
                   MOVE WS-LIST-LINE TO CL5O
               WHEN OTHER
                   MOVE WS-LIST-LINE TO CL6O
           END-EVALUATE
           .
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SEND THE SCREEN AND END THE TASK
      *-----------------------------------------------------------------
       5000-SEND-SCREEN.
           MOVE WS-CURRENT-DATE TO CBUSDTO
           EXEC CICS SEND MAP ('CLTIMAP')
                            MAPSET ('CLTISET')
                            FROM (CLTIMAPO)
                            CURSOR
                            ERASE
           END-EXEC
           .
       5000-EXIT.
           EXIT.

       5900-RETURN-WITH-STATE.
           PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
           EXEC CICS RETURN
               TRANSID ('CLTI')
               COMMAREA (WS-COMMAREA)
           END-EXEC
           .
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * PF8 - NEXT PAGE OF THE OPEN LIST
      *-----------------------------------------------------------------
      *-- The page belongs to the client and view the list was opened
      *-- for, whatever has since been typed over them; the header is
      *-- re-read so it stays current.
       6000-CONTINUE-LIST.
           IF CA-VIEW = LOW-VALUES OR CA-VIEW = SPACES
               MOVE 'NO LIST IS OPEN - ENTER A CLIENT ID AND VIEW'
                   TO CMSGO
               GO TO 6000-EXIT
           END-IF
           MOVE CA-CLIENT-ID TO CCLTIDO
           MOVE CA-VIEW      TO CVIEWO WS-VIEW
           PERFORM 3000-SHOW-CLIENT THRU 3000-EXIT
           IF WS-CLIENT-FOUND
               PERFORM 4050-FILL-PAGE THRU 4050-EXIT
           END-IF
           .
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LINE SELECTION - A PORTFOLIO'S POSITIONS ON INQSCR00
      *-----------------------------------------------------------------
      *-- Control passes to INQSCR00 with a nine-byte commarea naming
      *-- the B browse and the portfolio; INQSCR00 opens the browse
      *-- and carries on as its own INQS conversation from there,
      *-- under its own 'INQS' authority check.
       7000-SELECT-PORTFOLIO.
           IF CA-VIEW NOT = 'P'
               MOVE 'LINE SELECTION OPENS A PORTFOLIO - USE VIEW P'
                   TO CMSGO
               MOVE SPACES TO CSELO
               GO TO 7000-EXIT
           END-IF
           IF CSELI < '1' OR CSELI > '6'
               MOVE 'SELECT A LINE NUMBER BETWEEN 1 AND 6' TO CMSGO
               MOVE SPACES TO CSELO
               GO TO 7000-EXIT
           END-IF
           MOVE CSELI TO WS-SEL-NUM
           IF CA-LINE-PORT (WS-SEL-NUM) = LOW-VALUES
               MOVE 'THAT LINE IS EMPTY' TO CMSGO
               MOVE SPACES TO CSELO
               GO TO 7000-EXIT
           END-IF
           MOVE CA-LINE-PORT (WS-SEL-NUM) TO WS-IH-PORTFOLIO-ID
           EXEC CICS XCTL PROGRAM ('INQSCR00')
                          COMMAREA (WS-INQ-HANDOFF)
                          LENGTH (9)
           END-EXEC
           .
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * UNEXPECTED CICS CONDITION - TELL THE OPERATOR, DO NOT ABEND
      * THE REGION
      *-----------------------------------------------------------------
       8000-ABEND-HANDLER.
           MOVE 'AN UNEXPECTED ERROR OCCURRED - NOTIFY SUPPORT'
               TO CMSGO
           PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
           EXEC CICS RETURN
               TRANSID ('CLTI')
               COMMAREA (WS-COMMAREA)
           END-EXEC.
