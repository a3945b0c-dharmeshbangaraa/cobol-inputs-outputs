      *       running value total, PF8 for the next page              *
      *   H - browse a portfolio's transactions for a date,           *
      *       newest-first, PF8 for the next page                     *
      *   V - browse a position's daily value history, newest-first,  *
      *       from the tran date keyed (or the latest), PF8 for more  *
      * A browse line selected by number (1-6) comes back as the      *
      * full P/T detail, so nobody has to type a 28-character         *
      * TRAN-KEY including the HHMMSS timestamp ever again.           *
      *             LONGER ANSWERS ANYONE WHO CAN REACH THE           *
      *             TRANSACTION, AND A DENIAL IS WRITTEN TO           *
      *             AUDIT-FILE.                                       *
      * 2026-10-05  THE SCREEN NOW SHOWS THE SYSTEM BUSINESS PROCESS  *
      *             DATE MAINTAINED BY DTEROL00 ON ITS SECOND ROW,    *
      *             AND AUDIT ENTRIES CARRY IT INSTEAD OF THE CICS    *
      *             CLOCK DATE.                                       *
      * 2026-10-15  ADDED THE V BROWSE: ONE POSITION'S DAILY          *
      *             VALUATION HISTORY (VALHST), NEWEST DAY FIRST,     *
      *             READ THROUGH THE POSITION-MAJOR PATH FILE; A      *
      *             SELECTED LINE SHOWS THAT DAY'S DETAIL AND THE     *
      *             BASIS THE VALUE WAS STRUCK ON.                    *
      * 2026-10-15  A PORTFOLIO SELECTED ON THE CLIENT 360 INQUIRY    *
      *             (CLTSCR00) ARRIVES HERE BY XCTL WITH A NINE-BYTE  *
      *             COMMAREA AND OPENS STRAIGHT INTO ITS B BROWSE.    *
      *****************************************************************
       ENVIRONMENT DIVISION.

       01  WS-AUDIT-RECORD.
           COPY AUDITLOG.

      *-- Change: the system process-date control record, so the
      *-- screen answers as of the business date the chain is on.
           COPY PRCDTE.

      *-- Change: the daily valuation history record POSRVL00 writes.
           COPY VALHST.

       01  WS-WORK-AREA.
           05  WS-RESP               PIC S9(08) COMP.
           05  WS-RESP2              PIC S9(08) COMP.
           05  WS-AUDIT-SEQ          PIC 9(06).
           05  WS-ABSTIME            PIC S9(15) COMP-3.
           05  WS-AUTH-DATE          PIC X(08).
           05  WS-PDT-SYSTEM-ID      PIC X(08) VALUE 'INVOPS'.

      *-- Change: browse line layouts, 39 characters to sit beside
      *-- the detail area on the map.
           05  WS-TB-STATUS          PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACES.

      *-- Change: value history browse line.
       01  WS-VAL-BROWSE-LINE.
           05  WS-VB-LINE-NO         PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-VB-DATE            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-VB-BASIS           PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-VB-QUANTITY        PIC -(07)9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-VB-VALUE           PIC -(10)9.99.

      *-- Change: the pseudo-conversational browse state carried
      *-- between tasks: which browse is open, where the next page
      *-- starts, and the full key behind each displayed line so a

       01  WS-AIX-KEY                PIC X(10).

      *-- Change: value history path keys -- the browse's upper bound
      *-- (portfolio, investment, newest date wanted) and the RIDFLD
      *-- the path reads hand back.
       01  WS-VAL-START-KEY.
           05  WS-VS-POSITION        PIC X(18).
           05  WS-VS-DATE            PIC X(08).
       01  WS-VAL-RID-KEY            PIC X(26).

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(207).

           END-EXEC

           EXEC CICS ASSIGN USERID (WS-OPERATOR-ID) END-EXEC
           PERFORM 0600-GET-BUSINESS-DATE THRU 0600-EXIT
           PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT

      *-- Change-equivalent note: EIBCALEN = 0 means this is the
           IF EIBCALEN = 0
               MOVE SPACES TO INQSMAPO
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE 'ENTER FUNCTION (P, T, B, H, S OR V) AND THE'
                    & ' LOOKUP KEY, THEN PRESS ENTER' TO MSGO
               PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
               EXEC CICS RETURN
                   TRANSID ('INQS')
               END-EXEC
           END-IF

      *-- Change: a nine-byte commarea is CLTSCR00 handing over a
      *-- portfolio selected on the client 360 inquiry -- function
      *-- code, then portfolio id. There is no INQSMAP on the terminal
      *-- to receive yet, so the B browse opens directly; the input
      *-- and output map fields share storage, so the keys moved in
      *-- are also what the screen shows.
           IF EIBCALEN = 9
               MOVE SPACES TO INQSMAPO
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE DFHCOMMAREA (1:1) TO FUNCSELI
               MOVE DFHCOMMAREA (2:8) TO PORTIDI
               PERFORM 3500-BROWSE-POSITIONS THRU 3500-EXIT
               PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           END-IF

           MOVE DFHCOMMAREA TO WS-COMMAREA
           PERFORM 1000-RECEIVE-SCREEN THRU 1000-EXIT

                       PERFORM 4500-BROWSE-TRANSACTIONS THRU 4500-EXIT
                   WHEN FUNCSELI = 'S' OR 's'
                       PERFORM 3550-BROWSE-HOLDERS THRU 3550-EXIT
                   WHEN FUNCSELI = 'V' OR 'v'
                       PERFORM 3900-BROWSE-VALUE-HISTORY THRU 3900-EXIT
               END-EVALUATE
           END-IF

           EXIT.

       0550-AUDIT-DENIAL.
           MOVE EIBTIME TO WS-TIME-NUM
           MOVE WS-TIME-HHMMSS TO WS-AUDIT-SEQ
           MOVE 'INQSCR00'     TO AUD-JOB-NAME
       0550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSINESS DATE - THE SYSTEM PROCESS DATE DTEROL00 MAINTAINS
      *-----------------------------------------------------------------
      *-- Change: the screen and its audit entries carry the business
      *-- date the chain is on, not the clock. With no control record
      *-- the clock date stands, the same fallback the batch service
      *-- (PDTSVC00) takes.
       0600-GET-BUSINESS-DATE.
           MOVE WS-PDT-SYSTEM-ID TO PDT-SYSTEM-ID
           EXEC CICS READ FILE ('PROCDATE')
                            INTO (PROCESS-DATE-RECORD)
                            RIDFLD (PDT-KEY)
                            KEYLENGTH (8)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE PDT-CURRENT-DATE TO WS-AUTH-DATE
           ELSE
               EXEC CICS ASKTIME
                   ABSTIME (WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME
                   ABSTIME  (WS-ABSTIME)
                   YYYYMMDD (WS-AUTH-DATE)
               END-EXEC
           END-IF
           .
       0600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RECEIVE THE SCREEN ENTERED BY THE OPERATOR
      *-----------------------------------------------------------------
               AND FUNCSELI NOT = 'B' AND FUNCSELI NOT = 'b'
               AND FUNCSELI NOT = 'H' AND FUNCSELI NOT = 'h'
               AND FUNCSELI NOT = 'S' AND FUNCSELI NOT = 's'
               AND FUNCSELI NOT = 'V' AND FUNCSELI NOT = 'v'
               MOVE 'FUNCTION MUST BE P, T, B, H, S (SECURITY HOLDERS)'
                    & ' OR V (VALUE HISTORY)' TO MSGO
               GO TO 2000-EXIT
           END-IF

           IF (FUNCSELI = 'V' OR FUNCSELI = 'v')
               AND (PORTIDI = SPACES OR INVIDI = SPACES)
               MOVE 'PORTFOLIO ID AND INVESTMENT ID ARE BOTH REQUIRED'
                    & ' FOR A VALUE HISTORY' TO MSGO
               GO TO 2000-EXIT
           END-IF

       3760-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BROWSE A POSITION'S DAILY VALUE HISTORY (F=V), NEWEST-FIRST,
      * SIX TO A PAGE
      *-----------------------------------------------------------------
      *-- Change: reads VALHST through its position-major path file
      *-- (portfolio, investment, date), starting just past the
      *-- newest date wanted and walking backward with READPREV, the
      *-- same anchor technique as the H browse. A date keyed in the
      *-- tran date field caps the first page; otherwise the history
      *-- starts from the latest day on file. Paging re-anchors on
      *-- the last day shown.
       3900-BROWSE-VALUE-HISTORY.
           MOVE 'V' TO CA-BROWSE-FUNC
           MOVE LOW-VALUES TO CA-LAST-KEY
           MOVE PORTIDI TO WS-VS-POSITION (1:8)
           MOVE INVIDI  TO WS-VS-POSITION (9:10)
           IF TDATEI = SPACES OR TDATEI = LOW-VALUES
               MOVE HIGH-VALUES TO WS-VS-DATE
           ELSE
               MOVE TDATEI TO WS-VS-DATE
           END-IF
           PERFORM 3910-FILL-VALUE-PAGE THRU 3910-EXIT
           .
       3900-EXIT.
           EXIT.

       3910-FILL-VALUE-PAGE.
           PERFORM 3650-CLEAR-BROWSE-LINES THRU 3650-EXIT
           MOVE WS-VAL-START-KEY TO WS-VAL-RID-KEY
           EXEC CICS STARTBR FILE ('VALHSTP')
                               RIDFLD (WS-VAL-RID-KEY)
                               KEYLENGTH (26)
                               GTEQ
                               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
      *-- As in 4600: one READNEXT establishes real position before
      *-- the direction change; the record it lands on comes back
      *-- again from the first READPREV and is screened out below
      *-- unless it is the wanted date itself.
               EXEC CICS READNEXT FILE ('VALHSTP')
                                    INTO (VALUATION-HISTORY-RECORD)
                                    RIDFLD (WS-VAL-RID-KEY)
                                    KEYLENGTH (26)
                                    RESP (WS-RESP)
               END-EXEC
           ELSE
      *-- Nothing on file past the start key: a key of all
      *-- HIGH-VALUES positions the browse at the end of the path,
      *-- and the first READPREV returns the last record on file.
               MOVE HIGH-VALUES TO WS-VAL-RID-KEY
               EXEC CICS STARTBR FILE ('VALHSTP')
                                   RIDFLD (WS-VAL-RID-KEY)
                                   KEYLENGTH (26)
                                   GTEQ
                                   RESP (WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO VALUE HISTORY FOR THAT POSITION' TO MSGO
                   MOVE SPACES TO CA-BROWSE-FUNC
                   GO TO 3910-EXIT
               END-IF
           END-IF
           MOVE DFHRESP(NORMAL) TO WS-RESP
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM 3920-READ-PREV-VALUE THRU 3920-EXIT
               UNTIL WS-LINE-COUNT >= 6
                  OR WS-RESP NOT = DFHRESP(NORMAL)
           EXEC CICS ENDBR FILE ('VALHSTP') END-EXEC
           IF WS-LINE-COUNT = ZERO
               MOVE 'NO MORE VALUE HISTORY FOR THAT POSITION' TO MSGO
               MOVE SPACES TO CA-BROWSE-FUNC
           ELSE
               MOVE 'SELECT A LINE FOR DETAIL, OR PF8 FOR MORE'
                   TO MSGO
           END-IF
           .
       3910-EXIT.
           EXIT.

       3920-READ-PREV-VALUE.
           EXEC CICS READPREV FILE ('VALHSTP')
                                INTO (VALUATION-HISTORY-RECORD)
                                RIDFLD (WS-VAL-RID-KEY)
                                KEYLENGTH (26)
                                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF VAL-POSITION-KEY (1:18) < WS-VS-POSITION
      *-- Walked off the front of the position: the browse is done.
                   MOVE DFHRESP(ENDFILE) TO WS-RESP
               ELSE
      *-- Later records (the positioning anchor) and the last day
      *-- already shown are skipped.
                   IF VAL-POSITION-KEY (1:18) = WS-VS-POSITION
                       AND VAL-POSITION-KEY NOT > WS-VAL-START-KEY
                       AND VAL-POSITION-KEY NOT = CA-LAST-KEY (1:26)
                       ADD 1 TO WS-LINE-COUNT
                       MOVE WS-LINE-COUNT    TO WS-VB-LINE-NO
                       MOVE VAL-PK-DATE      TO WS-VB-DATE
                       MOVE VAL-PRICE-BASIS  TO WS-VB-BASIS
                       MOVE VAL-QUANTITY     TO WS-VB-QUANTITY
                       MOVE VAL-MARKET-VALUE TO WS-VB-VALUE
                       MOVE VAL-POSITION-KEY
                           TO CA-LINE-KEY (WS-LINE-COUNT) (1:26)
                       MOVE VAL-POSITION-KEY TO CA-LAST-KEY (1:26)
                       PERFORM 3950-MOVE-VALUE-LINE THRU 3950-EXIT
                   END-IF
               END-IF
           END-IF
           .
       3920-EXIT.
           EXIT.

       3950-MOVE-VALUE-LINE.
           EVALUATE WS-LINE-COUNT
               WHEN 1
                   MOVE WS-VAL-BROWSE-LINE TO BRL1O
               WHEN 2
                   MOVE WS-VAL-BROWSE-LINE TO BRL2O
               WHEN 3
                   MOVE WS-VAL-BROWSE-LINE TO BRL3O
               WHEN 4
                   MOVE WS-VAL-BROWSE-LINE TO BRL4O
               WHEN 5
                   MOVE WS-VAL-BROWSE-LINE TO BRL5O
               WHEN OTHER
                   MOVE WS-VAL-BROWSE-LINE TO BRL6O
           END-EVALUATE
           .
       3950-EXIT.
           EXIT.

      *-- One day's history record, from its path key: the value, the
      *-- basis it was struck on, and the date the price behind it is
      *-- from (earlier than the day when the value was carried).
       3960-READ-AND-SHOW-VALUE.
           EXEC CICS READ FILE ('VALHSTP')
                            INTO (VALUATION-HISTORY-RECORD)
                            RIDFLD (WS-VAL-RID-KEY)
                            KEYLENGTH (26)
                            RESP (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO DESCO
               STRING 'VALUED ' VAL-VALUED-DATE
                   DELIMITED BY SIZE INTO DESCO
               MOVE VAL-QUANTITY TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO AMTQTYO
               MOVE VAL-MARKET-VALUE TO WS-VALUE-DISPLAY
               MOVE WS-VALUE-DISPLAY TO CURVALO
               MOVE VAL-CURRENCY TO CURRO
               MOVE VAL-PRICE-BASIS TO STATO
               EVALUATE TRUE
                   WHEN VAL-BASIS-VENDOR
                       MOVE 'VALUE FOUND - REVALUED FROM VENDOR QUOTE'
                           TO MSGO
                   WHEN VAL-BASIS-OVERRIDE
                       MOVE 'VALUE FOUND - REVALUED FROM APPROVED'
                            & ' MANUAL OVERRIDE' TO MSGO
                   WHEN VAL-BASIS-STALE
                       MOVE 'VALUE FOUND - CARRIED, QUOTE WAS STALE'
                           TO MSGO
                   WHEN OTHER
                       MOVE 'VALUE FOUND - CARRIED, NO QUOTE ON FEED'
                           TO MSGO
               END-EVALUATE
           ELSE
               MOVE 'VALUE HISTORY RECORD NOT FOUND' TO MSGO
           END-IF
           .
       3960-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LOOK UP TRANSACTION-HISTORY BY TRAN-KEY
      *-----------------------------------------------------------------
               PERFORM 3660-FILL-HOLDER-PAGE THRU 3660-EXIT
               GO TO 6000-EXIT
           END-IF
           IF CA-BROWSE-FUNC = 'V'
               MOVE CA-LAST-KEY (1:26) TO WS-VAL-START-KEY
               PERFORM 3910-FILL-VALUE-PAGE THRU 3910-EXIT
               GO TO 6000-EXIT
           END-IF
           IF CA-BROWSE-FUNC = 'B'
               MOVE CA-LAST-KEY (1:18) TO POS-KEY
               MOVE ZERO TO WS-TOTAL-VALUE
               MOVE 'THAT LINE IS EMPTY' TO MSGO
               GO TO 7000-EXIT
           END-IF
           IF CA-BROWSE-FUNC = 'V'
               MOVE CA-LINE-KEY (WS-SEL-NUM) (1:26) TO WS-VAL-RID-KEY
               PERFORM 3960-READ-AND-SHOW-VALUE THRU 3960-EXIT
               MOVE SPACES TO SELNO
               GO TO 7000-EXIT
           END-IF
           IF CA-BROWSE-FUNC = 'B'
               MOVE CA-LINE-KEY (WS-SEL-NUM) (1:18) TO POS-KEY
               PERFORM 3100-READ-AND-SHOW-POSITION THRU 3100-EXIT
      * RE-DISPLAY THE SCREEN WITH THE INQUIRY RESULT OR MESSAGE
      *-----------------------------------------------------------------
       5000-SEND-SCREEN.
           MOVE WS-AUTH-DATE TO BUSDTO
           EXEC CICS SEND MAP ('INQSMAP')
                            MAPSET ('INQSSET')
                            FROM (INQSMAPO)
