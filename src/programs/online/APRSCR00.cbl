       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRSCR00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Online Approval Inbox                                          *
      *                                                                *
      * CICS pseudo-conversational transaction behind the APRVSET/     *
      * APRVMAP map, in the INQSCR00 browse style. A checker no longer *
      * submits APPR/REJT function cards or waits for the morning's    *
      * DCLRPT00 to see what is waiting:                               *
      * - Lists everything awaiting a second user -- pending           *
      *   dual-control requests (DCLQUEUE) and then pending manual     *
      *   price overrides (PRCOVRF) -- eight to a page with the        *
      *   requester and the item's age, PF8 for the next page, PF5     *
      *   back to the top; the operator's own items are starred        *
      * - A line selected by number shows the item's detail            *
      * - The decision (A approve, R reject) and a reason are applied  *
      *   through the owning service, DCLCTL00 or PRCOVR00, which      *
      *   keeps the reason on the item and audits the decision         *
      * The decision fields are unprotected only when the operator is  *
      * not the item's maker and SECCHK00 authorizes the operator for  *
      * the item's function (the dual-control action code, or 'PROV'   *
      * for an override); the services enforce both rules again. The  *
      * operator must carry 'APRV' to use the screen at all.           *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      * 2026-10-15  A DUAL-CONTROL ITEM'S DETAIL NOW SHOWS THE         *
      *             REQUESTER'S REASON (E.G. WHY A SUITABILITY         *
      *             OVERRIDE IS WANTED); NEW SUIT ITEM KIND.           *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY APRVMAP.
           COPY DFHAID.
           COPY DFHBMSCA.

           COPY DCLREQ.
           COPY PRCOVR.
           COPY PRCDTE.

      *-- Working copy of DCLCTL00's LINKAGE layout.
       01  WS-DCLCTL-REQUEST.
           05  WS-DC-FUNCTION            PIC X(04).
           05  WS-DC-ACTION              PIC X(04).
           05  WS-DC-TARGET-KEY          PIC X(28).
           05  WS-DC-RETURN-CODE         PIC S9(04) COMP.
           05  WS-DC-USER-ID             PIC X(08).
           05  WS-DC-REASON              PIC X(40).

      *-- Working copy of PRCOVR00's LINKAGE layout.
       01  WS-PRCOVR-REQUEST.
           05  WS-PO-FUNCTION            PIC X(04).
           05  WS-PO-INVESTMENT-ID       PIC X(10).
           05  WS-PO-PRICE-DATE          PIC X(08).
           05  WS-PO-PRICE               PIC S9(11)V9(4) COMP-3.
           05  WS-PO-CHANNEL-CODE        PIC X(04) VALUE 'ONLN'.
           05  WS-PO-RETURN-CODE         PIC S9(04) COMP.
           05  WS-PO-USER-ID             PIC X(08).
           05  WS-PO-REASON              PIC X(40).

      *-- Working copy of SECCHK00's LINKAGE layout -- the online
      *-- transactions all work through the 'ONLN' channel.
       01  WS-SECCHK-REQUEST.
           05  WS-SC-USER-ID             PIC X(08).
           05  WS-SC-FUNCTION-CODE       PIC X(04).
           05  WS-SC-CHANNEL-CODE        PIC X(04) VALUE 'ONLN'.
           05  WS-SC-RETURN-CODE         PIC S9(04) COMP.

       01  WS-WORK-AREA.
           05  WS-RESP               PIC S9(08) COMP.
           05  WS-OPERATOR-ID        PIC X(08).
           05  WS-ABSTIME            PIC S9(15) COMP-3.
           05  WS-CURRENT-DATE       PIC X(08).
           05  WS-PDT-SYSTEM-ID      PIC X(08) VALUE 'INVOPS'.
           05  WS-LINE-COUNT         PIC 9(01).
           05  WS-SEL-NUM            PIC 9(01).
           05  WS-MAKER-ID           PIC X(08).
           05  WS-ITEM-FUNCTION      PIC X(04).
           05  WS-DECISION           PIC X(01).
               88  WS-DECISION-APPROVE   VALUE 'A' 'a'.
               88  WS-DECISION-REJECT    VALUE 'R' 'r'.
           05  WS-REASON             PIC X(40).
           05  WS-DECIDE-SW          PIC X(01) VALUE 'N'.
               88  WS-DECIDE-ALLOWED     VALUE 'Y'.
           05  WS-ITEM-SW            PIC X(01).
               88  WS-ITEM-PENDING       VALUE 'Y'.
           05  WS-PRICE-DISPLAY      PIC -(10)9.9999.

      *-- The clock the ages are measured against -- wall-clock time,
      *-- not the business date, since an item's age is how long it
      *-- has actually been waiting.
       01  WS-NOW-STAMP.
           05  WS-NOW-DATE           PIC X(08).
           05  WS-NOW-TIME           PIC X(06).
       01  WS-NOW-PARTS REDEFINES WS-NOW-STAMP.
           05  WS-NP-DATE            PIC 9(08).
           05  WS-NP-HH              PIC 9(02).
           05  WS-NP-MI              PIC 9(02).
           05  FILLER                PIC X(02).

      *-- A DCL/OVR timestamp (YYYYMMDDHHMMSS...) taken apart.
       01  WS-REQ-STAMP              PIC X(26).
       01  WS-REQ-PARTS REDEFINES WS-REQ-STAMP.
           05  WS-RP-DATE            PIC 9(08).
           05  WS-RP-HH              PIC 9(02).
           05  WS-RP-MI              PIC 9(02).
           05  FILLER                PIC X(14).

       01  WS-AGE-WORK.
           05  WS-AGE-MINUTES        PIC S9(09) COMP.
           05  WS-AGE-DAYS           PIC S9(05) COMP.
           05  WS-AGE-HOURS          PIC S9(05) COMP.
       01  WS-AGE-DISPLAY.
           05  WS-AD-DAYS            PIC ZZZ9.
           05  FILLER                PIC X(02) VALUE 'D '.
           05  WS-AD-HOURS           PIC 99.
           05  FILLER                PIC X(01) VALUE 'H'.

      *-- Inbox line layout, 61 characters.
       01  WS-INBOX-LINE.
           05  WS-IL-LINE-NO         PIC 9(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-OWN-FLAG        PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-KIND            PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-ACTION          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-TARGET          PIC X(28).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-REQUESTED-BY    PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-IL-AGE             PIC X(09).

      *-- The pseudo-conversational state carried between tasks:
      *-- which file the next page continues in (D dual-control, O
      *-- overrides, E the end), the last key shown, the item behind
      *-- each displayed line, and the item currently selected.
       01  WS-COMMAREA.
           05  CA-LIST-FILE          PIC X(01).
               88  CA-LIST-DUAL          VALUE 'D'.
               88  CA-LIST-OVERRIDE      VALUE 'O'.
               88  CA-LIST-END           VALUE 'E'.
           05  CA-LAST-KEY           PIC X(32).
           05  CA-LINE OCCURS 8 TIMES.
               10  CA-LINE-KIND      PIC X(01).
               10  CA-LINE-KEY       PIC X(32).
           05  CA-SEL-KIND           PIC X(01).
               88  CA-SEL-DUAL           VALUE 'D'.
               88  CA-SEL-OVERRIDE       VALUE 'O'.
           05  CA-SEL-KEY            PIC X(32).

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(330).

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
               MOVE SPACES TO APRVMAPO
               MOVE LOW-VALUES TO WS-COMMAREA
               PERFORM 3000-START-LIST THRU 3000-EXIT
               PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           END-IF

           MOVE DFHCOMMAREA TO WS-COMMAREA
           PERFORM 1000-RECEIVE-SCREEN THRU 1000-EXIT

      *-- PF5 goes back to the top of the inbox, dropping any
      *-- selection.
           IF EIBAID = DFHPF5
               PERFORM 7900-CLEAR-SELECTION THRU 7900-EXIT
               PERFORM 3000-START-LIST THRU 3000-EXIT
               PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           END-IF

      *-- PF8 pages forward from where the last page stopped. The
      *-- selected item stays on display.
           IF EIBAID = DFHPF8
               IF CA-LIST-END
                   MOVE 'END OF THE INBOX - PF5 TO START AGAIN'
                       TO AMSGO
               ELSE
                   PERFORM 3100-FILL-PAGE THRU 3100-EXIT
               END-IF
               PERFORM 7200-RECHECK-SELECTION THRU 7200-EXIT
               PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           END-IF

           IF ASELI NOT = SPACES AND ASELI NOT = LOW-VALUES
               PERFORM 7000-SELECT-LINE THRU 7000-EXIT
               PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           END-IF

           IF ADECNI NOT = SPACES AND ADECNI NOT = LOW-VALUES
               PERFORM 7500-DECIDE-ITEM THRU 7500-EXIT
               PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           END-IF

           PERFORM 7200-RECHECK-SELECTION THRU 7200-EXIT
           IF AMSGO = SPACES
               MOVE 'SELECT A LINE FOR DETAIL, OR PF8 FOR MORE'
                   TO AMSGO
           END-IF
           PERFORM 5900-RETURN-WITH-STATE THRU 5900-EXIT
           .
       0000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

      *-----------------------------------------------------------------
      * AUTHORIZATION - THE OPERATOR MUST CARRY THE 'APRV' FUNCTION
      *-----------------------------------------------------------------
      *-- SECCHK00 fails closed and writes the decision to AUDIT-FILE
      *-- itself; a denial ends the session.
       0500-CHECK-AUTHORITY.
           MOVE WS-OPERATOR-ID TO WS-SC-USER-ID
           MOVE 'APRV'         TO WS-SC-FUNCTION-CODE
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               MOVE SPACES TO APRVMAPO
               MOVE 'YOU ARE NOT AUTHORIZED FOR THE APPROVAL INBOX'
                   TO AMSGO
               PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
       0500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSINESS DATE AND CLOCK
      *-----------------------------------------------------------------
      *-- The screen shows the business date DTEROL00 maintains; with
      *-- no control record the clock date stands, the same fallback
      *-- the batch service (PDTSVC00) takes. The clock itself is
      *-- kept for the ages.
       0600-GET-BUSINESS-DATE.
           EXEC CICS ASKTIME
               ABSTIME (WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME  (WS-ABSTIME)
               YYYYMMDD (WS-NOW-DATE)
               TIME     (WS-NOW-TIME)
           END-EXEC
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
               MOVE WS-NOW-DATE TO WS-CURRENT-DATE
           END-IF
           .
       0600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RECEIVE THE SCREEN ENTERED BY THE OPERATOR
      *-----------------------------------------------------------------
       1000-RECEIVE-SCREEN.
           EXEC CICS RECEIVE MAP ('APRVMAP')
                               MAPSET ('APRVSET')
                               INTO (APRVMAPI)
                               RESP (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               GO TO 0000-EXIT
           END-IF

           MOVE SPACES TO AMSGO
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THE INBOX LIST - DUAL-CONTROL REQUESTS, THEN PRICE OVERRIDES
      *-----------------------------------------------------------------
       3000-START-LIST.
           SET CA-LIST-DUAL TO TRUE
           MOVE LOW-VALUES TO CA-LAST-KEY
           PERFORM 3100-FILL-PAGE THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.

      *-- One page: the rest of the dual-control queue first, then
      *-- the override file, until eight pending items are shown.
      *-- Each browse restarts at the last key shown and skips it.
       3100-FILL-PAGE.
           PERFORM 3900-CLEAR-LIST-LINES THRU 3900-EXIT
           MOVE ZERO TO WS-LINE-COUNT
           IF CA-LIST-DUAL
               PERFORM 3200-BROWSE-DUAL-CONTROL THRU 3200-EXIT
           END-IF
           IF CA-LIST-OVERRIDE
               AND WS-LINE-COUNT < 8
               PERFORM 3400-BROWSE-OVERRIDES THRU 3400-EXIT
           END-IF
           IF WS-LINE-COUNT = ZERO
               MOVE 'NOTHING FURTHER IS AWAITING APPROVAL' TO AMSGO
           ELSE
               MOVE 'SELECT A LINE FOR DETAIL, OR PF8 FOR MORE'
                   TO AMSGO
           END-IF
           .
       3100-EXIT.
           EXIT.

       3200-BROWSE-DUAL-CONTROL.
           MOVE CA-LAST-KEY TO DCL-KEY
           EXEC CICS STARTBR FILE ('DCLQUEUE')
                               RIDFLD (DCL-KEY)
                               KEYLENGTH (32)
                               GTEQ
                               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3300-READ-NEXT-REQUEST THRU 3300-EXIT
                   UNTIL WS-LINE-COUNT >= 8
                      OR WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE ('DCLQUEUE') END-EXEC
           END-IF
      *-- The queue ran out before the page filled: carry on into the
      *-- overrides from their first key.
           IF WS-LINE-COUNT < 8
               SET CA-LIST-OVERRIDE TO TRUE
               MOVE LOW-VALUES TO CA-LAST-KEY
           END-IF
           .
       3200-EXIT.
           EXIT.

       3300-READ-NEXT-REQUEST.
           EXEC CICS READNEXT FILE ('DCLQUEUE')
                                INTO (DUAL-CONTROL-RECORD)
                                RIDFLD (DCL-KEY)
                                KEYLENGTH (32)
                                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3300-EXIT
           END-IF
           IF DCL-KEY = CA-LAST-KEY
               OR NOT DCL-STATUS-PENDING
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE 'DUAL'             TO WS-IL-KIND
           MOVE DCL-ACTION         TO WS-IL-ACTION
           MOVE DCL-TARGET-KEY     TO WS-IL-TARGET
           MOVE DCL-REQUESTED-BY   TO WS-IL-REQUESTED-BY
           MOVE DCL-REQUESTED-TIME TO WS-REQ-STAMP
           MOVE DCL-REQUESTED-BY   TO WS-MAKER-ID
           MOVE 'D'                TO CA-LINE-KIND (WS-LINE-COUNT)
           MOVE DCL-KEY            TO CA-LINE-KEY (WS-LINE-COUNT)
           MOVE DCL-KEY            TO CA-LAST-KEY
           PERFORM 3800-MOVE-LIST-LINE THRU 3800-EXIT
           .
       3300-EXIT.
           EXIT.

       3400-BROWSE-OVERRIDES.
           MOVE CA-LAST-KEY (1:18) TO OVR-KEY
           EXEC CICS STARTBR FILE ('PRCOVRF')
                               RIDFLD (OVR-KEY)
                               KEYLENGTH (18)
                               GTEQ
                               RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3500-READ-NEXT-OVERRIDE THRU 3500-EXIT
                   UNTIL WS-LINE-COUNT >= 8
                      OR WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE ('PRCOVRF') END-EXEC
           END-IF
           IF WS-LINE-COUNT < 8
               SET CA-LIST-END TO TRUE
           END-IF
           .
       3400-EXIT.
           EXIT.

       3500-READ-NEXT-OVERRIDE.
           EXEC CICS READNEXT FILE ('PRCOVRF')
                                INTO (PRICE-OVERRIDE-RECORD)
                                RIDFLD (OVR-KEY)
                                KEYLENGTH (18)
                                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3500-EXIT
           END-IF
           IF OVR-KEY = CA-LAST-KEY (1:18)
               OR NOT OVR-STATUS-PENDING
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE 'PRIC'             TO WS-IL-KIND
           MOVE 'PROV'             TO WS-IL-ACTION
           MOVE SPACES             TO WS-IL-TARGET
           STRING OVR-INVESTMENT-ID ' ' OVR-PRICE-DATE
               DELIMITED BY SIZE INTO WS-IL-TARGET
           MOVE OVR-ENTERED-BY     TO WS-IL-REQUESTED-BY
           MOVE OVR-ENTERED-TIME   TO WS-REQ-STAMP
           MOVE OVR-ENTERED-BY     TO WS-MAKER-ID
           MOVE 'O'                TO CA-LINE-KIND (WS-LINE-COUNT)
           MOVE SPACES             TO CA-LINE-KEY (WS-LINE-COUNT)
           MOVE OVR-KEY            TO CA-LINE-KEY (WS-LINE-COUNT)
           MOVE SPACES             TO CA-LAST-KEY
           MOVE OVR-KEY            TO CA-LAST-KEY (1:18)
           PERFORM 3800-MOVE-LIST-LINE THRU 3800-EXIT
           .
       3500-EXIT.
           EXIT.

      *-- Common tail of a list line: number, own-item star, age.
       3800-MOVE-LIST-LINE.
           MOVE WS-LINE-COUNT TO WS-IL-LINE-NO
           IF WS-MAKER-ID = WS-OPERATOR-ID
               MOVE '*' TO WS-IL-OWN-FLAG
           ELSE
               MOVE SPACE TO WS-IL-OWN-FLAG
           END-IF
           PERFORM 4900-FORMAT-AGE THRU 4900-EXIT
           MOVE WS-AGE-DISPLAY TO WS-IL-AGE
           EVALUATE WS-LINE-COUNT
               WHEN 1
                   MOVE WS-INBOX-LINE TO AL1O
               WHEN 2
                   MOVE WS-INBOX-LINE TO AL2O
               WHEN 3
                   MOVE WS-INBOX-LINE TO AL3O
               WHEN 4
                   MOVE WS-INBOX-LINE TO AL4O
               WHEN 5
                   MOVE WS-INBOX-LINE TO AL5O
               WHEN 6
                   MOVE WS-INBOX-LINE TO AL6O
               WHEN 7
                   MOVE WS-INBOX-LINE TO AL7O
               WHEN OTHER
                   MOVE WS-INBOX-LINE TO AL8O
           END-EVALUATE
           .
       3800-EXIT.
           EXIT.

       3900-CLEAR-LIST-LINES.
           MOVE SPACES TO AL1O AL2O AL3O AL4O AL5O AL6O AL7O AL8O
                          ASELO
           MOVE LOW-VALUES TO CA-LINE (1) CA-LINE (2) CA-LINE (3)
                              CA-LINE (4) CA-LINE (5) CA-LINE (6)
                              CA-LINE (7) CA-LINE (8)
           .
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * AGE OF AN ITEM - DAYS AND HOURS SINCE IT WAS RAISED
      *-----------------------------------------------------------------
       4900-FORMAT-AGE.
           MOVE SPACES TO WS-AGE-DISPLAY
           IF WS-REQ-STAMP (1:12) NOT NUMERIC
               OR WS-NOW-STAMP (1:12) NOT NUMERIC
               GO TO 4900-EXIT
           END-IF
           COMPUTE WS-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE (WS-NP-DATE)
                - FUNCTION INTEGER-OF-DATE (WS-RP-DATE)) * 1440
               + (WS-NP-HH * 60 + WS-NP-MI)
               - (WS-RP-HH * 60 + WS-RP-MI)
           IF WS-AGE-MINUTES < ZERO
               MOVE ZERO TO WS-AGE-MINUTES
           END-IF
           DIVIDE WS-AGE-MINUTES BY 1440 GIVING WS-AGE-DAYS
           COMPUTE WS-AGE-HOURS =
               (WS-AGE-MINUTES - WS-AGE-DAYS * 1440) / 60
           MOVE 'D ' TO WS-AGE-DISPLAY (5:2)
           MOVE 'H'  TO WS-AGE-DISPLAY (9:1)
           MOVE WS-AGE-DAYS  TO WS-AD-DAYS
           MOVE WS-AGE-HOURS TO WS-AD-HOURS
           .
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RE-DISPLAY THE SCREEN
      *-----------------------------------------------------------------
      *-- The decision and reason fields open only for a reviewer who
      *-- may decide the selected item; every other screen sends them
      *-- protected and blank, so a maker never has approve enabled on
      *-- their own item.
       5000-SEND-SCREEN.
           MOVE WS-CURRENT-DATE TO ABUSDTO
           IF WS-DECIDE-ALLOWED
               MOVE DFHBMFSE TO ADECNA AREASNA
           ELSE
               MOVE DFHBMPRF TO ADECNA AREASNA
               MOVE SPACES   TO ADECNO AREASNO
           END-IF
           EXEC CICS SEND MAP ('APRVMAP')
                            MAPSET ('APRVSET')
                            FROM (APRVMAPO)
                            CURSOR
                            ERASE
           END-EXEC
           .
       5000-EXIT.
           EXIT.

       5900-RETURN-WITH-STATE.
           PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
           EXEC CICS RETURN
               TRANSID ('APRV')
               COMMAREA (WS-COMMAREA)
           END-EXEC
           .
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * LINE SELECTION - THE ITEM'S DETAIL
      *-----------------------------------------------------------------
       7000-SELECT-LINE.
           IF ASELI < '1' OR ASELI > '8'
               MOVE 'SELECT A LINE NUMBER BETWEEN 1 AND 8' TO AMSGO
               GO TO 7000-EXIT
           END-IF
           MOVE ASELI TO WS-SEL-NUM
           IF CA-LINE-KIND (WS-SEL-NUM) = LOW-VALUES
               MOVE 'THAT LINE IS EMPTY' TO AMSGO
               GO TO 7000-EXIT
           END-IF
           MOVE CA-LINE-KIND (WS-SEL-NUM) TO CA-SEL-KIND
           MOVE CA-LINE-KEY (WS-SEL-NUM)  TO CA-SEL-KEY
           PERFORM 7100-SHOW-SELECTED THRU 7100-EXIT
      *-- ASEL is FSET on the map, so the digit would retransmit on
      *-- every later ENTER and keep re-driving this selection.
           MOVE SPACES TO ASELO
           .
       7000-EXIT.
           EXIT.

      *-- Reads the selected item afresh, shows it, and decides
      *-- whether this operator may approve or reject it: not their
      *-- own item, and SECCHK00 grants the item's function.
       7100-SHOW-SELECTED.
           MOVE 'N' TO WS-DECIDE-SW
           MOVE 'N' TO WS-ITEM-SW
           IF CA-SEL-DUAL
               PERFORM 7110-READ-REQUEST THRU 7110-EXIT
           ELSE
               PERFORM 7120-READ-OVERRIDE THRU 7120-EXIT
           END-IF
           IF NOT WS-ITEM-PENDING
               PERFORM 7900-CLEAR-SELECTION THRU 7900-EXIT
               MOVE 'ITEM IS NO LONGER AWAITING APPROVAL - PF5 TO'
                    & ' REFRESH' TO AMSGO
               GO TO 7100-EXIT
           END-IF
           PERFORM 4900-FORMAT-AGE THRU 4900-EXIT
           MOVE WS-MAKER-ID    TO AREQBYO
           MOVE WS-AGE-DISPLAY TO AAGEO
           MOVE SPACES         TO AREQTMO
           STRING WS-REQ-STAMP (1:4) '-' WS-REQ-STAMP (5:2) '-'
                  WS-REQ-STAMP (7:2) ' ' WS-REQ-STAMP (9:2) ':'
                  WS-REQ-STAMP (11:2)
               DELIMITED BY SIZE INTO AREQTMO

           IF WS-MAKER-ID = WS-OPERATOR-ID
               MOVE 'THIS IS YOUR OWN ITEM - A DIFFERENT USER MUST'
                    & ' DECIDE IT' TO AMSGO
               GO TO 7100-EXIT
           END-IF
           MOVE WS-OPERATOR-ID   TO WS-SC-USER-ID
           MOVE WS-ITEM-FUNCTION TO WS-SC-FUNCTION-CODE
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               STRING 'YOU ARE NOT AUTHORIZED TO DECIDE '
                      WS-ITEM-FUNCTION ' ITEMS'
                   DELIMITED BY SIZE INTO AMSGO
               GO TO 7100-EXIT
           END-IF
           SET WS-DECIDE-ALLOWED TO TRUE
           MOVE 'KEY A TO APPROVE OR R TO REJECT, WITH A REASON, THEN'
                & ' PRESS ENTER' TO AMSGO
           .
       7100-EXIT.
           EXIT.

       7110-READ-REQUEST.
           MOVE CA-SEL-KEY TO DCL-KEY
           EXEC CICS READ FILE ('DCLQUEUE')
                            INTO (DUAL-CONTROL-RECORD)
                            RIDFLD (DCL-KEY)
                            KEYLENGTH (32)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT DCL-STATUS-PENDING
               GO TO 7110-EXIT
           END-IF
           SET WS-ITEM-PENDING TO TRUE
           MOVE DCL-ACTION         TO WS-ITEM-FUNCTION
           MOVE DCL-REQUESTED-BY   TO WS-MAKER-ID
           MOVE DCL-REQUESTED-TIME TO WS-REQ-STAMP
           MOVE DCL-TARGET-KEY     TO ATARGETO
           MOVE SPACES             TO APRICEO
           MOVE DCL-REQUEST-REASON TO ARQRSNO
           EVALUATE TRUE
               WHEN DCL-ACTION-REVERSAL
                   MOVE 'DUAL CONTROL - TRAN REVERSAL' TO AKINDO
               WHEN DCL-ACTION-RESET
                   MOVE 'DUAL CONTROL - FAIL RESET' TO AKINDO
               WHEN DCL-ACTION-PORT-CLOSE
                   MOVE 'DUAL CONTROL - PORTFOLIO CLOSE' TO AKINDO
               WHEN DCL-ACTION-SUITABILITY
                   MOVE 'DUAL CONTROL - UNSUITABLE BUY' TO AKINDO
               WHEN OTHER
                   MOVE SPACES TO AKINDO
                   STRING 'DUAL CONTROL - ' DCL-ACTION
                       DELIMITED BY SIZE INTO AKINDO
           END-EVALUATE
           .
       7110-EXIT.
           EXIT.

       7120-READ-OVERRIDE.
           MOVE CA-SEL-KEY (1:18) TO OVR-KEY
           EXEC CICS READ FILE ('PRCOVRF')
                            INTO (PRICE-OVERRIDE-RECORD)
                            RIDFLD (OVR-KEY)
                            KEYLENGTH (18)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT OVR-STATUS-PENDING
               GO TO 7120-EXIT
           END-IF
           SET WS-ITEM-PENDING TO TRUE
           MOVE 'PROV'             TO WS-ITEM-FUNCTION
           MOVE OVR-ENTERED-BY     TO WS-MAKER-ID
           MOVE OVR-ENTERED-TIME   TO WS-REQ-STAMP
           MOVE 'PRICE OVERRIDE'   TO AKINDO
           MOVE SPACES             TO ATARGETO
           MOVE SPACES             TO ARQRSNO
           STRING OVR-INVESTMENT-ID ' FOR ' OVR-PRICE-DATE
               DELIMITED BY SIZE INTO ATARGETO
           MOVE OVR-PRICE          TO WS-PRICE-DISPLAY
           MOVE WS-PRICE-DISPLAY   TO APRICEO
           .
       7120-EXIT.
           EXIT.

      *-- After a page turn or a plain ENTER the selected item is
      *-- re-read, so the decision fields reflect it as it stands now.
       7200-RECHECK-SELECTION.
           IF CA-SEL-KIND = SPACES OR CA-SEL-KIND = LOW-VALUES
               GO TO 7200-EXIT
           END-IF
           PERFORM 7100-SHOW-SELECTED THRU 7100-EXIT
           .
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DECISION - APPROVE OR REJECT THROUGH THE OWNING SERVICE
      *-----------------------------------------------------------------
      *-- The maker and authority checks are re-run on the item as it
      *-- stands, never taken from what the screen last showed.
       7500-DECIDE-ITEM.
           MOVE ADECNI  TO WS-DECISION
           MOVE AREASNI TO WS-REASON
           IF CA-SEL-KIND = SPACES OR CA-SEL-KIND = LOW-VALUES
               MOVE 'SELECT AN ITEM BEFORE KEYING A DECISION' TO AMSGO
               GO TO 7500-EXIT
           END-IF
           PERFORM 7100-SHOW-SELECTED THRU 7100-EXIT
           IF NOT WS-DECIDE-ALLOWED
               GO TO 7500-EXIT
           END-IF
           IF NOT WS-DECISION-APPROVE AND NOT WS-DECISION-REJECT
               MOVE 'DECISION MUST BE A (APPROVE) OR R (REJECT)'
                   TO AMSGO
               GO TO 7500-EXIT
           END-IF
           IF WS-REASON = SPACES OR WS-REASON = LOW-VALUES
               MOVE 'A REASON IS REQUIRED WITH THE DECISION' TO AMSGO
               GO TO 7500-EXIT
           END-IF

           IF CA-SEL-DUAL
               PERFORM 7600-DECIDE-REQUEST THRU 7600-EXIT
           ELSE
               PERFORM 7700-DECIDE-OVERRIDE THRU 7700-EXIT
           END-IF
           .
       7500-EXIT.
           EXIT.

       7600-DECIDE-REQUEST.
           IF WS-DECISION-APPROVE
               MOVE 'APPR' TO WS-DC-FUNCTION
           ELSE
               MOVE 'REJT' TO WS-DC-FUNCTION
           END-IF
           MOVE DCL-ACTION     TO WS-DC-ACTION
           MOVE DCL-TARGET-KEY TO WS-DC-TARGET-KEY
           MOVE ZERO           TO WS-DC-RETURN-CODE
           MOVE WS-OPERATOR-ID TO WS-DC-USER-ID
           MOVE WS-REASON      TO WS-DC-REASON
           CALL 'DCLCTL00' USING WS-DCLCTL-REQUEST
           IF WS-DC-RETURN-CODE = 0
               PERFORM 7800-DECISION-DONE THRU 7800-EXIT
           ELSE
               MOVE 'DECISION REFUSED - SEE THE ERROR LOG' TO AMSGO
           END-IF
           .
       7600-EXIT.
           EXIT.

       7700-DECIDE-OVERRIDE.
           IF WS-DECISION-APPROVE
               MOVE 'APPR' TO WS-PO-FUNCTION
           ELSE
               MOVE 'REJT' TO WS-PO-FUNCTION
           END-IF
           MOVE OVR-INVESTMENT-ID TO WS-PO-INVESTMENT-ID
           MOVE OVR-PRICE-DATE    TO WS-PO-PRICE-DATE
           MOVE OVR-PRICE         TO WS-PO-PRICE
           MOVE ZERO              TO WS-PO-RETURN-CODE
           MOVE WS-OPERATOR-ID    TO WS-PO-USER-ID
           MOVE WS-REASON         TO WS-PO-REASON
           CALL 'PRCOVR00' USING WS-PRCOVR-REQUEST
           IF WS-PO-RETURN-CODE = 0
               PERFORM 7800-DECISION-DONE THRU 7800-EXIT
           ELSE
               MOVE 'DECISION REFUSED - SEE THE ERROR LOG' TO AMSGO
           END-IF
           .
       7700-EXIT.
           EXIT.

      *-- The decided item leaves the inbox: the list restarts from
      *-- the top and the detail area is cleared.
       7800-DECISION-DONE.
           PERFORM 7900-CLEAR-SELECTION THRU 7900-EXIT
           PERFORM 3000-START-LIST THRU 3000-EXIT
           IF WS-DECISION-APPROVE
               MOVE 'ITEM APPROVED' TO AMSGO
           ELSE
               MOVE 'ITEM REJECTED' TO AMSGO
           END-IF
           .
       7800-EXIT.
           EXIT.

       7900-CLEAR-SELECTION.
           MOVE LOW-VALUES TO CA-SEL-KIND CA-SEL-KEY
           MOVE 'N' TO WS-DECIDE-SW
           MOVE SPACES TO AKINDO ATARGETO AREQBYO AREQTMO AAGEO
                          APRICEO ARQRSNO ADECNO AREASNO
           .
       7900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * UNEXPECTED CICS CONDITION - TELL THE OPERATOR, DO NOT ABEND
      * THE REGION
      *-----------------------------------------------------------------
       8000-ABEND-HANDLER.
           MOVE 'N' TO WS-DECIDE-SW
           MOVE 'AN UNEXPECTED ERROR OCCURRED - NOTIFY SUPPORT'
               TO AMSGO
           PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
           EXEC CICS RETURN
               TRANSID ('APRV')
               COMMAREA (WS-COMMAREA)
           END-EXEC.
