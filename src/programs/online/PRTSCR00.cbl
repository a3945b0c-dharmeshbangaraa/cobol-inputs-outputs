       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTSCR00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Online Portfolio Maintenance                                   *
      *                                                                *
      * CICS pseudo-conversational transaction behind the PRTMSET/     *
      * PRTMMAP map, in the INQSCR00/TRNENT00 style. Setting up or     *
      * changing a portfolio no longer means preparing a request card  *
      * for the next batch run:                                        *
      * - ENTER with no action shows the portfolio's current           *
      *   PORTFOLIO-MASTER record, and any dual-control close request  *
      *   standing against it                                          *
      * - An action (CRPF create, CLPF close, CHCR change base         *
      *   currency, ASCL assign client, OCON owner contact on a        *
      *   dormant portfolio) is validated on the spot                  *
      *   against the masters, then applied by calling PRTMNT00 -- the *
      *   same service the batch cards use, still the sole maintainer  *
      *   of the file                                                  *
      * - The operator must carry 'PRTM' to use the screen and the     *
      *   action's own function code to apply it, both checked through *
      *   SECCHK00 on the 'ONLN' channel, so every decision is on      *
      *   AUDIT-FILE                                                   *
      * - A close is a DCLCTL00-governed action (PCLS): it is raised   *
      *   on the dual-control queue instead of executing, and executes *
      *   only when CLPF is keyed again after a second user has        *
      *   approved it                                                  *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      * 2026-10-15  OCON ACTION RECORDS OWNER CONTACT ON A PORTFOLIO   *
      *             DRMACT00 HAS FLAGGED DORMANT, CLEARING THE FLAG.   *
      * 2026-10-15  THE CLOSE REQUEST PASSES DCLCTL00'S NEW REQUESTER  *
      *             REASON FIELD, BLANK.                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY PRTMMAP.
           COPY DFHAID.
           COPY DFHBMSCA.

       01  WS-PORTFOLIO-RECORD.
           COPY PORTFLIO REPLACING ==:PREFIX:== BY ==PORT==.

       01  WS-COUNTERPARTY-RECORD.
           COPY CPARTY REPLACING ==:PREFIX:== BY ==CPTY==.

           COPY DCLREQ.
           COPY PRCDTE.

      *-- Working copy of PRTMNT00's LINKAGE layout.
       01  WS-PRTMNT-REQUEST.
           05  WS-PM-FUNCTION            PIC X(04).
           05  WS-PM-PORTFOLIO-ID        PIC X(08).
           05  WS-PM-PORTFOLIO-NAME      PIC X(30).
           05  WS-PM-PORTFOLIO-TYPE      PIC X(04).
           05  WS-PM-BASE-CURRENCY       PIC X(03).
           05  WS-PM-OPEN-DATE           PIC X(08).
           05  WS-PM-CHANNEL-CODE        PIC X(04).
           05  WS-PM-CLIENT-ID           PIC X(08).
           05  WS-PM-RETURN-CODE         PIC S9(04) COMP.
           05  WS-PM-USER-ID             PIC X(08).

      *-- Working copy of SECCHK00's LINKAGE layout -- the online
      *-- transactions all work through the 'ONLN' channel.
       01  WS-SECCHK-REQUEST.
           05  WS-SC-USER-ID             PIC X(08).
           05  WS-SC-FUNCTION-CODE       PIC X(04).
           05  WS-SC-CHANNEL-CODE        PIC X(04) VALUE 'ONLN'.
           05  WS-SC-RETURN-CODE         PIC S9(04) COMP.

      *-- Working copy of DCLCTL00's LINKAGE layout -- a close is
      *-- raised here as a pending request for a second user.
       01  WS-DCLCTL-REQUEST.
           05  WS-DC-FUNCTION            PIC X(04).
           05  WS-DC-ACTION              PIC X(04).
           05  WS-DC-TARGET-KEY          PIC X(28).
           05  WS-DC-RETURN-CODE         PIC S9(04) COMP.
           05  WS-DC-USER-ID             PIC X(08).
      *-- Change: DCLCTL00 now keeps a requester's reason on RQST; a
      *-- close is raised without one.
           05  WS-DC-REASON              PIC X(40) VALUE SPACES.

       01  WS-WORK-AREA.
           05  WS-RESP               PIC S9(08) COMP.
           05  WS-OPERATOR-ID        PIC X(08).
           05  WS-ABSTIME            PIC S9(15) COMP-3.
           05  WS-CURRENT-DATE       PIC X(08).
           05  WS-PDT-SYSTEM-ID      PIC X(08) VALUE 'INVOPS'.
           05  WS-ACTION             PIC X(04).
               88  WS-ACTION-SHOW        VALUE SPACES.
               88  WS-ACTION-CREATE      VALUE 'CRPF'.
               88  WS-ACTION-CLOSE       VALUE 'CLPF'.
               88  WS-ACTION-CURRENCY    VALUE 'CHCR'.
               88  WS-ACTION-ASSIGN      VALUE 'ASCL'.
               88  WS-ACTION-CONTACT     VALUE 'OCON'.
               88  WS-ACTION-VALID       VALUE 'CRPF' 'CLPF'
                                               'CHCR' 'ASCL'
                                               'OCON'.
           05  WS-PORT-SW            PIC X(01).
               88  WS-PORT-ON-FILE       VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(01).

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
               MOVE SPACES TO PRTMMAPO
               MOVE 'KEY A PORTFOLIO ID AND PRESS ENTER TO SHOW IT'
                   TO PMSGO
               PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
               EXEC CICS RETURN
                   TRANSID ('PRTM')
                   COMMAREA (DFHCOMMAREA)
               END-EXEC
           END-IF

           PERFORM 1000-RECEIVE-SCREEN THRU 1000-EXIT
           MOVE PACTIONI TO WS-ACTION

           IF WS-ACTION-SHOW
               PERFORM 2000-SHOW-PORTFOLIO THRU 2000-EXIT
           ELSE
               PERFORM 2100-VALIDATE-ACTION THRU 2100-EXIT
               IF PMSGO = SPACES
                   PERFORM 3000-APPLY-ACTION THRU 3000-EXIT
               END-IF
           END-IF

           PERFORM 5000-SEND-SCREEN THRU 5000-EXIT

           EXEC CICS RETURN
               TRANSID ('PRTM')
               COMMAREA (DFHCOMMAREA)
           END-EXEC
           .
       0000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

      *-----------------------------------------------------------------
      * AUTHORIZATION - THE OPERATOR MUST CARRY THE 'PRTM' FUNCTION
      *-----------------------------------------------------------------
      *-- SECCHK00 fails closed and writes the decision to AUDIT-FILE
      *-- itself; a denial ends the session.
       0500-CHECK-AUTHORITY.
           MOVE WS-OPERATOR-ID TO WS-SC-USER-ID
           MOVE 'PRTM'         TO WS-SC-FUNCTION-CODE
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               MOVE SPACES TO PRTMMAPO
               MOVE 'YOU ARE NOT AUTHORIZED FOR PORTFOLIO MAINTENANCE'
                   TO PMSGO
               PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
       0500-EXIT.
           EXIT.

      *-- Each action is authorized against its own function code
      *-- before it is validated, the same code PRTMNT00 checks.
       0550-CHECK-ACTION-AUTHORITY.
           MOVE WS-OPERATOR-ID TO WS-SC-USER-ID
           MOVE WS-ACTION      TO WS-SC-FUNCTION-CODE
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               STRING 'YOU ARE NOT AUTHORIZED FOR ' WS-ACTION
                   DELIMITED BY SIZE INTO PMSGO
           END-IF
           .
       0550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSINESS DATE - THE SYSTEM PROCESS DATE DTEROL00 MAINTAINS
      *-----------------------------------------------------------------
      *-- A new portfolio opens on the business date by default. With
      *-- no control record the clock date stands, the same fallback
      *-- the batch service (PDTSVC00) takes.
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
           EXEC CICS RECEIVE MAP ('PRTMMAP')
                               MAPSET ('PRTMSET')
                               INTO (PRTMMAPI)
                               RESP (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               GO TO 0000-EXIT
           END-IF

           MOVE SPACES TO PMSGO
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SHOW THE CURRENT RECORD
      *-----------------------------------------------------------------
       2000-SHOW-PORTFOLIO.
           IF PPORTIDI = SPACES
               MOVE 'KEY A PORTFOLIO ID AND PRESS ENTER TO SHOW IT'
                   TO PMSGO
               GO TO 2000-EXIT
           END-IF

           PERFORM 2900-READ-PORTFOLIO THRU 2900-EXIT
           IF WS-PORT-ON-FILE
               PERFORM 4000-DISPLAY-PORTFOLIO THRU 4000-EXIT
               MOVE 'CURRENT RECORD SHOWN - KEY AN ACTION TO MAINTAIN'
                    & ' IT' TO PMSGO
           ELSE
               MOVE SPACES TO PSTATUSO
               MOVE SPACES TO PDCLO
               MOVE 'PORTFOLIO NOT ON FILE - KEY ITS DETAILS AND CRPF'
                    & ' TO CREATE IT' TO PMSGO
           END-IF
           .
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ON-THE-SPOT VALIDATION AGAINST THE MASTERS
      *-----------------------------------------------------------------
       2100-VALIDATE-ACTION.
           IF NOT WS-ACTION-VALID
               MOVE 'ACTION MUST BE CRPF, CLPF, CHCR, ASCL OR OCON'
                    & ' (BLANK TO SHOW)' TO PMSGO
               GO TO 2100-EXIT
           END-IF

           IF PPORTIDI = SPACES
               MOVE 'PORTFOLIO ID IS REQUIRED' TO PMSGO
               GO TO 2100-EXIT
           END-IF

           PERFORM 0550-CHECK-ACTION-AUTHORITY THRU 0550-EXIT
           IF PMSGO NOT = SPACES
               GO TO 2100-EXIT
           END-IF

           PERFORM 2900-READ-PORTFOLIO THRU 2900-EXIT
           EVALUATE TRUE
               WHEN WS-ACTION-CREATE
                   PERFORM 2200-VALIDATE-CREATE THRU 2200-EXIT
               WHEN WS-ACTION-CLOSE
                   PERFORM 2300-VALIDATE-CLOSE THRU 2300-EXIT
               WHEN WS-ACTION-CURRENCY
                   PERFORM 2400-VALIDATE-CURRENCY THRU 2400-EXIT
               WHEN WS-ACTION-CONTACT
                   PERFORM 2600-VALIDATE-CONTACT THRU 2600-EXIT
               WHEN OTHER
                   PERFORM 2500-VALIDATE-ASSIGN THRU 2500-EXIT
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

      *-- A new portfolio needs everything PRTMNT00 stores. A blank
      *-- open date takes the business date.
       2200-VALIDATE-CREATE.
           IF WS-PORT-ON-FILE
               MOVE 'PORTFOLIO ALREADY EXISTS' TO PMSGO
               GO TO 2200-EXIT
           END-IF
           IF PNAMEI = SPACES
               MOVE 'A NEW PORTFOLIO NEEDS A NAME' TO PMSGO
               GO TO 2200-EXIT
           END-IF
           IF PTYPEI NOT = 'RTL' AND PTYPEI NOT = 'INST'
               AND PTYPEI NOT = 'FUND'
               MOVE 'TYPE MUST BE RTL, INST OR FUND' TO PMSGO
               GO TO 2200-EXIT
           END-IF
           IF PCURRI = SPACES
               MOVE 'BASE CURRENCY IS REQUIRED' TO PMSGO
               GO TO 2200-EXIT
           END-IF
           IF POPENI = SPACES
               MOVE WS-CURRENT-DATE TO POPENI
           END-IF
           IF POPENI NOT NUMERIC
               MOVE 'OPEN DATE MUST BE YYYYMMDD' TO PMSGO
               GO TO 2200-EXIT
           END-IF
           IF POPENI > WS-CURRENT-DATE
               MOVE 'OPEN DATE CANNOT BE AFTER THE BUSINESS DATE'
                   TO PMSGO
               GO TO 2200-EXIT
           END-IF
           IF PCHANI = SPACES
               MOVE 'A CHANNEL CODE IS REQUIRED' TO PMSGO
               GO TO 2200-EXIT
           END-IF
           .
       2200-EXIT.
           EXIT.

       2300-VALIDATE-CLOSE.
           IF NOT WS-PORT-ON-FILE
               MOVE 'PORTFOLIO NOT ON PORTFOLIO-MASTER' TO PMSGO
               GO TO 2300-EXIT
           END-IF
           IF PORT-STATUS-CLOSED
               MOVE 'PORTFOLIO IS ALREADY CLOSED' TO PMSGO
               GO TO 2300-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.

       2400-VALIDATE-CURRENCY.
           IF NOT WS-PORT-ON-FILE
               MOVE 'PORTFOLIO NOT ON PORTFOLIO-MASTER' TO PMSGO
               GO TO 2400-EXIT
           END-IF
           IF PORT-STATUS-CLOSED
               MOVE 'CANNOT MODIFY A CLOSED PORTFOLIO' TO PMSGO
               GO TO 2400-EXIT
           END-IF
           IF PCURRI = SPACES
               MOVE 'KEY THE NEW BASE CURRENCY' TO PMSGO
               GO TO 2400-EXIT
           END-IF
           IF PCURRI = PORT-BASE-CURRENCY
               MOVE 'BASE CURRENCY IS UNCHANGED' TO PMSGO
               GO TO 2400-EXIT
           END-IF
           .
       2400-EXIT.
           EXIT.

      *-- The client must be a live client on COUNTERPARTY-MASTER,
      *-- not a broker or custodian id keyed by mistake.
       2500-VALIDATE-ASSIGN.
           IF NOT WS-PORT-ON-FILE
               MOVE 'PORTFOLIO NOT ON PORTFOLIO-MASTER' TO PMSGO
               GO TO 2500-EXIT
           END-IF
           IF PORT-STATUS-CLOSED
               MOVE 'CANNOT MODIFY A CLOSED PORTFOLIO' TO PMSGO
               GO TO 2500-EXIT
           END-IF
           IF PCLIENTI = SPACES
               MOVE 'CLIENT ID REQUIRED FOR ASSIGNMENT' TO PMSGO
               GO TO 2500-EXIT
           END-IF
           MOVE PCLIENTI TO CPTY-ID
           EXEC CICS READ FILE ('CPTYMSTR')
                            INTO (WS-COUNTERPARTY-RECORD)
                            RIDFLD (CPTY-KEY)
                            KEYLENGTH (8)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CLIENT NOT ON COUNTERPARTY-MASTER' TO PMSGO
               GO TO 2500-EXIT
           END-IF
           IF NOT CPTY-TYPE-CLIENT
               MOVE 'COUNTERPARTY IS NOT A CLIENT' TO PMSGO
               GO TO 2500-EXIT
           END-IF
           IF NOT CPTY-STATUS-ACTIVE
               MOVE 'CLIENT IS NOT ACTIVE' TO PMSGO
               GO TO 2500-EXIT
           END-IF
           .
       2500-EXIT.
           EXIT.

      *-- Owner contact only means something on a portfolio the
      *-- dormancy run has flagged.
       2600-VALIDATE-CONTACT.
           IF NOT WS-PORT-ON-FILE
               MOVE 'PORTFOLIO NOT ON PORTFOLIO-MASTER' TO PMSGO
               GO TO 2600-EXIT
           END-IF
           IF NOT PORT-DORMANT-OR-ESCHEAT
               MOVE 'PORTFOLIO IS NOT FLAGGED DORMANT' TO PMSGO
               GO TO 2600-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.

       2900-READ-PORTFOLIO.
           MOVE 'N' TO WS-PORT-SW
           MOVE PPORTIDI TO PORT-ID
           EXEC CICS READ FILE ('PRTMSTR')
                            INTO (WS-PORTFOLIO-RECORD)
                            RIDFLD (PORT-KEY)
                            KEYLENGTH (8)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-PORT-ON-FILE TO TRUE
           END-IF
           .
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPLY THE ACTION THROUGH PRTMNT00
      *-----------------------------------------------------------------
      *-- PRTMNT00 authorizes the caller's channel code through
      *-- SECCHK00; a create passes the channel keyed for the new
      *-- portfolio, everything else the portfolio's own.
       3000-APPLY-ACTION.
           MOVE WS-ACTION      TO WS-PM-FUNCTION
           MOVE PPORTIDI       TO WS-PM-PORTFOLIO-ID
           MOVE PNAMEI         TO WS-PM-PORTFOLIO-NAME
           MOVE PTYPEI         TO WS-PM-PORTFOLIO-TYPE
           MOVE PCURRI         TO WS-PM-BASE-CURRENCY
           MOVE POPENI         TO WS-PM-OPEN-DATE
           MOVE PCLIENTI       TO WS-PM-CLIENT-ID
           MOVE ZERO           TO WS-PM-RETURN-CODE
           MOVE WS-OPERATOR-ID TO WS-PM-USER-ID
           IF WS-ACTION-CREATE
               MOVE PCHANI TO WS-PM-CHANNEL-CODE
           ELSE
               MOVE PORT-CHANNEL-CODE TO WS-PM-CHANNEL-CODE
           END-IF

           IF WS-ACTION-CLOSE
               PERFORM 3100-ROUTE-CLOSE THRU 3100-EXIT
           ELSE
               PERFORM 3050-CALL-SERVICE THRU 3050-EXIT
           END-IF

      *-- The action is spent either way; the screen comes back with
      *-- the record as it now stands.
           MOVE SPACES TO PACTIONO
           PERFORM 2900-READ-PORTFOLIO THRU 2900-EXIT
           IF WS-PORT-ON-FILE
               PERFORM 4000-DISPLAY-PORTFOLIO THRU 4000-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

       3050-CALL-SERVICE.
           CALL 'PRTMNT00' USING WS-PRTMNT-REQUEST
           IF WS-PM-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN WS-ACTION-CREATE
                       MOVE 'PORTFOLIO CREATED' TO PMSGO
                   WHEN WS-ACTION-CLOSE
                       MOVE 'PORTFOLIO CLOSED UNDER THE APPROVED'
                            & ' DUAL-CONTROL REQUEST' TO PMSGO
                   WHEN WS-ACTION-CURRENCY
                       MOVE 'BASE CURRENCY CHANGED' TO PMSGO
                   WHEN WS-ACTION-CONTACT
                       MOVE 'OWNER CONTACT RECORDED - DORMANCY CLEARED'
                           TO PMSGO
                   WHEN OTHER
                       MOVE 'CLIENT ASSIGNED' TO PMSGO
               END-EVALUATE
           ELSE
               MOVE 'PORTFOLIO MAINTENANCE REFUSED - SEE THE ERROR LOG'
                   TO PMSGO
           END-IF
           .
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DUAL CONTROL - A CLOSE IS QUEUED, NOT EXECUTED
      *-----------------------------------------------------------------
      *-- An approved request for the close is consumed by PRTMNT00
      *-- when it executes. A pending one is left for its reviewer.
      *-- Anything else -- no request, or a rejected or spent one --
      *-- raises a fresh request under the operator's id.
       3100-ROUTE-CLOSE.
           MOVE 'PCLS'   TO DCL-ACTION
           MOVE SPACES   TO DCL-TARGET-KEY
           MOVE PPORTIDI TO DCL-TARGET-KEY (1:8)
           EXEC CICS READ FILE ('DCLQUEUE')
                            INTO (DUAL-CONTROL-RECORD)
                            RIDFLD (DCL-KEY)
                            KEYLENGTH (32)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND DCL-STATUS-APPROVED
               PERFORM 3050-CALL-SERVICE THRU 3050-EXIT
               GO TO 3100-EXIT
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               AND DCL-STATUS-PENDING
               MOVE 'CLOSE IS ALREADY AWAITING A SECOND USER''S'
                    & ' APPROVAL' TO PMSGO
               GO TO 3100-EXIT
           END-IF

           MOVE 'RQST'          TO WS-DC-FUNCTION
           MOVE 'PCLS'          TO WS-DC-ACTION
           MOVE SPACES          TO WS-DC-TARGET-KEY
           MOVE PPORTIDI        TO WS-DC-TARGET-KEY (1:8)
           MOVE ZERO            TO WS-DC-RETURN-CODE
           MOVE WS-OPERATOR-ID  TO WS-DC-USER-ID
           CALL 'DCLCTL00' USING WS-DCLCTL-REQUEST
           IF WS-DC-RETURN-CODE = 0
               MOVE 'CLOSE QUEUED FOR A SECOND USER''S APPROVAL - KEY'
                    & ' CLPF AGAIN ONCE APPROVED' TO PMSGO
           ELSE
               MOVE 'CLOSE REQUEST REFUSED - SEE THE ERROR LOG'
                   TO PMSGO
           END-IF
           .
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FORMAT THE CURRENT RECORD
      *-----------------------------------------------------------------
       4000-DISPLAY-PORTFOLIO.
           MOVE PORT-NAME          TO PNAMEO
           MOVE PORT-TYPE          TO PTYPEO
           MOVE PORT-BASE-CURRENCY TO PCURRO
           MOVE PORT-OPEN-DATE     TO POPENO
           MOVE PORT-CHANNEL-CODE  TO PCHANO
           MOVE PORT-CLIENT-ID     TO PCLIENTO
           EVALUATE TRUE
               WHEN PORT-STATUS-ACTIVE
                   MOVE 'ACTIVE' TO PSTATUSO
               WHEN PORT-STATUS-CLOSED
                   MOVE 'CLOSED' TO PSTATUSO
               WHEN OTHER
                   MOVE 'UNKNOWN' TO PSTATUSO
           END-EVALUATE
           PERFORM 4100-DISPLAY-DUAL-CONTROL THRU 4100-EXIT
           .
       4000-EXIT.
           EXIT.

      *-- The state of any close request, so the operator can see
      *-- whether CLPF will raise, wait or execute.
       4100-DISPLAY-DUAL-CONTROL.
           MOVE SPACES   TO PDCLO
           MOVE 'PCLS'   TO DCL-ACTION
           MOVE SPACES   TO DCL-TARGET-KEY
           MOVE PORT-ID  TO DCL-TARGET-KEY (1:8)
           EXEC CICS READ FILE ('DCLQUEUE')
                            INTO (DUAL-CONTROL-RECORD)
                            RIDFLD (DCL-KEY)
                            KEYLENGTH (32)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CLOSE REQUEST' TO PDCLO
               GO TO 4100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN DCL-STATUS-PENDING
                   STRING 'CLOSE RAISED BY ' DCL-REQUESTED-BY
                          ' - AWAITING APPROVAL'
                       DELIMITED BY SIZE INTO PDCLO
               WHEN DCL-STATUS-APPROVED
                   STRING 'CLOSE APPROVED BY ' DCL-DECIDED-BY
                          ' - CLPF EXECUTES IT'
                       DELIMITED BY SIZE INTO PDCLO
               WHEN DCL-STATUS-REJECTED
                   STRING 'CLOSE REJECTED BY ' DCL-DECIDED-BY
                       DELIMITED BY SIZE INTO PDCLO
               WHEN OTHER
                   MOVE 'LAST CLOSE REQUEST EXECUTED' TO PDCLO
           END-EVALUATE
           .
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RE-DISPLAY THE SCREEN
      *-----------------------------------------------------------------
       5000-SEND-SCREEN.
           MOVE WS-CURRENT-DATE TO PBUSDTO
           EXEC CICS SEND MAP ('PRTMMAP')
                            MAPSET ('PRTMSET')
                            FROM (PRTMMAPO)
                            CURSOR
                            ERASE
           END-EXEC
           .
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * UNEXPECTED CICS CONDITION - TELL THE OPERATOR, DO NOT ABEND
      * THE REGION
      *-----------------------------------------------------------------
       8000-ABEND-HANDLER.
           MOVE 'AN UNEXPECTED ERROR OCCURRED - NOTIFY SUPPORT'
               TO PMSGO
           PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
           EXEC CICS RETURN
               TRANSID ('PRTM')
               COMMAREA (DFHCOMMAREA)
           END-EXEC.
