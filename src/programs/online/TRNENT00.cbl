      *             THEMSELVES ARE SEQUENTIAL AND WERE NEVER          *
      *             READABLE AS VSAM FROM CICS. THE PRICE CHECK IS    *
      *             NOW A SINGLE EXACT-KEY READ OF THE LATEST QUOTE.  *
      * 2026-10-05  AN ENTRY'S TRADE DATE, PROCESS DATE AND AUDIT     *
      *             ENTRIES ARE NOW THE SYSTEM BUSINESS PROCESS DATE  *
      *             MAINTAINED BY DTEROL00 (SHOWN ON THE SCREEN'S     *
      *             SECOND ROW) INSTEAD OF THE CICS CLOCK DATE, SO A  *
      *             TRADE KEYED WHILE A LATE CHAIN IS STILL RUNNING   *
      *             BELONGS TO THAT BUSINESS DATE.                    *
      * 2026-10-15  A BUY FOR A PORTFOLIO WHOSE CLIENT'S KYC REVIEW   *
      *             HAS LAPSED ON COUNTERPARTY-MASTER IS REFUSED AT   *
      *             ENTRY, AND EACH REFUSAL IS WRITTEN TO ERROR-FILE  *
      *             (ERRLOG) IN THE ERRLOG00 LAYOUT.                  *
      * 2026-10-15  A BUY IS JUDGED AGAINST THE CLIENT'S RISK PROFILE *
      *             (SUICHK00): ONE NOTCH OVER THE CLIENT'S CEILING   *
      *             IS ENTERED AND FLAGGED TO ERROR-FILE; TWO OR MORE *
      *             IS BLOCKED UNLESS A SUIT OVERRIDE, RAISED WITH    *
      *             THE REASON KEYED ON THE NEW OVERRIDE FIELD, HAS   *
      *             BEEN APPROVED BY A SECOND USER (DCLCTL00).        *
      *****************************************************************
       ENVIRONMENT DIVISION.

               88  WS-CP-BROWSE-DONE     VALUE 'Y'.

           COPY POSREC.
      *-- Change: the system process-date control record, read once
      *-- per task so the screen shows, and the entry is stamped
      *-- with, the business date the overnight chain will post it
      *-- under.
           COPY PRCDTE.
      *-- Change: client KYC review check. A lapsed client's buy is
      *-- refused and the refusal written to the central ERROR-FILE
      *-- in the ERRLOG00 layout and sequence convention, so the
      *-- online blocks sit in the same log as HISTLD00's.
           COPY ERRLOG.
       01  WS-KYC-AREA.
           05  WS-KYC-DUE-DATE.
               10  WS-KYC-DUE-YEAR       PIC 9(04).
               10  WS-KYC-DUE-MMDD       PIC X(04).
           05  WS-KYC-CYCLE-YEARS        PIC 9(01).
           05  WS-ERRLOG-SEQ             PIC 9(06).
           05  WS-ERRLOG-ATTEMPTS        PIC 9(02) COMP.
      *-- Change: client suitability. SUICHK00 judges the security's
      *-- risk rating against the client's profile; a blocked buy is
      *-- routed through the dual-control queue as a SUIT request,
      *-- raised here with the operator's keyed reason.
       01  WS-SUITCHK-REQUEST.
           05  WS-SU-RISK-TOLERANCE      PIC X(01).
           05  WS-SU-OBJECTIVE           PIC X(01).
           05  WS-SU-HORIZON             PIC X(01).
           05  WS-SU-SEC-RISK-RATING     PIC X(01).
           05  WS-SU-CEILING             PIC X(01).
           05  WS-SU-VERDICT             PIC X(01).
               88  WS-SU-FLAGGED             VALUE 'F'.
               88  WS-SU-BLOCKED             VALUE 'B'.
           05  WS-SU-RETURN-CODE         PIC S9(04) COMP.
           COPY DCLREQ.
       01  WS-DCLCTL-REQUEST.
           05  WS-DC-FUNCTION            PIC X(04).
           05  WS-DC-ACTION              PIC X(04).
           05  WS-DC-TARGET-KEY          PIC X(28).
           05  WS-DC-RETURN-CODE         PIC S9(04) COMP.
           05  WS-DC-USER-ID             PIC X(08).
           05  WS-DC-REASON              PIC X(40).
       01  WS-SUIT-AREA.
           05  WS-SUIT-SW                PIC X(01).
               88  WS-SUIT-FLAGGED           VALUE 'F'.
               88  WS-SUIT-OVERRIDDEN        VALUE 'O'.
           05  WS-SUIT-TEXT              PIC X(80).
       01  WS-PRICE-CHECK-AREA.
           05  WS-PRICE-TOL-PCT      PIC 9(03) VALUE 25.
           05  WS-QUOTE-PRICE        PIC S9(11)V9(4) COMP-3.
           05  WS-OPERATOR-ID        PIC X(08).
           05  WS-ABSTIME            PIC S9(15) COMP-3.
           05  WS-CURRENT-DATE       PIC X(08).
           05  WS-PDT-SYSTEM-ID      PIC X(08) VALUE 'INVOPS'.
           05  WS-TIME-NUM           PIC 9(07).
           05  WS-TIME-SPLIT REDEFINES WS-TIME-NUM.
               10  FILLER            PIC X(01).
           END-EXEC

           EXEC CICS ASSIGN USERID (WS-OPERATOR-ID) END-EXEC
           PERFORM 0600-GET-BUSINESS-DATE THRU 0600-EXIT
           PERFORM 0500-CHECK-AUTHORITY THRU 0500-EXIT

           IF EIBCALEN = 0
           EXIT.

       0550-WRITE-SECURITY-AUDIT.
           MOVE EIBTIME TO WS-TIME-NUM
           MOVE WS-TIME-HHMMSS  TO WS-AUDIT-SEQ
           MOVE 'TRNENT00'      TO AUD-JOB-NAME
       0550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSINESS DATE - THE SYSTEM PROCESS DATE DTEROL00 MAINTAINS
      *-----------------------------------------------------------------
      *-- Change: the date an entry is stamped with is the business
      *-- date the chain is on, not the clock -- a trade keyed after
      *-- midnight during a late chain still belongs to that night.
      *-- With no control record the clock date stands, the same
      *-- fallback the batch service (PDTSVC00) takes.
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
               GO TO 2000-EXIT
           END-IF

      *-- Change: a client whose KYC review has lapsed may not open
      *-- new buys. A keyed transfer carries an unsigned quantity and
      *-- always posts inbound, so there is no outbound transfer to
      *-- refuse here; the feed's outbound legs are held by HISTLD00.
           IF ETYPEI = 'BU'
               PERFORM 2700-CHECK-KYC-REVIEW THRU 2700-EXIT
               IF EMSGO NOT = SPACES
                   GO TO 2000-EXIT
               END-IF
           END-IF

           MOVE EINVIDI TO SEC-ID
           EXEC CICS READ FILE ('SECMSTR')
                            INTO (WS-SECURITY-RECORD)
                   GO TO 2000-EXIT
               END-IF
           END-IF

      *-- Change: suitability is judged last, once every other edit
      *-- has passed, so an approved override is only spent on a buy
      *-- that is actually going to be written.
           MOVE SPACES TO WS-SUIT-SW
           IF ETYPEI = 'BU'
               PERFORM 2800-CHECK-SUITABILITY THRU 2800-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
       2660-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLIENT KYC REVIEW - A LAPSED CLIENT MAY NOT OPEN NEW BUYS
      *-----------------------------------------------------------------
      *-- The review falls due on the anniversary of the last one,
      *-- one, two or three years out by the client's risk rating. A
      *-- client with no review recorded, or not on the master, is
      *-- left to the other edits.
       2700-CHECK-KYC-REVIEW.
           MOVE PORT-CLIENT-ID TO CPTY-ID
           EXEC CICS READ FILE ('CPTYMSTR')
                            INTO (WS-COUNTERPARTY-RECORD)
                            RIDFLD (CPTY-KEY)
                            KEYLENGTH (8)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR CPTY-KYC-LAST-REVIEW = SPACES
               OR CPTY-KYC-LAST-REVIEW NOT NUMERIC
               GO TO 2700-EXIT
           END-IF
           MOVE CPTY-KYC-LAST-REVIEW TO WS-KYC-DUE-DATE
           EVALUATE TRUE
               WHEN CPTY-KYC-RISK-LOW
                   MOVE 3 TO WS-KYC-CYCLE-YEARS
               WHEN CPTY-KYC-RISK-MEDIUM
                   MOVE 2 TO WS-KYC-CYCLE-YEARS
               WHEN OTHER
                   MOVE 1 TO WS-KYC-CYCLE-YEARS
           END-EVALUATE
           ADD WS-KYC-CYCLE-YEARS TO WS-KYC-DUE-YEAR
           IF WS-KYC-DUE-DATE < WS-CURRENT-DATE
               MOVE 'CLIENT KYC REVIEW HAS LAPSED - BUY NOT ALLOWED'
                   TO EMSGO
               PERFORM 2750-LOG-KYC-BLOCK THRU 2750-EXIT
           END-IF
           .
       2700-EXIT.
           EXIT.

      *-- The ERRLOG00 convention: the sequence is the event time,
      *-- bumped on a collision so two blocks in one second both land.
      *-- A log that cannot be written never holds up the operator.
       2750-LOG-KYC-BLOCK.
           MOVE EIBTIME TO WS-TIME-NUM
           MOVE WS-TIME-HHMMSS  TO WS-ERRLOG-SEQ
           MOVE ZERO            TO WS-ERRLOG-ATTEMPTS
           MOVE 'TRNENT00'      TO ERR-JOB-NAME
           MOVE WS-CURRENT-DATE TO ERR-PROCESS-DATE
           MOVE WS-TIME-HHMMSS  TO ERR-EVENT-TIME
           MOVE 'TRNENT00'      TO ERR-PROGRAM-ID
           MOVE SPACES          TO ERR-DESCRIPTION
           STRING 'KYC LAPSED ' WS-KYC-DUE-DATE
                  ' - CLIENT ' CPTY-ID
                  ' PORTFOLIO ' EPORTIDI
                  ' BU BLOCKED BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO ERR-DESCRIPTION
           MOVE SPACES          TO ERR-FILLER
           MOVE DFHRESP(DUPREC) TO WS-RESP
           PERFORM 2760-WRITE-ERROR-EVENT THRU 2760-EXIT
               UNTIL WS-RESP NOT = DFHRESP(DUPREC)
                  OR WS-ERRLOG-ATTEMPTS > 50
           .
       2750-EXIT.
           EXIT.

       2760-WRITE-ERROR-EVENT.
           ADD 1 TO WS-ERRLOG-ATTEMPTS
           MOVE WS-ERRLOG-SEQ TO ERR-SEQUENCE-NO
           EXEC CICS WRITE FILE ('ERRLOG')
                             FROM (ERROR-LOG-RECORD)
                             RIDFLD (ERR-KEY)
                             KEYLENGTH (22)
                             RESP (WS-RESP)
           END-EXEC
           ADD 1 TO WS-ERRLOG-SEQ
           .
       2760-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * CLIENT SUITABILITY - THE BUY AGAINST THE CLIENT'S RISK PROFILE
      *-----------------------------------------------------------------
      *-- A client not on the master, or with no profile taken, and
      *-- an unrated security are not judged (SUICHK00 verdict N).
      *-- One notch over the ceiling proceeds and is flagged once the
      *-- entry is written; two or more goes to dual control.
       2800-CHECK-SUITABILITY.
           MOVE PORT-CLIENT-ID TO CPTY-ID
           EXEC CICS READ FILE ('CPTYMSTR')
                            INTO (WS-COUNTERPARTY-RECORD)
                            RIDFLD (CPTY-KEY)
                            KEYLENGTH (8)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2800-EXIT
           END-IF
           MOVE CPTY-RISK-TOLERANCE TO WS-SU-RISK-TOLERANCE
           MOVE CPTY-OBJECTIVE      TO WS-SU-OBJECTIVE
           MOVE CPTY-HORIZON        TO WS-SU-HORIZON
           MOVE SEC-RISK-RATING     TO WS-SU-SEC-RISK-RATING
           CALL 'SUICHK00' USING WS-SUITCHK-REQUEST
           IF WS-SU-FLAGGED
               SET WS-SUIT-FLAGGED TO TRUE
           END-IF
           IF WS-SU-BLOCKED
               PERFORM 2900-ROUTE-OVERRIDE THRU 2900-EXIT
           END-IF
           .
       2800-EXIT.
           EXIT.

      *-- The ERRLOG00 convention, as for a KYC block: the text to log
      *-- is built by the caller in WS-SUIT-TEXT.
       2850-LOG-SUITABILITY.
           MOVE EIBTIME TO WS-TIME-NUM
           MOVE WS-TIME-HHMMSS  TO WS-ERRLOG-SEQ
           MOVE ZERO            TO WS-ERRLOG-ATTEMPTS
           MOVE 'TRNENT00'      TO ERR-JOB-NAME
           MOVE WS-CURRENT-DATE TO ERR-PROCESS-DATE
           MOVE WS-TIME-HHMMSS  TO ERR-EVENT-TIME
           MOVE 'TRNENT00'      TO ERR-PROGRAM-ID
           MOVE WS-SUIT-TEXT    TO ERR-DESCRIPTION
           MOVE SPACES          TO ERR-FILLER
           MOVE DFHRESP(DUPREC) TO WS-RESP
           PERFORM 2760-WRITE-ERROR-EVENT THRU 2760-EXIT
               UNTIL WS-RESP NOT = DFHRESP(DUPREC)
                  OR WS-ERRLOG-ATTEMPTS > 50
           .
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DUAL CONTROL - AN UNSUITABLE BUY NEEDS AN APPROVED OVERRIDE
      *-----------------------------------------------------------------
      *-- The PRTSCR00 close pattern: an approved SUIT request for the
      *-- portfolio and security is consumed and the buy goes ahead;
      *-- a pending one is left for its reviewer; otherwise the
      *-- operator's keyed reason raises a fresh request. Every block
      *-- is logged for the suitability review.
       2900-ROUTE-OVERRIDE.
           MOVE SPACES TO WS-SUIT-TEXT
           STRING 'SUIT BLOCK - CLIENT ' CPTY-ID
                  ' CEIL ' WS-SU-CEILING
                  ' RATING ' WS-SU-SEC-RISK-RATING
                  ' PORT ' EPORTIDI ' SEC ' EINVIDI
               DELIMITED BY SIZE INTO WS-SUIT-TEXT
           MOVE 'SUIT'   TO DCL-ACTION
           MOVE SPACES   TO DCL-TARGET-KEY
           MOVE EPORTIDI TO DCL-TARGET-KEY (1:8)
           MOVE EINVIDI  TO DCL-TARGET-KEY (9:10)
           EXEC CICS READ FILE ('DCLQUEUE')
                            INTO (DUAL-CONTROL-RECORD)
                            RIDFLD (DCL-KEY)
                            KEYLENGTH (32)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND DCL-STATUS-APPROVED
               MOVE 'EXEC'          TO WS-DC-FUNCTION
               MOVE 'SUIT'          TO WS-DC-ACTION
               MOVE DCL-TARGET-KEY  TO WS-DC-TARGET-KEY
               MOVE ZERO            TO WS-DC-RETURN-CODE
               MOVE 'TRNENT00'      TO WS-DC-USER-ID
               MOVE SPACES          TO WS-DC-REASON
               CALL 'DCLCTL00' USING WS-DCLCTL-REQUEST
               IF WS-DC-RETURN-CODE = 0
                   SET WS-SUIT-OVERRIDDEN TO TRUE
                   GO TO 2900-EXIT
               END-IF
           END-IF

           PERFORM 2850-LOG-SUITABILITY THRU 2850-EXIT
           IF WS-RESP = DFHRESP(NORMAL)
               AND DCL-STATUS-PENDING
               MOVE 'UNSUITABLE BUY - OVERRIDE IS ALREADY AWAITING A'
                    & ' SECOND USER''S APPROVAL' TO EMSGO
               GO TO 2900-EXIT
           END-IF
           IF ESUITRI = SPACES
               MOVE SPACES TO EMSGO
               STRING 'BUY UNSUITABLE FOR CLIENT (RATING '
                      WS-SU-SEC-RISK-RATING ', CEILING '
                      WS-SU-CEILING ') - KEY AN OVERRIDE REASON'
                   DELIMITED BY SIZE INTO EMSGO
               GO TO 2900-EXIT
           END-IF

           MOVE 'RQST'          TO WS-DC-FUNCTION
           MOVE 'SUIT'          TO WS-DC-ACTION
           MOVE SPACES          TO WS-DC-TARGET-KEY
           MOVE EPORTIDI        TO WS-DC-TARGET-KEY (1:8)
           MOVE EINVIDI         TO WS-DC-TARGET-KEY (9:10)
           MOVE ZERO            TO WS-DC-RETURN-CODE
           MOVE WS-OPERATOR-ID  TO WS-DC-USER-ID
           MOVE ESUITRI         TO WS-DC-REASON
           CALL 'DCLCTL00' USING WS-DCLCTL-REQUEST
           IF WS-DC-RETURN-CODE = 0
               MOVE 'OVERRIDE QUEUED FOR A SECOND USER''S APPROVAL -'
                    & ' KEY THE BUY AGAIN ONCE APPROVED' TO EMSGO
           ELSE
               MOVE 'OVERRIDE REQUEST REFUSED - SEE THE ERROR LOG'
                   TO EMSGO
           END-IF
           .
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * WRITE THE PENDING TRANSACTION
      *-----------------------------------------------------------------
      *-- sequence, so two operators keying in the same second still
      *-- get distinct TRAN-KEYs.
       3000-WRITE-TRANSACTION.
           MOVE EIBTIME TO WS-TIME-NUM
           MOVE EIBTASKN TO WS-TASK-SEQ

      *-- AUDIT-FILE under the operator's own id.
               MOVE 'ENTRY   ' TO AUD-EVENT-TYPE
               MOVE SPACES TO AUD-DESCRIPTION
      *-- Change: an overridden or flagged buy says so on the audit
      *-- trail and on ERROR-FILE for the suitability review.
               IF WS-SUIT-OVERRIDDEN
                   STRING 'ONLINE ENTRY: ' TRAN-KEY ' SUIT OVERRIDE'
                       DELIMITED BY SIZE INTO AUD-DESCRIPTION
               ELSE
                   STRING 'ONLINE ENTRY: ' TRAN-KEY
                       DELIMITED BY SIZE INTO AUD-DESCRIPTION
               END-IF
               PERFORM 0550-WRITE-SECURITY-AUDIT THRU 0550-EXIT
               EVALUATE TRUE
                   WHEN WS-SUIT-FLAGGED
                       MOVE SPACES TO WS-SUIT-TEXT
                       STRING 'SUIT FLAG - CLIENT ' CPTY-ID
                              ' CEIL ' WS-SU-CEILING
                              ' RATING ' WS-SU-SEC-RISK-RATING
                              ' ENTRY ' TRAN-KEY
                           DELIMITED BY SIZE INTO WS-SUIT-TEXT
                       PERFORM 2850-LOG-SUITABILITY THRU 2850-EXIT
                       MOVE 'TRANSACTION ENTERED AS PENDING - FLAGGED'
                            & ' ABOVE THE CLIENT''S RISK CEILING'
                           TO EMSGO
                   WHEN WS-SUIT-OVERRIDDEN
                       MOVE SPACES TO WS-SUIT-TEXT
                       STRING 'SUIT OVERRIDE USED - CLIENT '
                              CPTY-ID ' ENTRY ' TRAN-KEY
                           DELIMITED BY SIZE INTO WS-SUIT-TEXT
                       PERFORM 2850-LOG-SUITABILITY THRU 2850-EXIT
                       MOVE 'TRANSACTION ENTERED AS PENDING UNDER THE'
                            & ' APPROVED SUITABILITY OVERRIDE' TO EMSGO
               END-EVALUATE
           ELSE
               MOVE 'TRANSACTION COULD NOT BE WRITTEN - NOTIFY'
                    & ' SUPPORT' TO EMSGO
      * RE-DISPLAY THE SCREEN
      *-----------------------------------------------------------------
       5000-SEND-SCREEN.
           MOVE WS-CURRENT-DATE TO EBUSDTO
           EXEC CICS SEND MAP ('TRNEMAP')
                            MAPSET ('TRNESET')
                            FROM (TRNEMAPO)
