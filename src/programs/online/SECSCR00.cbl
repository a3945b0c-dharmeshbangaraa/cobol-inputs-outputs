       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECSCR00.
       INSTALLATION. INVESTMENT OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      * Online Security Maintenance                                    *
      *                                                                *
      * CICS pseudo-conversational transaction behind the SECMSET/     *
      * SECMMAP map, in the INQSCR00/TRNENT00 style, the online        *
      * counterpart of the SECMNT00 request cards:                     *
      * - ENTER with no action shows the security's current            *
      *   SECURITY-MASTER record, including the maturity, day-count    *
      *   and pricing-source settings maintained elsewhere             *
      * - An action (CRSC create, INSC inactivate, RESC reactivate,    *
      *   CHSC change) is validated on the spot, then applied by       *
      *   calling SECMNT00, still the sole maintainer of the file      *
      * - The operator must carry 'SECM' to use the screen and the     *
      *   action's own function code to apply it, both checked through *
      *   SECCHK00 on the 'ONLN' channel                               *
      * None of the security functions is under dual control.         *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      * DATE        DESCRIPTION                                        *
      * ----------  ------------------------------------------        *
      * 2026-10-15  ORIGINAL PROGRAM                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY SECMMAP.
           COPY DFHAID.
           COPY DFHBMSCA.

       01  WS-SECURITY-RECORD.
           COPY SECMSTR REPLACING ==:PREFIX:== BY ==SEC==.

           COPY PRCDTE.

      *-- Working copy of SECMNT00's LINKAGE layout.
       01  WS-SECMNT-REQUEST.
           05  WS-SM-FUNCTION            PIC X(04).
           05  WS-SM-SECURITY-ID         PIC X(10).
           05  WS-SM-DESCRIPTION         PIC X(30).
           05  WS-SM-INVESTMENT-TYPE     PIC X(04).
           05  WS-SM-CURRENCY            PIC X(03).
           05  WS-SM-ACCRUAL-RATE        PIC S9(03)V9(06) COMP-3.
           05  WS-SM-RETURN-CODE         PIC S9(04) COMP.
           05  WS-SM-USER-ID             PIC X(08).

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
           05  WS-ACTION             PIC X(04).
               88  WS-ACTION-SHOW        VALUE SPACES.
               88  WS-ACTION-CREATE      VALUE 'CRSC'.
               88  WS-ACTION-INACTIVATE  VALUE 'INSC'.
               88  WS-ACTION-REACTIVATE  VALUE 'RESC'.
               88  WS-ACTION-CHANGE      VALUE 'CHSC'.
               88  WS-ACTION-VALID       VALUE 'CRSC' 'INSC'
                                               'RESC' 'CHSC'.
           05  WS-TYPE               PIC X(04).
               88  WS-TYPE-VALID         VALUE 'EQ  ' 'FI  '
                                               'CASH' 'MM  '.
               88  WS-TYPE-ACCRUING      VALUE 'FI  ' 'MM  '.
           05  WS-SEC-SW             PIC X(01).
               88  WS-SEC-ON-FILE        VALUE 'Y'.

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
               MOVE SPACES TO SECMMAPO
               MOVE 'KEY A SECURITY ID AND PRESS ENTER TO SHOW IT'
                   TO SMSGO
               PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
               EXEC CICS RETURN
                   TRANSID ('SECM')
                   COMMAREA (DFHCOMMAREA)
               END-EXEC
           END-IF

           PERFORM 1000-RECEIVE-SCREEN THRU 1000-EXIT
           MOVE SACTIONI TO WS-ACTION

           IF WS-ACTION-SHOW
               PERFORM 2000-SHOW-SECURITY THRU 2000-EXIT
           ELSE
               PERFORM 2100-VALIDATE-ACTION THRU 2100-EXIT
               IF SMSGO = SPACES
                   PERFORM 3000-APPLY-ACTION THRU 3000-EXIT
               END-IF
           END-IF

           PERFORM 5000-SEND-SCREEN THRU 5000-EXIT

           EXEC CICS RETURN
               TRANSID ('SECM')
               COMMAREA (DFHCOMMAREA)
           END-EXEC
           .
       0000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

      *-----------------------------------------------------------------
      * AUTHORIZATION - THE OPERATOR MUST CARRY THE 'SECM' FUNCTION
      *-----------------------------------------------------------------
      *-- SECCHK00 fails closed and writes the decision to AUDIT-FILE
      *-- itself; a denial ends the session.
       0500-CHECK-AUTHORITY.
           MOVE WS-OPERATOR-ID TO WS-SC-USER-ID
           MOVE 'SECM'         TO WS-SC-FUNCTION-CODE
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               MOVE SPACES TO SECMMAPO
               MOVE 'YOU ARE NOT AUTHORIZED FOR SECURITY MAINTENANCE'
                   TO SMSGO
               PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
       0500-EXIT.
           EXIT.

      *-- Each action is authorized against its own function code
      *-- before it is validated, the same code SECMNT00 checks.
       0550-CHECK-ACTION-AUTHORITY.
           MOVE WS-OPERATOR-ID TO WS-SC-USER-ID
           MOVE WS-ACTION      TO WS-SC-FUNCTION-CODE
           CALL 'SECCHK00' USING WS-SECCHK-REQUEST
           IF WS-SC-RETURN-CODE NOT = 0
               STRING 'YOU ARE NOT AUTHORIZED FOR ' WS-ACTION
                   DELIMITED BY SIZE INTO SMSGO
           END-IF
           .
       0550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * BUSINESS DATE - THE SYSTEM PROCESS DATE DTEROL00 MAINTAINS
      *-----------------------------------------------------------------
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
           EXEC CICS RECEIVE MAP ('SECMMAP')
                               MAPSET ('SECMSET')
                               INTO (SECMMAPI)
                               RESP (WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               GO TO 0000-EXIT
           END-IF

           MOVE SPACES TO SMSGO
      *-- A rate left blank is a zero rate.
           IF SRATEI NOT NUMERIC
               MOVE ZERO TO SRATEI
           END-IF
           .
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * SHOW THE CURRENT RECORD
      *-----------------------------------------------------------------
       2000-SHOW-SECURITY.
           IF SSECIDI = SPACES
               MOVE 'KEY A SECURITY ID AND PRESS ENTER TO SHOW IT'
                   TO SMSGO
               GO TO 2000-EXIT
           END-IF

           PERFORM 2900-READ-SECURITY THRU 2900-EXIT
           IF WS-SEC-ON-FILE
               PERFORM 4000-DISPLAY-SECURITY THRU 4000-EXIT
               MOVE 'CURRENT RECORD SHOWN - KEY AN ACTION TO MAINTAIN'
                    & ' IT' TO SMSGO
           ELSE
               MOVE SPACES TO SMATDTO
               MOVE SPACES TO SDAYCTO
               MOVE SPACES TO SPRSRCO
               MOVE SPACES TO SSTATUSO
               MOVE 'SECURITY NOT ON FILE - KEY ITS DETAILS AND CRSC'
                    & ' TO CREATE IT' TO SMSGO
           END-IF
           .
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * ON-THE-SPOT VALIDATION AGAINST SECURITY-MASTER
      *-----------------------------------------------------------------
       2100-VALIDATE-ACTION.
           IF NOT WS-ACTION-VALID
               MOVE 'ACTION MUST BE CRSC, INSC, RESC OR CHSC (BLANK TO'
                    & ' SHOW)' TO SMSGO
               GO TO 2100-EXIT
           END-IF

           IF SSECIDI = SPACES
               MOVE 'SECURITY ID IS REQUIRED' TO SMSGO
               GO TO 2100-EXIT
           END-IF

           PERFORM 0550-CHECK-ACTION-AUTHORITY THRU 0550-EXIT
           IF SMSGO NOT = SPACES
               GO TO 2100-EXIT
           END-IF

           PERFORM 2900-READ-SECURITY THRU 2900-EXIT
           EVALUATE TRUE
               WHEN WS-ACTION-CREATE
                   PERFORM 2200-VALIDATE-CREATE THRU 2200-EXIT
               WHEN WS-ACTION-INACTIVATE
                   PERFORM 2300-VALIDATE-INACTIVATE THRU 2300-EXIT
               WHEN WS-ACTION-REACTIVATE
                   PERFORM 2400-VALIDATE-REACTIVATE THRU 2400-EXIT
               WHEN OTHER
                   PERFORM 2500-VALIDATE-CHANGE THRU 2500-EXIT
           END-EVALUATE
           .
       2100-EXIT.
           EXIT.

       2200-VALIDATE-CREATE.
           IF WS-SEC-ON-FILE
               MOVE 'SECURITY ALREADY EXISTS' TO SMSGO
               GO TO 2200-EXIT
           END-IF
           IF SDESCI = SPACES
               MOVE 'A NEW SECURITY NEEDS A DESCRIPTION' TO SMSGO
               GO TO 2200-EXIT
           END-IF
           IF SCURRI = SPACES
               MOVE 'CURRENCY IS REQUIRED' TO SMSGO
               GO TO 2200-EXIT
           END-IF
           MOVE STYPEI TO WS-TYPE
           PERFORM 2600-VALIDATE-TYPE-RATE THRU 2600-EXIT
           .
       2200-EXIT.
           EXIT.

       2300-VALIDATE-INACTIVATE.
           IF NOT WS-SEC-ON-FILE
               MOVE 'SECURITY NOT ON SECURITY-MASTER' TO SMSGO
               GO TO 2300-EXIT
           END-IF
           IF SEC-STATUS-INACTIVE
               MOVE 'SECURITY IS ALREADY INACTIVE' TO SMSGO
               GO TO 2300-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.

       2400-VALIDATE-REACTIVATE.
           IF NOT WS-SEC-ON-FILE
               MOVE 'SECURITY NOT ON SECURITY-MASTER' TO SMSGO
               GO TO 2400-EXIT
           END-IF
           IF NOT SEC-STATUS-INACTIVE
               MOVE 'SECURITY IS NOT INACTIVE' TO SMSGO
               GO TO 2400-EXIT
           END-IF
           .
       2400-EXIT.
           EXIT.

      *-- A field blanked on a change keeps the value on file, the
      *-- same rule SECMNT00 applies to the request cards.
       2500-VALIDATE-CHANGE.
           IF NOT WS-SEC-ON-FILE
               MOVE 'SECURITY NOT ON SECURITY-MASTER' TO SMSGO
               GO TO 2500-EXIT
           END-IF
           IF STYPEI = SPACES
               MOVE SEC-INVESTMENT-TYPE TO WS-TYPE
           ELSE
               MOVE STYPEI TO WS-TYPE
           END-IF
           PERFORM 2600-VALIDATE-TYPE-RATE THRU 2600-EXIT
           .
       2500-EXIT.
           EXIT.

      *-- Only FI and MM instruments accrue; any other type must carry
      *-- a zero rate or the daily accrual would earn income on it.
       2600-VALIDATE-TYPE-RATE.
           IF NOT WS-TYPE-VALID
               MOVE 'TYPE MUST BE EQ, FI, CASH OR MM' TO SMSGO
               GO TO 2600-EXIT
           END-IF
           IF NOT WS-TYPE-ACCRUING
               AND SRATEI NOT = ZERO
               MOVE 'AN ACCRUAL RATE APPLIES TO FI AND MM ONLY'
                   TO SMSGO
               GO TO 2600-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.

       2900-READ-SECURITY.
           MOVE 'N' TO WS-SEC-SW
           MOVE SSECIDI TO SEC-ID
           EXEC CICS READ FILE ('SECMSTR')
                            INTO (WS-SECURITY-RECORD)
                            RIDFLD (SEC-KEY)
                            KEYLENGTH (10)
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-SEC-ON-FILE TO TRUE
           END-IF
           .
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * APPLY THE ACTION THROUGH SECMNT00
      *-----------------------------------------------------------------
      *-- A status change carries a negative rate so that nothing but
      *-- the status can move.
       3000-APPLY-ACTION.
           MOVE WS-ACTION      TO WS-SM-FUNCTION
           MOVE SSECIDI        TO WS-SM-SECURITY-ID
           MOVE SDESCI         TO WS-SM-DESCRIPTION
           MOVE STYPEI         TO WS-SM-INVESTMENT-TYPE
           MOVE SCURRI         TO WS-SM-CURRENCY
           MOVE ZERO           TO WS-SM-RETURN-CODE
           MOVE WS-OPERATOR-ID TO WS-SM-USER-ID
           IF WS-ACTION-CREATE OR WS-ACTION-CHANGE
               MOVE SRATEI TO WS-SM-ACCRUAL-RATE
           ELSE
               MOVE -1 TO WS-SM-ACCRUAL-RATE
           END-IF

           CALL 'SECMNT00' USING WS-SECMNT-REQUEST
           IF WS-SM-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN WS-ACTION-CREATE
                       MOVE 'SECURITY CREATED' TO SMSGO
                   WHEN WS-ACTION-INACTIVATE
                       MOVE 'SECURITY INACTIVATED' TO SMSGO
                   WHEN WS-ACTION-REACTIVATE
                       MOVE 'SECURITY REACTIVATED' TO SMSGO
                   WHEN OTHER
                       MOVE 'SECURITY CHANGED' TO SMSGO
               END-EVALUATE
           ELSE
               MOVE 'SECURITY MAINTENANCE REFUSED - SEE THE ERROR LOG'
                   TO SMSGO
           END-IF

      *-- The action is spent either way; the screen comes back with
      *-- the record as it now stands.
           MOVE SPACES TO SACTIONO
           PERFORM 2900-READ-SECURITY THRU 2900-EXIT
           IF WS-SEC-ON-FILE
               PERFORM 4000-DISPLAY-SECURITY THRU 4000-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * FORMAT THE CURRENT RECORD
      *-----------------------------------------------------------------
       4000-DISPLAY-SECURITY.
           MOVE SEC-DESCRIPTION     TO SDESCO
           MOVE SEC-INVESTMENT-TYPE TO STYPEO
           MOVE SEC-CURRENCY        TO SCURRO
           MOVE SEC-ACCRUAL-RATE    TO SRATEO
           MOVE SEC-MATURITY-DATE   TO SMATDTO
           MOVE SEC-DAY-COUNT       TO SDAYCTO
           MOVE SPACES              TO SPRSRCO
           STRING SEC-PRICE-SOURCE-1 '/' SEC-PRICE-SOURCE-2
               DELIMITED BY SIZE INTO SPRSRCO
           EVALUATE TRUE
               WHEN SEC-STATUS-ACTIVE
                   MOVE 'ACTIVE' TO SSTATUSO
               WHEN SEC-STATUS-INACTIVE
                   MOVE 'INACTIVE' TO SSTATUSO
               WHEN OTHER
                   MOVE 'UNKNOWN' TO SSTATUSO
           END-EVALUATE
           .
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * RE-DISPLAY THE SCREEN
      *-----------------------------------------------------------------
       5000-SEND-SCREEN.
           MOVE WS-CURRENT-DATE TO SBUSDTO
           EXEC CICS SEND MAP ('SECMMAP')
                            MAPSET ('SECMSET')
                            FROM (SECMMAPO)
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
               TO SMSGO
           PERFORM 5000-SEND-SCREEN THRU 5000-EXIT
           EXEC CICS RETURN
               TRANSID ('SECM')
               COMMAREA (DFHCOMMAREA)
           END-EXEC.
