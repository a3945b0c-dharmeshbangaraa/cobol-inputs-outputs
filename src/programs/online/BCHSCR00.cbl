      * 2026-08-23  THE OPERATOR MUST NOW CARRY THE 'BCHS' FUNCTION   *
      *             ON THE USER SECURITY PROFILE; A DENIAL IS         *
      *             WRITTEN TO AUDIT-FILE AND THE SESSION ENDS.       *
      * 2026-10-15  THE RUN SHEET, ACTIONS AND AUDIT EVENTS USE THE   *
      *             BUSINESS PROCESS DATE FROM PROCDATE, THE DATE THE *
      *             BATCH JOBS REGISTER UNDER, SO A CHAIN RUNNING     *
      *             PAST MIDNIGHT STAYS ON THE CONSOLE. THE CICS      *
      *             CLOCK DATE STANDS ONLY WITH NO CONTROL RECORD.    *
      *****************************************************************
       ENVIRONMENT DIVISION.

       01  WS-USER-SECURITY-RECORD.
           COPY USRSEC.

           COPY PRCDTE.

       01  WS-WORK-AREA.
           05  WS-RESP               PIC S9(08) COMP.
           05  WS-OPERATOR-ID        PIC X(08).
           05  WS-ABSTIME            PIC S9(15) COMP-3.
           05  WS-CURRENT-DATE       PIC X(08).
           05  WS-CURRENT-TIME       PIC X(06).
           05  WS-PDT-SYSTEM-ID      PIC X(08) VALUE 'INVOPS'.
           05  WS-LINE-COUNT         PIC 9(02).
           05  WS-AUDIT-SEQ          PIC 9(06).
      *-- EIBTIME carries 0HHMMSS as a packed number; the redefine

      *-- The batch control file keys on YYYYMMDD, so the console
      *-- asks CICS for today's date in that form.
      *-- Change: the jobs register under the business process date
      *-- DTEROL00 maintains, not the clock, so the console reads
      *-- PROCDATE the way PRTSCR00 does. With no control record the
      *-- clock date stands, the batch service's (PDTSVC00) fallback.
       1100-FORMAT-RUN-DATE.
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
       1100-EXIT.
           EXIT.
