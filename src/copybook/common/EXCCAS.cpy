      *****************************************************************
      * MORNING EXCEPTION CASE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER OPERATIONAL BREAK ON THE MORNING EXCEPTIONS
      * WORKBENCH. THE OVERNIGHT CONTROL JOBS RAISE THEIR BREAKS
      * THROUGH EXCSVC00 -- TRNAGE00 AGED PENDING/FAILED ROWS,
      * STLMAT00 UNSETTLED OPEN ITEMS, STLACK00 INSTRUCTION REJECTS,
      * CUSREC00 CUSTODIAN BREAKS, GLRECN00 REJECTED POSTINGS,
      * CMPMON00 COMPLIANCE BREACHES, CTLBAL00 CONTROL-TOTAL FLAGS
      * AND POSRVL00 STALE OR MISSING PRICES. THE KEY IS THE BREAK'S
      * OWN NATURAL REFERENCE, SO THE SAME BREAK RAISED AGAIN ON A
      * LATER NIGHT FINDS ITS EXISTING CASE AND KEEPS ITS AGE. A CASE
      * OPENS 'O', GOES TO 'W' WHEN EXCWBK00'S UPDT MODE ASSIGNS AN
      * OWNER, AND CLOSES 'C' THERE WITH A REASON.
      *****************************************************************
       01  EXCEPTION-CASE-RECORD.
           05  EXC-KEY.
               10  EXC-CATEGORY          PIC X(04).
                   88  EXC-CAT-AGED-TRAN     VALUE 'AGED'.
                   88  EXC-CAT-SETTLEMENT    VALUE 'STLO'.
                   88  EXC-CAT-INSTR-REJECT  VALUE 'STLR'.
                   88  EXC-CAT-CUSTODIAN     VALUE 'CUST'.
                   88  EXC-CAT-GL-REJECT     VALUE 'GLRJ'.
                   88  EXC-CAT-COMPLIANCE    VALUE 'CMPB'.
                   88  EXC-CAT-CONTROL-TOTAL VALUE 'CTLB'.
                   88  EXC-CAT-STALE-PRICE   VALUE 'STPX'.
      *-- Change: regulatory trade reports held back for a missing
      *-- field (TRPEXT00), rejected by the regulator or never
      *-- answered (TRPACK00).
                   88  EXC-CAT-TRADE-REPORT  VALUE 'TRPR'.
               10  EXC-REFERENCE         PIC X(30).
           05  EXC-DATA.
               10  EXC-SOURCE-JOB        PIC X(08).
               10  EXC-PORTFOLIO-ID      PIC X(08).
               10  EXC-AMOUNT            PIC S9(13)V9(2) COMP-3.
               10  EXC-DESCRIPTION       PIC X(60).
               10  EXC-FIRST-SEEN        PIC X(08).
               10  EXC-LAST-SEEN         PIC X(08).
               10  EXC-SEEN-COUNT        PIC S9(05) COMP-3.
               10  EXC-REOPEN-COUNT      PIC S9(03) COMP-3.
               10  EXC-STATUS            PIC X(01).
                   88  EXC-STATUS-OPEN       VALUE 'O'.
                   88  EXC-STATUS-WORKING    VALUE 'W'.
                   88  EXC-STATUS-CLOSED     VALUE 'C'.
                   88  EXC-STATUS-ACTIVE     VALUE 'O' 'W'.
               10  EXC-OWNER             PIC X(08).
               10  EXC-ASSIGN-DATE       PIC X(08).
               10  EXC-COMMENT           PIC X(60).
               10  EXC-COMMENT-DATE      PIC X(08).
               10  EXC-COMMENT-USER      PIC X(08).
               10  EXC-CLOSE-DATE        PIC X(08).
               10  EXC-CLOSE-USER        PIC X(08).
               10  EXC-CLOSE-REASON      PIC X(04).
                   88  EXC-RSN-FIXED         VALUE 'FIXD'.
                   88  EXC-RSN-NOT-A-BREAK   VALUE 'NOBR'.
                   88  EXC-RSN-DUPLICATE     VALUE 'DUPL'.
                   88  EXC-RSN-WRITTEN-OFF   VALUE 'WOFF'.
                   88  EXC-RSN-VALID         VALUE 'FIXD' 'NOBR'
                                                   'DUPL' 'WOFF'.
           05  EXC-FILLER                PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * EXC-CATEGORY      : AGED=AGED PENDING/FAILED TRANSACTION,
      *                     STLO=UNSETTLED/MISMATCHED SETTLEMENT ITEM,
      *                     STLR=SETTLEMENT INSTRUCTION REJECTED OR
      *                     NEVER ACKNOWLEDGED, CUST=CUSTODIAN
      *                     STATEMENT BREAK, GLRJ=GL POSTING REJECTED
      *                     OR UNACKNOWLEDGED, CMPB=COMPLIANCE BREACH,
      *                     CTLB=CONTROL TOTALS FLAG, STPX=STALE OR
      *                     MISSING PRICE, TRPR=REGULATORY TRADE
      *                     REPORT HELD, REJECTED OR UNANSWERED
      * EXC-REFERENCE     : THE BREAK'S NATURAL KEY WITHIN ITS
      *                     CATEGORY (TRAN-KEY, PORTFOLIO/SEQUENCE,
      *                     PORTFOLIO/INVESTMENT, GL ACCOUNT, JOB ...)
      *                     -- NEVER A RUN DATE, SO A RECURRENCE MAPS
      *                     BACK ONTO THE SAME CASE
      * EXC-SOURCE-JOB    : JOB THAT LAST RAISED THE BREAK
      * EXC-PORTFOLIO-ID  : PORTFOLIO CONCERNED; SPACES IF NONE
      * EXC-AMOUNT        : AMOUNT AT ISSUE AS LAST RAISED (SIGNED
      *                     DIFFERENCE FOR A BREAK, ZERO IF NONE)
      * EXC-DESCRIPTION   : THE RAISING JOB'S TEXT, AS LAST RAISED
      * EXC-FIRST-SEEN    : RUN DATE THE CASE OPENED -- ITS AGE RUNS
      *                     FROM HERE, THROUGH RECURRENCES AND REOPENS
      * EXC-LAST-SEEN     : RUN DATE THE BREAK WAS LAST RAISED; OLDER
      *                     THAN TODAY ON AN ACTIVE CASE MEANS THE
      *                     SOURCE JOB NO LONGER SEES IT
      * EXC-SEEN-COUNT    : NIGHTS THE BREAK HAS BEEN RAISED
      * EXC-REOPEN-COUNT  : TIMES A CLOSED CASE WAS RAISED AGAIN
      * EXC-STATUS        : O=OPEN (UNOWNED), W=WORKING (OWNED),
      *                     C=CLOSED
      * EXC-OWNER/ASSIGN-DATE : USER WORKING THE CASE, AND SINCE WHEN
      * EXC-COMMENT/DATE/USER : LATEST COMMENT, WHEN AND BY WHOM
      * EXC-CLOSE-DATE/USER/REASON : LAST CLOSE -- FIXD=FIXED AT
      *                     SOURCE, NOBR=NOT A BREAK, DUPL=DUPLICATE
      *                     OF ANOTHER CASE, WOFF=WRITTEN OFF. KEPT
      *                     FOR HISTORY WHEN A CASE REOPENS
      *****************************************************************
