      *****************************************************************
      * SYSTEM PROCESS DATE CONTROL RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER SYSTEM, HOLDING THE BUSINESS DATE THE NIGHT'S
      * CHAIN IS PROCESSING. DTEROL00 ADVANCES IT ONCE PER NIGHT TO
      * THE NEXT BUSINESS DAY ON THE CALENDAR MASTER, AND EVERY BATCH
      * PROGRAM TAKES IT (THROUGH PDTSVC00) AS ITS DEFAULT RUN DATE
      * INSTEAD OF THE MACHINE CLOCK, SO A CHAIN THAT RUNS PAST
      * MIDNIGHT STILL BOOKS AGAINST ONE BUSINESS DATE. THE ONLINE
      * PROGRAMS READ THE SAME RECORD TO SHOW AND STAMP THE DATE.
      *****************************************************************
       01  PROCESS-DATE-RECORD.
           05  PDT-KEY.
               10  PDT-SYSTEM-ID         PIC X(08).
           05  PDT-DATA.
               10  PDT-CURRENT-DATE      PIC X(08).
               10  PDT-PREVIOUS-DATE     PIC X(08).
               10  PDT-NEXT-DATE         PIC X(08).
               10  PDT-ROLL-TIMESTAMP    PIC X(26).
               10  PDT-ROLL-USER         PIC X(08).
               10  PDT-ROLL-COUNT        PIC 9(07) COMP.
           05  PDT-FILLER                PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PDT-SYSTEM-ID      : 'INVOPS' - THE ONE RECORD THE SHOP USES
      * PDT-CURRENT-DATE   : BUSINESS DATE BEING PROCESSED (YYYYMMDD)
      * PDT-PREVIOUS-DATE  : BUSINESS DATE BEFORE THE LAST ROLLOVER
      * PDT-NEXT-DATE      : NEXT BUSINESS DAY AFTER THE CURRENT DATE
      *                      ON THE BASE-MARKET CALENDAR
      * PDT-ROLL-TIMESTAMP : WALL-CLOCK TIME OF THE LAST ROLLOVER
      * PDT-ROLL-USER      : JOB/USER THAT LAST SET THE DATE
      * PDT-ROLL-COUNT     : NUMBER OF ROLLOVERS SINCE THE RECORD
      *                      WAS FIRST CREATED
      *****************************************************************
