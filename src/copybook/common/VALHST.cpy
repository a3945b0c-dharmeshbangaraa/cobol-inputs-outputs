      *****************************************************************
      * DAILY POSITION VALUATION HISTORY RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER POSITION-MASTER ENTRY PER BUSINESS DATE, WRITTEN
      * BY THE NIGHTLY REVALUATION (POSRVL00) ONCE EACH POSITION HAS
      * BEEN MARKED, SO A PORTFOLIO'S VALUE ON ANY DAY INSIDE THE
      * RETENTION HORIZON CAN BE ANSWERED WITHOUT WAITING FOR A
      * MONTH-END CLOSING SNAPSHOT. A POSITION THAT COULD NOT BE
      * REVALUED (STALE OR MISSING QUOTE) IS STILL WRITTEN, CARRYING
      * THE VALUE IT LAST HAD, SO EVERY DAY'S PORTFOLIO TOTAL IS
      * COMPLETE. A RERUN FOR THE SAME DATE REPLACES THAT DATE'S
      * RECORDS. POSRVL00 PURGES RECORDS OLDER THAN ITS HISTORY
      * RETENTION DAYS; THE CLOSING SNAPSHOT REMAINS THE LONG-TERM
      * MONTH-END RECORD.
      *
      * THE PRIMARY KEY IS DATE-MAJOR, FOR THE BATCH READERS THAT WANT
      * ONE DAY ACROSS THE BOOK. VAL-POSITION-KEY CARRIES THE SAME
      * THREE FIELDS POSITION-MAJOR AND IS A UNIQUE ALTERNATE KEY
      * (CICS PATH VALHSTP), SO ONE POSITION'S HISTORY BROWSES BY DATE.
      *****************************************************************
       01  VALUATION-HISTORY-RECORD.
           05  VAL-KEY.
               10  VAL-DATE              PIC X(08).
               10  VAL-PORTFOLIO-ID      PIC X(08).
               10  VAL-INVESTMENT-ID     PIC X(10).
           05  VAL-POSITION-KEY.
               10  VAL-PK-PORTFOLIO-ID   PIC X(08).
               10  VAL-PK-INVESTMENT-ID  PIC X(10).
               10  VAL-PK-DATE           PIC X(08).
           05  VAL-DATA.
               10  VAL-DESCRIPTION       PIC X(30).
               10  VAL-QUANTITY          PIC S9(11)V9(4) COMP-3.
               10  VAL-MARKET-VALUE      PIC S9(11)V9(2) COMP-3.
               10  VAL-PRICE             PIC S9(11)V9(4) COMP-3.
               10  VAL-CURRENCY          PIC X(03).
               10  VAL-BASE-CURRENCY     PIC X(03).
               10  VAL-INVESTMENT-TYPE   PIC X(04).
               10  VAL-PRICE-BASIS       PIC X(01).
                   88  VAL-BASIS-VENDOR      VALUE 'V'.
                   88  VAL-BASIS-OVERRIDE    VALUE 'O'.
                   88  VAL-BASIS-STALE       VALUE 'S'.
                   88  VAL-BASIS-NO-QUOTE    VALUE 'N'.
                   88  VAL-BASIS-CARRIED     VALUE 'S' 'N'.
               10  VAL-VALUED-DATE       PIC X(08).
               10  VAL-DIV-RECEIVABLE    PIC S9(11)V9(2) COMP-3.
           05  VAL-FILLER                PIC X(03).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * VAL-DATE            : BUSINESS DATE OF THE REVALUATION RUN
      * VAL-PORTFOLIO-ID    : PORTFOLIO IDENTIFIER (FROM POS-KEY)
      * VAL-INVESTMENT-ID   : INVESTMENT/SECURITY IDENTIFIER
      * VAL-POSITION-KEY    : PORTFOLIO, INVESTMENT AND DATE AGAIN,
      *                       POSITION-MAJOR, FOR THE ALTERNATE INDEX
      * VAL-DESCRIPTION     : POSITION-MASTER DESCRIPTION THAT NIGHT
      * VAL-QUANTITY        : POSITION-MASTER QUANTITY THAT NIGHT
      * VAL-MARKET-VALUE    : POSITION-MASTER MARKET VALUE THAT NIGHT
      * VAL-PRICE           : PRICE THE VALUE WAS STRUCK AT; ZERO WHEN
      *                       THE VALUE WAS CARRIED
      * VAL-CURRENCY        : POSITION CURRENCY
      * VAL-BASE-CURRENCY   : PORTFOLIO REPORTING CURRENCY
      * VAL-INVESTMENT-TYPE : EQ/FI/CASH/MM, AS POS-INVESTMENT-TYPE
      * VAL-PRICE-BASIS     : V=VENDOR QUOTE, O=APPROVED OVERRIDE,
      *                       S=QUOTE STALE, N=NO QUOTE (S AND N CARRY
      *                       THE LAST VALUE FORWARD)
      * VAL-VALUED-DATE     : DATE THE VALUE WAS ACTUALLY STRUCK
      *                       (POS-AS-OF-DATE); EARLIER THAN VAL-DATE
      *                       ON A CARRIED VALUE
      * VAL-DIV-RECEIVABLE  : OPEN DIVIDEND RECEIVABLES ON THE POSITION
      *                       THAT NIGHT (EARNED AT EX-DATE, NOT YET
      *                       PAID), POSITION CURRENCY, HELD APART
      *                       FROM VAL-MARKET-VALUE; RECORDS WRITTEN
      *                       BEFORE IT EXISTED CARRY SPACES HERE, SO
      *                       READERS TEST IT NUMERIC BEFORE USING IT
      *****************************************************************
