      *****************************************************************
      * RECURRING PLAN RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER STANDING CONTRIBUTION OR WITHDRAWAL PLAN ON A
      * PORTFOLIO -- A CLIENT'S MONTHLY SAVINGS PLAN OR REGULAR INCOME
      * WITHDRAWAL. THE DAILY PLAN RUN (PLNEXE00) RAISES EACH
      * INSTALMENT AS A PENDING TR TRANSACTION ON TRANHIST WHEN IT
      * FALLS DUE, ON THE FIRST BUSINESS DAY ON OR AFTER THE DUE DATE,
      * AND STEPS THE NEXT DUE DATE ON BY THE PLAN'S FREQUENCY. A
      * WITHDRAWAL THE PORTFOLIO'S CASH CANNOT COVER IS SKIPPED AND
      * RETRIED THE NEXT DAY; THE DUE DATE DOES NOT MOVE UNTIL IT IS
      * PAID.
      *****************************************************************
       01  RECURRING-PLAN-RECORD.
           05  RPL-KEY.
               10  RPL-PORTFOLIO-ID      PIC X(08).
               10  RPL-PLAN-ID           PIC X(04).
           05  RPL-DATA.
               10  RPL-DIRECTION         PIC X(01).
                   88  RPL-CONTRIBUTION      VALUE 'C'.
                   88  RPL-WITHDRAWAL        VALUE 'W'.
               10  RPL-AMOUNT            PIC S9(13)V9(2) COMP-3.
               10  RPL-FREQUENCY         PIC X(01).
                   88  RPL-FREQ-WEEKLY       VALUE 'W'.
                   88  RPL-FREQ-MONTHLY      VALUE 'M'.
                   88  RPL-FREQ-QUARTERLY    VALUE 'Q'.
                   88  RPL-FREQ-SEMIANNUAL   VALUE 'S'.
                   88  RPL-FREQ-ANNUAL       VALUE 'A'.
               10  RPL-CASH-ID           PIC X(10).
               10  RPL-INVEST-SW         PIC X(01).
                   88  RPL-INVEST-TO-MODEL   VALUE 'Y'.
               10  RPL-START-DATE        PIC X(08).
               10  RPL-NEXT-DUE-DATE     PIC X(08).
               10  RPL-END-DATE          PIC X(08).
               10  RPL-STATUS            PIC X(01).
                   88  RPL-STATUS-ACTIVE     VALUE 'A'.
                   88  RPL-STATUS-SUSPENDED  VALUE 'S'.
                   88  RPL-STATUS-ENDED      VALUE 'E'.
               10  RPL-LAST-PAID-DATE    PIC X(08).
               10  RPL-LAST-SKIP-DATE    PIC X(08).
               10  RPL-SKIP-COUNT        PIC 9(03) COMP.
           05  RPL-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * RPL-PORTFOLIO-ID   : PORTFOLIO THE PLAN PAYS INTO OR OUT OF
      * RPL-PLAN-ID        : PLAN NUMBER WITHIN THE PORTFOLIO
      * RPL-DIRECTION      : C=CONTRIBUTION (CASH IN), W=WITHDRAWAL
      *                      (CASH OUT)
      * RPL-AMOUNT         : INSTALMENT IN THE PORTFOLIO'S BASE
      *                      CURRENCY
      * RPL-FREQUENCY      : W=WEEKLY, M=MONTHLY, Q=QUARTERLY,
      *                      S=SEMI-ANNUAL, A=ANNUAL
      * RPL-CASH-ID        : CASH INSTRUMENT (SECURITY MASTER) THE
      *                      INSTALMENT IS BOOKED AGAINST, AS A KEYED
      *                      TR WOULD BE
      * RPL-INVEST-SW      : Y=INVEST EACH CONTRIBUTION STRAIGHT INTO
      *                      THE PORTFOLIO'S SECURITY-LEVEL MODEL
      *                      TARGETS (MDLTGT) AS PENDING BUYS
      * RPL-START-DATE     : FIRST DUE DATE; ITS DAY OF THE MONTH IS
      *                      THE DAY EVERY LATER INSTALMENT FALLS DUE
      *                      (THE MONTH END IN A SHORTER MONTH)
      * RPL-NEXT-DUE-DATE  : DUE DATE OF THE NEXT INSTALMENT, BEFORE
      *                      ANY BUSINESS-DAY ROLL
      * RPL-END-DATE       : LAST DATE AN INSTALMENT MAY FALL DUE;
      *                      SPACES FOR AN OPEN-ENDED PLAN
      * RPL-STATUS         : A=ACTIVE, S=SUSPENDED BY THE CLIENT,
      *                      E=ENDED (PAST ITS END DATE)
      * RPL-LAST-PAID-DATE : RUN DATE THE LAST INSTALMENT WAS RAISED
      * RPL-LAST-SKIP-DATE : RUN DATE THE LAST INSTALMENT WAS SKIPPED
      * RPL-SKIP-COUNT     : DAYS THE CURRENT INSTALMENT HAS BEEN
      *                      SKIPPED; RESET WHEN IT IS RAISED
      *****************************************************************
