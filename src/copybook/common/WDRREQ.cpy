      *****************************************************************
      * CLIENT WITHDRAWAL REQUEST RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER CLIENT REQUEST TO TAKE CASH OUT OF A PORTFOLIO
      * TO AN OUTSIDE BANK ACCOUNT. THE DAILY WITHDRAWAL RUN (WDRPRC00)
      * WORKS EACH OPEN REQUEST THROUGH ITS STATUSES:
      *     R - REQUESTED: TAKEN BY THE ADVISOR, NOT YET WORKED
      *     F - FUNDING:   CASH WAS SHORT; SELLS HAVE BEEN PROPOSED
      *                    AND THE REQUEST WAITS FOR THEIR PROCEEDS TO
      *                    SETTLE
      *     P - PAID:      THE OUTBOUND TR IS ON TRANHIST AND THE
      *                    PAYMENT HAS GONE TO THE BANK FILE
      *     X - REJECTED:  THE REQUEST CANNOT BE PAID AS TAKEN
      * PAID AND REJECTED REQUESTS ARE FINISHED AND NEVER RE-WORKED.
      *****************************************************************
       01  WITHDRAWAL-REQUEST-RECORD.
           05  WDR-KEY.
               10  WDR-PORTFOLIO-ID      PIC X(08).
               10  WDR-REQUEST-ID        PIC X(08).
           05  WDR-DATA.
               10  WDR-AMOUNT            PIC S9(13)V9(2) COMP-3.
               10  WDR-CURRENCY          PIC X(03).
               10  WDR-VALUE-DATE        PIC X(08).
               10  WDR-CASH-ID           PIC X(10).
               10  WDR-BANK-DETAILS.
                   15  WDR-BENEF-NAME    PIC X(35).
                   15  WDR-BENEF-ACCOUNT PIC X(34).
                   15  WDR-BENEF-BANK-BIC
                                         PIC X(11).
               10  WDR-REQUESTED-DATE    PIC X(08).
               10  WDR-STATUS            PIC X(01).
                   88  WDR-STATUS-REQUESTED  VALUE 'R'.
                   88  WDR-STATUS-FUNDING    VALUE 'F'.
                   88  WDR-STATUS-PAID       VALUE 'P'.
                   88  WDR-STATUS-REJECTED   VALUE 'X'.
                   88  WDR-STATUS-OPEN       VALUE 'R' 'F'.
               10  WDR-STATUS-DATE       PIC X(08).
               10  WDR-PROPOSED-SELLS    PIC S9(13)V9(2) COMP-3.
               10  WDR-PAYMENT-VALUE-DATE
                                         PIC X(08).
               10  WDR-REASON            PIC X(40).
           05  WDR-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * WDR-PORTFOLIO-ID       : PORTFOLIO THE CASH COMES OUT OF
      * WDR-REQUEST-ID         : ADVISOR'S REQUEST REFERENCE
      * WDR-AMOUNT             : AMOUNT TO PAY THE CLIENT
      * WDR-CURRENCY           : PAYMENT CURRENCY; MUST BE THE
      *                          PORTFOLIO'S BASE CURRENCY (SPACES
      *                          READ AS BASE)
      * WDR-VALUE-DATE         : DATE THE CLIENT WANTS THE MONEY
      * WDR-CASH-ID            : CASH INSTRUMENT (SECURITY MASTER) THE
      *                          OUTBOUND TR IS BOOKED AGAINST
      * WDR-BENEF-NAME         : NAME ON THE RECEIVING ACCOUNT
      * WDR-BENEF-ACCOUNT      : RECEIVING ACCOUNT NUMBER OR IBAN
      * WDR-BENEF-BANK-BIC     : RECEIVING BANK'S BIC
      * WDR-REQUESTED-DATE     : DATE THE REQUEST WAS TAKEN
      * WDR-STATUS             : R/F/P/X AS ABOVE
      * WDR-STATUS-DATE        : RUN DATE OF THE LAST STATUS CHANGE
      * WDR-PROPOSED-SELLS     : CASH THE PROPOSED SELLS WERE SIZED
      *                          TO RAISE
      * WDR-PAYMENT-VALUE-DATE : VALUE DATE THE PAYMENT WAS SENT WITH
      * WDR-REASON             : WHY THE REQUEST WAS REJECTED, OR WHY
      *                          IT IS STILL WAITING
      *****************************************************************
