      *****************************************************************
      * CLIENT SUMMARY RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * THE CLIENT-KEYED VIEW OF WHAT IS OTHERWISE ONLY ON SEQUENTIAL
      * OR DATE-MAJOR FILES, REBUILT NIGHTLY BY CLTSUM00 SO THE
      * CLIENT 360 INQUIRY (CLTSCR00) CAN BROWSE ONE CLIENT'S ENTRIES
      * BY KEY:
      * - C  THE LATEST CASH BALANCE PER PORTFOLIO AND CURRENCY, FROM
      *      THE CASH LEDGER (CASHLEDG)
      * - S  EVERY STATEMENT PRODUCED, NEWEST PERIOD FIRST, WITH ITS
      *      DELIVERY STATUS, FROM THE STATEMENT RUN'S DLVSTAT
      * - T  EVERY PENDING OR FAILED TRANSACTION STILL ON TRANHIST,
      *      OLDEST FIRST
      * THE PORTFOLIO IS TIED TO ITS CLIENT THROUGH PORT-CLIENT-ID;
      * A PORTFOLIO WITH NO CLIENT CONTRIBUTES NOTHING. CLS-AS-OF-DATE
      * IS THE BUSINESS DATE OF THE BUILD, SHOWN ON THE SCREEN SO THE
      * READER KNOWS HOW FRESH THESE ENTRIES ARE.
      *****************************************************************
       01  CLIENT-SUMMARY-RECORD.
           05  CLS-KEY.
               10  CLS-CLIENT-ID         PIC X(08).
               10  CLS-ENTRY-TYPE        PIC X(01).
                   88  CLS-ENTRY-CASH        VALUE 'C'.
                   88  CLS-ENTRY-STATEMENT   VALUE 'S'.
                   88  CLS-ENTRY-TRAN        VALUE 'T'.
               10  CLS-ENTRY-KEY         PIC X(30).
           05  CLS-PORTFOLIO-ID          PIC X(08).
           05  CLS-AS-OF-DATE            PIC X(08).
           05  CLS-DETAIL                PIC X(40).
           05  CLS-CASH-DETAIL REDEFINES CLS-DETAIL.
               10  CLS-CASH-CURRENCY     PIC X(03).
               10  CLS-CASH-BALANCE      PIC S9(13)V9(2) COMP-3.
               10  CLS-CASH-VALUE-DATE   PIC X(08).
               10  FILLER                PIC X(21).
           05  CLS-STMT-DETAIL REDEFINES CLS-DETAIL.
               10  CLS-STMT-PERIOD-END   PIC X(08).
               10  CLS-STMT-CHANNEL      PIC X(01).
               10  CLS-STMT-STATUS       PIC X(01).
               10  CLS-STMT-SENT-TIME    PIC X(26).
               10  FILLER                PIC X(04).
           05  CLS-TRAN-DETAIL REDEFINES CLS-DETAIL.
               10  CLS-TRAN-DATE         PIC X(08).
               10  CLS-TRAN-TYPE         PIC X(02).
               10  CLS-TRAN-STATUS       PIC X(01).
               10  CLS-TRAN-AMOUNT       PIC S9(13)V9(2) COMP-3.
               10  CLS-TRAN-CURRENCY     PIC X(03).
               10  CLS-TRAN-INVESTMENT-ID
                                         PIC X(10).
               10  FILLER                PIC X(08).
           05  CLS-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CLS-CLIENT-ID        : CLIENT (PORT-CLIENT-ID / DLV-CLIENT-ID)
      * CLS-ENTRY-TYPE       : C=CASH BALANCE, S=STATEMENT,
      *                        T=PENDING/FAILED TRANSACTION
      * CLS-ENTRY-KEY        : ORDERS THE ENTRIES WITHIN A TYPE --
      *                        C: PORTFOLIO + CURRENCY
      *                        S: PERIOD-END INVERTED (99999999 LESS
      *                           THE DATE, SO NEWEST SORTS FIRST) +
      *                           PORTFOLIO + SENT TIMESTAMP TO THE
      *                           SECOND
      *                        T: THE FULL TRAN-KEY
      * CLS-PORTFOLIO-ID     : PORTFOLIO THE ENTRY BELONGS TO
      * CLS-AS-OF-DATE       : BUSINESS DATE OF THE NIGHTLY BUILD
      * CLS-CASH-CURRENCY    : CURRENCY OF THE BALANCE
      * CLS-CASH-BALANCE     : CLOSING BALANCE ON THE LATEST LEDGER DAY
      * CLS-CASH-VALUE-DATE  : THAT LEDGER DAY
      * CLS-STMT-PERIOD-END  : STATEMENT PERIOD-END DATE
      * CLS-STMT-CHANNEL     : M=MAIL, E=EMAIL, B=BOTH
      * CLS-STMT-STATUS      : DLV-STATUS (S=SENT)
      * CLS-STMT-SENT-TIME   : WHEN THE STATEMENT RUN PRODUCED IT
      * CLS-TRAN-DATE        : TRADE DATE
      * CLS-TRAN-TYPE        : TRANSACTION TYPE (BU/SL/...)
      * CLS-TRAN-STATUS      : P=PENDING, F=FAILED
      * CLS-TRAN-AMOUNT      : TRANSACTION AMOUNT
      * CLS-TRAN-CURRENCY    : TRANSACTION CURRENCY
      * CLS-TRAN-INVESTMENT-ID : SECURITY TRADED
      *****************************************************************
