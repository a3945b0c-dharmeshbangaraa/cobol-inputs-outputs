      *****************************************************************
      * BLOCK ORDER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE BLOCK ORDER THE DESK WORKED FOR MANY PORTFOLIOS AT ONCE,
      * AS A GROUP OF RECORDS SHARING BLK-ORDER-ID: ONE HEADER (H),
      * THEN ONE PARTICIPANT (P) PER PORTFOLIO IN THE BLOCK WITH THE
      * QUANTITY IT ASKED FOR -- USUALLY THE MDLRBL00 PROPOSAL -- THEN
      * ONE FILL (F) PER EXECUTION THE BROKER REPORTED. READ BY
      * BLKALC00, WHICH ALLOCATES THE FILLS BACK TO THE PARTICIPANTS
      * AND WRITES EACH CHILD TRADE LINKED BY TRAN-PARENT-ORDER-ID.
      *****************************************************************
       01  BLOCK-ORDER-RECORD.
           05  BLK-RECORD-TYPE           PIC X(01).
               88  BLK-HEADER                VALUE 'H'.
               88  BLK-PARTICIPANT           VALUE 'P'.
               88  BLK-FILL                  VALUE 'F'.
           05  BLK-ORDER-ID              PIC X(12).
           05  BLK-BODY                  PIC X(67).
           05  BLK-HEADER-BODY REDEFINES BLK-BODY.
               10  BLK-INVESTMENT-ID     PIC X(10).
               10  BLK-SIDE              PIC X(02).
                   88  BLK-SIDE-BUY          VALUE 'BU'.
                   88  BLK-SIDE-SELL         VALUE 'SL'.
               10  BLK-TRADE-DATE        PIC X(08).
               10  BLK-BROKER-ID         PIC X(08).
               10  BLK-CURRENCY          PIC X(03).
               10  BLK-LOT-SIZE          PIC 9(07).
               10  FILLER                PIC X(29).
           05  BLK-PARTICIPANT-BODY REDEFINES BLK-BODY.
               10  BLK-PORTFOLIO-ID      PIC X(08).
               10  BLK-REQUESTED-QTY     PIC 9(11)V9(04).
               10  FILLER                PIC X(44).
           05  BLK-FILL-BODY REDEFINES BLK-BODY.
               10  BLK-FILL-QTY          PIC 9(11)V9(04).
               10  BLK-FILL-PRICE        PIC 9(11)V9(04).
               10  BLK-FILL-COMMISSION   PIC 9(09)V9(02).
               10  BLK-FILL-EXCH-CHARGES PIC 9(09)V9(02).
               10  BLK-FILL-TIME         PIC X(06).
               10  FILLER                PIC X(09).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * BLK-RECORD-TYPE     : H=BLOCK HEADER, P=PARTICIPATING
      *                       PORTFOLIO, F=EXECUTION FILL
      * BLK-ORDER-ID        : THE DESK'S BLOCK ORDER ID; BECOMES
      *                       TRAN-PARENT-ORDER-ID ON EVERY CHILD
      * HEADER:
      * BLK-INVESTMENT-ID   : SECURITY TRADED
      * BLK-SIDE            : BU=BUY BLOCK, SL=SELL BLOCK
      * BLK-TRADE-DATE      : TRADE DATE, SPACES FOR THE PROCESS DATE
      * BLK-BROKER-ID       : EXECUTING BROKER, KEYS COUNTERPARTY-MASTER
      * BLK-CURRENCY        : TRADE CURRENCY, SPACES FOR THE SECURITY'S
      * BLK-LOT-SIZE        : ROUND LOT THE ALLOCATION IS MADE IN,
      *                       ZERO FOR SINGLE UNITS
      * PARTICIPANT:
      * BLK-PORTFOLIO-ID    : PARTICIPATING PORTFOLIO
      * BLK-REQUESTED-QTY   : UNITS THE PORTFOLIO ASKED FOR
      * FILL:
      * BLK-FILL-QTY/PRICE  : UNITS EXECUTED AND THEIR PRICE
      * BLK-FILL-COMMISSION : BROKER COMMISSION ON THE FILL
      * BLK-FILL-EXCH-CHARGES : EXCHANGE/REGULATORY CHARGES ON THE FILL
      * BLK-FILL-TIME       : EXECUTION TIME (HHMMSS)
      *****************************************************************
