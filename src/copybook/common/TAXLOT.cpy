               10  LOT-CLOSE-DATE        PIC X(08).
               10  LOT-PROCEEDS          PIC S9(13)V9(2) COMP-3.
               10  LOT-REALIZED-GAIN     PIC S9(13)V9(2) COMP-3.
      *-- Change: Wash-sale detail set by WSHSAL00. A loss lot whose
      *-- loss was disallowed carries the disallowed amount; a lot
      *-- that served as the replacement purchase carries the basis
      *-- added to it (already folded into LOT-COST-PER-UNIT). A lot
      *-- that was both keeps its disallowed amount.
               10  LOT-WASH-AMOUNT       PIC S9(11)V9(2) COMP-3.
               10  LOT-WASH-FLAG         PIC X(01).
                   88  LOT-WASH-NONE         VALUE SPACE.
                   88  LOT-WASH-CLEAR        VALUE 'N'.
                   88  LOT-WASH-LOSS         VALUE 'W'.
                   88  LOT-WASH-REPLACEMENT  VALUE 'R'.
                   88  LOT-WASH-BOTH         VALUE 'X'.
                   88  LOT-WASH-DISALLOWED   VALUE 'W' 'X'.
                   88  LOT-WASH-REPL-USED    VALUE 'R' 'X'.
           05  LOT-FILLER                PIC X(02).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * LOT-PORTFOLIO-ID  : PORTFOLIO IDENTIFIER (MATCHES POS-KEY)
      * LOT-INVESTMENT-ID : INVESTMENT/SECURITY IDENTIFIER
      * LOT-OPEN-DATE     : TRADE DATE OF THE OPENING BUY; FOR A
      *                     LOT DELIVERED IN FROM ANOTHER FIRM
      *                     (EXTXFR00), THE CLIENT'S ORIGINAL
      *                     PURCHASE DATE THERE
      * LOT-SEQUENCE-NO   : SEQUENCE NUMBER OF THE OPENING BUY,
      *                     MAKING THE LOT KEY UNIQUE WITHIN THE DAY
      * LOT-ORIG-QUANTITY : UNITS THE LOT WAS OPENED WITH
      *                     LOT AS SELLS RELIEVED IT
      * LOT-REALIZED-GAIN : CUMULATIVE REALIZED GAIN BOOKED AGAINST
      *                     THE LOT (SELLS ONLY)
      * LOT-WASH-AMOUNT   : W/X=LOSS DISALLOWED AS A WASH SALE (A
      *                     POSITIVE AMOUNT; THE ALLOWED RESULT IS
      *                     LOT-REALIZED-GAIN PLUS THIS), R=BASIS
      *                     ADDED AS THE REPLACEMENT PURCHASE
      * LOT-WASH-FLAG     : SPACE=NOT REVIEWED, N=LOSS REVIEWED AND
      *                     NO REPLACEMENT FOUND, W=LOSS LOT WASHED,
      *                     R=USED AS A REPLACEMENT LOT, X=BOTH
      *****************************************************************
