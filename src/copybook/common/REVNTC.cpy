      *****************************************************************
      * TRADE REVERSAL NOTICE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER ROW TRNREV00 POSTS AGAINST A REVERSED
      * TRANSACTION, LINKING THE ORIGINAL TO THE REVERSAL ROW (AND TO
      * A DIVIDEND REVERSAL'S TAX OFFSET ROW). NOTHING ON THE REVERSAL
      * ROW ITSELF POINTS BACK AT THE ORIGINAL, SO THIS IS HOW THE
      * CONFIRMATION RUN (TRDCNF00) KNOWS WHICH CONFIRMED TRADE A
      * CORRECTION CONFIRMATION MUST CANCEL, AND HOW THE BACK-DATED
      * IMPACT RUN (BKDIMP00) DATES A REVERSAL'S CASH BACK TO THE
      * ORIGINAL'S TRADE DATE.
      *****************************************************************
       01  REVERSAL-NOTICE-RECORD.
           05  RVN-ORIG-TRAN-KEY         PIC X(28).
           05  RVN-REVERSAL-TRAN-KEY     PIC X(28).
           05  RVN-TRAN-TYPE             PIC X(02).
           05  RVN-REVERSAL-DATE         PIC X(08).
           05  RVN-FILLER                PIC X(14).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * RVN-ORIG-TRAN-KEY     : TRAN-KEY OF THE TRADE REVERSED (NOW
      *                         TRN-STATUS-REV ON TRANHIST)
      * RVN-REVERSAL-TRAN-KEY : TRAN-KEY OF THE EQUAL-AND-OPPOSITE ROW
      *                         (OR TAX OFFSET ROW) TRNREV00 POSTED
      * RVN-TRAN-TYPE         : TYPE OF THE ORIGINAL (BU=BUY, SL=SELL,
      *                         DV=DIVIDEND, ...)
      * RVN-REVERSAL-DATE     : BUSINESS DATE OF THE REVERSAL RUN
      *****************************************************************
