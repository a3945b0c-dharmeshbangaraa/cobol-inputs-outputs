      *****************************************************************
      * GL ACCOUNT PERIOD BALANCE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER GL ACCOUNT/CURRENCY PER MONTHLY PERIOD, BUILT
      * BY THE TRIAL BALANCE RECONCILIATION (GLTBRC00) FROM THE
      * PERIOD'S GL-POSTING-FILE EXTRACTS. EACH PERIOD OPENS AT THE
      * PRIOR PERIOD'S CLOSING BALANCE, SO THE FILE CARRIES THE
      * RUNNING BALANCE THE GENERAL LEDGER SHOULD BE HOLDING FOR
      * EVERY ACCOUNT WE HAVE EVER POSTED TO -- THE GL-SIDE TRIAL
      * BALANCE, KEPT ON OUR SIDE OF THE INTERFACE.
      *****************************************************************
       01  GL-BALANCE-RECORD.
           05  GLB-KEY.
               10  GLB-PERIOD            PIC X(06).
               10  GLB-ACCOUNT           PIC X(10).
               10  GLB-CURRENCY          PIC X(03).
           05  GLB-DATA.
               10  GLB-OPENING-BALANCE   PIC S9(13)V9(2) COMP-3.
               10  GLB-PERIOD-DEBITS     PIC S9(13)V9(2) COMP-3.
               10  GLB-PERIOD-CREDITS    PIC S9(13)V9(2) COMP-3.
               10  GLB-CLOSING-BALANCE   PIC S9(13)V9(2) COMP-3.
               10  GLB-POSTING-COUNT     PIC 9(07) COMP.
               10  GLB-LAST-POSTING-DATE PIC X(08).
           05  GLB-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * GLB-PERIOD            : ACCOUNTING PERIOD (YYYYMM)
      * GLB-ACCOUNT           : GL ACCOUNT NUMBER (MATCHES GLP-ACCOUNT)
      * GLB-CURRENCY          : POSTING CURRENCY (MATCHES GLP-CURRENCY)
      * GLB-OPENING-BALANCE   : PRIOR PERIOD'S CLOSING BALANCE, DEBIT
      *                         POSITIVE; ZERO FOR A FIRST PERIOD
      * GLB-PERIOD-DEBITS     : SUM OF GLP-DEBIT-AMOUNT FOR THE PERIOD
      * GLB-PERIOD-CREDITS    : SUM OF GLP-CREDIT-AMOUNT FOR THE PERIOD
      * GLB-CLOSING-BALANCE   : OPENING + DEBITS - CREDITS
      * GLB-POSTING-COUNT     : GL-POSTING-FILE ENTRIES ACCUMULATED
      * GLB-LAST-POSTING-DATE : LATEST GLP-PROCESS-DATE ACCUMULATED;
      *                         SPACES FOR A BALANCE ONLY CARRIED
      *                         FORWARD
      *****************************************************************
