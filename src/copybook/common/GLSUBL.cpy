      *****************************************************************
      * GL ACCOUNT TO SUB-LEDGER MAPPING RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER GL ACCOUNT WHOSE BALANCE THE TRIAL BALANCE
      * RECONCILIATION (GLTBRC00) PROVES AGAINST OUR OWN BOOKS. EACH
      * NAMES THE SUB-LEDGER FIGURE THE ACCOUNT SHOULD EQUAL, THE
      * SIDE THE ACCOUNT NORMALLY BALANCES ON, AND HOW FAR APART THE
      * TWO MAY DRIFT BEFORE IT IS A BREAK. MAINTAINED BY FINANCE
      * ALONGSIDE GL-MAPPING-FILE (GLACCMAP).
      *****************************************************************
       01  GL-SUBLEDGER-MAP-RECORD.
           05  GLS-ACCOUNT               PIC X(10).
           05  GLS-SOURCE                PIC X(04).
               88  GLS-SRC-POS-COST          VALUE 'PCST'.
               88  GLS-SRC-POS-MARKET        VALUE 'PMKT'.
               88  GLS-SRC-POS-UNREALIZED    VALUE 'PUNR'.
               88  GLS-SRC-CASH              VALUE 'CASH'.
               88  GLS-SRC-ACCRUED           VALUE 'ACCR'.
               88  GLS-SRC-ACCR-PURCHASED    VALUE 'ACRP'.
               88  GLS-SRC-FEES-RECEIVABLE   VALUE 'FEER'.
               88  GLS-SRC-POSITION          VALUE 'PCST' 'PMKT'
                                                   'PUNR'.
           05  GLS-INVESTMENT-TYPE       PIC X(04).
           05  GLS-NORMAL-SIDE           PIC X(01).
               88  GLS-NORMAL-DEBIT          VALUE 'D' ' '.
               88  GLS-NORMAL-CREDIT         VALUE 'C'.
           05  GLS-TOLERANCE             PIC 9(07)V99.
           05  GLS-FILLER                PIC X(12).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * GLS-ACCOUNT         : GL ACCOUNT NUMBER (MATCHES GLP-ACCOUNT);
      *                       ONE RECORD PER ACCOUNT
      * GLS-SOURCE          : SUB-LEDGER FIGURE THE ACCOUNT PROVES TO:
      *                       PCST = POSITIONS AT COST (QUANTITY X
      *                       AVERAGE COST), PMKT = POSITIONS AT MARKET,
      *                       PUNR = MARKET LESS COST, ALL FROM THE
      *                       PERIOD CLOSE SNAPSHOT (CLSSNAP);
      *                       CASH = CASH LEDGER CLOSING BALANCES;
      *                       ACCR = ACCRUED INCOME EARNED, ACRP =
      *                       ACCRUED INTEREST PURCHASED, BOTH FROM
      *                       THE ACCRUAL FILE; FEER = FEE INVOICES
      *                       OUTSTANDING AT PERIOD END (INVFILE)
      * GLS-INVESTMENT-TYPE : POSITION SOURCES ONLY -- RESTRICTS THE
      *                       FIGURE TO ONE CLS-INVESTMENT-TYPE (EQ,
      *                       FI, ...) SO EACH ASSET-CLASS ACCOUNT
      *                       PROVES ON ITS OWN; SPACES = ALL TYPES
      * GLS-NORMAL-SIDE     : D (OR SPACE) = DEBIT-BALANCE ACCOUNT,
      *                       C = CREDIT-BALANCE ACCOUNT
      * GLS-TOLERANCE       : LARGEST DIFFERENCE, PER CURRENCY, THAT
      *                       IS NOT A BREAK; ZERO = THE RUN'S DEFAULT
      *****************************************************************
