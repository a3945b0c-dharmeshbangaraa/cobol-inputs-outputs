      *****************************************************************
      * SECURITIES LOAN RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER LOAN OF A PORTFOLIO'S SHARES TO A BORROWER ON
      * COUNTERPARTY-MASTER. THE SHARES STAY ON POSITION-MASTER --
      * THE CLIENT STILL OWNS THEM -- BUT WHILE A LOAN IS OPEN OR
      * RECALLED THE LENT QUANTITY IS NOT AVAILABLE TO SELL, DOES NOT
      * EARN THE ISSUER'S DIVIDEND (THE BORROWER OWES A MANUFACTURED
      * DIVIDEND INSTEAD) AND SITS AT THE BORROWER, NOT THE
      * CUSTODIAN. THE KEY ORDERS A PORTFOLIO/INVESTMENT'S LOANS
      * TOGETHER, SO THE ON-LOAN QUANTITY OF A HOLDING IS A
      * PARTIAL-KEY START AND A FORWARD READ -- THE TAXLOT PATTERN.
      * MAINTAINED BY SECLND00 (LOAN/RETURN/RECALL AND THE DAILY
      * LENDING-FEE ACCRUAL).
      *****************************************************************
       01  SECURITIES-LOAN-RECORD.
           05  SLN-KEY.
               10  SLN-PORTFOLIO-ID      PIC X(08).
               10  SLN-INVESTMENT-ID     PIC X(10).
               10  SLN-LOAN-ID           PIC X(06).
           05  SLN-DATA.
               10  SLN-BORROWER-ID       PIC X(08).
               10  SLN-QUANTITY          PIC S9(11)V9(4) COMP-3.
               10  SLN-LOAN-VALUE        PIC S9(13)V9(2) COMP-3.
               10  SLN-CURRENCY          PIC X(03).
               10  SLN-COLLATERAL-TYPE   PIC X(01).
                   88  SLN-COLLATERAL-CASH   VALUE 'C'.
                   88  SLN-COLLATERAL-NONCASH VALUE 'N'.
               10  SLN-COLLATERAL-AMOUNT PIC S9(13)V9(2) COMP-3.
               10  SLN-COLLATERAL-CCY    PIC X(03).
               10  SLN-FEE-RATE-PCT      PIC S9(03)V9(04) COMP-3.
               10  SLN-REBATE-RATE-PCT   PIC S9(03)V9(04) COMP-3.
               10  SLN-OPEN-DATE         PIC X(08).
               10  SLN-RECALL-DATE       PIC X(08).
               10  SLN-RETURN-DATE       PIC X(08).
               10  SLN-STATUS            PIC X(01).
                   88  SLN-STATUS-OPEN       VALUE 'O'.
                   88  SLN-STATUS-RECALLED   VALUE 'R'.
                   88  SLN-STATUS-RETURNED   VALUE 'C'.
                   88  SLN-ON-LOAN           VALUE 'O' 'R'.
               10  SLN-LAST-ACCRUAL-DATE PIC X(08).
               10  SLN-FEE-TO-DATE       PIC S9(11)V9(2) COMP-3.
           05  SLN-FILLER                PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * SLN-PORTFOLIO-ID    : LENDING PORTFOLIO
      * SLN-INVESTMENT-ID   : SECURITY LENT
      * SLN-LOAN-ID         : LENDING DESK'S LOAN REFERENCE
      * SLN-BORROWER-ID     : BORROWER, KEYS COUNTERPARTY-MASTER
      * SLN-QUANTITY        : UNITS CURRENTLY ON LOAN (REDUCED BY A
      *                       PARTIAL RETURN)
      * SLN-LOAN-VALUE      : MARKET VALUE OF THE LOAN THE FEE ACCRUES
      *                       ON, REDUCED PRO RATA BY A PARTIAL RETURN
      * SLN-CURRENCY        : CURRENCY OF THE LOAN VALUE AND THE FEE
      * SLN-COLLATERAL-TYPE : C=CASH COLLATERAL (REBATE PAYABLE),
      *                       N=NON-CASH COLLATERAL
      * SLN-COLLATERAL-AMOUNT/CCY : COLLATERAL HELD AGAINST THE LOAN
      * SLN-FEE-RATE-PCT    : ANNUAL LENDING FEE, PERCENT OF LOAN VALUE
      * SLN-REBATE-RATE-PCT : ANNUAL REBATE PAID TO THE BORROWER ON
      *                       CASH COLLATERAL (CASH LOANS ONLY)
      * SLN-OPEN-DATE       : DATE THE SHARES WENT OUT
      * SLN-RECALL-DATE     : DATE WE RECALLED THE SHARES, SPACES IF
      *                       NOT RECALLED
      * SLN-RETURN-DATE     : DATE THE LAST SHARES CAME BACK
      * SLN-STATUS          : O=OPEN, R=RECALLED (STILL ON LOAN UNTIL
      *                       RETURNED), C=RETURNED AND CLOSED
      * SLN-LAST-ACCRUAL-DATE : LAST BUSINESS DATE A FEE WAS POSTED --
      *                       THE ONCE-PER-DAY ACCRUAL GATE
      * SLN-FEE-TO-DATE     : NET LENDING FEE POSTED OVER THE LIFE OF
      *                       THE LOAN
      *****************************************************************
