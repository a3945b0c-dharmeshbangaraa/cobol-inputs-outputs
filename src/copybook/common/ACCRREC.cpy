               10  ACR-ACCRUED-AMOUNT    PIC S9(13)V9(2) COMP-3.
               10  ACR-LAST-ACCRUAL-DATE PIC X(08).
               10  ACR-CURRENCY          PIC X(03).
      *-- Change: the part of ACR-ACCRUED-AMOUNT that was bought with
      *-- the position (accrued interest paid to the seller on an FI
      *-- buy) rather than earned, so the period-end posting can tell
      *-- income from the recovery of what was paid out. A record
      *-- written before this field existed carries spaces here and
      *-- reads as none purchased.
               10  ACR-PURCHASED-AMOUNT  PIC S9(13)V9(2) COMP-3.
           05  ACR-FILLER                PIC X(02).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * ACR-PORTFOLIO-ID      : PORTFOLIO IDENTIFIER (MATCHES POS-KEY)
      * ACR-LAST-ACCRUAL-DATE : LAST DATE A DAILY ACCRUAL WAS APPLIED,
      *                         SO A RERUN CANNOT DOUBLE-ACCRUE A DAY
      * ACR-CURRENCY          : CURRENCY THE ACCRUAL IS EARNED IN
      * ACR-PURCHASED-AMOUNT  : PURCHASED ACCRUED INTEREST INCLUDED IN
      *                         ACR-ACCRUED-AMOUNT (POSUPD00 ADDS IT ON
      *                         AN FI BUY; A SELL TAKES ITS SHARE OFF)
      *****************************************************************
