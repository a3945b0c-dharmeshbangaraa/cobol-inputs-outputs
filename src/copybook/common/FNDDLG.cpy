      *****************************************************************
      * FUND DEALING INSTRUCTION RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER SUBSCRIPTION OR REDEMPTION IN A POOLED FUND,
      * TAKEN BY THE TRANSFER AGENCY DESK DURING THE DAY AND DEALT
      * BY FNDDLG00 AT THAT DAY'S NAV PER UNIT AFTER NAVCAL00 HAS
      * STRUCK IT. A SUBSCRIPTION NAMES THE CASH INVESTED AND IS
      * ISSUED UNITS; A REDEMPTION NAMES THE UNITS SURRENDERED AND
      * IS PAID THEIR VALUE.
      *****************************************************************
       01  FUND-DEAL-RECORD.
           05  DLG-FUND-ID               PIC X(08).
           05  DLG-HOLDER-ID             PIC X(08).
           05  DLG-DEAL-TYPE             PIC X(01).
               88  DLG-SUBSCRIPTION          VALUE 'S'.
               88  DLG-REDEMPTION            VALUE 'R'.
           05  DLG-AMOUNT                PIC S9(13)V9(2) COMP-3.
           05  DLG-UNITS                 PIC S9(11)V9(4) COMP-3.
           05  DLG-REFERENCE             PIC X(12).
           05  DLG-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * DLG-FUND-ID    : FUND PORTFOLIO DEALT IN
      * DLG-HOLDER-ID  : UNITHOLDER (CLIENT ON COUNTERPARTY-MASTER)
      * DLG-DEAL-TYPE  : S=SUBSCRIPTION, R=REDEMPTION
      * DLG-AMOUNT     : SUBSCRIPTION MONEY IN THE FUND'S BASE
      *                  CURRENCY (S ONLY)
      * DLG-UNITS      : UNITS TO REDEEM (R ONLY); ZERO REDEEMS THE
      *                  WHOLE HOLDING
      * DLG-REFERENCE  : DESK DEAL REFERENCE, CARRIED ONTO THE TR
      *                  TRANSACTION AS ITS PARENT ORDER ID
      *****************************************************************
