      *****************************************************************
      * FUND UNITHOLDER REGISTER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER UNITHOLDER PER POOLED FUND (PORT-TYPE-FUND):
      * THE UNITS THE INVESTOR HOLDS AND WHAT THEY PAID FOR THEM.
      * THE UNITS IN ISSUE OF A FUND ARE THE SUM OF ITS REGISTER
      * RECORDS; NAVCAL00 DIVIDES THE FUND'S NET ASSETS BY IT. ONLY
      * FNDDLG00 CHANGES A HOLDING -- ISSUING UNITS ON A
      * SUBSCRIPTION AND CANCELLING THEM ON A REDEMPTION, AT THE
      * DAY'S NAV -- SO THE REGISTER AND THE FUND'S TR CASH FLOWS
      * ON TRANHIST ALWAYS AGREE.
      *****************************************************************
       01  UNITHOLDER-RECORD.
           05  UHR-KEY.
               10  UHR-FUND-ID           PIC X(08).
               10  UHR-HOLDER-ID         PIC X(08).
           05  UHR-DATA.
               10  UHR-UNITS             PIC S9(11)V9(4) COMP-3.
               10  UHR-BOOK-COST         PIC S9(13)V9(2) COMP-3.
               10  UHR-OPEN-DATE         PIC X(08).
               10  UHR-LAST-DEAL-DATE    PIC X(08).
               10  UHR-STATUS            PIC X(01).
                   88  UHR-STATUS-ACTIVE     VALUE 'A'.
                   88  UHR-STATUS-CLOSED     VALUE 'C'.
           05  UHR-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * UHR-FUND-ID        : FUND PORTFOLIO (PORT-ID, TYPE FUND)
      * UHR-HOLDER-ID      : UNITHOLDER; A CLIENT ON
      *                      COUNTERPARTY-MASTER (CPTY-ID)
      * UHR-UNITS          : UNITS HELD
      * UHR-BOOK-COST      : SUBSCRIPTION MONEY PAID FOR THE UNITS
      *                      STILL HELD, IN THE FUND'S BASE CURRENCY;
      *                      A REDEMPTION RELIEVES IT PRO RATA
      * UHR-OPEN-DATE      : DATE OF THE FIRST SUBSCRIPTION
      * UHR-LAST-DEAL-DATE : DATE OF THE LAST SUBSCRIPTION OR
      *                      REDEMPTION
      * UHR-STATUS         : A=ACTIVE, C=CLOSED (FULLY REDEEMED; A
      *                      LATER SUBSCRIPTION REOPENS IT)
      *****************************************************************
