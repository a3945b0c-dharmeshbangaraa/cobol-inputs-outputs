      *****************************************************************
      * EXTERNAL TRANSFER COST BASIS RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * THE POSITION-AND-LOT FILE THAT TRAVELS WITH AN ACCOUNT
      * TRANSFER BETWEEN FIRMS, SO THE RECEIVING FIRM CAN OPEN TAX
      * LOTS WITH THE ORIGINAL PURCHASE DATES AND COST INSTEAD OF
      * BOOKING THE HOLDINGS AS BOUGHT ON THE TRANSFER DATE. ONE 'P'
      * ROW PER POSITION, FOLLOWED BY ONE 'L' ROW PER OPEN LOT OF THAT
      * POSITION. EXTXFR00 READS IT FROM THE DELIVERING FIRM ON AN
      * INBOUND TRANSFER AND WRITES IT FOR THE RECEIVING FIRM WHEN A
      * CLIENT LEAVES US. A POSITION EXTXFR00 CANNOT BOOK IS WRITTEN
      * BACK OUT IN THIS SAME LAYOUT TO THE HOLD FILE, SO OPERATIONS
      * CAN SUPPLY THE MISSING BASIS AND FEED IT STRAIGHT BACK IN.
      *****************************************************************
       01  TRANSFER-BASIS-RECORD.
           05  XBS-KEY.
               10  XBS-PORTFOLIO-ID      PIC X(08).
               10  XBS-INVESTMENT-ID     PIC X(10).
               10  XBS-ROW-TYPE          PIC X(01).
                   88  XBS-ROW-POSITION      VALUE 'P'.
                   88  XBS-ROW-LOT           VALUE 'L'.
               10  XBS-LOT-OPEN-DATE     PIC X(08).
           05  XBS-DATA.
               10  XBS-FIRM-ID           PIC X(08).
               10  XBS-EXTERNAL-ACCOUNT  PIC X(16).
               10  XBS-TRANSFER-DATE     PIC X(08).
               10  XBS-DESCRIPTION       PIC X(30).
               10  XBS-CURRENCY          PIC X(03).
               10  XBS-QUANTITY          PIC S9(11)V9(4) COMP-3.
               10  XBS-COST-PER-UNIT     PIC S9(11)V9(4) COMP-3.
               10  XBS-MARKET-VALUE      PIC S9(13)V9(2) COMP-3.
               10  XBS-BASIS-STATUS      PIC X(01).
                   88  XBS-BASIS-KNOWN       VALUE 'K' SPACE.
                   88  XBS-BASIS-UNKNOWN     VALUE 'U'.
               10  XBS-CUSTODIAN-REF     PIC X(15).
               10  XBS-RECEIPT-DATE      PIC X(08).
           05  XBS-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * XBS-PORTFOLIO-ID    : OUR PORTFOLIO -- RECEIVING ON AN INBOUND
      *                       FILE, DELIVERING ON AN OUTBOUND ONE
      * XBS-INVESTMENT-ID   : INVESTMENT/SECURITY IDENTIFIER
      * XBS-ROW-TYPE        : P=POSITION, L=ONE OPEN LOT OF THE
      *                       POSITION ON THE P ROW BEFORE IT
      * XBS-LOT-OPEN-DATE   : L ROWS: ORIGINAL PURCHASE DATE OF THE
      *                       LOT; SPACES ON P ROWS
      * XBS-FIRM-ID         : THE OTHER FIRM -- DELIVERING ON AN
      *                       INBOUND FILE, RECEIVING ON AN OUTBOUND
      * XBS-EXTERNAL-ACCOUNT: THE CLIENT'S ACCOUNT AT THE OTHER FIRM
      * XBS-TRANSFER-DATE   : DATE THE FILE WAS PRODUCED
      * XBS-DESCRIPTION     : SECURITY DESCRIPTION (P ROWS)
      * XBS-CURRENCY        : SECURITY CURRENCY (P ROWS)
      * XBS-QUANTITY        : P ROWS: UNITS TRANSFERRED; L ROWS: UNITS
      *                       REMAINING IN THE LOT
      * XBS-COST-PER-UNIT   : L ROWS: ORIGINAL COST PER UNIT OF THE
      *                       LOT; P ROWS: AVERAGE COST, INFORMATION
      *                       ONLY
      * XBS-MARKET-VALUE    : P ROWS: MARKET VALUE AT TRANSFER
      * XBS-BASIS-STATUS    : K (OR SPACE)=BASIS KNOWN, U=THE SENDER
      *                       DOES NOT HAVE THE BASIS -- FOR THE WHOLE
      *                       POSITION ON A P ROW, FOR THAT LOT ON AN
      *                       L ROW
      * XBS-CUSTODIAN-REF   : P ROWS ON THE HOLD FILE: THE CUSTODIAN
      *                       RECEIPT ALREADY MATCHED TO THE POSITION;
      *                       SPACES FROM THE DELIVERING FIRM
      * XBS-RECEIPT-DATE    : DATE OF THAT CUSTODIAN RECEIPT
      *****************************************************************
