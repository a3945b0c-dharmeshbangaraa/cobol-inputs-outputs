                   88  POS-INV-TYPE-FIXED   VALUE 'FI  '.
                   88  POS-INV-TYPE-CASH    VALUE 'CASH'.
                   88  POS-INV-TYPE-MMKT    VALUE 'MM  '.
      *-- Change: Listed options and futures (SECMSTR contract terms).
                   88  POS-INV-TYPE-OPTION  VALUE 'OPT '.
                   88  POS-INV-TYPE-FUTURE  VALUE 'FUT '.
           05  POS-FILLER                PIC X(05).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * POS-AS-OF-DATE   : BUSINESS DATE THIS POSITION WAS VALUED
      * POS-BASE-CURRENCY: CURRENCY THE CLIENT REPORTS THIS POSITION IN
      * POS-INVESTMENT-TYPE: EQ=EQUITY, FI=FIXED INCOME, CASH=CASH,
      *                    MM=MONEY MARKET, OPT=LISTED OPTION,
      *                    FUT=LISTED FUTURE. AN OPT/FUT QUANTITY IS
      *                    IN CONTRACTS (NEGATIVE WHEN WRITTEN OR
      *                    SOLD SHORT); A FUTURE'S AVG COST IS ITS
      *                    LAST SETTLEMENT PRICE, AS IT IS MARKED TO
      *                    CASH DAILY
      *****************************************************************
