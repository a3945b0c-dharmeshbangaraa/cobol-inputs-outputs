      *-- plus the standard lag rolled to a business day in the
      *-- settlement currency's market.
               10  INS-VALUE-DATE        PIC X(08).
      *-- Change: Our safekeeping and cash account numbers at the
      *-- custodian, from the custody account master, now that the
      *-- portfolios are spread across more than one custodian.
               10  INS-SAFEKEEPING-ACCT  PIC X(16).
               10  INS-CASH-ACCOUNT      PIC X(16).
           05  INS-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * INS-AMOUNT       : SETTLEMENT AMOUNT (TRAN-AMOUNT)
      * INS-SETTLE-CCY   : SETTLEMENT CURRENCY (TRAN-SETTLE-CCY)
      * INS-CUSTODIAN-ID : CUSTODIAN THE INSTRUCTION IS ADDRESSED TO,
      *                    THE PORTFOLIO'S CUSTODIAN FOR THE MARKET
      *                    PER THE CUSTODY ACCOUNT MASTER (CUSACC)
      * INS-SETTLE-AGENT : SETTLEMENT AGENT FROM THE SSI MASTER
      * INS-AGENT-ACCOUNT: OUR ACCOUNT AT THE AGENT
      * INS-HANDLING-FLAGS: AGREED SPECIAL HANDLING INDICATORS
      * INS-VALUE-DATE   : INSTRUCTED VALUE DATE, A BUSINESS DAY IN
      *                    THE SETTLEMENT CURRENCY'S MARKET
      * INS-SAFEKEEPING-ACCT: OUR SAFEKEEPING ACCOUNT AT THE CUSTODIAN
      * INS-CASH-ACCOUNT : OUR CASH ACCOUNT AT THE CUSTODIAN
      *****************************************************************
