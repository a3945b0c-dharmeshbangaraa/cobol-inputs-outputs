      *****************************************************************
      * OUTBOUND BANK PAYMENT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER CLIENT PAYMENT SENT TO THE PAYING BANK, WRITTEN
      * BY THE WITHDRAWAL RUN (WDRPRC00) IN THE SAME STEP AS THE
      * OUTBOUND TR IT PAYS. PAY-REFERENCE (PORTFOLIO + REQUEST ID)
      * COMES BACK ON THE BANK'S STATEMENT, AND PAY-TRAN-SEQUENCE-NO
      * TIES THE PAYMENT TO ITS TR ON TRANHIST FOR RECONCILIATION.
      *****************************************************************
       01  BANK-PAYMENT-RECORD.
           05  PAY-REFERENCE.
               10  PAY-PORTFOLIO-ID      PIC X(08).
               10  PAY-REQUEST-ID        PIC X(08).
           05  PAY-DATA.
               10  PAY-VALUE-DATE        PIC X(08).
               10  PAY-CURRENCY          PIC X(03).
               10  PAY-AMOUNT            PIC S9(13)V9(2) COMP-3.
               10  PAY-TRAN-DATE         PIC X(08).
               10  PAY-TRAN-SEQUENCE-NO  PIC X(06).
               10  PAY-BENEF-NAME        PIC X(35).
               10  PAY-BENEF-ACCOUNT     PIC X(34).
               10  PAY-BENEF-BANK-BIC    PIC X(11).
           05  PAY-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * PAY-PORTFOLIO-ID     : PORTFOLIO THE PAYMENT IS DEBITED TO
      * PAY-REQUEST-ID       : CLIENT WITHDRAWAL REQUEST PAID
      * PAY-VALUE-DATE       : VALUE DATE, A BUSINESS DAY IN THE
      *                        PAYMENT CURRENCY'S MARKET
      * PAY-CURRENCY         : PAYMENT CURRENCY
      * PAY-AMOUNT           : AMOUNT PAID (POSITIVE)
      * PAY-TRAN-DATE        : TRAN-DATE OF THE OUTBOUND TR
      * PAY-TRAN-SEQUENCE-NO : TRAN-SEQUENCE-NO OF THE OUTBOUND TR
      * PAY-BENEF-NAME       : NAME ON THE RECEIVING ACCOUNT
      * PAY-BENEF-ACCOUNT    : RECEIVING ACCOUNT NUMBER OR IBAN
      * PAY-BENEF-BANK-BIC   : RECEIVING BANK'S BIC
      *****************************************************************
