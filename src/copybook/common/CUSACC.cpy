      *****************************************************************
      * PORTFOLIO CUSTODY ACCOUNT RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER PORTFOLIO / MARKET / EFFECTIVE DATE: THE
      * CUSTODIAN THE PORTFOLIO'S ASSETS IN THAT MARKET ARE HELD AT,
      * AND OUR SAFEKEEPING AND CASH ACCOUNT NUMBERS THERE. A RECORD
      * WITH CAC-MARKET SPACES IS THE PORTFOLIO'S DEFAULT, COVERING
      * EVERY MARKET WITHOUT A RECORD OF ITS OWN -- SO A PORTFOLIO
      * HELD ENTIRELY AT ONE CUSTODIAN NEEDS ONE RECORD, AND ONE
      * WHOSE JAPANESE BOOK SITS AT A SECOND CUSTODIAN ADDS ONE MORE.
      * EFFECTIVE-DATED THE SSIREC WAY: THE LATEST ACTIVE RECORD ON
      * OR BEFORE THE RUN DATE GOVERNS, SO A CUSTODY TRANSITION CAN
      * BE SET UP AHEAD OF ITS START DATE. READ BY STLEXT00 (WHICH
      * CUSTODIAN TO INSTRUCT) AND BY CUSREC00/STLMAT00 (WHICH
      * PORTFOLIOS A CUSTODIAN'S STATEMENTS AND CONFIRMATIONS COVER).
      * MAINTAINED THROUGH CACMNT00, THE CONTROLLED SERVICE.
      *****************************************************************
       01  CUSTODY-ACCOUNT-RECORD.
           05  CAC-KEY.
               10  CAC-PORTFOLIO-ID      PIC X(08).
               10  CAC-MARKET            PIC X(04).
               10  CAC-EFFECTIVE-DATE    PIC X(08).
           05  CAC-DATA.
               10  CAC-CUSTODIAN-ID      PIC X(08).
               10  CAC-SAFEKEEPING-ACCT  PIC X(16).
               10  CAC-CASH-ACCOUNT      PIC X(16).
               10  CAC-STATUS            PIC X(01).
                   88  CAC-STATUS-ACTIVE     VALUE 'A'.
                   88  CAC-STATUS-INACTIVE   VALUE 'I'.
           05  CAC-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CAC-PORTFOLIO-ID    : PORTFOLIO IDENTIFIER (MATCHES PORT-ID)
      * CAC-MARKET          : MARKET THE RECORD COVERS, CODED THE
      *                       CALSVC00 WAY (THE CURRENCY'S ISO CODE,
      *                       E.G. 'JPY '); SPACES = EVERY MARKET
      *                       WITHOUT A RECORD OF ITS OWN
      * CAC-EFFECTIVE-DATE  : FIRST DATE THE RECORD GOVERNS FROM
      * CAC-CUSTODIAN-ID    : CUSTODIAN (AN ACTIVE CPTY-TYPE-CUSTODIAN
      *                       ENTRY ON COUNTERPARTY-MASTER)
      * CAC-SAFEKEEPING-ACCT: OUR SECURITIES SAFEKEEPING ACCOUNT AT
      *                       THE CUSTODIAN
      * CAC-CASH-ACCOUNT    : OUR CASH ACCOUNT AT THE CUSTODIAN
      * CAC-STATUS          : A=ACTIVE, I=INACTIVE
      *****************************************************************
