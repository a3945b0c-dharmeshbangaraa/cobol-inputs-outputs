      *****************************************************************
      * AML MONITORING CASE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER SUSPICIOUS-ACTIVITY PATTERN AMLMON00 SAW ON A
      * CLIENT'S PORTFOLIO: STRUCTURING (REPEATED TRANSFERS JUST
      * UNDER THE REPORTING THRESHOLD), CASH IN AND STRAIGHT OUT AGAIN
      * WITH NO TRADING BETWEEN, SUDDEN ACTIVITY ON A DORMANT
      * PORTFOLIO, OR A TRANSFER TO A COUNTERPARTY IN A HIGH-RISK
      * COUNTRY. THE KEY GROUPS A CLIENT'S CASES TOGETHER FOR THE
      * INVESTIGATOR WORKLIST. A CASE OPENS 'O', AND MOVES ONLY
      * THROUGH AMLMON00'S UPDT MODE TO ESCALATED OR TO CLOSED WITH
      * A REASON.
      *****************************************************************
       01  AML-CASE-RECORD.
           05  CAS-KEY.
               10  CAS-CLIENT-ID         PIC X(08).
               10  CAS-PATTERN           PIC X(04).
                   88  CAS-PAT-STRUCTURING   VALUE 'STRU'.
                   88  CAS-PAT-IN-OUT        VALUE 'INOU'.
                   88  CAS-PAT-DORMANT       VALUE 'DORM'.
                   88  CAS-PAT-HIGH-RISK     VALUE 'HRCT'.
               10  CAS-PORTFOLIO-ID      PIC X(08).
               10  CAS-OPEN-DATE         PIC X(08).
           05  CAS-DATA.
               10  CAS-SCORE             PIC 9(03).
               10  CAS-HIT-COUNT         PIC S9(05) COMP-3.
               10  CAS-HIT-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  CAS-COUNTERPARTY-ID   PIC X(08).
               10  CAS-COUNTRY           PIC X(02).
               10  CAS-STATUS            PIC X(01).
                   88  CAS-STATUS-OPEN       VALUE 'O'.
                   88  CAS-STATUS-ESCALATED  VALUE 'E'.
                   88  CAS-STATUS-CLOSED     VALUE 'C'.
                   88  CAS-STATUS-ACTIVE     VALUE 'O' 'E'.
               10  CAS-DISP-DATE         PIC X(08).
               10  CAS-DISP-USER         PIC X(08).
               10  CAS-DISP-REASON       PIC X(04).
                   88  CAS-RSN-NO-SUSPICION  VALUE 'NOSU'.
                   88  CAS-RSN-EXPLAINED     VALUE 'EXPL'.
                   88  CAS-RSN-SAR-FILED     VALUE 'SARF'.
                   88  CAS-RSN-DUPLICATE     VALUE 'DUPL'.
                   88  CAS-RSN-VALID         VALUE 'NOSU' 'EXPL'
                                                   'SARF' 'DUPL'.
           05  CAS-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CAS-CLIENT-ID     : PORTFOLIO'S PORT-CLIENT-ID (THE PORTFOLIO
      *                     ID ITSELF WHEN IT HAS NO CLIENT)
      * CAS-PATTERN       : STRU=STRUCTURING, INOU=CASH IN AND OUT,
      *                     DORM=DORMANT PORTFOLIO REACTIVATED,
      *                     HRCT=TRANSFER TO A HIGH-RISK COUNTRY
      * CAS-PORTFOLIO-ID  : PORTFOLIO THE ACTIVITY WAS ON
      * CAS-OPEN-DATE     : RUN DATE THE CASE OPENED
      * CAS-SCORE         : THE CLIENT'S TOTAL SCORE ON THE OPENING
      *                     RUN -- THE WEIGHTS OF EVERY PATTERN THE
      *                     CLIENT HIT THAT NIGHT, ACROSS PORTFOLIOS
      * CAS-HIT-COUNT     : TRANSACTIONS MAKING UP THE PATTERN
      * CAS-HIT-AMOUNT    : ABSOLUTE AMOUNT THOSE TRANSACTIONS MOVED
      * CAS-COUNTERPARTY-ID/COUNTRY : HRCT ONLY -- THE RECEIVING
      *                     COUNTERPARTY AND ITS CPTY-COUNTRY
      * CAS-STATUS        : O=OPEN, E=ESCALATED, C=CLOSED
      * CAS-DISP-DATE/USER : RUN DATE AND INVESTIGATOR OF THE LAST
      *                     DISPOSITION; SPACES WHILE OPEN
      * CAS-DISP-REASON   : CLOSE REASON -- NOSU=NO SUSPICION,
      *                     EXPL=ACTIVITY EXPLAINED BY THE CLIENT,
      *                     SARF=SUSPICIOUS ACTIVITY REPORT FILED,
      *                     DUPL=DUPLICATE OF ANOTHER CASE
      *****************************************************************
