      *             A FEESCHED SCHEDULE COVERING EVERY GENERATED
      *             PORTFOLIO, A GLACCMAP ACCOUNT MAPPING, AND A
      *             PRICE FILE QUOTING EVERY POOLED SECURITY.
      * 2026-10-15  THE GLACCMAP MAPPING NOW CARRIES THE SECURITIES-
      *             LENDING FEE TYPE (LF).
      * 2026-10-15  THE GENERATED CLIENTS CARRY A CURRENT KYC
      *             REVIEW AND RISK RATING.
      * 2026-10-15  GENERATED SECURITIES CARRY EMPTY DERIVATIVE
      *             CONTRACT TERMS, AND THE GLACCMAP MAPPING CARRIES
      *             THE FUTURES VARIATION MARGIN TYPE (VM).
      * 2026-10-15  GENERATED SECURITIES CARRY A PRODUCT RISK RATING
      *             AND THE CLIENTS A RISK PROFILE THAT SUITS THEM.
      * 2026-10-15  GENERATED EQUITIES CARRY A SHARES OUTSTANDING
      *             FIGURE LARGE ENOUGH THAT NO TEST HOLDING NEEDS
      *             DISCLOSURE.
      * 2026-10-15  THE GLACCMAP MAPPING CARRIES THE SPOT FX
      *             CONVERSION TYPE (FX), CASH AS ITS CONTRA.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ELSE
               MOVE 'US' TO CPTY-COUNTRY
           END-IF
      *-- Change: the two clients carry a KYC review done on the run
      *-- date, so the regression's buys and transfers are not held
      *-- as lapsed; the other parties carry no review.
           MOVE SPACES TO CPTY-KYC-DATA
           MOVE SPACES TO CPTY-FILLER
      *-- Change: the clients' risk profiles reach every rating in
      *-- the pool, so the regression's buys are all suitable.
           MOVE SPACES TO CPTY-RISK-PROFILE
           IF CPTY-TYPE-CLIENT
               MOVE WS-CURRENT-DATE TO CPTY-KYC-LAST-REVIEW
               IF WS-CPTY-IDX = 1
                   SET CPTY-KYC-RISK-LOW TO TRUE
                   MOVE '4' TO CPTY-RISK-TOLERANCE
                   SET CPTY-OBJ-GROWTH TO TRUE
               ELSE
                   SET CPTY-KYC-RISK-HIGH TO TRUE
                   MOVE '5' TO CPTY-RISK-TOLERANCE
                   SET CPTY-OBJ-SPECULATION TO TRUE
               END-IF
               SET CPTY-HORIZON-LONG TO TRUE
           END-IF
           WRITE COUNTERPARTY-RECORD.

      *-- The fixed security pool, each one active on the security
               WHEN 0
                   SET SEC-TYPE-EQUITY TO TRUE
                   MOVE ZERO TO SEC-ACCRUAL-RATE
                   MOVE '4' TO SEC-RISK-RATING
               WHEN 1
                   SET SEC-TYPE-FIXED TO TRUE
                   MOVE 4.25 TO SEC-ACCRUAL-RATE
                   MOVE '2' TO SEC-RISK-RATING
               WHEN 2
                   SET SEC-TYPE-MMKT TO TRUE
                   MOVE 3.10 TO SEC-ACCRUAL-RATE
                   MOVE '1' TO SEC-RISK-RATING
               WHEN OTHER
                   SET SEC-TYPE-EQUITY TO TRUE
                   MOVE ZERO TO SEC-ACCRUAL-RATE
                   MOVE '4' TO SEC-RISK-RATING
           END-EVALUATE
           MOVE 'USD' TO SEC-CURRENCY
           SET SEC-STATUS-ACTIVE TO TRUE
           MOVE SPACES TO SEC-UNDERLYING-ID
           MOVE ZERO TO SEC-CONTRACT-MULT
           MOVE ZERO TO SEC-STRIKE-PRICE
           MOVE SPACES TO SEC-PUT-CALL
           MOVE SPACES TO SEC-EXPIRY-DATE
           IF SEC-TYPE-EQUITY
               MOVE 500000000 TO SEC-SHARES-OUTSTANDING
               MOVE WS-CURRENT-DATE TO SEC-SHARES-OUT-DATE
           ELSE
               MOVE ZERO TO SEC-SHARES-OUTSTANDING
               MOVE SPACES TO SEC-SHARES-OUT-DATE
           END-IF
           WRITE SECURITY-RECORD
           MOVE SEC-ID TO PRC-INVESTMENT-ID
           MOVE WS-CURRENT-DATE TO PRC-PRICE-DATE
           MOVE '4000400400' TO GLM-ACTIVITY-ACCOUNT
           SET GLM-ACTIVITY-CREDIT TO TRUE
           MOVE '2000200200' TO GLM-CONTRA-ACCOUNT
           WRITE GL-MAPPING-RECORD
           MOVE 'LF' TO GLM-TRN-TYPE
           MOVE '4000400500' TO GLM-ACTIVITY-ACCOUNT
           SET GLM-ACTIVITY-CREDIT TO TRUE
           MOVE '2000200200' TO GLM-CONTRA-ACCOUNT
           WRITE GL-MAPPING-RECORD
           MOVE 'VM' TO GLM-TRN-TYPE
           MOVE '4000400600' TO GLM-ACTIVITY-ACCOUNT
           SET GLM-ACTIVITY-CREDIT TO TRUE
           MOVE '2000200200' TO GLM-CONTRA-ACCOUNT
           WRITE GL-MAPPING-RECORD
      *-- Change: an FX conversion's activity account is the FX
      *-- clearing position, credited for the amount bought; cash
      *-- is the contra, as for every other cash type.
           MOVE 'FX' TO GLM-TRN-TYPE
           MOVE '1000100500' TO GLM-ACTIVITY-ACCOUNT
           SET GLM-ACTIVITY-CREDIT TO TRUE
           MOVE '2000200200' TO GLM-CONTRA-ACCOUNT
           WRITE GL-MAPPING-RECORD.

      *-----------------------------------------------------------------
