                   88  CLM-STATUS-OPEN       VALUE 'O'.
                   88  CLM-STATUS-SETTLED    VALUE 'S'.
                   88  CLM-STATUS-WAIVED     VALUE 'W'.
      *-- Change: Claims now come from two places -- STLMAT00's late
      *-- settlement interest and CAGEN00's manufactured dividends
      *-- owed by securities borrowers -- so each claim carries what
      *-- kind it is. Spaces on the older records reads as late
      *-- settlement interest.
               10  CLM-CLAIM-TYPE        PIC X(01).
                   88  CLM-TYPE-LATE-SETTLE  VALUE 'L' ' '.
                   88  CLM-TYPE-MANUF-DIV    VALUE 'M'.
      *-- Change: A manufactured-dividend claim carries the units on
      *-- loan at the ex-date in their own field, so FAILED-AMOUNT can
      *-- hold a cash value on both kinds of claim. Taken from FILLER;
      *-- zero on a late-settlement claim.
               10  CLM-LENT-QUANTITY     PIC S9(11)V9(4) COMP-3.
           05  CLM-FILLER                PIC X(01).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CLM-COUNTERPARTY-ID : COUNTERPARTY THE CLAIM IS AGAINST
      * CLM-PORTFOLIO-ID/SEQUENCE-NO : THE TRADE THAT SETTLED LATE
      * CLM-FAILED-AMOUNT   : SETTLEMENT AMOUNT THAT WAS OUTSTANDING;
      *                       ON AN M CLAIM THE CASH VALUE OF THE
      *                       DIVIDEND ON THE UNITS LENT
      * CLM-DAYS-FAILED     : DAYS PAST THE STANDARD LAG
      * CLM-CLAIM-AMOUNT    : INTEREST CLAIMED (AMOUNT * RATE *
      *                       DAYS / 365)
      * CLM-RATE-PCT        : ANNUAL RATE THE CLAIM WAS STRUCK AT
      * CLM-CLAIM-DATE      : RUN DATE THE LATE MATCH WAS SEEN
      * CLM-STATUS          : O=OPEN, S=SETTLED, W=WAIVED
      * CLM-CLAIM-TYPE      : L (OR SPACE)=LATE SETTLEMENT INTEREST,
      *                       M=MANUFACTURED DIVIDEND OWED BY A
      *                       SECURITIES BORROWER. ON AN M CLAIM THE
      *                       SEQUENCE-NO IS THE CLAIM'S OWN NUMBER,
      *                       FAILED-AMOUNT AND CLAIM-AMOUNT ARE BOTH
      *                       THE DIVIDEND ON THE UNITS LENT, RATE-PCT
      *                       IS ZERO AND DAYS-FAILED IS ZERO
      * CLM-LENT-QUANTITY   : M CLAIMS: UNITS ON LOAN AT THE EX-DATE;
      *                       ZERO ON AN L CLAIM
      *****************************************************************
