               88  DLV-CHANNEL-BOTH          VALUE 'B'.
           05  DLV-STATUS                PIC X(01).
               88  DLV-STATUS-SENT           VALUE 'S'.
      *-- Change: A statement that came back undelivered. The mail
      *-- room appends one of these, carrying the period-end of the
      *-- returned statement, so a sent record no longer stands as
      *-- proof of delivery once the mail has started coming back.
               88  DLV-STATUS-RETURNED       VALUE 'R'.
           05  DLV-SENT-TIMESTAMP        PIC X(26).
           05  DLV-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * DLV-CLIENT-ID     : CLIENT THE STATEMENT WAS PRODUCED FOR
      * DLV-PORTFOLIO-ID  : PORTFOLIO THE STATEMENT COVERS; SPACES
      *                     FOR A CLIENT-LEVEL DOCUMENT COVERING ALL
      *                     THE CLIENT'S PORTFOLIOS (THE ANNUAL COSTS
      *                     AND CHARGES DISCLOSURE, CSTDSC00)
      * DLV-PERIOD-END    : STATEMENT PERIOD-END DATE
      * DLV-CHANNEL       : HOW IT WAS ROUTED (M/E/B); MAIL WHEN THE
      *                     CLIENT HAS NO CONTACT RECORD
      * DLV-STATUS        : S=SENT BY THE STATEMENT RUN,
      *                     R=RETURNED UNDELIVERED
      * DLV-SENT-TIMESTAMP: WHEN THE RUN PRODUCED IT
      *****************************************************************
