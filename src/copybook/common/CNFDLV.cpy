      *****************************************************************
      * TRADE CONFIRMATION DELIVERY STATUS RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER TRADE CONFIRMATION (CONTRACT NOTE) PRODUCED BY
      * THE DAILY CONFIRMATION RUN, KEYED BY THE TRAN-KEY OF THE ROW
      * IT CONFIRMS: WHICH CLIENT, ROUTED WHICH WAY, AND WHEN -- THE
      * SAME PROOF OF WHAT WAS SENT WHERE THAT DLVSTA KEEPS FOR
      * STATEMENTS. BEING KEYED, IT IS ALSO THE RECORD OF WHICH
      * TRADES HAVE BEEN CONFIRMED: A TRADE ALREADY ON FILE IS NEVER
      * CONFIRMED TWICE, AND ONLY A TRADE ON FILE AS CONFIRMED DRAWS
      * A CORRECTION WHEN TRNREV00 REVERSES IT.
      *****************************************************************
       01  CONFIRM-DELIVERY-RECORD.
           05  CDL-KEY.
               10  CDL-TRAN-KEY          PIC X(28).
           05  CDL-DATA.
               10  CDL-CONFIRM-TYPE      PIC X(01).
                   88  CDL-TYPE-NEW          VALUE 'N'.
                   88  CDL-TYPE-CORRECTION   VALUE 'C'.
               10  CDL-ORIG-TRAN-KEY     PIC X(28).
               10  CDL-CLIENT-ID         PIC X(08).
               10  CDL-TRAN-TYPE         PIC X(02).
               10  CDL-CHANNEL           PIC X(01).
                   88  CDL-CHANNEL-MAIL      VALUE 'M'.
                   88  CDL-CHANNEL-EMAIL     VALUE 'E'.
                   88  CDL-CHANNEL-BOTH      VALUE 'B'.
               10  CDL-STATUS            PIC X(01).
                   88  CDL-STATUS-SENT       VALUE 'S'.
               10  CDL-RUN-DATE          PIC X(08).
               10  CDL-SENT-TIMESTAMP    PIC X(26).
           05  CDL-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * CDL-TRAN-KEY       : TRAN-KEY OF THE ROW CONFIRMED -- THE TRADE
      *                      ITSELF ON A NEW CONFIRMATION, THE
      *                      TRNREV00 REVERSAL ROW ON A CORRECTION
      * CDL-CONFIRM-TYPE   : N=NEW TRADE CONFIRMATION, C=CORRECTION
      *                      (THE CONFIRMED TRADE WAS REVERSED)
      * CDL-ORIG-TRAN-KEY  : ON A CORRECTION, THE TRAN-KEY OF THE
      *                      ORIGINAL TRADE IT CANCELS; SPACES ON NEW
      * CDL-CLIENT-ID      : CLIENT THE CONFIRMATION WAS SENT TO
      * CDL-TRAN-TYPE      : BU=BUY, SL=SELL
      * CDL-CHANNEL        : HOW IT WAS ROUTED (M/E/B); MAIL WHEN THE
      *                      CLIENT HAS NO CONTACT RECORD
      * CDL-STATUS         : S=SENT BY THE CONFIRMATION RUN
      * CDL-RUN-DATE       : BUSINESS DATE OF THE RUN THAT SENT IT
      * CDL-SENT-TIMESTAMP : WHEN THE RUN PRODUCED IT
      *****************************************************************
