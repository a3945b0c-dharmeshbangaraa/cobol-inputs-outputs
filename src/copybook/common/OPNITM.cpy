               10  OPN-TRAN-TIME         PIC X(06).
               10  OPN-ITEM-DATE         PIC X(08).
               10  OPN-CUSTODIAN-REF     PIC X(15).
      *-- Change: the custodian the item is awaited from, so each
      *-- custodian's STLMAT00 run matches and ages its own items.
               10  OPN-CUSTODIAN-ID      PIC X(08).
           05  OPN-FILLER                PIC X(02).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * OPN-PORTFOLIO-ID : PORTFOLIO IDENTIFIER (MATCHES TRAN-KEY AND
      * OPN-ITEM-DATE    : RUN DATE THE ITEM FIRST WENT OPEN -- THE
      *                    AGING ANCHOR
      * OPN-CUSTODIAN-REF: CUSTODIAN'S REFERENCE FOR A 'C' ITEM
      * OPN-CUSTODIAN-ID : CUSTODIAN THE CONFIRMATION IS EXPECTED
      *                    FROM (A 'T' ITEM) OR CAME FROM (A 'C'
      *                    ITEM); SPACES = NOT KNOWN, AGED IN EVERY
      *                    CUSTODIAN'S RUN
      *****************************************************************
