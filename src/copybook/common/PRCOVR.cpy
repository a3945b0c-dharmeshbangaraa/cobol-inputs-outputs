               10  OVR-ENTERED-TIME      PIC X(26).
               10  OVR-APPROVED-BY       PIC X(08).
               10  OVR-APPROVED-TIME     PIC X(26).
      *-- Change: the reviewer's reason for the approval or rejection,
      *-- keyed with the decision on the approval inbox (APRSCR00).
               10  OVR-DECISION-REASON   PIC X(40).
           05  OVR-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * OVR-ENTERED-BY    : OPERATOR WHO KEYED THE OVERRIDE
      * OVR-APPROVED-BY   : SECOND USER WHO APPROVED/REJECTED IT --
      *                     NEVER THE SAME USER WHO ENTERED IT
      * OVR-DECISION-REASON: REVIEWER'S REASON FOR THE DECISION;
      *                     SPACES UNTIL DECIDED
      *****************************************************************
