      *****************************************************************
      * SUBSTANTIAL HOLDING DISCLOSURE HISTORY RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER DISCLOSURE THRESHOLD THE FIRM'S COMBINED
      * HOLDING IN AN ISSUER CROSSED, UP OR DOWN, WRITTEN BY DSCMON00
      * THE NIGHT IT REPORTS THE CROSSING. THE LATEST RECORD FOR A
      * SECURITY CARRIES THE BAND THE HOLDING WAS LAST DISCLOSED IN,
      * SO THE NEXT NIGHT'S RUN REPORTS ONLY A FRESH CROSSING AND A
      * CROSSING IS NEVER REPORTED TWICE.
      * KEYED BY SECURITY, THEN BY THE DISCLOSURE DATE AND THE
      * THRESHOLD, SO A SECURITY'S DISCLOSURES READ TOGETHER IN DATE
      * ORDER AND THE LAST ONE READ IS THE CURRENT BAND.
      *****************************************************************
       01  DISCLOSURE-HISTORY-RECORD.
           05  DSC-KEY.
               10  DSC-SECURITY-ID       PIC X(10).
               10  DSC-DISCLOSURE-DATE   PIC X(08).
               10  DSC-THRESHOLD-PCT     PIC 9(03).
           05  DSC-DATA.
               10  DSC-DIRECTION         PIC X(01).
                   88  DSC-CROSSED-UP        VALUE 'U'.
                   88  DSC-CROSSED-DOWN      VALUE 'D'.
               10  DSC-TRADE-DATE        PIC X(08).
               10  DSC-HOLDING-QTY       PIC S9(13)V9(4) COMP-3.
               10  DSC-SHARES-OUTSTANDING PIC S9(13) COMP-3.
               10  DSC-SHARES-OUT-DATE   PIC X(08).
               10  DSC-HOLDING-PCT       PIC S9(03)V9(4) COMP-3.
               10  DSC-BAND-BEFORE       PIC 9(02).
               10  DSC-BAND-AFTER        PIC 9(02).
           05  DSC-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * DSC-SECURITY-ID     : ISSUER'S SECURITY (MATCHES SEC-ID)
      * DSC-DISCLOSURE-DATE : BUSINESS DATE THE CROSSING WAS REPORTED
      * DSC-THRESHOLD-PCT   : THE DISCLOSURE THRESHOLD CROSSED, AS A
      *                       WHOLE PERCENT OF SHARES OUTSTANDING
      * DSC-DIRECTION       : U=HOLDING ROSE TO OR ABOVE THE
      *                       THRESHOLD, D=HOLDING FELL BELOW IT
      * DSC-TRADE-DATE      : DATE OF THE TRADE THAT TOOK THE HOLDING
      *                       ACROSS; SPACES WHEN NO TRADE IN THE RUN
      *                       WINDOW DID (A CHANGE IN SHARES
      *                       OUTSTANDING, OR A CROSSING OLDER THAN
      *                       THE WINDOW)
      * DSC-HOLDING-QTY     : FIRM-WIDE SHARES HELD AT THE RUN
      * DSC-SHARES-OUTSTANDING : ISSUER'S SHARES OUTSTANDING USED
      * DSC-SHARES-OUT-DATE : EFFECTIVE DATE OF THAT FIGURE
      * DSC-HOLDING-PCT     : HOLDING AS A PERCENT OF OUTSTANDING
      * DSC-BAND-BEFORE     : THRESHOLDS THE HOLDING WAS AT OR ABOVE
      *                       AS LAST DISCLOSED (0 = NONE)
      * DSC-BAND-AFTER      : THRESHOLDS IT IS AT OR ABOVE NOW -- THE
      *                       BAND THE NEXT RUN COMPARES AGAINST
      *****************************************************************
