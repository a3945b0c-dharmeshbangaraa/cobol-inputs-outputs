      *****************************************************************
      * HOUSEHOLD MASTER RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER HOUSEHOLD -- A FAMILY OR GROUP OF RELATED
      * ENTITIES WHOSE CLIENTS ARE ADVISED AND PRICED AS ONE. THE
      * MEMBERS ARE CLIENT IDS FROM COUNTERPARTY-MASTER, SO EVERY
      * PORTFOLIO ASSIGNED TO A MEMBER (PORT-CLIENT-ID) BELONGS TO
      * THE HOUSEHOLD. A CLIENT BELONGS TO AT MOST ONE HOUSEHOLD.
      * MAINTAINED ONLY THROUGH HHDMNT00; READ BY THE HOUSEHOLD
      * REPORT (HHDRPT00) AND BY FEEGEN00 FOR HOUSEHOLD BREAKPOINT
      * PRICING.
      *****************************************************************
       01  HOUSEHOLD-RECORD.
           05  HHD-KEY.
               10  HHD-ID                PIC X(08).
           05  HHD-DATA.
               10  HHD-NAME              PIC X(30).
               10  HHD-REPORT-CCY        PIC X(03).
               10  HHD-STATUS            PIC X(01).
                   88  HHD-STATUS-ACTIVE     VALUE 'A'.
                   88  HHD-STATUS-CLOSED     VALUE 'C'.
               10  HHD-OPEN-DATE         PIC X(08).
               10  HHD-MEMBER-COUNT      PIC 9(02).
               10  HHD-MEMBER OCCURS 12 TIMES.
                   15  HHD-MEMBER-CLIENT-ID  PIC X(08).
                   15  HHD-MEMBER-ROLE   PIC X(01).
                       88  HHD-ROLE-PRIMARY  VALUE 'P'.
                       88  HHD-ROLE-PARTNER  VALUE 'S'.
                       88  HHD-ROLE-DEPENDENT VALUE 'D'.
                       88  HHD-ROLE-ENTITY   VALUE 'E'.
                       88  HHD-ROLE-OTHER    VALUE 'O'.
                       88  HHD-ROLE-VALID    VALUE 'P' 'S' 'D'
                                                   'E' 'O'.
           05  HHD-FILLER                PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * HHD-ID               : HOUSEHOLD IDENTIFIER
      * HHD-NAME             : HOUSEHOLD NAME AS ADVISORS KNOW IT
      * HHD-REPORT-CCY       : CURRENCY THE HOUSEHOLD IS CONSOLIDATED,
      *                        REPORTED AND BREAKPOINT-PRICED IN
      * HHD-STATUS           : A=ACTIVE, C=CLOSED (NO LONGER REPORTED
      *                        OR PRICED AS A HOUSEHOLD)
      * HHD-OPEN-DATE        : BUSINESS DATE THE HOUSEHOLD WAS CREATED
      * HHD-MEMBER-COUNT     : MEMBERS IN USE (1-12); ENTRIES PAST THE
      *                        COUNT ARE SPACES
      * HHD-MEMBER-CLIENT-ID : MEMBER CLIENT (COUNTERPARTY-MASTER CLNT)
      * HHD-MEMBER-ROLE      : P=PRIMARY, S=SPOUSE/PARTNER,
      *                        D=DEPENDENT, E=RELATED ENTITY (TRUST,
      *                        COMPANY, FOUNDATION), O=OTHER
      *****************************************************************
