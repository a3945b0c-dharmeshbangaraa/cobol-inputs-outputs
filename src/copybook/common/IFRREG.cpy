      *****************************************************************
      * INTERFACE FILE REGISTRY RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER INTERFACE FILE RECEIVED OR SENT, WRITTEN
      * THROUGH IFRSVC00. EVERY LOADER FINGERPRINTS ITS FEED (RECORD
      * COUNT AND A CONTENT HASH) BEFORE APPLYING ANYTHING, REFUSES A
      * FILE WHOSE FINGERPRINT MATCHES ONE ALREADY PROCESSED, AND
      * RECORDS RECEIPT ONCE IT HAS LOADED; EVERY EXTRACT RECORDS
      * WHAT IT SENT. IFRMON00 READS THE REGISTRY AGAINST THE
      * EXPECTED-FEEDS SCHEDULE. KEYED BY FEED, BUSINESS DATE AND
      * ARRIVAL STAMP, SO ONE FEED'S HISTORY READS IN DATE ORDER.
      *****************************************************************
       01  INTERFACE-REGISTRY-RECORD.
           05  IFR-KEY.
               10  IFR-FEED-ID           PIC X(08).
               10  IFR-PROCESS-DATE      PIC X(08).
               10  IFR-ARRIVAL-STAMP     PIC X(16).
           05  IFR-DATA.
               10  IFR-DIRECTION         PIC X(01).
                   88  IFR-INBOUND           VALUE 'I'.
                   88  IFR-OUTBOUND          VALUE 'O'.
               10  IFR-JOB-NAME          PIC X(08).
               10  IFR-RECORD-COUNT      PIC S9(09) COMP-3.
               10  IFR-HASH-TOTAL        PIC 9(09).
               10  IFR-ACCEPTED-COUNT    PIC S9(09) COMP-3.
               10  IFR-REJECTED-COUNT    PIC S9(09) COMP-3.
               10  IFR-STATUS            PIC X(01).
                   88  IFR-STATUS-PROCESSED  VALUE 'P'.
                   88  IFR-STATUS-SENT       VALUE 'S'.
                   88  IFR-STATUS-DUPLICATE  VALUE 'D'.
                   88  IFR-STATUS-RELEASED   VALUE 'X'.
               10  IFR-DUPLICATE-OF      PIC X(08).
               10  IFR-RELEASE-USER      PIC X(08).
               10  IFR-RELEASE-DATE      PIC X(08).
           05  IFR-FILLER                PIC X(20).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * IFR-FEED-ID       : THE INTERFACE FILE'S DD NAME (TRANFEED,
      *                     FXFEED, SECPRICE, GLPOSTNG ...) -- THE SAME
      *                     NAME THE EXPECTED-FEEDS SCHEDULE USES
      * IFR-PROCESS-DATE  : BUSINESS PROCESS DATE IT WAS HANDLED ON
      * IFR-ARRIVAL-STAMP : CLOCK YYYYMMDDHHMMSSHH IT WAS REGISTERED
      * IFR-DIRECTION     : I=RECEIVED FROM OUTSIDE, O=SENT OUT
      * IFR-JOB-NAME      : JOB THAT LOADED OR PRODUCED IT
      * IFR-RECORD-COUNT  : RECORDS ON THE FILE
      * IFR-HASH-TOTAL    : CONTENT HASH OVER EVERY BYTE OF EVERY
      *                     RECORD IN FILE ORDER; WITH THE RECORD
      *                     COUNT, THE FILE'S IDENTITY
      * IFR-ACCEPTED-COUNT: RECORDS THE LOADER APPLIED (INBOUND)
      * IFR-REJECTED-COUNT: RECORDS THE LOADER REJECTED (INBOUND)
      * IFR-STATUS        : P=PROCESSED, S=SENT, D=REFUSED AS A
      *                     DUPLICATE, X=PROCESSED BUT RELEASED BY
      *                     IFRMON00 SO THE SAME FILE MAY BE RUN AGAIN
      * IFR-DUPLICATE-OF  : ON A 'D' ENTRY, THE BUSINESS DATE THE SAME
      *                     FILE WAS FIRST PROCESSED
      * IFR-RELEASE-USER/DATE : WHO RELEASED AN 'X' ENTRY, AND WHEN
      *****************************************************************
