      *****************************************************************
      * CORPORATE ACTION ELECTION RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER PORTFOLIO HOLDING OF A VOLUNTARY CORPORATE
      * ACTION (CAANN TYPES TO/RI/OD): THE OPTION THE CLIENT CHOSE.
      * THE KEY IS THE ANNOUNCEMENT'S OWN ANN-KEY FOLLOWED BY THE
      * PORTFOLIO, SO ONE ANNOUNCEMENT'S ELECTIONS KEY TOGETHER.
      * CAPTURED, CHANGED AND WITHDRAWN UP TO THE DEADLINE ONLY
      * THROUGH CAEMNT00, THE CONTROLLED SERVICE; CAERPT00 LISTS THE
      * HOLDERS STILL WITHOUT ONE AS THE DEADLINE APPROACHES. AFTER
      * THE DEADLINE CAGEN00 GENERATES EACH HOLDER'S ENTITLEMENT
      * FROM IT, MARKING IT APPLIED, AND WRITES A DEFAULTED RECORD
      * FOR EVERY HOLDER WHO NEVER ELECTED.
      *****************************************************************
       01  CA-ELECTION-RECORD.
           05  ELC-KEY.
               10  ELC-INVESTMENT-ID     PIC X(10).
               10  ELC-ACTION-TYPE       PIC X(02).
               10  ELC-EX-DATE           PIC X(08).
               10  ELC-PORTFOLIO-ID      PIC X(08).
           05  ELC-DATA.
               10  ELC-OPTION-NO         PIC 9(01).
               10  ELC-STATUS            PIC X(01).
                   88  ELC-STATUS-CAPTURED   VALUE 'C'.
                   88  ELC-STATUS-APPLIED    VALUE 'A'.
                   88  ELC-STATUS-DEFAULTED  VALUE 'D'.
               10  ELC-ELECTED-DATE      PIC X(08).
               10  ELC-ELECTED-USER      PIC X(08).
               10  ELC-APPLIED-DATE      PIC X(08).
           05  ELC-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * ELC-INVESTMENT-ID/ACTION-TYPE/EX-DATE : THE ANNOUNCEMENT'S
      *                     ANN-KEY
      * ELC-PORTFOLIO-ID  : PORTFOLIO HOLDING THE SECURITY
      * ELC-OPTION-NO     : ANNOUNCED OPTION (1-3) ELECTED, OR THE
      *                     DEFAULT OPTION APPLIED
      * ELC-STATUS        : C=CAPTURED, AWAITING THE DEADLINE;
      *                     A=APPLIED BY CAGEN00; D=NO ELECTION MADE,
      *                     DEFAULT OPTION APPLIED BY CAGEN00
      * ELC-ELECTED-DATE/USER : PROCESS DATE AND USER OF THE LAST
      *                     CAPTURE OR CHANGE; CAGEN00 ON A DEFAULT
      * ELC-APPLIED-DATE  : RUN DATE CAGEN00 GENERATED THE
      *                     ENTITLEMENT; SPACES WHILE CAPTURED
      *****************************************************************
