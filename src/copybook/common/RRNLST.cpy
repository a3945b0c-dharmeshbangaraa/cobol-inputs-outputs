      *****************************************************************
      * STALE OUTPUT RERUN LIST RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER ALREADY-PRODUCED OUTPUT THE BACK-DATED IMPACT
      * RUN (BKDIMP00) FOUND STALE: ACTIVITY POSTED TONIGHT WITH AN
      * EARLIER EFFECTIVE DATE (A LATE-KEYED TRADE, OR A TRNREV00
      * REVERSAL OF AN OLD ONE) CHANGES WHAT THAT OUTPUT SHOWED. EACH
      * RECORD NAMES THE JOB TO RERUN AND THE DATE TO RERUN IT FOR, SO
      * OPERATIONS WORKS A LIST INSTEAD OF GUESSING.
      *****************************************************************
       01  RERUN-LIST-RECORD.
           05  RRL-RUN-DATE              PIC X(08).
           05  RRL-OUTPUT-TYPE           PIC X(04).
               88  RRL-TYPE-GL-EXTRACT       VALUE 'GLEX'.
               88  RRL-TYPE-SETTLE-INSTR     VALUE 'STLI'.
               88  RRL-TYPE-STATEMENT        VALUE 'STMT'.
               88  RRL-TYPE-PERIOD-CLOSE     VALUE 'PCLS'.
           05  RRL-RERUN-JOB             PIC X(08).
           05  RRL-AS-OF-DATE            PIC X(08).
           05  RRL-PORTFOLIO-ID          PIC X(08).
           05  RRL-CLIENT-ID             PIC X(08).
           05  RRL-EARLIEST-DATE         PIC X(08).
           05  RRL-TRAN-COUNT            PIC 9(05).
           05  RRL-FILLER                PIC X(23).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * RRL-RUN-DATE      : BUSINESS DATE OF THE IMPACT RUN
      * RRL-OUTPUT-TYPE   : GLEX=GL EXTRACT (GLEXTR00)
      *                     STLI=SETTLEMENT INSTRUCTIONS (STLEXT00)
      *                     STMT=CLIENT STATEMENT (STMGEN00)
      *                     PCLS=PERIOD CLOSE SNAPSHOT (PRDCLS00)
      * RRL-RERUN-JOB     : PROGRAM TO RERUN
      * RRL-AS-OF-DATE    : DATE TO RERUN IT FOR -- THE GLEXTPRM OR
      *                     STLPARM DATE, THE STATEMENT PERIOD END, OR
      *                     THE PERIOD CLOSE DATE
      * RRL-PORTFOLIO-ID  : PORTFOLIO AFFECTED; SPACES FOR A WHOLE-BOOK
      *                     DAILY EXTRACT
      * RRL-CLIENT-ID     : CLIENT THE STALE STATEMENT WENT TO
      * RRL-EARLIEST-DATE : EARLIEST EFFECTIVE DATE OF THE ACTIVITY
      *                     THAT MADE IT STALE
      * RRL-TRAN-COUNT    : TRANSACTIONS POSTED TONIGHT BEHIND IT
      *****************************************************************
