      *****************************************************************
      * REGULATORY TRADE REPORT STATUS RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER TRADE REPORT, KEYED BY THE REPORT'S REFERENCE
      * (THE TRAN-KEY OF THE ROW REPORTED). TRPEXT00 WRITES IT WHEN A
      * REPORT IS FIRST SENT OR HELD BACK, AND TRPACK00 SETS IT
      * ACCEPTED OR REJECTED FROM THE REGULATOR'S RESPONSE FILE.
      * BEING KEYED, IT IS ALSO THE RECORD OF WHICH TRADES HAVE BEEN
      * REPORTED: A TRADE ALREADY ON FILE IS NEVER REPORTED TWICE, A
      * REJECTED OR HELD REPORT IS PICKED UP AND SENT AGAIN EACH
      * NIGHT UNTIL ACCEPTED, AND ONLY A TRADE ON FILE AS SENT DRAWS
      * A CANCELLATION WHEN TRNREV00 REVERSES IT.
      *****************************************************************
       01  TRADE-REPORT-STATUS-RECORD.
           05  TRS-KEY.
               10  TRS-REPORT-REF        PIC X(28).
           05  TRS-DATA.
               10  TRS-ACTION            PIC X(01).
                   88  TRS-ACTION-NEW        VALUE 'N'.
                   88  TRS-ACTION-CANCEL     VALUE 'C'.
               10  TRS-ORIG-REF          PIC X(28).
               10  TRS-PORTFOLIO-ID      PIC X(08).
               10  TRS-STATUS            PIC X(01).
                   88  TRS-STATUS-SUBMITTED  VALUE 'S'.
                   88  TRS-STATUS-ACCEPTED   VALUE 'A'.
                   88  TRS-STATUS-REJECTED   VALUE 'R'.
                   88  TRS-STATUS-HELD       VALUE 'H'.
                   88  TRS-STATUS-WITHDRAWN  VALUE 'W'.
                   88  TRS-STATUS-TO-RESEND  VALUE 'R' 'H'.
                   88  TRS-STATUS-SENT       VALUE 'S' 'A'.
               10  TRS-SUBMISSION-COUNT  PIC 9(03).
               10  TRS-FIRST-SUBMIT-DATE PIC X(08).
               10  TRS-LAST-SUBMIT-DATE  PIC X(08).
               10  TRS-RESPONSE-DATE     PIC X(08).
               10  TRS-REASON            PIC X(30).
               10  TRS-CANCELLED-BY      PIC X(28).
           05  TRS-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * TRS-REPORT-REF       : TRP-REPORT-REF OF THE REPORT
      * TRS-ACTION           : N=NEW TRADE REPORT, C=CANCELLATION
      * TRS-ORIG-REF         : ON A CANCELLATION, THE REPORT IT
      *                        CANCELS; SPACES ON NEW
      * TRS-PORTFOLIO-ID     : PORTFOLIO THE TRADE WAS BOOKED TO
      * TRS-STATUS           : S=SUBMITTED, AWAITING THE RESPONSE
      *                        A=ACCEPTED BY THE REGULATOR
      *                        R=REJECTED BY THE REGULATOR -- SENT
      *                          AGAIN ON THE NEXT RUN
      *                        H=HELD BACK, A MANDATORY FIELD FAILED
      *                          VALIDATION -- RETRIED EACH RUN UNTIL
      *                          THE TRADE OR ITS MASTERS ARE REPAIRED
      *                        W=WITHDRAWN, THE TRADE WAS REVERSED
      *                          BEFORE THE REGULATOR ACCEPTED IT, SO
      *                          THERE IS NOTHING TO REPORT OR CANCEL
      * TRS-SUBMISSION-COUNT : TIMES THE REPORT HAS BEEN SENT
      * TRS-FIRST-SUBMIT-DATE: BUSINESS DATE FIRST SENT; SPACES WHILE
      *                        HELD AND NEVER SENT
      * TRS-LAST-SUBMIT-DATE : BUSINESS DATE LAST SENT
      * TRS-RESPONSE-DATE    : BUSINESS DATE OF THE LAST RESPONSE
      * TRS-REASON           : REGULATOR'S REJECT REASON, OR THE
      *                        VALIDATION FAILURE HOLDING IT BACK
      * TRS-CANCELLED-BY     : ON A NEW REPORT WHOSE TRADE WAS
      *                        REVERSED, THE CANCELLATION'S REFERENCE
      *****************************************************************
