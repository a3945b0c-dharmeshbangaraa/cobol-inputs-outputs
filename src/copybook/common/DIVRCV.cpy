      *****************************************************************
      * DIVIDEND RECEIVABLE RECORD STRUCTURE
      * VERSION: 1.0
      * DATE: 2026
      *
      * ONE RECORD PER CASH DIVIDEND ENTITLEMENT, WRITTEN BY CAGEN00
      * WHEN IT GENERATES THE PENDING DV ROW AT THE EX-DATE: THE
      * DIVIDEND THE HOLDING HAS EARNED BUT NOT YET BEEN PAID, NET OF
      * THE WITHHOLDING RATE THE CLIENT'S COUNTRY CARRIES. IT STAYS
      * OPEN UNTIL CAPROC00 APPLIES THE DV ROW ON THE PAY DATE, WHICH
      * CLEARS IT AGAINST THE NET CASH ACTUALLY CREDITED AND RECORDS
      * ANY DIFFERENCE. OPEN RECEIVABLES ARE VALUED WITH THE POSITION
      * (POSRVL00, NAVCAL00, RPTPOS00) AND POSTED BY GLEXTR00.
      * KEYED BY POSITION, THEN BY THE ENTITLEMENT'S PAY DATE AND
      * SEQUENCE NUMBER, SO A POSITION'S RECEIVABLES READ TOGETHER AND
      * THE DV ROW FINDS ITS OWN RECEIVABLE BY ITS OWN KEY FIELDS.
      *****************************************************************
       01  DIVIDEND-RECEIVABLE-RECORD.
           05  DVR-KEY.
               10  DVR-PORTFOLIO-ID      PIC X(08).
               10  DVR-INVESTMENT-ID     PIC X(10).
               10  DVR-PAY-DATE          PIC X(08).
               10  DVR-SEQUENCE-NO       PIC X(06).
           05  DVR-DATA.
               10  DVR-EX-DATE           PIC X(08).
               10  DVR-RECOGNIZED-DATE   PIC X(08).
               10  DVR-CURRENCY          PIC X(03).
               10  DVR-ENTITLED-QTY      PIC S9(11)V9(4) COMP-3.
               10  DVR-GROSS-AMOUNT      PIC S9(13)V9(2) COMP-3.
               10  DVR-WHT-RATE          PIC S9(03)V9(4) COMP-3.
               10  DVR-TAX-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  DVR-NET-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  DVR-STATUS            PIC X(01).
                   88  DVR-STATUS-OPEN       VALUE 'O'.
                   88  DVR-STATUS-CLEARED    VALUE 'C'.
               10  DVR-CLEARED-DATE      PIC X(08).
               10  DVR-PAID-AMOUNT       PIC S9(13)V9(2) COMP-3.
               10  DVR-DIFFERENCE        PIC S9(13)V9(2) COMP-3.
           05  DVR-FILLER                PIC X(08).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * DVR-PORTFOLIO-ID    : PORTFOLIO IDENTIFIER (MATCHES POS-KEY)
      * DVR-INVESTMENT-ID   : PAYING SECURITY (MATCHES POS-KEY)
      * DVR-PAY-DATE        : PAY DATE -- THE DV ROW'S TRAN-DATE
      * DVR-SEQUENCE-NO     : THE DV ROW'S TRAN-SEQUENCE-NO
      * DVR-EX-DATE         : ANNOUNCED EX-DATE
      * DVR-RECOGNIZED-DATE : BUSINESS DATE CAGEN00 BOOKED IT; THE
      *                       EX-DATE, OR THE ELECTION DEADLINE RUN
      *                       FOR AN OPTIONAL DIVIDEND TAKEN IN CASH
      * DVR-CURRENCY        : CURRENCY THE DIVIDEND PAYS IN
      * DVR-ENTITLED-QTY    : SHARES ENTITLED (LENT SHARES EXCLUDED)
      * DVR-GROSS-AMOUNT    : GROSS DIVIDEND (THE DV ROW'S TRAN-AMOUNT)
      * DVR-WHT-RATE        : WITHHOLDING PERCENT APPLIED AT EX-DATE
      * DVR-TAX-AMOUNT      : WITHHOLDING EXPECTED ON THE GROSS
      * DVR-NET-AMOUNT      : THE RECEIVABLE -- GROSS LESS WITHHOLDING
      * DVR-STATUS          : O=OPEN (EARNED, NOT YET PAID),
      *                       C=CLEARED BY THE PAYMENT
      * DVR-CLEARED-DATE    : BUSINESS DATE CAPROC00 CLEARED IT
      * DVR-PAID-AMOUNT     : NET CASH ACTUALLY CREDITED ON PAY DATE
      * DVR-DIFFERENCE      : PAID LESS RECEIVABLE (NEGATIVE = SHORT)
      *****************************************************************
