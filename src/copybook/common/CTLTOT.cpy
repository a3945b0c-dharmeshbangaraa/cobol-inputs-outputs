           05  CTL-RECORDS-OUT           PIC 9(09).
           05  CTL-AMOUNT-IN             PIC S9(13)V9(2) COMP-3.
           05  CTL-AMOUNT-OUT            PIC S9(13)V9(2) COMP-3.
      *-- Change: A job run as several concurrent partitions, each
      *-- taking a portfolio-id range, writes one record per
      *-- partition carrying its number and range, so the balancing
      *-- run can prove the partitions together covered the whole
      *-- key space exactly once. Zero/SPACES for a whole-file run.
           05  CTL-PARTITION.
               10  CTL-PARTITION-NO      PIC 9(02).
               10  CTL-PARTITION-COUNT   PIC 9(02).
               10  CTL-RANGE-FROM        PIC X(08).
               10  CTL-RANGE-TO          PIC X(08).
           05  CTL-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      *                    DEBITS)
      * CTL-AMOUNT-OUT   : MONEY TOTAL PRODUCED (E.G. LOADED AMOUNT,
      *                    TOTAL CREDITS)
      * CTL-PARTITION-NO : PARTITION OF A PARTITIONED RUN (01-99), OR
      *                    ZERO FOR A WHOLE-FILE RUN
      * CTL-PARTITION-COUNT : PARTITIONS THE RUN WAS SPLIT INTO
      * CTL-RANGE-FROM   : LOWEST PORTFOLIO ID THE PARTITION TOOK
      *                    (SPACES = FROM THE FIRST PORTFOLIO)
      * CTL-RANGE-TO     : PORTFOLIO ID THE NEXT PARTITION STARTS AT,
      *                    NOT ITSELF TAKEN (SPACES = TO THE LAST)
      *****************************************************************
