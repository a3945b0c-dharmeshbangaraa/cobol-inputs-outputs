                   88  JRN-FILE-TRANHIST     VALUE 'TRANHIST'.
                   88  JRN-FILE-POSMSTRE     VALUE 'POSMSTRE'.
                   88  JRN-FILE-TAXLOTS      VALUE 'TAXLOTS '.
                   88  JRN-FILE-ACCRFILE     VALUE 'ACCRFILE'.
                   88  JRN-FILE-DIVRCVBL     VALUE 'DIVRCVBL'.
               10  JRN-ACTION            PIC X(02).
                   88  JRN-ACTION-REWRITE    VALUE 'RW'.
                   88  JRN-ACTION-WRITE      VALUE 'WR'.
      *                    TO BE DELETED
      * JRN-RECORD-IMAGE : THE RECORD IMAGE (TRANHIST RECORDS FILL
      *                    ALL 188 BYTES, POSITION RECORDS THE FIRST
      *                    105, TAX LOT RECORDS THE FIRST 89,
      *                    ACCRUAL RECORDS THE FIRST 47, DIVIDEND
      *                    RECEIVABLE RECORDS THE FIRST 120)
      *****************************************************************
