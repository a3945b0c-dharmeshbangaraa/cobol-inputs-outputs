      *-- SPACES means the job has no cutoff narrower than the
      *-- overall batch window.
               10  BCT-CUTOFF-TIME       PIC X(06).
      *-- Change: A job run as concurrent partitions by portfolio-id
      *-- range registers each partition as its own job (the program
      *-- name with the partition number in place of its last two
      *-- digits, e.g. POSUPD03), and each partition's record carries
      *-- how many partitions the run was split into, so a job
      *-- depending on the whole-file name is released only when
      *-- every partition has completed. Taken from the old filler,
      *-- so the record length is unchanged.
           05  BCT-PARTITION-COUNT      PIC 9(02).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * BCT-JOB-NAME        : BATCH JOB IDENTIFIER (LS-JOB-NAME)
      *                       RECORDS LOADED LATER THE SAME DAY
      * BCT-CUTOFF-TIME     : LATEST HHMMSS THIS JOB MAY START, OR
      *                       SPACES FOR NO JOB-SPECIFIC CUTOFF
      * BCT-PARTITION-COUNT : PARTITIONS A PARTITIONED RUN WAS SPLIT
      *                       INTO, ON EACH PARTITION'S RECORD; ZERO
      *                       FOR AN ORDINARY JOB
      *****************************************************************
