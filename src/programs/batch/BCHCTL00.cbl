      *                of happily accepted. A shop without a
      *                calendar file yet gets a warning and the old
      *                behavior.
      *   2026-10-05 - Error-log and audit entries now carry the system
      *                business process date (PDTSVC00) instead of the
      *                machine clock date, so they cross-reference to
      *                the night's runs by business date.
      *   2026-10-15 - Partitioned runs: FUNC-INIT records the
      *                partition count a partition registers with
      *                (LS-PARTITION-COUNT), and a prerequisite whose
      *                whole-file job ran as partitions (POSUPD01,
      *                POSUPD02, ... for POSUPD00) is met only once
      *                every partition has completed.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCHCTL00.
           05  WS-EL-DESCRIPTION         PIC X(80).
           05  WS-EL-RETURN-CODE         PIC S9(04) COMP.

      *-- Change: Working copy of PDTSVC00's LINKAGE layout -- dates
      *-- default to the system business process date rather than
      *-- the machine clock, so a chain that runs past midnight still
      *-- books against one date.
       01  WS-PDTSVC-REQUEST.
           05  WS-BD-FUNCTION            PIC X(04) VALUE 'GETD'.
           05  WS-BD-PROCESS-DATE        PIC X(08).
           05  WS-BD-PREVIOUS-DATE       PIC X(08).
           05  WS-BD-NEXT-DATE           PIC X(08).
           05  WS-BD-RETURN-CODE         PIC S9(04) COMP.

       01  WS-FILE-STATUS.
           05  WS-BCT-STATUS         PIC X(2).
           05  WS-TRAN-STATUS        PIC X(2). *> Added for TRANSACTION-HISTORY
           05  WS-RESUME-POINT       PIC X(04).
       01  WS-CHANNEL-CODE           PIC X(04). *> Added for channel assignment

      *-- Change: Partition lookup for 2220-CHECK-PARTITIONED-PREREQ.
      *-- A partition registers as the whole-file job's name with its
      *-- partition number in place of the trailing '00'.
       01  WS-PARTITION-AREA.
           05  WS-PART-JOB-NAME.
               10  WS-PART-STEM      PIC X(6).
               10  WS-PART-NO        PIC 9(2).
           05  WS-PART-TOTAL         PIC 9(2).
           05  WS-PART-IDX           PIC 9(3) COMP.

      *-- Change: Working copy of a job's prerequisite list, taken
      *-- from BCT-PREREQ-JOB before the record buffer is reused to
      *-- look up each prerequisite job's own control record.
      *-- for its run-statistics record; zero when the caller does
      *-- not track one.
           05  LS-RECORDS-PROCESSED PIC 9(09).
      *-- Change: Number of partitions a partitioned run was split
      *-- into, passed by each partition at FUNC-INIT; zero for an
      *-- ordinary job.
           05  LS-PARTITION-COUNT  PIC 9(2).

       PROCEDURE DIVISION USING LS-CONTROL-REQUEST.
       0000-MAIN.
           SET BCT-STATUS-RUNNING TO TRUE
           MOVE WS-CURRENT-TIME TO BCT-START-TIME
           MOVE '1400' TO BCT-LAST-CHECKPOINT
           MOVE LS-PARTITION-COUNT TO BCT-PARTITION-COUNT
           IF WS-BCT-STATUS = '00'
               REWRITE BCT-RECORD
           ELSE
           MOVE WS-PREREQ-JOB-SAVE (WS-PREREQ-IDX) TO BCT-JOB-NAME
           MOVE LS-PROCESS-DATE TO BCT-PROCESS-DATE
           READ BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00' OR NOT BCT-STATUS-COMPLETE
               PERFORM 2220-CHECK-PARTITIONED-PREREQ
           END-IF
           .

      *================================================================*
      * 2220-CHECK-PARTITIONED-PREREQ covers a prerequisite that ran
      * as concurrent partitions instead of one whole-file job: the
      * whole-file name (POSUPD00) never completes on its own, so
      * the prerequisite is met when partition 01 (POSUPD01) is on
      * file and it and every other partition up to the count it
      * registered with have reached BCT-STATUS-COMPLETE. One
      * partition still running, failed or never started holds the
      * dependent job back.
      *================================================================*
       2220-CHECK-PARTITIONED-PREREQ.
           SET PREREQS-PENDING TO TRUE
           MOVE WS-PREREQ-JOB-SAVE (WS-PREREQ-IDX) (1:6)
               TO WS-PART-STEM
           IF WS-PREREQ-JOB-SAVE (WS-PREREQ-IDX) (7:2) = '00'
               MOVE 1 TO WS-PART-NO
               MOVE WS-PART-JOB-NAME TO BCT-JOB-NAME
               MOVE LS-PROCESS-DATE TO BCT-PROCESS-DATE
               READ BATCH-CONTROL-FILE
               IF WS-BCT-STATUS = '00' AND BCT-PARTITION-COUNT > 0
                   MOVE BCT-PARTITION-COUNT TO WS-PART-TOTAL
                   SET PREREQS-SATISFIED TO TRUE
                   PERFORM 2230-CHECK-ONE-PARTITION
                       VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PART-TOTAL
                          OR PREREQS-PENDING
               END-IF
           END-IF
           .

       2230-CHECK-ONE-PARTITION.
           MOVE WS-PART-IDX TO WS-PART-NO
           MOVE WS-PART-JOB-NAME TO BCT-JOB-NAME
           MOVE LS-PROCESS-DATE TO BCT-PROCESS-DATE
           READ BATCH-CONTROL-FILE
           IF WS-BCT-STATUS NOT = '00' OR NOT BCT-STATUS-COMPLETE
               SET PREREQS-PENDING TO TRUE
           END-IF
           ELSE
               SET BCT-STATUS-HELD TO TRUE
               MOVE 0 TO BCT-PREREQ-COUNT
               MOVE 0 TO BCT-PARTITION-COUNT
               WRITE BCT-RECORD
           END-IF
           PERFORM 1900-CLOSE-FILES
           ELSE
               SET BCT-STATUS-COMPLETE TO TRUE
               MOVE 0 TO BCT-PREREQ-COUNT
               MOVE 0 TO BCT-PARTITION-COUNT
               WRITE BCT-RECORD
           END-IF
           PERFORM 1900-CLOSE-FILES
           .

       9100-LOG-TO-ERROR-FILE.
           CALL 'PDTSVC00' USING WS-PDTSVC-REQUEST
           MOVE WS-BD-PROCESS-DATE TO WS-EL-PROCESS-DATE
           MOVE ERR-PROGRAM-ID TO WS-EL-PROGRAM-ID
           MOVE ERR-TEXT TO WS-EL-DESCRIPTION
           CALL 'ERRLOG00' USING WS-ERRLOG-REQUEST.
