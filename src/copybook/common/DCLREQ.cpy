      * INSTEAD OF BEING APPLIED; A SECOND, DIFFERENT AUTHORIZED USER
      * APPROVES OR REJECTS IT, AND ONLY AN APPROVED REQUEST IS
      * HONORED WHEN THE EXECUTING PROGRAM (TRNREV00, TRNAGE00,
      * PRTMNT00, POSRBL00) ASKS THE QUEUE FOR PERMISSION. REQUESTER,
      * APPROVER AND TIMESTAMPS TRAVEL ON THE RECORD AND ON AUDIT-FILE,
      * SO SINGLE-PERSON CONTROL OF A REVERSAL, A FAIL RESET, A
      * PORTFOLIO CLOSE OR A POSITION REBUILD IS CLOSED OFF AND
      * PROVABLY SO.
      *****************************************************************
       01  DUAL-CONTROL-RECORD.
           05  DCL-KEY.
                   88  DCL-ACTION-REVERSAL   VALUE 'TREV'.
                   88  DCL-ACTION-RESET      VALUE 'TRST'.
                   88  DCL-ACTION-PORT-CLOSE VALUE 'PCLS'.
      *-- Change: replacing a position and its tax lots with the
      *-- figures rebuilt from history (POSRBL00 update mode).
                   88  DCL-ACTION-POS-REBUILD VALUE 'PRBL'.
      *-- Change: overriding the suitability block on a buy that sits
      *-- two or more notches above the client's risk ceiling.
                   88  DCL-ACTION-SUITABILITY VALUE 'SUIT'.
               10  DCL-TARGET-KEY        PIC X(28).
           05  DCL-DATA.
               10  DCL-STATUS            PIC X(01).
               10  DCL-DECIDED-BY        PIC X(08).
               10  DCL-DECIDED-TIME      PIC X(26).
               10  DCL-EXECUTED-TIME     PIC X(26).
      *-- Change: the reviewer's reason for the approval or rejection,
      *-- keyed with the decision on the approval inbox (APRSCR00).
               10  DCL-DECISION-REASON   PIC X(40).
      *-- Change: the requester's reason, captured when the request is
      *-- raised -- for a suitability override, why the buy should go
      *-- ahead regardless -- so the reviewer decides on it.
               10  DCL-REQUEST-REASON    PIC X(40).
           05  DCL-FILLER                PIC X(10).
      *****************************************************************
      * FIELD DESCRIPTIONS:
      * DCL-ACTION         : DESIGNATED HIGH-RISK ACTION: TREV =
      *                      TRANSACTION REVERSAL, TRST = FAIL-ROW
      *                      RESET TO PENDING, PCLS = PORTFOLIO CLOSE,
      *                      PRBL = POSITION REBUILD FROM HISTORY,
      *                      SUIT = SUITABILITY OVERRIDE ON A BUY
      * DCL-TARGET-KEY     : KEY OF THE RECORD THE ACTION TOUCHES --
      *                      A FULL TRAN-KEY FOR TREV/TRST, THE
      *                      PORTFOLIO ID (SPACE-PADDED) FOR PCLS, THE
      *                      PORTFOLIO ID FOLLOWED BY THE SECURITY ID
      *                      (SPACES FOR THE WHOLE PORTFOLIO) FOR PRBL
      *                      AND FOR SUIT (THE PORTFOLIO AND THE
      *                      SECURITY THE BLOCKED BUY IS FOR)
      * DCL-STATUS         : P=AWAITING APPROVAL, A=APPROVED (THE
      *                      EXECUTING PROGRAM MAY ACT), R=REJECTED,
      *                      X=EXECUTED (CONSUMED)
      *                      NEVER THE SAME USER WHO RAISED IT
      * DCL-EXECUTED-TIME  : WHEN THE EXECUTING PROGRAM CONSUMED THE
      *                      APPROVAL
      * DCL-DECISION-REASON: REVIEWER'S REASON FOR THE DECISION;
      *                      SPACES UNTIL DECIDED
      * DCL-REQUEST-REASON : REQUESTER'S REASON FOR THE ACTION; SPACES
      *                      WHEN THE RAISING PROGRAM TAKES NONE
      *****************************************************************
