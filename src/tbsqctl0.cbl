      *   09/02/2026 RH  Refuse PHASE=END without a valid CC= card --
      *                  a garbled deck must not mark a step ENDED
      *                  CLEAN and unblock its dependents.
      *   10/14/2026 RH  Add the ticketing-interface step TBSQTKT0 to
      *                  the chain table, gated on the alert and
      *                  action-tracking steps it reads.
      *   10/15/2026 RH  Add the partition usage collection step
      *                  TBSQPRT0 to the chain table, gated on the
      *                  estate merge whose entries it collects.
      *   10/15/2026 RH  Add the change-management reconciliation step
      *                  TBSQCRC0 to the chain table, gated on the
      *                  delta run whose changes it matches.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
           05  FILLER PIC X(40) VALUE SPACES.
           05  FILLER PIC X(08) VALUE 'TBSQCMP0'.
           05  FILLER PIC X(48) VALUE SPACES.
           05  FILLER PIC X(08) VALUE 'TBSQTKT0'.
           05  FILLER PIC X(08) VALUE 'TBSQALR0'.
           05  FILLER PIC X(08) VALUE 'TBSQACT0'.
           05  FILLER PIC X(32) VALUE SPACES.
           05  FILLER PIC X(08) VALUE 'TBSQPRT0'.
           05  FILLER PIC X(08) VALUE 'TBSQCON0'.
           05  FILLER PIC X(40) VALUE SPACES.
           05  FILLER PIC X(08) VALUE 'TBSQCRC0'.
           05  FILLER PIC X(08) VALUE 'TBSQDLT0'.
           05  FILLER PIC X(40) VALUE SPACES.
           05  FILLER PIC X(08) VALUE 'TBSQBAL0'.
           05  FILLER PIC X(08) VALUE 'TBSQVAL0'.
           05  FILLER PIC X(08) VALUE 'TBSQDCD0'.
           05  FILLER PIC X(08) VALUE 'TBSQHMT0'.

       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-TABLE-DATA.
           05  WS-CHN-ENTRY OCCURS 26 TIMES.
               10  WS-CHN-STEP        PIC X(08).
               10  WS-CHN-PREREQ      PIC X(08) OCCURS 6 TIMES.

       77  WS-CHAIN-COUNT             PIC 9(2)  COMP-5 VALUE 26.
       77  WS-CHN-IDX                 PIC 9(2)  COMP-5 VALUE 0.
       77  WS-PRQ-IDX                 PIC 9(2)  COMP-5 VALUE 0.
       77  WS-STEP-IDX                PIC 9(2)  COMP-5 VALUE 0.
      * this batch date's newest state per chain step, folded from
      * TBSQRUNS
       01  WS-STATE-TABLE.
           05  WS-STA-ENTRY OCCURS 26 TIMES.
               10  WS-STA-STARTED-SW  PIC X(01).
                   88  WS-STA-STARTED           VALUE 'Y'.
               10  WS-STA-ENDED-SW    PIC X(01).
