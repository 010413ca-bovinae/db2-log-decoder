      *   09/02/2026 RH  Raise operator messages through the common
      *                  numbered-message routine TBSQMSG0 instead of
      *                  bare DISPLAYs.
      *   10/14/2026 RH  Mark decoded records (and main report lines)
      *                  for entries the extract repair step TBSQCOR0
      *                  corrected by hand, from the mark it leaves in
      *                  SQL-PAD.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CTL-DIGIT REDEFINES WS-CTL-DIGIT-X
                                      PIC 9(01).

      * the mark TBSQCOR0 leaves in SQL-PAD of a corrected entry
       77  WS-REPAIR-MARK             PIC X(02) VALUE 'HR'.

       77  WS-CTL-LOW                 PIC X(01) VALUE X'20'.
       77  WS-CTL-HIGH                PIC X(01) VALUE X'7E'.

           05  WSM-STATE-TXT          PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSM-NCTN               PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSM-REPAIRED           PIC X(08).

       01  WS-CTN-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           MOVE SQL-LIFE-LSN        TO SQLBD-LIFE-LSN.
           MOVE WS-DB-NAME          TO SQLBD-DB-NAME.
           MOVE WS-PARTITION        TO SQLBD-PARTITION.
           IF SQL-PAD = WS-REPAIR-MARK
               MOVE 'Y'             TO SQLBD-REPAIR-FLAG
           ELSE
               MOVE 'N'             TO SQLBD-REPAIR-FLAG
           END-IF.
           MOVE 'N'                 TO WS-NAME-WARN-SW.
           MOVE 'N'                 TO WS-FLAG-ALERT-SW.
           MOVE 0                   TO SQLBD-FLAGS-UNKNOWN.
           MOVE SQLBD-TBS-STATE TO WSM-STATE-CD.
           MOVE SQLBD-TBS-STATE-TEXT TO WSM-STATE-TXT.
           MOVE SQLBD-N-CONTAINERS TO WSM-NCTN.
           IF SQLBD-HAND-REPAIRED
               MOVE 'REPAIRED' TO WSM-REPAIRED
           END-IF.
       3600-EXIT.
           EXIT.

