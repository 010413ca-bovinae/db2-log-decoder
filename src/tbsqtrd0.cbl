      *                  loop -- the UNTIL tests first, so the loop
      *                  never ran and the ranking always printed
      *                  empty.
      *   10/14/2026 RH  TBSQHIST is now INDEXED; START the live read
      *                  on the run-date path at the first day of the
      *                  oldest month the report uses.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-ARC-STATUS.

           SELECT HIST-FILE ASSIGN TO "TBSQHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBH-KEY
               ALTERNATE RECORD KEY IS SQLBH-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TRD-RPT ASSIGN TO "TBSQTRDR"
           05  FILLER                 PIC 9(2).
       77  WS-RUN-MONTH-NUM           PIC 9(9)  COMP-5 VALUE 0.

      * first day of the oldest of the 24 trailing months, where the
      * live read starts
       77  WS-LIVE-MONTH-NUM          PIC 9(9)  COMP-5 VALUE 0.
       01  WS-LIVE-FROM-DATE          PIC 9(8)  VALUE 0.
       01  WS-LIVE-FROM-DATE-R REDEFINES WS-LIVE-FROM-DATE.
           05  WS-LIVE-FROM-YEAR      PIC 9(4).
           05  WS-LIVE-FROM-MONTH     PIC 9(2).
           05  WS-LIVE-FROM-DAY       PIC 9(2).

       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS-NEW
                   MOVE 'Y' TO WS-EOF-HIST-SW
               ELSE
                   PERFORM 1200-POSITION-LIVE THRU 1200-EXIT
               END-IF
           ELSE
               MOVE 'Y' TO WS-EOF-HIST-SW
       1120-EXIT.
           EXIT.

      * month number (year * 12 + month) 23 back from the run month,
      * turned back into a CCYYMM01 date to START the run-date path at
       1200-POSITION-LIVE.
           COMPUTE WS-LIVE-MONTH-NUM = WS-RUN-MONTH-NUM - 23.
           COMPUTE WS-LIVE-FROM-YEAR = (WS-LIVE-MONTH-NUM - 1) / 12.
           COMPUTE WS-LIVE-FROM-MONTH =
               WS-LIVE-MONTH-NUM - WS-LIVE-FROM-YEAR * 12.
           MOVE 1 TO WS-LIVE-FROM-DAY.
           MOVE WS-LIVE-FROM-DATE TO SQLBH-RUN-DATE.
           START HIST-FILE KEY NOT < SQLBH-RUN-DATE
               INVALID KEY MOVE 'Y' TO WS-EOF-HIST-SW
           END-START.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * SNAPSHOT LOAD, ARCHIVE THEN OPTIONALLY LIVE
      *----------------------------------------------------------------
           EXIT.

       2500-LOAD-ONE-LIVE.
           READ HIST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-HIST-SW
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
