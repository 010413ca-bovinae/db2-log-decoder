      *           monthly granularity survives for long-range trending,
      *           and nobody splits files by hand.
      *
      *           Two passes are made over TBSQHIST: the first reads
      *           only the aged records, along the run-date path, and
      *           finds the newest snapshot date per name and month;
      *           the second reads every record in key order and
      *           routes it to TBSQHNEW, TBSQHARC or the bit bucket.
      *           TBSQHNEW is loaded in that same key order as an
      *           INDEXED file, so it can be swapped over TBSQHIST
      *           as it stands.
      *
      * Modification History:
      *   08/22/2026 RH  Initial version.
      *   09/02/2026 RH  Raise operator messages through the common
      *                  numbered-message routine TBSQMSG0 instead of
      *                  bare DISPLAYs.
      *   10/14/2026 RH  TBSQHIST and TBSQHNEW are now INDEXED; the
      *                  first pass STARTs on the run-date path and
      *                  stops at the cutoff date.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-FILE ASSIGN TO "TBSQHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBH-KEY
               ALTERNATE RECORD KEY IS SQLBH-RUN-DATE
                   WITH DUPLICATES.

           SELECT HIST-NEW-FILE ASSIGN TO "TBSQHNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLBHN-KEY
               ALTERNATE RECORD KEY IS SQLBHN-RUN-DATE
                   WITH DUPLICATES.

           SELECT HIST-ARC-FILE ASSIGN TO "TBSQHARC"
               ORGANIZATION IS SEQUENTIAL
       77  WS-RUN-DATE                PIC 9(8)  VALUE 0.
       77  WS-RUN-DAY-NUM             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CUTOFF-DAY-NUM          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CUTOFF-DATE             PIC 9(8)  VALUE 0.

      * numeric control-card value parse
       77  WS-CTL-VAL-IDX             PIC 9(2)  COMP-5 VALUE 0.
       77  WS-DC-MWORK                PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-QM                   PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DAY-NUM                 PIC 9(9)  COMP-5 VALUE 0.
      * day number back to civil date
       77  WS-DN-WORK                 PIC 9(18) COMP-5 VALUE 0.
       77  WS-DN-START                PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DN-DOY                  PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DN-MP                   PIC 9(9)  COMP-5 VALUE 0.

       77  WS-REC-MONTH               PIC 9(6)  COMP-5 VALUE 0.

       01  WS-REP-TABLE.
           05  WS-REP-ENTRY OCCURS 5000 TIMES.
               10  WS-REP-DB-NAME     PIC X(08).
               10  WS-REP-PARTITION   PIC 9(4).
               10  WS-REP-NAME        PIC X(128).
               10  WS-REP-MONTH       PIC 9(6)  COMP-5.
               10  WS-REP-MAX-DATE    PIC 9(8).
           MOVE WS-DAY-NUM TO WS-RUN-DAY-NUM.
           COMPUTE WS-CUTOFF-DAY-NUM =
               WS-RUN-DAY-NUM - WS-RETAIN-DAYS.
           MOVE WS-CUTOFF-DAY-NUM TO WS-DAY-NUM.
           PERFORM 7100-DAY-NUM-TO-DATE THRU 7100-EXIT.
           MOVE WS-DW-DATE TO WS-CUTOFF-DATE.
           OPEN INPUT HIST-FILE.
      * the first pass wants only the aged records, so it walks the
      * run-date path from the oldest date up to the cutoff
           MOVE 0 TO SQLBH-RUN-DATE.
           START HIST-FILE KEY NOT < SQLBH-RUN-DATE
               INVALID KEY MOVE 'Y' TO WS-EOF-HIST-SW
           END-START.
           IF NOT WS-EOF-HIST
               READ HIST-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF-HIST-SW
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * FIRST PASS - NEWEST AGED SNAPSHOT PER NAME AND MONTH
      *----------------------------------------------------------------
      * records arrive in run-date order, so the first one dated on
      * or after the cutoff ends the pass
       2000-SURVEY-ONE-RECORD.
           IF SQLBH-RUN-DATE NOT < WS-CUTOFF-DATE
               MOVE 'Y' TO WS-EOF-HIST-SW
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-NOTE-AGED-SNAPSHOT THRU 3000-EXIT.
           IF NOT WS-EOF-HIST
               READ HIST-FILE NEXT
                   AT END MOVE 'Y' TO WS-EOF-HIST-SW
               END-READ
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * the replacement live file is created fresh each run; the
      * archive is extended run over run, with the usual status-35
      * fallback the very first time.  Reopening positions the
      * history at its first record in primary-key order, the order
      * TBSQHNEW has to be loaded in.
       4000-START-SECOND-PASS.
           CLOSE HIST-FILE.
           OPEN INPUT HIST-FILE.
               OPEN OUTPUT HIST-ARC-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-HIST-SW.
           READ HIST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-HIST-SW
           END-READ.
       4000-EXIT.
               WRITE SQLB-HNEW-RECORD FROM SQLB-HIST-RECORD
               ADD 1 TO WS-KEPT-COUNT
           END-IF.
           READ HIST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-HIST-SW
           END-READ.
       5000-EXIT.
              AND SQLBH-RUN-DATE = WS-REP-MAX-DATE(WS-MATCH-IDX)
               WRITE SQLB-HARC-RECORD FROM SQLB-HIST-RECORD
               ADD 1 TO WS-ARCH-COUNT
      * retire the entry once archived, so the month can never be
      * archived twice
               MOVE 0 TO WS-REP-MAX-DATE(WS-MATCH-IDX)
           ELSE
               ADD 1 TO WS-DROP-COUNT
       7000-EXIT.
           EXIT.

      * inverse of 7000, same scheme as TBSQFCT0
       7100-DAY-NUM-TO-DATE.
           COMPUTE WS-DN-WORK = WS-DAY-NUM * 400.
           DIVIDE WS-DN-WORK BY 146097 GIVING WS-DC-YEAR.
           PERFORM 7110-YEAR-START THRU 7110-EXIT.
           PERFORM 7120-STEP-BACK-YEAR THRU 7120-EXIT
               UNTIL WS-DAY-NUM NOT < WS-DN-START.
           COMPUTE WS-DN-DOY = WS-DAY-NUM - WS-DN-START.
           COMPUTE WS-DN-WORK = 5 * WS-DN-DOY + 2.
           DIVIDE WS-DN-WORK BY 153 GIVING WS-DN-MP.
           COMPUTE WS-DN-WORK = 153 * WS-DN-MP + 2.
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DC-QM.
           COMPUTE WS-DW-DAY = WS-DN-DOY - WS-DC-QM + 1.
           COMPUTE WS-DC-MONTH = WS-DN-MP + 3.
           IF WS-DC-MONTH > 12
               SUBTRACT 12 FROM WS-DC-MONTH
               ADD 1 TO WS-DC-YEAR
           END-IF.
           MOVE WS-DC-YEAR TO WS-DW-YEAR.
           MOVE WS-DC-MONTH TO WS-DW-MONTH.
       7100-EXIT.
           EXIT.

      * day number of March 1st of the March-based year WS-DC-YEAR
       7110-YEAR-START.
           DIVIDE WS-DC-YEAR BY 4 GIVING WS-DC-Q4.
           DIVIDE WS-DC-YEAR BY 100 GIVING WS-DC-Q100.
           DIVIDE WS-DC-YEAR BY 400 GIVING WS-DC-Q400.
           COMPUTE WS-DN-START = 365 * WS-DC-YEAR + WS-DC-Q4
               - WS-DC-Q100 + WS-DC-Q400 + 123.
       7110-EXIT.
           EXIT.

       7120-STEP-BACK-YEAR.
           SUBTRACT 1 FROM WS-DC-YEAR.
           PERFORM 7110-YEAR-START THRU 7110-EXIT.
       7120-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TERMINATION
      *----------------------------------------------------------------
