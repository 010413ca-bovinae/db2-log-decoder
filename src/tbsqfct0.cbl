      *           SMS snapshots carry no useable-pages ceiling to
      *           exhaust -- and the SMS/DMS type rides on the snapshot
      *           itself (SQLBH-TS-TYPE), never inferred from page
      *           counts.  Every projected name is also written to
      *           the growth-rate extract TBSQFCTG (see SQLBFCTG) for
      *           the planning steps that project from these rates.
      *
      * Modification History:
      *   08/22/2026 RH  Initial version.
      *   09/02/2026 RH  Raise operator messages through the common
      *                  numbered-message routine TBSQMSG0 instead of
      *                  bare DISPLAYs.
      *   10/14/2026 RH  Write the growth-rate extract TBSQFCTG for the
      *                  what-if simulator TBSQSIM0.
      *   10/14/2026 RH  TBSQHIST is now INDEXED; START on the run-date
      *                  path at the first day of the lookback window
      *                  instead of reading the whole history.
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

           SELECT FCT-RPT ASSIGN TO "TBSQFCTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FCTG-FILE ASSIGN TO "TBSQFCTG"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           LABEL RECORDS ARE OMITTED.
       01  FCT-RPT-RECORD             PIC X(133).

       FD  FCTG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbfctg.

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       77  WS-HIST-READ-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-FCTG-WRITE-COUNT        PIC 9(9)  COMP-5 VALUE 0.

       77  WS-LOOKBACK-DAYS           PIC 9(3)  COMP-5 VALUE 30.
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

      * per-tablespace forecast table.  Sized well above the distinct
      * names any TBSQHIST this unit accumulates; overflow is a hard
           MOVE WS-DAY-NUM TO WS-RUN-DAY-NUM.
           COMPUTE WS-CUTOFF-DAY-NUM =
               WS-RUN-DAY-NUM - WS-LOOKBACK-DAYS.
           MOVE WS-CUTOFF-DAY-NUM TO WS-DAY-NUM.
           PERFORM 7100-DAY-NUM-TO-DATE THRU 7100-EXIT.
           MOVE WS-DW-DATE TO WS-CUTOFF-DATE.
           OPEN INPUT HIST-FILE.
           OPEN OUTPUT FCT-RPT.
           OPEN OUTPUT FCTG-FILE.
           MOVE WS-RUN-DATE TO WSH-DATE.
           MOVE WS-LOOKBACK-DAYS TO WSH-LOOKBACK.
           WRITE FCT-RPT-RECORD FROM WS-HDG1-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           WRITE FCT-RPT-RECORD FROM WS-HDG2-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
      * position on the run-date path at the window's first day;
      * nothing dated on or after it means nothing to project
           MOVE WS-CUTOFF-DATE TO SQLBH-RUN-DATE.
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

              AND WS-DAY-NUM >= WS-CUTOFF-DAY-NUM
               PERFORM 3000-APPLY-SNAPSHOT THRU 3000-EXIT
           END-IF.
           READ HIST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-HIST-SW
           END-READ.
       2000-EXIT.
           END-IF.
           WRITE FCT-RPT-RECORD FROM WS-FCT-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           PERFORM 6100-WRITE-RATE THRU 6100-EXIT.
       6000-EXIT.
           EXIT.

      * the same entry, unedited, to the growth-rate extract
       6100-WRITE-RATE.
           MOVE WS-FCT-DB-NAME(WS-FCT-IDX) TO SQLBFG-DB-NAME.
           MOVE WS-FCT-PARTITION(WS-FCT-IDX) TO SQLBFG-PARTITION.
           MOVE WS-FCT-NAME(WS-FCT-IDX) TO SQLBFG-NAME.
           MOVE WS-FCT-STATUS(WS-FCT-IDX) TO SQLBFG-STATUS.
           MOVE WS-FCT-RATE(WS-FCT-IDX) TO SQLBFG-RATE.
           MOVE WS-FCT-NEW-USED(WS-FCT-IDX) TO SQLBFG-USED-PAGES.
           MOVE WS-FCT-NEW-USEABLE(WS-FCT-IDX)
               TO SQLBFG-USEABLE-PAGES.
           MOVE WS-RUN-DATE TO SQLBFG-RUN-DATE.
           MOVE WS-LOOKBACK-DAYS TO SQLBFG-LOOKBACK-DAYS.
           WRITE SQLB-FCTG-RECORD.
           ADD 1 TO WS-FCTG-WRITE-COUNT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CIVIL DATE TO DAY NUMBER
      *----------------------------------------------------------------
       7000-EXIT.
           EXIT.

      * inverse of 7000: estimate the March-based year from the mean
      * year length, step back while the estimate starts after the
      * day, then peel the month off the 153-day five-month pattern
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
       8000-TERMINATE.
           CLOSE HIST-FILE.
           CLOSE FCT-RPT.
           CLOSE FCTG-FILE.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE 'TBSQ073I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE 0 TO SQLBA-READ-COUNT.
           MOVE WS-RPT-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQFCTG' TO SQLBA-FILE.
           MOVE WS-FCTG-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8100-EXIT.
           EXIT.
