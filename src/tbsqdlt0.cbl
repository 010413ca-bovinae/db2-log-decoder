      *           destroy yesterday's state), and tomorrow's run diffs
      *           against today.  On the very first run there is no
      *           prior file yet and every tablespace reports as NEW.
      *           Every change printed is also written to the
      *           structured delta file TBSQDLTX (see SQLBDLTX), which
      *           the change-management reconciliation TBSQCRC0 matches
      *           against the approved changes.
      *
      * Modification History:
      *   08/22/2026 RH  Initial version.
      *   09/02/2026 RH  Raise operator messages through the common
      *                  numbered-message routine TBSQMSG0 instead of
      *                  bare DISPLAYs.
      *   10/15/2026 RH  Write every change to the structured delta
      *                  file TBSQDLTX as well as the report, for the
      *                  change-management reconciliation TBSQCRC0.
      *   10/15/2026 RH  Open TBSQDLTX at initialization whether or not
      *                  the run goes on to abort, so an aborted run
      *                  leaves it empty rather than holding the last
      *                  run's changes.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
           SELECT DELTA-RPT ASSIGN TO "TBSQDLTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELTA-FILE ASSIGN TO "TBSQDLTX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           LABEL RECORDS ARE OMITTED.
       01  DELTA-RPT-RECORD           PIC X(133).

       FD  DELTA-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbdltx.

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.
       77  WS-DELTA-COUNT             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DEC-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-PRV-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       01  WS-RUN-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME-RAW.
           05  WS-RUN-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       1000-INITIALIZE.
           MOVE 'TBSQDLT0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           OPEN INPUT DECODED-FILE.
           OPEN OUTPUT DELTA-RPT.
      * the delta file is emptied even on a run that aborts, so the
      * reconciliation never takes an earlier run's changes for today's
           OPEN OUTPUT DELTA-FILE.
           MOVE WS-RUN-DATE TO WSH-DATE.
           WRITE DELTA-RPT-RECORD FROM WS-HDG-LINE.
           OPEN INPUT PRIOR-FILE.
      *----------------------------------------------------------------
      * CHANGE-REPORT LINES
      *----------------------------------------------------------------
      * the caller has built both the report line and the structured
      * delta record
       4000-WRITE-DELTA.
           WRITE DELTA-RPT-RECORD FROM WS-DELTA-LINE.
           ADD 1 TO WS-DELTA-COUNT.
           MOVE WS-RUN-DATE TO SQLBDL-DETECT-DATE.
           MOVE WS-RUN-HHMMSS TO SQLBDL-DETECT-TIME.
           WRITE SQLB-DELTA-RECORD.
       4000-EXIT.
           EXIT.

       4010-SET-DELTA-CURRENT.
           MOVE SPACES TO SQLB-DELTA-RECORD.
           MOVE SQLBD-DB-NAME TO SQLBDL-DB-NAME.
           MOVE SQLBD-PARTITION TO SQLBDL-PARTITION.
           MOVE SQLBD-ID TO SQLBDL-ID.
           MOVE SQLBD-NAME(1:30) TO SQLBDL-NAME.
       4010-EXIT.
           EXIT.

       4100-REPORT-NEW.
           MOVE SPACES TO WS-DELTA-LINE.
           MOVE 'NEW' TO WSD-CHANGE.
                  SQLBD-TBS-STATE-TEXT DELIMITED BY SIZE
               INTO WSD-TEXT
           END-STRING.
           PERFORM 4010-SET-DELTA-CURRENT THRU 4010-EXIT.
           MOVE 'NEW' TO SQLBDL-CHANGE-TYPE.
           MOVE SQLBD-TBS-STATE-TEXT TO SQLBDL-NEW-VALUE.
           PERFORM 4000-WRITE-DELTA THRU 4000-EXIT.
       4100-EXIT.
           EXIT.
                  SQLBD-TBS-STATE-TEXT DELIMITED BY SIZE
               INTO WSD-TEXT
           END-STRING.
           PERFORM 4010-SET-DELTA-CURRENT THRU 4010-EXIT.
           MOVE 'STATE' TO SQLBDL-CHANGE-TYPE.
           MOVE WS-PRV-STATE-TEXT(WS-MATCH-IDX) TO SQLBDL-OLD-VALUE.
           MOVE SQLBD-TBS-STATE-TEXT TO SQLBDL-NEW-VALUE.
           PERFORM 4000-WRITE-DELTA THRU 4000-EXIT.
       4200-EXIT.
           EXIT.
                  WS-EDIT-NEW DELIMITED BY SIZE
               INTO WSD-TEXT
           END-STRING.
           PERFORM 4010-SET-DELTA-CURRENT THRU 4010-EXIT.
           MOVE 'NCTN' TO SQLBDL-CHANGE-TYPE.
           MOVE WS-PRV-NCTN(WS-MATCH-IDX) TO SQLBDL-OLD-VALUE.
           MOVE SQLBD-N-CONTAINERS TO SQLBDL-NEW-VALUE.
           PERFORM 4000-WRITE-DELTA THRU 4000-EXIT.
       4300-EXIT.
           EXIT.
                          DELIMITED BY SIZE
                   INTO WSD-TEXT
               END-STRING
               MOVE SPACES TO SQLB-DELTA-RECORD
               MOVE 'GONE' TO SQLBDL-CHANGE-TYPE
               MOVE WS-PRV-DB-NAME(WS-PRV-IDX) TO SQLBDL-DB-NAME
               MOVE WS-PRV-PARTITION(WS-PRV-IDX) TO SQLBDL-PARTITION
               MOVE WS-PRV-ID(WS-PRV-IDX) TO SQLBDL-ID
               MOVE WS-PRV-NAME(WS-PRV-IDX) TO SQLBDL-NAME
               MOVE WS-PRV-STATE-TEXT(WS-PRV-IDX) TO SQLBDL-OLD-VALUE
               PERFORM 4000-WRITE-DELTA THRU 4000-EXIT
           END-IF.
       5000-EXIT.
           IF NOT WS-ABORT
               CLOSE PRIOR-NEW-FILE
           END-IF.
           CLOSE DELTA-FILE.
           CLOSE DELTA-RPT.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE 'TBSQ081I' TO SQLBG-MSG-ID.
           MOVE WS-DELTA-COUNT TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQDLTX' TO SQLBA-FILE.
           MOVE 0 TO SQLBA-READ-COUNT.
           MOVE WS-DELTA-COUNT TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8100-EXIT.
           EXIT.
