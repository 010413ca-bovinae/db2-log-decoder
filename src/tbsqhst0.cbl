      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 08/08/2026
      *
      * Function: Store a dated growth-history snapshot of each
      *           SQL-NAME's SQL-TOTAL-PAGES / SQL-USEABLE-PAGES from
      *           the decoded stream produced by TBSQDCD0 on the
      *           keyed growth-history file, keyed by database/
      *           partition, name and run date, instead of letting
      *           each run's numbers replace the last.  A rerun on the
      *           same day replaces that day's snapshot rather than
      *           adding a second one.
      *
      * Modification History:
      *   08/08/2026 RH  Initial version.
      *   09/02/2026 RH  Raise operator messages through the common
      *                  numbered-message routine TBSQMSG0 instead of
      *                  bare DISPLAYs.
      *   10/14/2026 RH  TBSQHIST is now INDEXED; write each snapshot
      *                  by key and replace a same-day snapshot left
      *                  by an earlier run instead of appending a
      *                  duplicate.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIST-FILE ASSIGN TO "TBSQHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBH-KEY
               ALTERNATE RECORD KEY IS SQLBH-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
       77  WS-DEC-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTN-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-HIST-WRITE-COUNT        PIC 9(9)  COMP-5 VALUE 0.
       77  WS-HIST-REPLACE-COUNT      PIC 9(9)  COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DECODED-FILE.
           OPEN INPUT CTN-DEC-FILE.
      * added to, not replaced -- this is what makes the history
      * file a trend rather than a single point-in-time snapshot.
      * the very first run has no TBSQHIST to open yet, so a status
      * 35 (file not found) creates it empty and reopens it
           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS-NEW
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF.
           READ DECODED-FILE
               AT END MOVE 'Y' TO WS-EOF-DEC-SW
               MOVE SQLBD-USEABLE-PAGES TO SQLBH-USEABLE-PAGES
               MOVE SQLBD-PAGE-SIZE     TO SQLBH-PAGE-SIZE
               MOVE WS-SUM-USED-PAGES   TO SQLBH-USED-PAGES
               PERFORM 2200-STORE-SNAPSHOT THRU 2200-EXIT
           END-IF.
           READ DECODED-FILE
               AT END MOVE 'Y' TO WS-EOF-DEC-SW
       2100-EXIT.
           EXIT.

      * a rerun on the same day finds that day's key already on file;
      * the later snapshot replaces it so the trend keeps one point
      * per tablespace per day
       2200-STORE-SNAPSHOT.
           WRITE SQLB-HIST-RECORD
               INVALID KEY
                   REWRITE SQLB-HIST-RECORD
                       INVALID KEY
                           MOVE 'TBSQ053E' TO SQLBG-MSG-ID
                           MOVE 'E' TO SQLBG-SEVERITY
                           MOVE SPACES TO SQLBG-TEXT
                           STRING 'TBSQHIST NOT STORED, STATUS '
                                      DELIMITED BY SIZE
                                  WS-HIST-STATUS DELIMITED BY SIZE
                                  ' FOR ' DELIMITED BY SIZE
                                  SQLBH-NAME DELIMITED BY SPACE
                               INTO SQLBG-TEXT
                           END-STRING
                           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                           MOVE 'Y' TO WS-STREAM-DAMAGE-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-HIST-WRITE-COUNT
                           ADD 1 TO WS-HIST-REPLACE-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-WRITE-COUNT
           END-WRITE.
       2200-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE DECODED-FILE.
           CLOSE CTN-DEC-FILE.
           CLOSE HIST-FILE.
           IF WS-HIST-REPLACE-COUNT > 0
               MOVE 'TBSQ052I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE WS-HIST-REPLACE-COUNT TO WS-MSG-EDIT
               MOVE SPACES TO SQLBG-TEXT
               STRING 'SNAPSHOTS REPLACED BY RERUN: ' DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
           END-IF.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           IF WS-STREAM-DAMAGE
               MOVE 8 TO RETURN-CODE
