      *           is dropped when TBSQANEW is written, the same
      *           thinning discipline the history maintenance applies,
      *           so the action file never grows without bound.
      *           An open entry whose condition already has an open
      *           incident on the ticket registry TBSQTKTM (see
      *           SQLBTKTM, maintained by TBSQTKT0) is followed on
      *           TBSQESCR by a TICKET= line naming it.
      *
      * Modification History:
      *   09/02/2026 RH  Initial version.
      *   09/02/2026 RH  Age resolved entries out of the replacement
      *                  file past RESOLVED-DAYS=, so the action file
      *                  cannot grow monotonically into the table cap.
      *   10/14/2026 RH  Print the open incident's ticket number from
      *                  TBSQTKTM under each aging-report entry it
      *                  owns.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
           SELECT ESC-RPT ASSIGN TO "TBSQESCR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TICKET-FILE ASSIGN TO "TBSQTKTM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBTK-KEY
               FILE STATUS IS WS-TKT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           LABEL RECORDS ARE OMITTED.
       01  ESC-RPT-RECORD             PIC X(133).

       FD  TICKET-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbtktm.

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       77  WS-AGE-DAYS                PIC 9(9)  COMP-5 VALUE 0.

      * open incident owning the entry, from the ticket registry.  No
      * registry yet (status 35) just means no tickets to print.
       77  WS-TKT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-TKT-STATUS-NEW                VALUE '35'.
       77  WS-NO-TICKETS-SW           PIC X(01) VALUE 'N'.
           88  WS-NO-TICKETS                    VALUE 'Y'.

       77  WS-DEC-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-ACT-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-ANEW-WRITE-COUNT        PIC 9(9)  COMP-5 VALUE 0.
                   UNTIL WS-EOF-ACT
               CLOSE ACTION-FILE
           END-IF.
           OPEN INPUT TICKET-FILE.
           IF WS-TKT-STATUS-NEW
               MOVE 'Y' TO WS-NO-TICKETS-SW
           END-IF.
           OPEN INPUT DECODED-FILE.
           OPEN OUTPUT ESC-RPT.
           MOVE WS-RUN-DATE TO WSH-DATE.
               END-IF
               WRITE ESC-RPT-RECORD FROM WS-ESC-LINE
               ADD 1 TO WS-RPT-WRITE-COUNT
               IF NOT WS-NO-TICKETS
                   PERFORM 6500-REPORT-TICKET THRU 6500-EXIT
               END-IF
           END-IF.
       6400-EXIT.
           EXIT.

      * only an OPEN registry entry owns the condition -- a closed
      * ticket belongs to an earlier occurrence.  The ticket goes on a
      * line of its own, the entry line being full.
       6500-REPORT-TICKET.
           MOVE WS-ACT-DB-NAME(WS-ACT-IDX) TO SQLBTK-DB-NAME.
           MOVE WS-ACT-PARTITION(WS-ACT-IDX) TO SQLBTK-PARTITION.
           MOVE WS-ACT-NAME(WS-ACT-IDX) TO SQLBTK-NAME.
           MOVE WS-ACT-CONDITION(WS-ACT-IDX) TO SQLBTK-CONDITION.
           READ TICKET-FILE
               INVALID KEY GO TO 6500-EXIT
           END-READ.
           IF SQLBTK-IS-OPEN AND SQLBTK-TICKET-NUM NOT = SPACES
               MOVE SPACES TO WS-ESC-LINE
               STRING '       TICKET=' DELIMITED BY SIZE
                      SQLBTK-TICKET-NUM DELIMITED BY SIZE
                      ' OWNS THIS CONDITION' DELIMITED BY SIZE
                   INTO WS-ESC-LINE
               END-STRING
               WRITE ESC-RPT-RECORD FROM WS-ESC-LINE
               ADD 1 TO WS-RPT-WRITE-COUNT
           END-IF.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CIVIL DATE TO DAY NUMBER
      *----------------------------------------------------------------
               CLOSE ACTION-NEW-FILE
           END-IF.
           CLOSE ESC-RPT.
           IF NOT WS-NO-TICKETS
               CLOSE TICKET-FILE
           END-IF.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE 'TBSQ233I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
