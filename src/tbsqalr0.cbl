      *           bits), when they go loud again.  A brand-new alert
      *           never matches an acknowledgment and stays loud.
      *
      *           Every alert, loud or acknowledged, is also written to
      *           the extract TBSQALRX (see SQLBALRX) for the ticketing
      *           step TBSQTKT0, and an alert whose condition already
      *           has an open incident on the ticket registry TBSQTKTM
      *           (see SQLBTKTM) is followed by a TICKET= line naming
      *           it, so the on-call sees which incident owns it.
      *
      * Modification History:
      *   08/22/2026 RH  Initial version.
      *   08/22/2026 RH  Cut run-control records to the common audit
      *                  count every physical TBSQALRT record (the
      *                  acknowledged section heading included) in the
      *                  run-control write count.
      *   10/14/2026 RH  Write the alert extract TBSQALRX for the
      *                  ticketing step TBSQTKT0, and print the open
      *                  incident's ticket number from TBSQTKTM under
      *                  each alert it owns.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
           SELECT ALERT-FILE ASSIGN TO "TBSQALRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALRTX-FILE ASSIGN TO "TBSQALRX"
               ORGANIZATION IS SEQUENTIAL.

           SELECT TICKET-FILE ASSIGN TO "TBSQTKTM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBTK-KEY
               FILE STATUS IS WS-TKT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           LABEL RECORDS ARE OMITTED.
       01  ALERT-FILE-RECORD          PIC X(133).

       FD  ALRTX-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbalrx.

       FD  TICKET-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbtktm.

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.
       77  WS-DEC-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-ACKED-COUNT             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-ACK-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-ALX-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RUN-DATE                PIC 9(8)  VALUE 0.

      * operator acknowledgments loaded from TBSQACKF.  No file at
       77  WS-ACKL-COUNT              PIC 9(4)  COMP-5 VALUE 0.
       77  WS-ACKL-IDX                PIC 9(4)  COMP-5 VALUE 0.
       01  WS-ACKL-TABLE.
           05  WS-ACKL-ENTRY OCCURS 1000 TIMES.
               10  WS-ACKL-LINE       PIC X(133).
               10  WS-ACKL-TICKET     PIC X(12).

      * open incident owning the alert, from the ticket registry.  No
      * registry yet (status 35) just means no tickets to print.
       77  WS-TKT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-TKT-STATUS-NEW                VALUE '35'.
       77  WS-NO-TICKETS-SW           PIC X(01) VALUE 'N'.
           88  WS-NO-TICKETS                    VALUE 'Y'.
       01  WS-TICKET-NUM              PIC X(12).

       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
           PERFORM 1200-LOAD-ACKNOWLEDGMENTS THRU 1200-EXIT.
           OPEN INPUT TICKET-FILE.
           IF WS-TKT-STATUS-NEW
               MOVE 'Y' TO WS-NO-TICKETS-SW
           END-IF.
           OPEN INPUT DECODED-FILE.
           OPEN OUTPUT ALERT-FILE.
           OPEN OUTPUT ALRTX-FILE.
           READ DECODED-FILE
               AT END MOVE 'Y' TO WS-EOF-DEC-SW
           END-READ.

      * an acknowledged alert is held back for the ACKNOWLEDGED
      * section and does not count toward condition code 4; everything
      * else writes loud, immediately.  Either way the alert goes to
      * the extract, marked loud or acknowledged as it was written.
       3000-WRITE-ALERT.
           PERFORM 3400-CHECK-ACK THRU 3400-EXIT.
           PERFORM 3500-FIND-TICKET THRU 3500-EXIT.
           MOVE 'L' TO SQLBAX-DISPOSITION.
           IF WS-SUPPRESS
               IF WS-ACKL-COUNT >= WS-ACKL-MAX
                   MOVE 'TBSQ094S' TO SQLBG-MSG-ID
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3600-WRITE-EXTRACT THRU 3600-EXIT
                   WRITE ALERT-FILE-RECORD FROM WS-ALERT-LINE
                   ADD 1 TO WS-ALERT-COUNT
                   ADD 1 TO WS-ALRT-WRITE-COUNT
                   PERFORM 3700-WRITE-TICKET-LINE THRU 3700-EXIT
               ELSE
                   MOVE 'K' TO SQLBAX-DISPOSITION
                   PERFORM 3600-WRITE-EXTRACT THRU 3600-EXIT
                   ADD 1 TO WS-ACKL-COUNT
                   MOVE WS-ALERT-LINE TO WS-ACKL-LINE(WS-ACKL-COUNT)
                   MOVE WS-TICKET-NUM TO WS-ACKL-TICKET(WS-ACKL-COUNT)
                   ADD 1 TO WS-ACKED-COUNT
               END-IF
           ELSE
               PERFORM 3600-WRITE-EXTRACT THRU 3600-EXIT
               WRITE ALERT-FILE-RECORD FROM WS-ALERT-LINE
               ADD 1 TO WS-ALERT-COUNT
               ADD 1 TO WS-ALRT-WRITE-COUNT
               PERFORM 3700-WRITE-TICKET-LINE THRU 3700-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      * only an OPEN registry entry owns the alert -- a closed ticket
      * belongs to an earlier occurrence of the condition
       3500-FIND-TICKET.
           MOVE SPACES TO WS-TICKET-NUM.
           IF NOT WS-NO-TICKETS
               MOVE SQLBD-DB-NAME TO SQLBTK-DB-NAME
               MOVE SQLBD-PARTITION TO SQLBTK-PARTITION
               MOVE SQLBD-NAME TO SQLBTK-NAME
               MOVE WS-ACK-KIND TO SQLBTK-CONDITION
               READ TICKET-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SQLBTK-IS-OPEN
                           MOVE SQLBTK-TICKET-NUM TO WS-TICKET-NUM
                       END-IF
               END-READ
           END-IF.
       3500-EXIT.
           EXIT.

      * the caller has set the disposition
       3600-WRITE-EXTRACT.
           MOVE SQLBD-DB-NAME TO SQLBAX-DB-NAME.
           MOVE SQLBD-PARTITION TO SQLBAX-PARTITION.
           MOVE SQLBD-NAME TO SQLBAX-NAME.
           MOVE WS-ACK-KIND TO SQLBAX-CONDITION.
           MOVE WS-RUN-DATE TO SQLBAX-RUN-DATE.
           MOVE WSL-TEXT TO SQLBAX-TEXT.
           WRITE SQLB-ALRTX-RECORD.
           ADD 1 TO WS-ALX-WRITE-COUNT.
       3600-EXIT.
           EXIT.

      * the ticket goes on a line of its own under the alert -- the
      * alert texts already run most of the way across the page
       3700-WRITE-TICKET-LINE.
           IF WS-TICKET-NUM NOT = SPACES
               MOVE SPACES TO WS-ALERT-LINE
               STRING '    TICKET=' DELIMITED BY SIZE
                      WS-TICKET-NUM DELIMITED BY SIZE
                      ' OWNS THIS CONDITION' DELIMITED BY SIZE
                   INTO WSL-TEXT
               END-STRING
               WRITE ALERT-FILE-RECORD FROM WS-ALERT-LINE
               ADD 1 TO WS-ALRT-WRITE-COUNT
           END-IF.
       3700-EXIT.
           EXIT.

      * the acknowledgment holds only while the condition it was
      * registered against still holds: past the expiry date, or with
      * a different state bit, a worse overhead percent or different
               PERFORM 8200-WRITE-ACK-SECTION THRU 8200-EXIT
           END-IF.
           CLOSE ALERT-FILE.
           CLOSE ALRTX-FILE.
           IF NOT WS-NO-TICKETS
               CLOSE TICKET-FILE
           END-IF.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE 'TBSQ095I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
       8210-WRITE-ONE-ACKED.
           WRITE ALERT-FILE-RECORD FROM WS-ACKL-LINE(WS-ACKL-IDX).
           ADD 1 TO WS-ALRT-WRITE-COUNT.
           MOVE WS-ACKL-TICKET(WS-ACKL-IDX) TO WS-TICKET-NUM.
           PERFORM 3700-WRITE-TICKET-LINE THRU 3700-EXIT.
       8210-EXIT.
           EXIT.

           MOVE WS-ALRT-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE WS-ALERT-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQALRX' TO SQLBA-FILE.
           MOVE WS-ALX-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8100-EXIT.
           EXIT.
