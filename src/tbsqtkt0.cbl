      *************************************************************************
      *
      * Program-ID: TBSQTKT0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/14/2026
      *
      * Function: Ticketing-system interface for alerts and
      *           remediation actions.  Runs after TBSQALR0 and
      *           TBSQACT0 and turns what they found into ticket
      *           transactions on the outbound file TBSQTKTO (see
      *           SQLBTKTO), so nobody has to open incidents by hand
      *           off TBSQALRT and TBSQESCR:
      *             OPEN    a loud alert (alert extract TBSQALRX, see
      *                     SQLBALRX) or an open action entry (this
      *                     run's TBSQANEW, see SQLBACTN) with no open
      *                     ticket
      *             UPDATE  the condition already has an open ticket
      *                     and is still present: run count, and age
      *                     in days from the first-seen date
      *             CLOSE   TBSQACT0 marked the action resolved, or an
      *                     alert with an open ticket did not fire
      *                     this run
      *           Every transaction carries the correlation key --
      *           database, partition, tablespace name, condition --
      *           and the registry TBSQTKTM (see SQLBTKTM) remembers
      *           which keys are open, so the same problem is never
      *           opened twice.  An acknowledged alert keeps its open
      *           ticket alive but never opens one.
      *
      *           The ticketing system's inbound file TBSQTKTI (see
      *           SQLBTKTI) is applied first: each ticket number is
      *           stored against its condition on the registry, so
      *           tonight's UPDATE and CLOSE transactions carry it and
      *           the next TBSQALR0 and TBSQACT0 runs print it.
      *
      *           A missing alert extract or action file (status 35) is
      *           no evidence either way: that source is skipped with a
      *           warning, and in particular no alert ticket is closed.
      *           An inbound number for an unknown key ends the run with
      *           condition code 4.
      *
      * Modification History:
      *   10/14/2026 RH  Initial version.
      *   10/15/2026 RH  Keep the step condition code in WS-STEP-RC and
      *                  set it after the last message, so a ticket
      *                  registry failure ends the step with 8, not 0
      *                  or 4.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQTKT0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKTIN-FILE ASSIGN TO "TBSQTKTI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKI-STATUS.

           SELECT ALRTX-FILE ASSIGN TO "TBSQALRX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALX-STATUS.

           SELECT ACTION-NEW-FILE ASSIGN TO "TBSQANEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANEW-STATUS.

           SELECT TICKET-FILE ASSIGN TO "TBSQTKTM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBTK-KEY
               FILE STATUS IS WS-TKT-STATUS.

           SELECT TKTOUT-FILE ASSIGN TO "TBSQTKTO"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TKTIN-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbtkti.

       FD  ALRTX-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbalrx.

      * this run's replacement action file, under the same renamed
      * data items TBSQACT0 writes it with
       FD  ACTION-NEW-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbactn REPLACING
               ==SQLB-ACTION-RECORD== BY ==SQLB-ANEW-RECORD==
               LEADING ==SQLBT== BY ==SQLBTN==.

       FD  TICKET-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbtktm.

       FD  TKTOUT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbtkto.

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-EOF-TKI-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-TKI                       VALUE 'Y'.
       77  WS-EOF-ALX-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-ALX                       VALUE 'Y'.
       77  WS-EOF-ANEW-SW             PIC X(01) VALUE 'N'.
           88  WS-EOF-ANEW                      VALUE 'Y'.
       77  WS-EOF-TKT-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-TKT                       VALUE 'Y'.
       77  WS-NO-ALERTS-SW            PIC X(01) VALUE 'N'.
           88  WS-NO-ALERTS                     VALUE 'Y'.
       77  WS-TKT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-TKT-FOUND                     VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.

       77  WS-TKI-STATUS              PIC X(02) VALUE SPACES.
           88  WS-TKI-STATUS-NEW                VALUE '35'.
       77  WS-ALX-STATUS              PIC X(02) VALUE SPACES.
           88  WS-ALX-STATUS-NEW                VALUE '35'.
       77  WS-ANEW-STATUS             PIC X(02) VALUE SPACES.
           88  WS-ANEW-STATUS-NEW               VALUE '35'.
       77  WS-TKT-STATUS              PIC X(02) VALUE SPACES.
           88  WS-TKT-STATUS-NEW                VALUE '35'.

       77  WS-RUN-DATE                PIC 9(8)  VALUE 0.
       77  WS-RUN-DAY-NUM             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-AGE-DAYS                PIC 9(9)  COMP-5 VALUE 0.

       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

      * civil date to running day number, same scheme as TBSQFCT0
       01  WS-DATE-WORK.
           05  WS-DW-DATE             PIC 9(8).
           05  WS-DW-DATE-R REDEFINES WS-DW-DATE.
               10  WS-DW-YEAR         PIC 9(4).
               10  WS-DW-MONTH        PIC 9(2).
               10  WS-DW-DAY          PIC 9(2).
       77  WS-DC-YEAR                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-MONTH                PIC 9(2)  COMP-5 VALUE 0.
       77  WS-DC-Q4                   PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-Q100                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-Q400                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-MWORK                PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-QM                   PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DAY-NUM                 PIC 9(9)  COMP-5 VALUE 0.

      * the condition being judged, whichever source it came from
       01  WS-WORK-SOURCE             PIC X(01).
       01  WS-WORK-TEXT               PIC X(127).
       77  WS-EDIT-PART               PIC ZZZ9.

       77  WS-TKI-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-TKI-STORED-COUNT        PIC 9(9)  COMP-5 VALUE 0.
       77  WS-TKI-REJECT-COUNT        PIC 9(9)  COMP-5 VALUE 0.
       77  WS-ALX-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-ANEW-READ-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-TKT-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-TKT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-TKO-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-OPENED-COUNT            PIC 9(9)  COMP-5 VALUE 0.
       77  WS-UPDATED-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CLOSED-COUNT            PIC 9(9)  COMP-5 VALUE 0.
       77  WS-IO-ERROR-COUNT          PIC 9(9)  COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-TICKET-NUMBERS THRU 2000-EXIT.
           PERFORM 3000-JUDGE-ALERTS THRU 3000-EXIT.
           PERFORM 4000-JUDGE-ACTIONS THRU 4000-EXIT.
           IF NOT WS-NO-ALERTS
               PERFORM 5000-CLOSE-SILENT-ALERTS THRU 5000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION
      *----------------------------------------------------------------
      * the very first run has no registry yet (status 35); it is
      * created empty and every condition found opens a ticket
       1000-INITIALIZE.
           MOVE 'TBSQTKT0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DW-DATE.
           PERFORM 7000-DATE-TO-DAY-NUM THRU 7000-EXIT.
           MOVE WS-DAY-NUM TO WS-RUN-DAY-NUM.
           OPEN I-O TICKET-FILE.
           IF WS-TKT-STATUS-NEW
               OPEN OUTPUT TICKET-FILE
               CLOSE TICKET-FILE
               OPEN I-O TICKET-FILE
           END-IF.
           OPEN OUTPUT TKTOUT-FILE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * INBOUND TICKET NUMBERS
      *----------------------------------------------------------------
      * no inbound file (status 35) is the common case -- the ticketing
      * system had nothing to hand back -- and is not an error
       2000-APPLY-TICKET-NUMBERS.
           OPEN INPUT TKTIN-FILE.
           IF WS-TKI-STATUS-NEW
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-APPLY-ONE-NUMBER THRU 2100-EXIT
               UNTIL WS-EOF-TKI.
           CLOSE TKTIN-FILE.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-NUMBER.
           READ TKTIN-FILE
               AT END MOVE 'Y' TO WS-EOF-TKI-SW
               NOT AT END
                   ADD 1 TO WS-TKI-READ-COUNT
                   PERFORM 2200-STORE-ONE-NUMBER THRU 2200-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      * a number for a key the registry has never issued cannot be
      * stored anywhere useful; it is reported so the ticketing side
      * can chase the mismatch
       2200-STORE-ONE-NUMBER.
           IF SQLBTI-TICKET-NUM = SPACES
              OR SQLBTI-PARTITION NOT NUMERIC
              OR SQLBTI-TICKET-DATE NOT NUMERIC
               MOVE 'TBSQ301W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'BAD INBOUND TICKET RECORD: ' DELIMITED BY SIZE
                      SQLBTI-DB-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SQLBTI-NAME(1:30) DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               ADD 1 TO WS-TKI-REJECT-COUNT
               GO TO 2200-EXIT
           END-IF.
           MOVE SQLBTI-CORR-KEY TO SQLBTK-KEY.
           PERFORM 6100-READ-TICKET THRU 6100-EXIT.
           IF NOT WS-TKT-FOUND
               MOVE 'TBSQ300W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'TICKET ' DELIMITED BY SIZE
                      SQLBTI-TICKET-NUM DELIMITED BY SIZE
                      ' FOR UNKNOWN CONDITION: ' DELIMITED BY SIZE
                      SQLBTI-DB-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SQLBTI-NAME(1:30) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SQLBTI-CONDITION DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               ADD 1 TO WS-TKI-REJECT-COUNT
           ELSE
               MOVE SQLBTI-TICKET-NUM TO SQLBTK-TICKET-NUM
               MOVE SQLBTI-TICKET-DATE TO SQLBTK-TICKET-DATE
               PERFORM 6300-REWRITE-TICKET THRU 6300-EXIT
               ADD 1 TO WS-TKI-STORED-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ALERTS FIRED THIS RUN
      *----------------------------------------------------------------
       3000-JUDGE-ALERTS.
           OPEN INPUT ALRTX-FILE.
           IF WS-ALX-STATUS-NEW
               MOVE 'Y' TO WS-NO-ALERTS-SW
               MOVE 'TBSQ302W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE 'NO ALERT EXTRACT TBSQALRX - ALERT TICKETS SKIPPED'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-JUDGE-ONE-ALERT THRU 3100-EXIT
               UNTIL WS-EOF-ALX.
           CLOSE ALRTX-FILE.
       3000-EXIT.
           EXIT.

       3100-JUDGE-ONE-ALERT.
           READ ALRTX-FILE
               AT END MOVE 'Y' TO WS-EOF-ALX-SW
               NOT AT END
                   ADD 1 TO WS-ALX-READ-COUNT
                   PERFORM 3200-APPLY-ONE-ALERT THRU 3200-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

      * a condition already seen this run (the same tablespace decoded
      * twice) raises no second transaction
       3200-APPLY-ONE-ALERT.
           MOVE SQLBAX-DB-NAME TO SQLBTK-DB-NAME.
           MOVE SQLBAX-PARTITION TO SQLBTK-PARTITION.
           MOVE SQLBAX-NAME TO SQLBTK-NAME.
           MOVE SQLBAX-CONDITION TO SQLBTK-CONDITION.
           MOVE 'A' TO WS-WORK-SOURCE.
           MOVE SQLBAX-TEXT TO WS-WORK-TEXT.
           PERFORM 6100-READ-TICKET THRU 6100-EXIT.
           IF WS-TKT-FOUND AND SQLBTK-IS-OPEN
               IF SQLBTK-LAST-DATE NOT = WS-RUN-DATE
                   ADD 1 TO SQLBTK-RUN-COUNT
                   MOVE WS-RUN-DATE TO SQLBTK-LAST-DATE
                   PERFORM 6300-REWRITE-TICKET THRU 6300-EXIT
                   MOVE 'UPDATE' TO SQLBTO-TRAN-TYPE
                   PERFORM 6500-WRITE-TRANSACTION THRU 6500-EXIT
                   ADD 1 TO WS-UPDATED-COUNT
               END-IF
           ELSE
               IF SQLBAX-IS-LOUD
                   MOVE WS-RUN-DATE TO SQLBTK-FIRST-DATE
                   MOVE 1 TO SQLBTK-RUN-COUNT
                   PERFORM 6200-OPEN-TICKET THRU 6200-EXIT
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REMEDIATION ACTIONS TRACKED THIS RUN
      *----------------------------------------------------------------
      * the action file already carries first-seen date and run count,
      * so the ticket takes them from there rather than counting again
       4000-JUDGE-ACTIONS.
           OPEN INPUT ACTION-NEW-FILE.
           IF WS-ANEW-STATUS-NEW
               MOVE 'TBSQ303W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE 'NO ACTION FILE TBSQANEW - ACTION TICKETS SKIPPED'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-JUDGE-ONE-ACTION THRU 4100-EXIT
               UNTIL WS-EOF-ANEW.
           CLOSE ACTION-NEW-FILE.
       4000-EXIT.
           EXIT.

       4100-JUDGE-ONE-ACTION.
           READ ACTION-NEW-FILE
               AT END MOVE 'Y' TO WS-EOF-ANEW-SW
               NOT AT END
                   ADD 1 TO WS-ANEW-READ-COUNT
                   PERFORM 4200-APPLY-ONE-ACTION THRU 4200-EXIT
           END-READ.
       4100-EXIT.
           EXIT.

       4200-APPLY-ONE-ACTION.
           MOVE SQLBTN-DB-NAME TO SQLBTK-DB-NAME.
           MOVE SQLBTN-PARTITION TO SQLBTK-PARTITION.
           MOVE SQLBTN-NAME TO SQLBTK-NAME.
           MOVE SQLBTN-CONDITION TO SQLBTK-CONDITION.
           MOVE 'R' TO WS-WORK-SOURCE.
           PERFORM 4300-BUILD-ACTION-TEXT THRU 4300-EXIT.
           PERFORM 6100-READ-TICKET THRU 6100-EXIT.
           IF SQLBTN-IS-OPEN
               IF WS-TKT-FOUND AND SQLBTK-IS-OPEN
                   MOVE SQLBTN-RUN-COUNT TO SQLBTK-RUN-COUNT
                   MOVE SQLBTN-LAST-DATE TO SQLBTK-LAST-DATE
                   PERFORM 6300-REWRITE-TICKET THRU 6300-EXIT
                   MOVE 'UPDATE' TO SQLBTO-TRAN-TYPE
                   PERFORM 6500-WRITE-TRANSACTION THRU 6500-EXIT
                   ADD 1 TO WS-UPDATED-COUNT
               ELSE
                   MOVE SQLBTN-FIRST-DATE TO SQLBTK-FIRST-DATE
                   MOVE SQLBTN-RUN-COUNT TO SQLBTK-RUN-COUNT
                   PERFORM 6200-OPEN-TICKET THRU 6200-EXIT
               END-IF
           ELSE
      * resolved entries stay on the action file for the ops review
      * after their ticket is closed; only the first sighting closes
               IF WS-TKT-FOUND AND SQLBTK-IS-OPEN
                   PERFORM 6400-CLOSE-TICKET THRU 6400-EXIT
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       4300-BUILD-ACTION-TEXT.
           MOVE SPACES TO WS-WORK-TEXT.
           MOVE SQLBTN-PARTITION TO WS-EDIT-PART.
           IF SQLBTN-COND-BACKUP
               STRING 'BACKUP PENDING ' DELIMITED BY SIZE
                      'DB=' DELIMITED BY SIZE
                      SQLBTN-DB-NAME DELIMITED BY SIZE
                      ' PART=' DELIMITED BY SIZE
                      WS-EDIT-PART DELIMITED BY SIZE
                      ' NAME=' DELIMITED BY SIZE
                      SQLBTN-NAME(1:30) DELIMITED BY SIZE
                   INTO WS-WORK-TEXT
               END-STRING
           ELSE
               STRING 'ROLLFORWARD PENDING ' DELIMITED BY SIZE
                      'DB=' DELIMITED BY SIZE
                      SQLBTN-DB-NAME DELIMITED BY SIZE
                      ' PART=' DELIMITED BY SIZE
                      WS-EDIT-PART DELIMITED BY SIZE
                      ' NAME=' DELIMITED BY SIZE
                      SQLBTN-NAME(1:30) DELIMITED BY SIZE
                   INTO WS-WORK-TEXT
               END-STRING
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ALERTS THAT STOPPED FIRING
      *----------------------------------------------------------------
      * an open alert ticket whose condition was not in tonight's
      * extract has stopped firing and closes.  Only run when the
      * extract was actually there -- no extract is no evidence.
       5000-CLOSE-SILENT-ALERTS.
           MOVE LOW-VALUES TO SQLBTK-KEY.
           START TICKET-FILE KEY NOT < SQLBTK-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-TKT-SW
           END-START.
           PERFORM 5100-CHECK-ONE-TICKET THRU 5100-EXIT
               UNTIL WS-EOF-TKT.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-TICKET.
           READ TICKET-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-TKT-SW
               NOT AT END
                   ADD 1 TO WS-TKT-READ-COUNT
                   IF SQLBTK-FROM-ALERT AND SQLBTK-IS-OPEN
                      AND SQLBTK-LAST-DATE < WS-RUN-DATE
                       MOVE 'A' TO WS-WORK-SOURCE
                       MOVE SPACES TO WS-WORK-TEXT
                       MOVE SQLBTK-PARTITION TO WS-EDIT-PART
                       STRING SQLBTK-CONDITION DELIMITED BY SIZE
                              ' ALERT STOPPED FIRING DB='
                                  DELIMITED BY SIZE
                              SQLBTK-DB-NAME DELIMITED BY SIZE
                              ' PART=' DELIMITED BY SIZE
                              WS-EDIT-PART DELIMITED BY SIZE
                              ' NAME=' DELIMITED BY SIZE
                              SQLBTK-NAME(1:30) DELIMITED BY SIZE
                          INTO WS-WORK-TEXT
                       END-STRING
                       PERFORM 6400-CLOSE-TICKET THRU 6400-EXIT
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REGISTRY AND TRANSACTION I/O
      *----------------------------------------------------------------
       6100-READ-TICKET.
           MOVE 'N' TO WS-TKT-FOUND-SW.
           READ TICKET-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TKT-READ-COUNT
                   MOVE 'Y' TO WS-TKT-FOUND-SW
           END-READ.
       6100-EXIT.
           EXIT.

      * the caller has set the first-seen date and run count; a
      * condition back after its ticket closed reuses the registry
      * entry, and its old ticket number is not carried into the new
      * incident
       6200-OPEN-TICKET.
           MOVE WS-WORK-SOURCE TO SQLBTK-SOURCE.
           MOVE 'O' TO SQLBTK-STATUS.
           MOVE SPACES TO SQLBTK-TICKET-NUM.
           MOVE 0 TO SQLBTK-TICKET-DATE.
           MOVE WS-RUN-DATE TO SQLBTK-LAST-DATE.
           MOVE 0 TO SQLBTK-CLOSE-DATE.
           IF WS-TKT-FOUND
               PERFORM 6300-REWRITE-TICKET THRU 6300-EXIT
           ELSE
               WRITE SQLB-TICKET-RECORD
                   INVALID KEY
                       PERFORM 6900-REGISTRY-ERROR THRU 6900-EXIT
                   NOT INVALID KEY
                       ADD 1 TO WS-TKT-WRITE-COUNT
               END-WRITE
               MOVE 'Y' TO WS-TKT-FOUND-SW
           END-IF.
           MOVE 'OPEN  ' TO SQLBTO-TRAN-TYPE.
           PERFORM 6500-WRITE-TRANSACTION THRU 6500-EXIT.
           ADD 1 TO WS-OPENED-COUNT.
       6200-EXIT.
           EXIT.

       6300-REWRITE-TICKET.
           REWRITE SQLB-TICKET-RECORD
               INVALID KEY
                   PERFORM 6900-REGISTRY-ERROR THRU 6900-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-TKT-WRITE-COUNT
           END-REWRITE.
       6300-EXIT.
           EXIT.

       6400-CLOSE-TICKET.
           MOVE 'C' TO SQLBTK-STATUS.
           MOVE WS-RUN-DATE TO SQLBTK-CLOSE-DATE.
           PERFORM 6300-REWRITE-TICKET THRU 6300-EXIT.
           MOVE 'CLOSE ' TO SQLBTO-TRAN-TYPE.
           PERFORM 6500-WRITE-TRANSACTION THRU 6500-EXIT.
           ADD 1 TO WS-CLOSED-COUNT.
       6400-EXIT.
           EXIT.

      * the transaction type is set by the caller; everything else
      * comes off the registry entry just written
       6500-WRITE-TRANSACTION.
           MOVE SQLBTK-KEY TO SQLBTO-CORR-KEY.
           MOVE SQLBTK-SOURCE TO SQLBTO-SOURCE.
           MOVE SQLBTK-TICKET-NUM TO SQLBTO-TICKET-NUM.
           MOVE WS-RUN-DATE TO SQLBTO-RUN-DATE.
           MOVE SQLBTK-FIRST-DATE TO SQLBTO-FIRST-DATE.
           MOVE SQLBTK-RUN-COUNT TO SQLBTO-RUN-COUNT.
           MOVE SQLBTK-FIRST-DATE TO WS-DW-DATE.
           PERFORM 7000-DATE-TO-DAY-NUM THRU 7000-EXIT.
           IF WS-DAY-NUM > WS-RUN-DAY-NUM
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUM - WS-DAY-NUM
           END-IF.
           MOVE WS-AGE-DAYS TO SQLBTO-AGE-DAYS.
           MOVE WS-WORK-TEXT TO SQLBTO-DESCRIPTION.
           WRITE SQLB-TKTOUT-RECORD.
           ADD 1 TO WS-TKO-WRITE-COUNT.
       6500-EXIT.
           EXIT.

       6900-REGISTRY-ERROR.
           ADD 1 TO WS-IO-ERROR-COUNT.
           MOVE 'TBSQ304E' TO SQLBG-MSG-ID.
           MOVE 'E' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TICKET REGISTRY UPDATE FAILED, STATUS '
                      DELIMITED BY SIZE
                  WS-TKT-STATUS DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  SQLBTK-DB-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQLBTK-NAME(1:30) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQLBTK-CONDITION DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           MOVE 8 TO WS-STEP-RC.
       6900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CIVIL DATE TO DAY NUMBER
      *----------------------------------------------------------------
      * classic integer-arithmetic day count: month is shifted so the
      * year starts in March (leap day lands at year end), then
      * 153*(m+1)/5 steps the 31/30-day month pattern.  Only date
      * differences are used, so the absolute origin does not matter.
       7000-DATE-TO-DAY-NUM.
           IF WS-DW-MONTH < 3
               COMPUTE WS-DC-YEAR = WS-DW-YEAR - 1
               COMPUTE WS-DC-MONTH = WS-DW-MONTH + 12
           ELSE
               MOVE WS-DW-YEAR TO WS-DC-YEAR
               MOVE WS-DW-MONTH TO WS-DC-MONTH
           END-IF.
           DIVIDE WS-DC-YEAR BY 4 GIVING WS-DC-Q4.
           DIVIDE WS-DC-YEAR BY 100 GIVING WS-DC-Q100.
           DIVIDE WS-DC-YEAR BY 400 GIVING WS-DC-Q400.
           COMPUTE WS-DC-MWORK = 153 * (WS-DC-MONTH + 1).
           DIVIDE WS-DC-MWORK BY 5 GIVING WS-DC-QM.
           COMPUTE WS-DAY-NUM = 365 * WS-DC-YEAR + WS-DC-Q4
               - WS-DC-Q100 + WS-DC-Q400 + WS-DC-QM + WS-DW-DAY.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TERMINATION
      *----------------------------------------------------------------
      * the step condition code goes on last -- the message routine
      * leaves its own in RETURN-CODE
       8000-TERMINATE.
           CLOSE TICKET-FILE.
           CLOSE TKTOUT-FILE.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE 'TBSQ305I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE WS-OPENED-COUNT TO WS-MSG-EDIT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TICKETS OPENED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           MOVE 'TBSQ306I' TO SQLBG-MSG-ID.
           MOVE WS-UPDATED-COUNT TO WS-MSG-EDIT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TICKETS UPDATED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           MOVE 'TBSQ307I' TO SQLBG-MSG-ID.
           MOVE WS-CLOSED-COUNT TO WS-MSG-EDIT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TICKETS CLOSED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           MOVE 'TBSQ308I' TO SQLBG-MSG-ID.
           MOVE WS-TKI-STORED-COUNT TO WS-MSG-EDIT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TICKET NUMBERS STORED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           IF WS-TKI-REJECT-COUNT > 0 AND WS-STEP-RC < 4
               MOVE 4 TO WS-STEP-RC
           END-IF.
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.

      * run-control records for the balancing step
       8100-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDT-STATUS-NEW
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-DATE TO SQLBA-RUN-DATE.
           MOVE WS-AUD-HHMMSS TO SQLBA-RUN-TIME.
           MOVE 'TBSQTKT0' TO SQLBA-PROGRAM.
           MOVE 'TBSQTKTI' TO SQLBA-FILE.
           MOVE WS-TKI-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE WS-TKI-REJECT-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQALRX' TO SQLBA-FILE.
           MOVE WS-ALX-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQANEW' TO SQLBA-FILE.
           MOVE WS-ANEW-READ-COUNT TO SQLBA-READ-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQTKTM' TO SQLBA-FILE.
           MOVE WS-TKT-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE WS-TKT-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE WS-IO-ERROR-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQTKTO' TO SQLBA-FILE.
           MOVE 0 TO SQLBA-READ-COUNT.
           MOVE WS-TKO-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8100-EXIT.
           EXIT.

      * common numbered-message routine (see SQLBMSGP)
       9000-PUT-MESSAGE.
           CALL 'TBSQMSG0' USING SQLB-MSG-PARM.
       9000-EXIT.
           EXIT.
