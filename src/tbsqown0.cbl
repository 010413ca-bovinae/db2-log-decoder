      *************************************************************************
      *
      * Program-ID: TBSQOWN0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/14/2026
      *
      * Function: Tablespace ownership registry maintenance.  Applies
      *           the operator's add/change/delete transaction cards
      *           (TBSQOWNT, see SQLBOWNT) to the INDEXED registry
      *           TBSQOWNM (see SQLBOWNR) that tells the chargeback
      *           step which application and cost center pays for
      *           each tablespace:
      *             A   add an owner; refused if already registered
      *             C   change the application/cost center of an
      *                 entry; refused if not registered
      *             D   delete an entry; refused if not registered
      *           Every applied transaction is appended to the change
      *           log TBSQOWNL (see SQLBOWNL) with the owner before and
      *           after.  The listing TBSQOWNR shows each transaction
      *           with its outcome, then the whole registry as it
      *           stands after the run.  Any refused transaction ends
      *           with condition code 4 -- the rest of the deck is
      *           still applied, a typo on one card must not hold up
      *           the others.
      *
      * Modification History:
      *   10/14/2026 RH  Initial version.
      *   10/15/2026 RH  Keep the step condition code in WS-STEP-RC and
      *                  set it after the last message, so a registry
      *                  I/O error ends the step with 8, not 0 or 4.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQOWN0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "TBSQOWNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT OWNER-FILE ASSIGN TO "TBSQOWNM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBOW-KEY
               FILE STATUS IS WS-OWN-STATUS.

           SELECT OWNLOG-FILE ASSIGN TO "TBSQOWNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OWN-RPT ASSIGN TO "TBSQOWNR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbownt.

       FD  OWNER-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbownr.

       FD  OWNLOG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbownl.

       FD  OWN-RPT
           LABEL RECORDS ARE OMITTED.
       01  OWN-RPT-RECORD             PIC X(133).

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-EOF-TRN-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-TRN                       VALUE 'Y'.
       77  WS-EOF-OWN-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-OWN                       VALUE 'Y'.
       77  WS-TRN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-TRN-STATUS-NEW                VALUE '35'.
       77  WS-OWN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-OWN-STATUS-NEW                VALUE '35'.
       77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
           88  WS-LOG-STATUS-NEW                VALUE '35'.
       77  WS-REJECT-SW               PIC X(01) VALUE 'N'.
           88  WS-REJECT                        VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.

       77  WS-RUN-DATE                PIC 9(8)  VALUE 0.
       01  WS-RUN-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME-RAW.
           05  WS-RUN-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

      * owner as it stood before the transaction, for the change log
       01  WS-OLD-APPL                PIC X(08).
       01  WS-OLD-COST-CENTER         PIC X(10).
       01  WS-REJECT-REASON           PIC X(30).

       77  WS-TRN-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-APPLIED-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-REJECTED-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-OWN-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-OWN-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-LOG-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.

       01  WS-OWN-LINE                PIC X(133).

       01  WS-HDG-LINE.
           05  FILLER                 PIC X(42) VALUE
               ' OWNERSHIP REGISTRY MAINTENANCE - DATE    '.
           05  WSH-DATE               PIC 9(8).
           05  FILLER                 PIC X(83) VALUE SPACES.

       01  WS-LIST-HDG-LINE.
           05  FILLER                 PIC X(46) VALUE
               ' REGISTRY AFTER THIS RUN: DATABASE  TABLESPACE'.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  FILLER                 PIC X(37) VALUE
               'APPL     COST CTR   CHANGED  OPERATOR'.
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  WS-LIST-LINE.
           05  FILLER                 PIC X(26) VALUE SPACES.
           05  WSL-DB-NAME            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSL-NAME               PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSL-APPL               PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSL-COST-CENTER        PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSL-CHANGE-DATE        PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSL-OPERATOR           PIC X(08).
           05  FILLER                 PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL WS-EOF-TRN.
           PERFORM 5000-LIST-REGISTRY THRU 5000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION
      *----------------------------------------------------------------
      * the registry is opened I-O so it is maintained in place.  The
      * very first run has no TBSQOWNM yet (status 35); it is created
      * empty and reopened, the same fallback the estate master uses.
      * No transaction deck at all (status 35) is a listing-only run.
       1000-INITIALIZE.
           MOVE 'TBSQOWN0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           OPEN I-O OWNER-FILE.
           IF WS-OWN-STATUS-NEW
               OPEN OUTPUT OWNER-FILE
               CLOSE OWNER-FILE
               OPEN I-O OWNER-FILE
           END-IF.
           OPEN OUTPUT OWN-RPT.
           MOVE WS-RUN-DATE TO WSH-DATE.
           WRITE OWN-RPT-RECORD FROM WS-HDG-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           OPEN INPUT TRAN-FILE.
           IF WS-TRN-STATUS-NEW
               MOVE 'TBSQ271I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE 'NO TBSQOWNT TRANSACTIONS - LISTING ONLY'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 'Y' TO WS-EOF-TRN-SW
           ELSE
               OPEN EXTEND OWNLOG-FILE
               IF WS-LOG-STATUS-NEW
                   OPEN OUTPUT OWNLOG-FILE
               END-IF
               PERFORM 1100-READ-ONE-TRAN THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-TRAN.
           READ TRAN-FILE
               AT END MOVE 'Y' TO WS-EOF-TRN-SW
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * APPLY ONE TRANSACTION CARD
      *----------------------------------------------------------------
       2000-APPLY-ONE-TRAN.
           IF SQLBOT-ACTION = '*' OR SQLB-OWNTRAN-RECORD = SPACES
               CONTINUE
           ELSE
               PERFORM 2050-PROCESS-ONE-TRAN THRU 2050-EXIT
           END-IF.
           PERFORM 1100-READ-ONE-TRAN THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       2050-PROCESS-ONE-TRAN.
           ADD 1 TO WS-TRN-READ-COUNT.
           MOVE 'N' TO WS-REJECT-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2100-EDIT-ONE-TRAN THRU 2100-EXIT.
           IF NOT WS-REJECT
               MOVE SQLBOT-DB-NAME TO SQLBOW-DB-NAME
               MOVE SQLBOT-NAME TO SQLBOW-NAME
               IF SQLBOT-IS-ADD
                   PERFORM 2200-ADD-OWNER THRU 2200-EXIT
               ELSE
                   IF SQLBOT-IS-CHANGE
                       PERFORM 2300-CHANGE-OWNER THRU 2300-EXIT
                   ELSE
                       PERFORM 2400-DELETE-OWNER THRU 2400-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 2600-LIST-ONE-TRAN THRU 2600-EXIT.
       2050-EXIT.
           EXIT.

      * card-level edits before the registry is touched
       2100-EDIT-ONE-TRAN.
           IF NOT SQLBOT-IS-ADD
              AND NOT SQLBOT-IS-CHANGE
              AND NOT SQLBOT-IS-DELETE
               MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               IF SQLBOT-DB-NAME = SPACES OR SQLBOT-NAME = SPACES
                   MOVE 'DATABASE OR NAME MISSING'
                       TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               ELSE
                   IF NOT SQLBOT-IS-DELETE
                      AND (SQLBOT-APPL = SPACES
                       OR SQLBOT-COST-CENTER = SPACES)
                       MOVE 'APPL OR COST CENTER MISSING'
                           TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-REJECT-SW
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ADD-OWNER.
           MOVE SQLBOT-APPL TO SQLBOW-APPL.
           MOVE SQLBOT-COST-CENTER TO SQLBOW-COST-CENTER.
           MOVE WS-RUN-DATE TO SQLBOW-ADD-DATE.
           MOVE WS-RUN-DATE TO SQLBOW-CHANGE-DATE.
           MOVE SQLBOT-OPERATOR TO SQLBOW-OPERATOR.
           WRITE SQLB-OWNER-RECORD
               INVALID KEY
                   MOVE 'ALREADY REGISTERED' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
               NOT INVALID KEY
                   ADD 1 TO WS-OWN-WRITE-COUNT
                   MOVE SPACES TO WS-OLD-APPL
                   MOVE SPACES TO WS-OLD-COST-CENTER
                   PERFORM 2500-LOG-ONE-CHANGE THRU 2500-EXIT
           END-WRITE.
       2200-EXIT.
           EXIT.

       2300-CHANGE-OWNER.
           READ OWNER-FILE
               INVALID KEY
                   MOVE 'NOT REGISTERED' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
           END-READ.
           IF WS-REJECT
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-OWN-READ-COUNT.
           MOVE SQLBOW-APPL TO WS-OLD-APPL.
           MOVE SQLBOW-COST-CENTER TO WS-OLD-COST-CENTER.
           MOVE SQLBOT-APPL TO SQLBOW-APPL.
           MOVE SQLBOT-COST-CENTER TO SQLBOW-COST-CENTER.
           MOVE WS-RUN-DATE TO SQLBOW-CHANGE-DATE.
           MOVE SQLBOT-OPERATOR TO SQLBOW-OPERATOR.
           REWRITE SQLB-OWNER-RECORD
               INVALID KEY
                   PERFORM 2700-REPORT-IO-ERROR THRU 2700-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-OWN-WRITE-COUNT
                   PERFORM 2500-LOG-ONE-CHANGE THRU 2500-EXIT
           END-REWRITE.
       2300-EXIT.
           EXIT.

       2400-DELETE-OWNER.
           READ OWNER-FILE
               INVALID KEY
                   MOVE 'NOT REGISTERED' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-REJECT-SW
           END-READ.
           IF WS-REJECT
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-OWN-READ-COUNT.
           MOVE SQLBOW-APPL TO WS-OLD-APPL.
           MOVE SQLBOW-COST-CENTER TO WS-OLD-COST-CENTER.
           DELETE OWNER-FILE
               INVALID KEY
                   PERFORM 2700-REPORT-IO-ERROR THRU 2700-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-OWN-WRITE-COUNT
                   MOVE SPACES TO SQLBOW-APPL
                   MOVE SPACES TO SQLBOW-COST-CENTER
                   PERFORM 2500-LOG-ONE-CHANGE THRU 2500-EXIT
           END-DELETE.
       2400-EXIT.
           EXIT.

      * one change-log record per applied transaction, the owner
      * before (WS-OLD-) and after (the registry record as written)
       2500-LOG-ONE-CHANGE.
           MOVE WS-RUN-DATE TO SQLBOL-LOG-DATE.
           MOVE WS-RUN-HHMMSS TO SQLBOL-LOG-TIME.
           MOVE SQLBOT-ACTION TO SQLBOL-ACTION.
           MOVE SQLBOT-OPERATOR TO SQLBOL-OPERATOR.
           MOVE SQLBOT-DB-NAME TO SQLBOL-DB-NAME.
           MOVE SQLBOT-NAME TO SQLBOL-NAME.
           MOVE WS-OLD-APPL TO SQLBOL-OLD-APPL.
           MOVE WS-OLD-COST-CENTER TO SQLBOL-OLD-COST-CENTER.
           MOVE SQLBOW-APPL TO SQLBOL-NEW-APPL.
           MOVE SQLBOW-COST-CENTER TO SQLBOL-NEW-COST-CENTER.
           WRITE SQLB-OWNLOG-RECORD.
           ADD 1 TO WS-LOG-WRITE-COUNT.
           ADD 1 TO WS-APPLIED-COUNT.
       2500-EXIT.
           EXIT.

       2600-LIST-ONE-TRAN.
           MOVE SPACES TO WS-OWN-LINE.
           STRING ' ' DELIMITED BY SIZE
                  SQLBOT-ACTION DELIMITED BY SIZE
                  ' DB=' DELIMITED BY SIZE
                  SQLBOT-DB-NAME DELIMITED BY SIZE
                  ' NAME=' DELIMITED BY SIZE
                  SQLBOT-NAME DELIMITED BY SIZE
                  ' APPL=' DELIMITED BY SIZE
                  SQLBOT-APPL DELIMITED BY SIZE
                  ' CC=' DELIMITED BY SIZE
                  SQLBOT-COST-CENTER DELIMITED BY SIZE
                  ' OPER=' DELIMITED BY SIZE
                  SQLBOT-OPERATOR DELIMITED BY SIZE
               INTO WS-OWN-LINE
           END-STRING.
           IF WS-REJECT
               ADD 1 TO WS-REJECTED-COUNT
               STRING ' REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-OWN-LINE(92:42)
               END-STRING
               MOVE 'TBSQ270W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'TRANSACTION REJECTED, ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      SQLB-OWNTRAN-RECORD(1:41) DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
           ELSE
               MOVE ' APPLIED' TO WS-OWN-LINE(92:8)
           END-IF.
           WRITE OWN-RPT-RECORD FROM WS-OWN-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       2600-EXIT.
           EXIT.

      * a REWRITE or DELETE failing straight after a successful READ
      * of the same key is an I/O fault, not an operator mistake
       2700-REPORT-IO-ERROR.
           MOVE 'REGISTRY UPDATE FAILED' TO WS-REJECT-REASON.
           MOVE 'Y' TO WS-REJECT-SW.
           MOVE 'TBSQ274E' TO SQLBG-MSG-ID.
           MOVE 'E' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'REGISTRY UPDATE FAILED, STATUS ' DELIMITED BY SIZE
                  WS-OWN-STATUS DELIMITED BY SIZE
                  ' FOR ' DELIMITED BY SIZE
                  SQLBOT-DB-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQLBOT-NAME DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           MOVE 8 TO WS-STEP-RC.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REGISTRY LISTING
      *----------------------------------------------------------------
      * the registry as it stands after the run, in key order --
      * database, then name
       5000-LIST-REGISTRY.
           MOVE SPACES TO WS-OWN-LINE.
           WRITE OWN-RPT-RECORD FROM WS-OWN-LINE.
           WRITE OWN-RPT-RECORD FROM WS-LIST-HDG-LINE.
           ADD 2 TO WS-RPT-WRITE-COUNT.
           MOVE LOW-VALUES TO SQLBOW-KEY.
           START OWNER-FILE KEY NOT < SQLBOW-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-OWN-SW
           END-START.
           PERFORM 5100-LIST-ONE-OWNER THRU 5100-EXIT
               UNTIL WS-EOF-OWN.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-OWNER.
           READ OWNER-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-OWN-SW
               NOT AT END
                   ADD 1 TO WS-OWN-READ-COUNT
                   MOVE SQLBOW-DB-NAME TO WSL-DB-NAME
                   MOVE SQLBOW-NAME TO WSL-NAME
                   MOVE SQLBOW-APPL TO WSL-APPL
                   MOVE SQLBOW-COST-CENTER TO WSL-COST-CENTER
                   MOVE SQLBOW-CHANGE-DATE TO WSL-CHANGE-DATE
                   MOVE SQLBOW-OPERATOR TO WSL-OPERATOR
                   WRITE OWN-RPT-RECORD FROM WS-LIST-LINE
                   ADD 1 TO WS-RPT-WRITE-COUNT
           END-READ.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TERMINATION
      *----------------------------------------------------------------
      * the step condition code goes on last -- the message routine
      * leaves its own in RETURN-CODE
       8000-TERMINATE.
           IF NOT WS-TRN-STATUS-NEW
               CLOSE TRAN-FILE
               CLOSE OWNLOG-FILE
           END-IF.
           CLOSE OWNER-FILE.
           CLOSE OWN-RPT.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE 'TBSQ272I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE WS-APPLIED-COUNT TO WS-MSG-EDIT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'REGISTRY TRANSACTIONS APPLIED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           MOVE 'TBSQ273I' TO SQLBG-MSG-ID.
           MOVE WS-REJECTED-COUNT TO WS-MSG-EDIT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'REGISTRY TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           IF WS-REJECTED-COUNT > 0 AND WS-STEP-RC < 4
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
           MOVE 'TBSQOWN0' TO SQLBA-PROGRAM.
           MOVE 'TBSQOWNT' TO SQLBA-FILE.
           MOVE WS-TRN-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE WS-REJECTED-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQOWNM' TO SQLBA-FILE.
           MOVE WS-OWN-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE WS-OWN-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQOWNL' TO SQLBA-FILE.
           MOVE 0 TO SQLBA-READ-COUNT.
           MOVE WS-LOG-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQOWNR' TO SQLBA-FILE.
           MOVE WS-RPT-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8100-EXIT.
           EXIT.

      * common numbered-message routine (see SQLBMSGP)
       9000-PUT-MESSAGE.
           CALL 'TBSQMSG0' USING SQLB-MSG-PARM.
       9000-EXIT.
           EXIT.
