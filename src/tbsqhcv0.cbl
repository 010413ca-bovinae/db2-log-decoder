      *************************************************************************
      *
      * Program-ID: TBSQHCV0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/14/2026
      *
      * Function: One-time conversion and reload of the growth history
      *           to its keyed form.  Reads the old sequential history
      *           (the last TBSQHIST written sequentially, renamed
      *           TBSQHOLD, laid out per SQLBHOLD) and loads every
      *           snapshot by key onto a new INDEXED TBSQHIST (see
      *           SQLBHIST): key database/partition/name/run date,
      *           alternate key run date.
      *
      *           The old file could hold two snapshots of the same
      *           name on the same date where a decoder step was
      *           rerun.  The keyed file holds one; as in TBSQHST0,
      *           the later snapshot replaces the earlier.  Both are
      *           listed on the exception listing TBSQHCVX, and the
      *           run ends with condition code 4 so the listing is
      *           looked at.
      *
      *           The monthly archive carries the same record, so
      *           when the old archive is supplied as TBSQHAOL it is
      *           carried over record for record to a new sequential
      *           TBSQHARC in the new layout.  With no TBSQHAOL the
      *           archive step is skipped.
      *
      *           A missing TBSQHOLD ends the run with condition code
      *           8 and nothing loaded.
      *
      * Modification History:
      *   10/14/2026 RH  Initial version.
      *   10/15/2026 RH  Open TBSQHIST I-O after emptying it, so a
      *                  duplicate can be read back and rewritten;
      *                  set the step condition code after the last
      *                  message so it is not lost.
      *   10/15/2026 RH  Keep the step condition code in WS-STEP-RC,
      *                  so a missing TBSQHOLD ends with 8 again.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQHCV0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HIST-FILE ASSIGN TO "TBSQHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT OLD-ARC-FILE ASSIGN TO "TBSQHAOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OAR-STATUS.

           SELECT HIST-FILE ASSIGN TO "TBSQHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBH-KEY
               ALTERNATE RECORD KEY IS SQLBH-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-ARC-FILE ASSIGN TO "TBSQHARC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXC-RPT ASSIGN TO "TBSQHCVX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbhold.

      * the old archive is the old history layout under renamed data
      * items, as the archive has always been
       FD  OLD-ARC-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbhold REPLACING
               ==SQLB-HOLD-RECORD== BY ==SQLB-HAOL-RECORD==
               LEADING ==SQLBHO== BY ==SQLBHX==.

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbhist.

       FD  HIST-ARC-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbhist REPLACING
               ==SQLB-HIST-RECORD== BY ==SQLB-HARC-RECORD==
               LEADING ==SQLBH== BY ==SQLBHA==.

       FD  EXC-RPT
           LABEL RECORDS ARE OMITTED.
       01  EXC-RPT-RECORD             PIC X(133).

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-EOF-OLD-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-OLD                       VALUE 'Y'.
       77  WS-EOF-OAR-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-OAR                       VALUE 'Y'.
       77  WS-ABORT-SW                PIC X(01) VALUE 'N'.
           88  WS-ABORT                         VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.
       77  WS-HAVE-OLD-ARC-SW         PIC X(01) VALUE 'N'.
           88  WS-HAVE-OLD-ARC                  VALUE 'Y'.

       77  WS-OLD-STATUS              PIC X(02) VALUE SPACES.
           88  WS-OLD-STATUS-NEW                VALUE '35'.
       77  WS-OAR-STATUS              PIC X(02) VALUE SPACES.
           88  WS-OAR-STATUS-NEW                VALUE '35'.
       77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
           88  WS-HIST-STATUS-DUPKEY            VALUE '22'.

       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

       77  WS-RUN-DATE                PIC 9(8)  VALUE 0.

       77  WS-OLD-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-HIST-WRITE-COUNT        PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DUP-COUNT               PIC 9(9)  COMP-5 VALUE 0.
       77  WS-OAR-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-ARC-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.

      * the incoming snapshot, held while the one already on file
      * under its key is read back for the exception listing
           COPY sqlbhist REPLACING
               ==SQLB-HIST-RECORD== BY ==WS-DUP-RECORD==
               LEADING ==SQLBH== BY ==WS-DUP==.

       77  WS-EXC-ACTION              PIC X(08) VALUE SPACES.

       01  WS-EXC-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSX-ACTION             PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSX-DB-NAME            PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSX-PARTITION          PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSX-NAME               PIC X(40).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSX-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSX-ID                 PIC Z(5)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSX-TS-TYPE            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSX-TOTAL              PIC Z(9)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSX-USEABLE            PIC Z(9)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSX-USED               PIC Z(9)9.
           05  FILLER                 PIC X(17) VALUE SPACES.

       01  WS-HDG1-LINE.
           05  FILLER                 PIC X(47) VALUE
               ' TBSQHIST RELOAD - DUPLICATE KEY EXCEPTIONS FOR'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSH-DATE               PIC 9(8).
           05  FILLER                 PIC X(77) VALUE SPACES.

       01  WS-HDG2-LINE.
           05  FILLER                 PIC X(24) VALUE
               ' ACTION   DATABASE PART '.
           05  FILLER                 PIC X(41) VALUE
               'TABLESPACE NAME'.
           05  FILLER                 PIC X(18) VALUE
               'RUN DATE     ID  T'.
           05  FILLER                 PIC X(33) VALUE
               '  TOTAL PGS USEABLE PG   USED PGS'.
           05  FILLER                 PIC X(17) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(30) VALUE
               ' NO DUPLICATE KEYS FOUND'.
           05  FILLER                 PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-ABORT
               PERFORM 2000-LOAD-ONE-SNAPSHOT THRU 2000-EXIT
                   UNTIL WS-EOF-OLD
           END-IF.
           IF NOT WS-ABORT
               PERFORM 3000-START-ARCHIVE THRU 3000-EXIT
               PERFORM 3100-CONVERT-ONE-ARCHIVE THRU 3100-EXIT
                   UNTIL WS-EOF-OAR
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION
      *----------------------------------------------------------------
      * the keyed TBSQHIST is built fresh -- this is a reload, so
      * anything already under that name is replaced
       1000-INITIALIZE.
           MOVE 'TBSQHCV0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OLD-HIST-FILE.
           IF WS-OLD-STATUS-NEW
               MOVE 'TBSQ320E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO TBSQHOLD SEQUENTIAL HISTORY TO RELOAD'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF.
      * emptied first, then reopened I-O so a rerun's duplicate can
      * be read back and rewritten
           OPEN OUTPUT HIST-FILE.
           CLOSE HIST-FILE.
           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'TBSQ325S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'TBSQHIST OPEN FAILED, STATUS '
                          DELIMITED BY SIZE
                      WS-HIST-STATUS DELIMITED BY SIZE
                      ' - NOTHING LOADED' DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN OUTPUT EXC-RPT.
           MOVE WS-RUN-DATE TO WSH-DATE.
           WRITE EXC-RPT-RECORD FROM WS-HDG1-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           WRITE EXC-RPT-RECORD FROM WS-HDG2-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.
           READ OLD-HIST-FILE
               AT END MOVE 'Y' TO WS-EOF-OLD-SW
           END-READ.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * LOAD THE KEYED HISTORY
      *----------------------------------------------------------------
       2000-LOAD-ONE-SNAPSHOT.
           ADD 1 TO WS-OLD-READ-COUNT.
           MOVE SQLBHO-DB-NAME TO SQLBH-DB-NAME.
           MOVE SQLBHO-PARTITION TO SQLBH-PARTITION.
           MOVE SQLBHO-NAME TO SQLBH-NAME.
           MOVE SQLBHO-RUN-DATE TO SQLBH-RUN-DATE.
           MOVE SQLBHO-ID TO SQLBH-ID.
           MOVE SQLBHO-TS-TYPE TO SQLBH-TS-TYPE.
           MOVE SQLBHO-TOTAL-PAGES TO SQLBH-TOTAL-PAGES.
           MOVE SQLBHO-USEABLE-PAGES TO SQLBH-USEABLE-PAGES.
           MOVE SQLBHO-PAGE-SIZE TO SQLBH-PAGE-SIZE.
           MOVE SQLBHO-USED-PAGES TO SQLBH-USED-PAGES.
           WRITE SQLB-HIST-RECORD
               INVALID KEY
                   PERFORM 2100-HANDLE-DUPLICATE THRU 2100-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-WRITE-COUNT
           END-WRITE.
           IF NOT WS-ABORT
               READ OLD-HIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-OLD-SW
               END-READ
           END-IF.
       2000-EXIT.
           EXIT.

      * same name, same database/partition, same date: a rerun.  The
      * snapshot already on file is read back and listed as replaced,
      * the incoming one is listed as kept and rewritten over it.
      * Anything but a duplicate key is a damaged load and stops it.
       2100-HANDLE-DUPLICATE.
           IF NOT WS-HIST-STATUS-DUPKEY
               MOVE 'TBSQ325S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'TBSQHIST WRITE FAILED, STATUS '
                          DELIMITED BY SIZE
                      WS-HIST-STATUS DELIMITED BY SIZE
                      ' FOR ' DELIMITED BY SIZE
                      SQLBH-NAME DELIMITED BY SPACE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-OLD-SW
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DUP-COUNT.
           MOVE SQLB-HIST-RECORD TO WS-DUP-RECORD.
           READ HIST-FILE
               INVALID KEY
                   MOVE 'TBSQ325S' TO SQLBG-MSG-ID
                   MOVE 'S' TO SQLBG-SEVERITY
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'TBSQHIST READ-BACK FAILED, STATUS '
                              DELIMITED BY SIZE
                          WS-HIST-STATUS DELIMITED BY SIZE
                          ' FOR ' DELIMITED BY SIZE
                          SQLBH-NAME DELIMITED BY SPACE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                   MOVE 12 TO WS-STEP-RC
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 'Y' TO WS-EOF-OLD-SW
           END-READ.
           IF WS-ABORT
               GO TO 2100-EXIT
           END-IF.
           MOVE 'REPLACED' TO WS-EXC-ACTION.
           PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT.
           MOVE WS-DUP-RECORD TO SQLB-HIST-RECORD.
           MOVE 'KEPT' TO WS-EXC-ACTION.
           PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT.
           REWRITE SQLB-HIST-RECORD
               INVALID KEY
                   MOVE 'TBSQ325S' TO SQLBG-MSG-ID
                   MOVE 'S' TO SQLBG-SEVERITY
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'TBSQHIST REWRITE FAILED, STATUS '
                              DELIMITED BY SIZE
                          WS-HIST-STATUS DELIMITED BY SIZE
                          ' FOR ' DELIMITED BY SIZE
                          SQLBH-NAME DELIMITED BY SPACE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                   MOVE 12 TO WS-STEP-RC
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 'Y' TO WS-EOF-OLD-SW
           END-REWRITE.
       2100-EXIT.
           EXIT.

      * one line of the exception listing from the history record
      * area
       2200-PRINT-EXCEPTION.
           MOVE WS-EXC-ACTION TO WSX-ACTION.
           MOVE SQLBH-DB-NAME TO WSX-DB-NAME.
           MOVE SQLBH-PARTITION TO WSX-PARTITION.
           MOVE SQLBH-NAME TO WSX-NAME.
           MOVE SQLBH-RUN-DATE TO WSX-RUN-DATE.
           MOVE SQLBH-ID TO WSX-ID.
           MOVE SQLBH-TS-TYPE TO WSX-TS-TYPE.
           MOVE SQLBH-TOTAL-PAGES TO WSX-TOTAL.
           MOVE SQLBH-USEABLE-PAGES TO WSX-USEABLE.
           MOVE SQLBH-USED-PAGES TO WSX-USED.
           WRITE EXC-RPT-RECORD FROM WS-EXC-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CARRY THE ARCHIVE OVER TO THE NEW LAYOUT
      *----------------------------------------------------------------
      * the archive is optional -- an installation that has never run
      * the maintenance step has none
       3000-START-ARCHIVE.
           OPEN INPUT OLD-ARC-FILE.
           IF WS-OAR-STATUS-NEW
               MOVE 'TBSQ324I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE 'NO TBSQHAOL OLD ARCHIVE, ARCHIVE NOT CONVERTED'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 'Y' TO WS-EOF-OAR-SW
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO WS-HAVE-OLD-ARC-SW.
           OPEN OUTPUT HIST-ARC-FILE.
           READ OLD-ARC-FILE
               AT END MOVE 'Y' TO WS-EOF-OAR-SW
           END-READ.
       3000-EXIT.
           EXIT.

       3100-CONVERT-ONE-ARCHIVE.
           ADD 1 TO WS-OAR-READ-COUNT.
           MOVE SQLBHX-DB-NAME TO SQLBHA-DB-NAME.
           MOVE SQLBHX-PARTITION TO SQLBHA-PARTITION.
           MOVE SQLBHX-NAME TO SQLBHA-NAME.
           MOVE SQLBHX-RUN-DATE TO SQLBHA-RUN-DATE.
           MOVE SQLBHX-ID TO SQLBHA-ID.
           MOVE SQLBHX-TS-TYPE TO SQLBHA-TS-TYPE.
           MOVE SQLBHX-TOTAL-PAGES TO SQLBHA-TOTAL-PAGES.
           MOVE SQLBHX-USEABLE-PAGES TO SQLBHA-USEABLE-PAGES.
           MOVE SQLBHX-PAGE-SIZE TO SQLBHA-PAGE-SIZE.
           MOVE SQLBHX-USED-PAGES TO SQLBHA-USED-PAGES.
           WRITE SQLB-HARC-RECORD.
           ADD 1 TO WS-ARC-WRITE-COUNT.
           READ OLD-ARC-FILE
               AT END MOVE 'Y' TO WS-EOF-OAR-SW
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TERMINATION
      *----------------------------------------------------------------
      * the step condition code goes on last -- the message routine
      * leaves its own in RETURN-CODE
       8000-TERMINATE.
           PERFORM 8010-CLOSE-AND-REPORT THRU 8010-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       8010-CLOSE-AND-REPORT.
           IF WS-OLD-STATUS-NEW
               GO TO 8010-EXIT
           END-IF.
           IF WS-DUP-COUNT = 0 AND NOT WS-ABORT
               WRITE EXC-RPT-RECORD FROM WS-NONE-LINE
               ADD 1 TO WS-RPT-WRITE-COUNT
           END-IF.
           CLOSE OLD-HIST-FILE.
           CLOSE HIST-FILE.
           CLOSE EXC-RPT.
           IF WS-HAVE-OLD-ARC
               CLOSE OLD-ARC-FILE
               CLOSE HIST-ARC-FILE
           END-IF.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           IF WS-DUP-COUNT > 0
               MOVE 'TBSQ321W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE WS-DUP-COUNT TO WS-MSG-EDIT
               MOVE SPACES TO SQLBG-TEXT
               STRING 'DUPLICATE KEYS REPLACED, SEE TBSQHCVX: '
                          DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
           MOVE 'TBSQ322I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE WS-HIST-WRITE-COUNT TO WS-MSG-EDIT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'SNAPSHOTS LOADED TO TBSQHIST: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           IF WS-HAVE-OLD-ARC
               MOVE 'TBSQ323I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE WS-ARC-WRITE-COUNT TO WS-MSG-EDIT
               MOVE SPACES TO SQLBG-TEXT
               STRING 'ARCHIVE RECORDS CONVERTED: ' DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
           END-IF.
       8010-EXIT.
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
           MOVE 'TBSQHCV0' TO SQLBA-PROGRAM.
           MOVE 'TBSQHOLD' TO SQLBA-FILE.
           MOVE WS-OLD-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQHIST' TO SQLBA-FILE.
           MOVE 0 TO SQLBA-READ-COUNT.
           MOVE WS-HIST-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE WS-DUP-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           IF WS-HAVE-OLD-ARC
               MOVE 'TBSQHAOL' TO SQLBA-FILE
               MOVE WS-OAR-READ-COUNT TO SQLBA-READ-COUNT
               MOVE 0 TO SQLBA-WRITE-COUNT
               MOVE 0 TO SQLBA-EXCEPT-COUNT
               WRITE SQLB-AUDIT-RECORD
               MOVE 'TBSQHARC' TO SQLBA-FILE
               MOVE 0 TO SQLBA-READ-COUNT
               MOVE WS-ARC-WRITE-COUNT TO SQLBA-WRITE-COUNT
               WRITE SQLB-AUDIT-RECORD
           END-IF.
           MOVE 'TBSQHCVX' TO SQLBA-FILE.
           MOVE 0 TO SQLBA-READ-COUNT.
           MOVE WS-RPT-WRITE-COUNT TO SQLBA-WRITE-COUNT.
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
