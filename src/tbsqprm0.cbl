      *************************************************************************
      *
      * Program-ID: TBSQPRM0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/15/2026
      *
      * Function: Swap-over file promotion.  Three chain steps write
      *           a replacement file beside the live one they read:
      *             TBSQDLT0   TBSQPNEW   over   TBSQPRV
      *             TBSQACT0   TBSQANEW   over   TBSQACTF
      *             TBSQHMT0   TBSQHNEW   over   TBSQHIST
      *           This step does the swap, run by the scheduler after
      *           each of them (after its TBSQCTL0 PHASE=END) with a
      *           FILE= card naming the live file.  A new file is only
      *           promoted when its producer has a clean end (CC 4 or
      *           less) in the run-state file TBSQRUNS for the batch
      *           date, and when it holds exactly the number of
      *           records its producer posted as written to the audit
      *           file TBSQAUDT -- a short or stale new file is
      *           refused and the live file is left alone.  Before it
      *           is replaced, the live file is kept as a dated back
      *           generation on the store TBSQGENS (see SQLBGENS),
      *           and only the newest GENERATIONS= of them per file
      *           are held.  Every promotion and rollback goes on the
      *           audit file; a producer posting already followed by
      *           one is not promoted twice.
      *           Control cards:
      *             FUNCTION=PROMOTE      verify and swap (the default)
      *             FUNCTION=ROLLBACK     put a kept generation back as
      *                                   the live file; the file it
      *                                   replaces is kept in turn
      *             FUNCTION=LIST         list the generations held
      *             FILE=name             TBSQPRV, TBSQACTF or
      *                                   TBSQHIST; repeatable, all
      *                                   three when absent; exactly
      *                                   one for ROLLBACK
      *             GENERATION=ccyymmddhhmmss
      *                                   the generation to roll back
      *                                   to, as LIST shows it
      *             GENERATIONS=nn        back generations to hold per
      *                                   file, 1 to 99 (default 5)
      *             BATCH-DATE=ccyymmdd   optional; defaults to today,
      *                                   as for TBSQCTL0
      *           Report on TBSQPRMR.  The step is not itself in the
      *           TBSQCTL0 chain: it runs once per file, and a clean
      *           end would stop it being run for the next one.
      *           Condition code 8 when a file is refused or the
      *           request is incomplete; 12 when the store or a live
      *           file cannot be written.
      *
      * Modification History:
      *   10/15/2026 RH  Initial version.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQPRM0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "CONTROLCD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRIOR-FILE ASSIGN TO "TBSQPRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

           SELECT PRIOR-NEW-FILE ASSIGN TO "TBSQPNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNEW-STATUS.

           SELECT ACTION-FILE ASSIGN TO "TBSQACTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTF-STATUS.

           SELECT ACTION-NEW-FILE ASSIGN TO "TBSQANEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANEW-STATUS.

           SELECT HIST-FILE ASSIGN TO "TBSQHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLBH-KEY
               ALTERNATE RECORD KEY IS SQLBH-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-NEW-FILE ASSIGN TO "TBSQHNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SQLBHN-KEY
               ALTERNATE RECORD KEY IS SQLBHN-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HNEW-STATUS.

           SELECT GEN-FILE ASSIGN TO "TBSQGENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBV-KEY
               FILE STATUS IS WS-GEN-STATUS.

           SELECT RUNSTATE-FILE ASSIGN TO "TBSQRUNS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT PRM-RPT ASSIGN TO "TBSQPRMR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  PRIOR-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbprev.

      * each replacement record is its live layout under renamed data
      * items, exactly as the producing step writes it
       FD  PRIOR-NEW-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbprev REPLACING
               ==SQLB-PREV-RECORD== BY ==SQLB-PNEW-RECORD==
               LEADING ==SQLBP== BY ==SQLBPN==.

       FD  ACTION-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbactn.

       FD  ACTION-NEW-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbactn REPLACING
               ==SQLB-ACTION-RECORD== BY ==SQLB-ANEW-RECORD==
               LEADING ==SQLBT== BY ==SQLBTN==.

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbhist.

       FD  HIST-NEW-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbhist REPLACING
               ==SQLB-HIST-RECORD== BY ==SQLB-HNEW-RECORD==
               LEADING ==SQLBH== BY ==SQLBHN==.

       FD  GEN-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbgens.

       FD  RUNSTATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbruns.

       FD  PRM-RPT
           LABEL RECORDS ARE OMITTED.
       01  PRM-RPT-RECORD             PIC X(133).

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-EOF-CTL-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTL                       VALUE 'Y'.
       77  WS-EOF-AUDT-SW             PIC X(01) VALUE 'N'.
           88  WS-EOF-AUDT                      VALUE 'Y'.
       77  WS-EOF-RUN-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-RUN                       VALUE 'Y'.
       77  WS-EOF-COPY-SW             PIC X(01) VALUE 'N'.
           88  WS-EOF-COPY                      VALUE 'Y'.
       77  WS-GEN-DONE-SW             PIC X(01) VALUE 'N'.
           88  WS-GEN-DONE                      VALUE 'Y'.
       77  WS-REQ-BAD-SW              PIC X(01) VALUE 'N'.
           88  WS-REQ-BAD                       VALUE 'Y'.
       77  WS-GEN-OPEN-SW             PIC X(01) VALUE 'N'.
           88  WS-GEN-OPEN                      VALUE 'Y'.
       77  WS-KEPT-SW                 PIC X(01) VALUE 'N'.
           88  WS-KEPT                          VALUE 'Y'.
       77  WS-ABORT-SW                PIC X(01) VALUE 'N'.
           88  WS-ABORT                         VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.

       77  WS-PRV-STATUS              PIC X(02) VALUE SPACES.
       77  WS-PNEW-STATUS             PIC X(02) VALUE SPACES.
       77  WS-ACTF-STATUS             PIC X(02) VALUE SPACES.
       77  WS-ANEW-STATUS             PIC X(02) VALUE SPACES.
       77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
       77  WS-HNEW-STATUS             PIC X(02) VALUE SPACES.
       77  WS-GEN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-GEN-STATUS-NEW                VALUE '35'.
       77  WS-RUN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUN-STATUS-NEW                VALUE '35'.
      * status of whichever live or new file was opened last
       77  WS-IO-STATUS               PIC X(02) VALUE SPACES.
           88  WS-IO-STATUS-NEW                 VALUE '35'.

       01  WS-RUN-DATE                PIC 9(8)  VALUE 0.
       01  WS-BATCH-DATE              PIC 9(8)  VALUE 0.

       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

      * control card work
       01  WS-CARD-IMAGE              PIC X(80).
       77  WS-CTL-VAL-IDX             PIC 9(2)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-NUM             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-BAD-SW          PIC X(01) VALUE 'N'.
           88  WS-CTL-VAL-BAD                   VALUE 'Y'.
       01  WS-CTL-VALUE               PIC X(08).
       01  WS-CTL-DIGIT-X             PIC X(01).
       01  WS-CTL-DIGIT REDEFINES WS-CTL-DIGIT-X
                                      PIC 9(01).
       01  WS-CHK-DATE                PIC 9(8)  VALUE 0.
       01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
           05  WS-CHK-YEAR            PIC 9(4).
           05  WS-CHK-MONTH           PIC 9(2).
           05  WS-CHK-DAY             PIC 9(2).
       01  WS-GEN-CARD.
           05  WS-GEN-CARD-DATE       PIC 9(8).
           05  WS-GEN-CARD-TIME.
               10  WS-GEN-CARD-HH     PIC 9(2).
               10  WS-GEN-CARD-MM     PIC 9(2).
               10  WS-GEN-CARD-SS     PIC 9(2).

      * the request
       01  WS-FUNCTION                PIC X(08) VALUE 'PROMOTE'.
           88  WS-FUNC-PROMOTE                  VALUE 'PROMOTE'.
           88  WS-FUNC-ROLLBACK                 VALUE 'ROLLBACK'.
           88  WS-FUNC-LIST                     VALUE 'LIST'.
       77  WS-KEEP-GENS               PIC 9(2)  COMP-5 VALUE 5.
       77  WS-FILE-CARD-COUNT         PIC 9(2)  COMP-5 VALUE 0.
       77  WS-RB-PAIR-IDX             PIC 9(1)  COMP-5 VALUE 0.
       01  WS-RB-STAMP.
           05  WS-RB-DATE             PIC 9(8)  VALUE 0.
           05  WS-RB-TIME             PIC 9(6)  VALUE 0.
       01  WS-FIND-FILE               PIC X(08).
       77  WS-FIND-IDX                PIC 9(1)  COMP-5 VALUE 0.
       77  WS-SCAN-IDX                PIC 9(1)  COMP-5 VALUE 0.

      * the swap-over pairs: live file, replacement, producing step
       01  WS-PAIR-VALUES.
           05  FILLER                 PIC X(08) VALUE 'TBSQPRV'.
           05  FILLER                 PIC X(08) VALUE 'TBSQPNEW'.
           05  FILLER                 PIC X(08) VALUE 'TBSQDLT0'.
           05  FILLER                 PIC X(08) VALUE 'TBSQACTF'.
           05  FILLER                 PIC X(08) VALUE 'TBSQANEW'.
           05  FILLER                 PIC X(08) VALUE 'TBSQACT0'.
           05  FILLER                 PIC X(08) VALUE 'TBSQHIST'.
           05  FILLER                 PIC X(08) VALUE 'TBSQHNEW'.
           05  FILLER                 PIC X(08) VALUE 'TBSQHMT0'.
       01  WS-PAIR-TABLE REDEFINES WS-PAIR-VALUES.
           05  WS-PAIR-ENTRY OCCURS 3 TIMES.
               10  WS-PAIR-LIVE       PIC X(08).
               10  WS-PAIR-NEW        PIC X(08).
               10  WS-PAIR-PRODUCER   PIC X(08).
       77  WS-PAIR-IDX                PIC 9(1)  COMP-5 VALUE 0.

      * what the audit and run-state files say about each pair.  A
      * producer posting is pending until a later TBSQPRM0 posting
      * against the live file (a promotion or a rollback) follows it.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 3 TIMES.
               10  WS-ST-SELECTED-SW  PIC X(01).
                   88  WS-ST-SELECTED           VALUE 'Y'.
               10  WS-ST-POSTED-SW    PIC X(01).
                   88  WS-ST-POSTED             VALUE 'Y'.
               10  WS-ST-PENDING-SW   PIC X(01).
                   88  WS-ST-PENDING            VALUE 'Y'.
               10  WS-ST-AUD-DATE     PIC 9(08).
               10  WS-ST-AUD-TIME     PIC 9(06).
               10  WS-ST-AUD-WRITES   PIC 9(09) COMP-5.
               10  WS-ST-STARTED-SW   PIC X(01).
                   88  WS-ST-STARTED            VALUE 'Y'.
               10  WS-ST-ENDED-SW     PIC X(01).
                   88  WS-ST-ENDED              VALUE 'Y'.
               10  WS-ST-CC           PIC 9(04).
               10  WS-ST-DONE-SW      PIC X(01).
                   88  WS-ST-DONE               VALUE 'Y'.
               10  WS-ST-READS        PIC 9(09) COMP-5.
               10  WS-ST-WRITES       PIC 9(09) COMP-5.

      * generation headers of one file, oldest first
       77  WS-GEN-MAX                 PIC 9(3)  COMP-5 VALUE 200.
       77  WS-GEN-COUNT               PIC 9(3)  COMP-5 VALUE 0.
       77  WS-GEN-IDX                 PIC 9(3)  COMP-5 VALUE 0.
       77  WS-PRUNE-LIMIT             PIC 9(3)  COMP-5 VALUE 0.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 200 TIMES.
               10  WS-GEN-STAMP.
                   15  WS-GEN-DATE    PIC 9(08).
                   15  WS-GEN-TIME    PIC 9(06).
               10  WS-GEN-REASON      PIC X(01).
               10  WS-GEN-BATCH       PIC 9(08).
               10  WS-GEN-RECORDS     PIC 9(09) COMP-5.

      * the generation being taken, and the date and time it is named
       01  WS-NOW-STAMP.
           05  WS-NOW-DATE            PIC 9(8)  VALUE 0.
           05  WS-NOW-TIME            PIC 9(6)  VALUE 0.
       01  WS-NOW-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME-RAW.
           05  WS-NOW-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).
       01  WS-KEPT-STAMP              PIC X(14) VALUE SPACES.
       01  WS-KEEP-REASON             PIC X(01) VALUE SPACE.

      * one live or new record on its way through, whichever layout
       01  WS-COPY-DATA               PIC X(200).
       77  WS-COPY-COUNT              PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CHECK-COUNT             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-SAVE-COUNT              PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RB-EXPECTED             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RB-FOUND                PIC 9(9)  COMP-5 VALUE 0.
       77  WS-GEN-SEQ                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DEL-COUNT               PIC 9(9)  COMP-5 VALUE 0.

       77  WS-PROMOTED-COUNT          PIC 9(5)  COMP-5 VALUE 0.
       77  WS-ROLLED-COUNT            PIC 9(5)  COMP-5 VALUE 0.
       77  WS-REFUSED-COUNT           PIC 9(5)  COMP-5 VALUE 0.
       77  WS-RELEASED-COUNT          PIC 9(5)  COMP-5 VALUE 0.
       77  WS-GENS-READ-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-GENS-WRITE-COUNT        PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.

       01  WS-GEN-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE 'GENERATION='.
           05  WSV-STAMP              PIC X(14).
           05  FILLER                 PIC X(11) VALUE '  TAKEN BY '.
           05  WSV-REASON             PIC X(08).
           05  FILLER                 PIC X(08) VALUE '  BATCH '.
           05  WSV-BATCH              PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSV-RECORDS            PIC Z(8)9.
           05  FILLER                 PIC X(08) VALUE ' RECORDS'.
           05  FILLER                 PIC X(51) VALUE SPACES.

       77  WS-EDIT-NUM                PIC Z(8)9.
       77  WS-EDIT-NUM2               PIC Z(8)9.
       77  WS-EDIT-CC                 PIC ZZZ9.
       77  WS-EDIT-GENS               PIC Z9.
       77  WS-EDIT-COUNT              PIC ZZZZ9.
       77  WS-EDIT-PROMOTED           PIC ZZZZ9.
       77  WS-EDIT-ROLLED             PIC ZZZZ9.
       77  WS-EDIT-REFUSED            PIC ZZZZ9.
       77  WS-EDIT-RELEASED           PIC ZZZZ9.

       01  WS-PRM-LINE                PIC X(133).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-ABORT
               IF WS-FUNC-LIST
                   PERFORM 6000-LIST-ONE-FILE THRU 6000-EXIT
                       VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > 3
                          OR WS-ABORT
               ELSE
               IF WS-FUNC-ROLLBACK
                   PERFORM 5000-ROLLBACK THRU 5000-EXIT
               ELSE
                   PERFORM 2000-LOAD-AUDIT THRU 2000-EXIT
                   PERFORM 2500-LOAD-RUN-STATE THRU 2500-EXIT
                   PERFORM 3000-PROMOTE-ONE-PAIR THRU 3000-EXIT
                       VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > 3
                          OR WS-ABORT
               END-IF
               END-IF
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION AND CONTROL CARDS
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'TBSQPRM0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-BATCH-DATE.
           PERFORM 1050-CLEAR-ONE-STATE THRU 1050-EXIT
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > 3.
           OPEN OUTPUT PRM-RPT.
           MOVE SPACES TO WS-PRM-LINE.
           STRING ' SWAP-OVER FILE PROMOTION - RUN DATE '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRM-LINE
           END-STRING.
           PERFORM 7500-WRITE-PRM-LINE THRU 7500-EXIT.
           PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
           PERFORM 1200-CHECK-REQUEST THRU 1200-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-KEEP-GENS TO WS-EDIT-GENS.
           MOVE SPACES TO WS-PRM-LINE.
           STRING ' FUNCTION=' DELIMITED BY SIZE
                  WS-FUNCTION DELIMITED BY SPACE
                  '  BATCH DATE ' DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  '  GENERATIONS HELD PER FILE ' DELIMITED BY SIZE
                  WS-EDIT-GENS DELIMITED BY SIZE
               INTO WS-PRM-LINE
           END-STRING.
           PERFORM 7500-WRITE-PRM-LINE THRU 7500-EXIT.
           MOVE SPACES TO WS-PRM-LINE.
           PERFORM 7500-WRITE-PRM-LINE THRU 7500-EXIT.
           PERFORM 1400-OPEN-STORE THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

       1050-CLEAR-ONE-STATE.
           MOVE 'N' TO WS-ST-SELECTED-SW(WS-PAIR-IDX).
           MOVE 'N' TO WS-ST-POSTED-SW(WS-PAIR-IDX).
           MOVE 'N' TO WS-ST-PENDING-SW(WS-PAIR-IDX).
           MOVE 0 TO WS-ST-AUD-DATE(WS-PAIR-IDX).
           MOVE 0 TO WS-ST-AUD-TIME(WS-PAIR-IDX).
           MOVE 0 TO WS-ST-AUD-WRITES(WS-PAIR-IDX).
           MOVE 'N' TO WS-ST-STARTED-SW(WS-PAIR-IDX).
           MOVE 'N' TO WS-ST-ENDED-SW(WS-PAIR-IDX).
           MOVE 0 TO WS-ST-CC(WS-PAIR-IDX).
           MOVE 'N' TO WS-ST-DONE-SW(WS-PAIR-IDX).
           MOVE 0 TO WS-ST-READS(WS-PAIR-IDX).
           MOVE 0 TO WS-ST-WRITES(WS-PAIR-IDX).
       1050-EXIT.
           EXIT.

       1100-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD.
           PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
               UNTIL WS-EOF-CTL.
           CLOSE CONTROL-CARD.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-CARD.
           READ CONTROL-CARD
               AT END MOVE 'Y' TO WS-EOF-CTL-SW
               NOT AT END
                   MOVE CONTROL-CARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
           END-READ.
       1110-EXIT.
           EXIT.

       1120-APPLY-CONTROL-CARD.
           IF WS-CARD-IMAGE = SPACES
               CONTINUE
           ELSE
           IF WS-CARD-IMAGE(1:9) = 'FUNCTION='
               MOVE WS-CARD-IMAGE(10:8) TO WS-FUNCTION
           ELSE
           IF WS-CARD-IMAGE(1:5) = 'FILE='
               MOVE WS-CARD-IMAGE(6:8) TO WS-FIND-FILE
               PERFORM 1170-SELECT-FILE THRU 1170-EXIT
           ELSE
           IF WS-CARD-IMAGE(1:12) = 'GENERATIONS='
               MOVE WS-CARD-IMAGE(13:8) TO WS-CTL-VALUE
               PERFORM 1130-PARSE-CARD-NUMBER THRU 1130-EXIT
               IF WS-CTL-VAL-BAD
                  OR WS-CTL-VAL-NUM < 1 OR WS-CTL-VAL-NUM > 99
                   PERFORM 1150-REPORT-BAD-CARD THRU 1150-EXIT
               ELSE
                   MOVE WS-CTL-VAL-NUM TO WS-KEEP-GENS
               END-IF
           ELSE
           IF WS-CARD-IMAGE(1:11) = 'GENERATION='
               PERFORM 1160-PARSE-GENERATION THRU 1160-EXIT
           ELSE
           IF WS-CARD-IMAGE(1:11) = 'BATCH-DATE='
               MOVE WS-CARD-IMAGE(12:8) TO WS-CTL-VALUE
               PERFORM 1135-PARSE-CARD-DATE THRU 1135-EXIT
               IF WS-CTL-VAL-BAD
                   PERFORM 1150-REPORT-BAD-CARD THRU 1150-EXIT
               ELSE
                   MOVE WS-CHK-DATE TO WS-BATCH-DATE
               END-IF
           ELSE
               PERFORM 1150-REPORT-BAD-CARD THRU 1150-EXIT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       1120-EXIT.
           EXIT.

      * an unsigned number of up to eight digits, ended by a space
       1130-PARSE-CARD-NUMBER.
           MOVE 0 TO WS-CTL-VAL-NUM.
           MOVE 'N' TO WS-CTL-VAL-BAD-SW.
           PERFORM 1140-PARSE-ONE-DIGIT THRU 1140-EXIT
               VARYING WS-CTL-VAL-IDX FROM 1 BY 1
               UNTIL WS-CTL-VAL-IDX > 8
                  OR WS-CTL-VALUE(WS-CTL-VAL-IDX:1) = SPACE
                  OR WS-CTL-VAL-BAD.
           IF WS-CTL-VAL-IDX = 1
               MOVE 'Y' TO WS-CTL-VAL-BAD-SW
           END-IF.
       1130-EXIT.
           EXIT.

      * a date is exactly eight digits with a plausible month and day
       1135-PARSE-CARD-DATE.
           PERFORM 1130-PARSE-CARD-NUMBER THRU 1130-EXIT.
           IF WS-CTL-VAL-IDX NOT > 8
               MOVE 'Y' TO WS-CTL-VAL-BAD-SW
           END-IF.
           IF NOT WS-CTL-VAL-BAD
               MOVE WS-CTL-VAL-NUM TO WS-CHK-DATE
               IF WS-CHK-YEAR < 1900
                  OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                  OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
                   MOVE 'Y' TO WS-CTL-VAL-BAD-SW
               END-IF
           END-IF.
       1135-EXIT.
           EXIT.

       1140-PARSE-ONE-DIGIT.
           IF WS-CTL-VALUE(WS-CTL-VAL-IDX:1) < '0'
              OR WS-CTL-VALUE(WS-CTL-VAL-IDX:1) > '9'
               MOVE 'Y' TO WS-CTL-VAL-BAD-SW
           ELSE
               MOVE WS-CTL-VALUE(WS-CTL-VAL-IDX:1) TO WS-CTL-DIGIT-X
               COMPUTE WS-CTL-VAL-NUM = WS-CTL-VAL-NUM * 10
                   + WS-CTL-DIGIT
           END-IF.
       1140-EXIT.
           EXIT.

       1150-REPORT-BAD-CARD.
           MOVE 'TBSQ390W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'UNRECOGNIZED OR INVALID CONTROL CARD: '
                      DELIMITED BY SIZE
                  WS-CARD-IMAGE(1:40) DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT.
       1150-EXIT.
           EXIT.

      * a generation is named by the date and time it was taken,
      * fourteen digits exactly as LIST prints it
       1160-PARSE-GENERATION.
           MOVE WS-CARD-IMAGE(12:14) TO WS-GEN-CARD.
           IF WS-GEN-CARD IS NOT NUMERIC
              OR WS-CARD-IMAGE(26:1) NOT = SPACE
               PERFORM 1150-REPORT-BAD-CARD THRU 1150-EXIT
               GO TO 1160-EXIT
           END-IF.
           MOVE WS-GEN-CARD-DATE TO WS-CHK-DATE.
           IF WS-CHK-YEAR < 1900
              OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
              OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
              OR WS-GEN-CARD-HH > 23 OR WS-GEN-CARD-MM > 59
              OR WS-GEN-CARD-SS > 59
               PERFORM 1150-REPORT-BAD-CARD THRU 1150-EXIT
               GO TO 1160-EXIT
           END-IF.
           MOVE WS-GEN-CARD-DATE TO WS-RB-DATE.
           MOVE WS-GEN-CARD-TIME TO WS-RB-TIME.
       1160-EXIT.
           EXIT.

      * a file that is not one of the swap-over files spoils the
      * whole request -- better nothing done than the wrong file
       1170-SELECT-FILE.
           MOVE 0 TO WS-FIND-IDX.
           PERFORM 1180-MATCH-ONE-PAIR THRU 1180-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 3
                  OR WS-FIND-IDX > 0.
           IF WS-FIND-IDX = 0
               MOVE 'TBSQ391E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'FILE=' DELIMITED BY SIZE
                      WS-FIND-FILE DELIMITED BY SPACE
                      ' IS NOT A SWAP-OVER FILE (TBSQPRV, TBSQACTF OR'
                          DELIMITED BY SIZE
                      ' TBSQHIST)' DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT
               MOVE 'Y' TO WS-REQ-BAD-SW
           ELSE
               MOVE 'Y' TO WS-ST-SELECTED-SW(WS-FIND-IDX)
               MOVE WS-FIND-IDX TO WS-RB-PAIR-IDX
               ADD 1 TO WS-FILE-CARD-COUNT
           END-IF.
       1170-EXIT.
           EXIT.

       1180-MATCH-ONE-PAIR.
           IF WS-PAIR-LIVE(WS-SCAN-IDX) = WS-FIND-FILE
               MOVE WS-SCAN-IDX TO WS-FIND-IDX
           END-IF.
       1180-EXIT.
           EXIT.

       1200-CHECK-REQUEST.
           IF NOT WS-FUNC-PROMOTE
              AND NOT WS-FUNC-ROLLBACK
              AND NOT WS-FUNC-LIST
               MOVE 'TBSQ391E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'FUNCTION=' DELIMITED BY SIZE
                      WS-FUNCTION DELIMITED BY SPACE
                      ' IS NOT PROMOTE, ROLLBACK OR LIST'
                          DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT
               MOVE 'Y' TO WS-REQ-BAD-SW
           END-IF.
           IF WS-FUNC-ROLLBACK
               IF WS-FILE-CARD-COUNT NOT = 1
                   MOVE 'TBSQ391E' TO SQLBG-MSG-ID
                   MOVE 'E' TO SQLBG-SEVERITY
                   MOVE 'ROLLBACK NEEDS EXACTLY ONE FILE= CARD'
                       TO SQLBG-TEXT
                   PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT
                   MOVE 'Y' TO WS-REQ-BAD-SW
               END-IF
               IF WS-RB-DATE = 0
                   MOVE 'TBSQ391E' TO SQLBG-MSG-ID
                   MOVE 'E' TO SQLBG-SEVERITY
                   MOVE 'ROLLBACK NEEDS A VALID GENERATION= CARD'
                       TO SQLBG-TEXT
                   PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT
                   MOVE 'Y' TO WS-REQ-BAD-SW
               END-IF
           END-IF.
           IF WS-REQ-BAD
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1200-EXIT
           END-IF.
           IF WS-FILE-CARD-COUNT = 0
               MOVE 'Y' TO WS-ST-SELECTED-SW(1)
               MOVE 'Y' TO WS-ST-SELECTED-SW(2)
               MOVE 'Y' TO WS-ST-SELECTED-SW(3)
           END-IF.
       1200-EXIT.
           EXIT.

       1400-OPEN-STORE.
           OPEN I-O GEN-FILE.
           IF WS-GEN-STATUS-NEW
               OPEN OUTPUT GEN-FILE
               CLOSE GEN-FILE
               OPEN I-O GEN-FILE
           END-IF.
           IF WS-GEN-STATUS(1:1) NOT = '0'
               MOVE 'TBSQ398S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'GENERATION STORE TBSQGENS WILL NOT OPEN, STATUS '
                          DELIMITED BY SIZE
                      WS-GEN-STATUS DELIMITED BY SIZE
                      ' - NOTHING DONE' DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1400-EXIT
           END-IF.
           MOVE 'Y' TO WS-GEN-OPEN-SW.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * AUDIT AND RUN-STATE LOAD
      *----------------------------------------------------------------
      * the audit file is in time order: the producer's write count
      * for the batch is its latest posting against the new file, and
      * it is still waiting to be promoted unless a TBSQPRM0 posting
      * against the live file comes after it
       2000-LOAD-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDT-STATUS-NEW
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-READ-ONE-AUDIT THRU 2010-EXIT
               UNTIL WS-EOF-AUDT.
           CLOSE AUDIT-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-ONE-AUDIT.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-EOF-AUDT-SW
               NOT AT END
                   PERFORM 2020-FOLD-ONE-AUDIT THRU 2020-EXIT
                       VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > 3
           END-READ.
       2010-EXIT.
           EXIT.

       2020-FOLD-ONE-AUDIT.
           IF SQLBA-PROGRAM = WS-PAIR-PRODUCER(WS-SCAN-IDX)
              AND SQLBA-FILE = WS-PAIR-NEW(WS-SCAN-IDX)
              AND SQLBA-RUN-DATE NOT < WS-BATCH-DATE
               MOVE 'Y' TO WS-ST-POSTED-SW(WS-SCAN-IDX)
               MOVE 'Y' TO WS-ST-PENDING-SW(WS-SCAN-IDX)
               MOVE SQLBA-RUN-DATE TO WS-ST-AUD-DATE(WS-SCAN-IDX)
               MOVE SQLBA-RUN-TIME TO WS-ST-AUD-TIME(WS-SCAN-IDX)
               MOVE SQLBA-WRITE-COUNT
                   TO WS-ST-AUD-WRITES(WS-SCAN-IDX)
           ELSE
               IF SQLBA-PROGRAM = 'TBSQPRM0'
                  AND SQLBA-FILE = WS-PAIR-LIVE(WS-SCAN-IDX)
                   MOVE 'N' TO WS-ST-PENDING-SW(WS-SCAN-IDX)
               END-IF
           END-IF.
       2020-EXIT.
           EXIT.

      * the same reading of TBSQRUNS as TBSQCTL0: the newest record
      * per step for the batch date is the truth, and a fresh start
      * cancels an earlier end
       2500-LOAD-RUN-STATE.
           OPEN INPUT RUNSTATE-FILE.
           IF WS-RUN-STATUS-NEW
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-READ-ONE-RUNSTATE THRU 2510-EXIT
               UNTIL WS-EOF-RUN.
           CLOSE RUNSTATE-FILE.
       2500-EXIT.
           EXIT.

       2510-READ-ONE-RUNSTATE.
           READ RUNSTATE-FILE
               AT END MOVE 'Y' TO WS-EOF-RUN-SW
               NOT AT END
                   IF SQLBR-BATCH-DATE = WS-BATCH-DATE
                       PERFORM 2520-FOLD-ONE-RUNSTATE THRU 2520-EXIT
                           VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > 3
                   END-IF
           END-READ.
       2510-EXIT.
           EXIT.

       2520-FOLD-ONE-RUNSTATE.
           IF SQLBR-STEP = WS-PAIR-PRODUCER(WS-SCAN-IDX)
               IF SQLBR-PHASE-START
                   MOVE 'Y' TO WS-ST-STARTED-SW(WS-SCAN-IDX)
                   MOVE 'N' TO WS-ST-ENDED-SW(WS-SCAN-IDX)
                   MOVE 0 TO WS-ST-CC(WS-SCAN-IDX)
               ELSE
                   MOVE 'Y' TO WS-ST-ENDED-SW(WS-SCAN-IDX)
                   MOVE SQLBR-COND-CODE TO WS-ST-CC(WS-SCAN-IDX)
               END-IF
           END-IF.
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * PROMOTION
      *----------------------------------------------------------------
      * a producer that has not run for the batch leaves nothing to
      * do; one that ran but did not end clean, posted no count, or
      * left a new file that does not hold the count it posted is
      * refused and the live file is left exactly as it was
       3000-PROMOTE-ONE-PAIR.
           IF NOT WS-ST-SELECTED(WS-PAIR-IDX)
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-ST-STARTED(WS-PAIR-IDX)
              AND NOT WS-ST-ENDED(WS-PAIR-IDX)
              AND NOT WS-ST-POSTED(WS-PAIR-IDX)
               MOVE 'TBSQ395I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' LEFT AS IS: ' DELIMITED BY SIZE
                      WS-PAIR-PRODUCER(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' HAS NOT RUN FOR BATCH ' DELIMITED BY SIZE
                      WS-BATCH-DATE DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-ST-ENDED(WS-PAIR-IDX)
               MOVE 'TBSQ392E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' NOT PROMOTED: ' DELIMITED BY SIZE
                      WS-PAIR-PRODUCER(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' HAS NO END RECORDED IN TBSQRUNS FOR BATCH '
                          DELIMITED BY SIZE
                      WS-BATCH-DATE DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 3900-REFUSE-PAIR THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-ST-CC(WS-PAIR-IDX) > 4
               MOVE WS-ST-CC(WS-PAIR-IDX) TO WS-EDIT-CC
               MOVE 'TBSQ392E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' NOT PROMOTED: ' DELIMITED BY SIZE
                      WS-PAIR-PRODUCER(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' ENDED CC=' DELIMITED BY SIZE
                      WS-EDIT-CC DELIMITED BY SIZE
                      ' FOR BATCH ' DELIMITED BY SIZE
                      WS-BATCH-DATE DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 3900-REFUSE-PAIR THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-ST-POSTED(WS-PAIR-IDX)
               MOVE 'TBSQ393E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' NOT PROMOTED: NO ' DELIMITED BY SIZE
                      WS-PAIR-NEW(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' WRITE COUNT FROM ' DELIMITED BY SIZE
                      WS-PAIR-PRODUCER(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' ON TBSQAUDT FOR BATCH ' DELIMITED BY SIZE
                      WS-BATCH-DATE DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 3900-REFUSE-PAIR THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-ST-PENDING(WS-PAIR-IDX)
               MOVE 'TBSQ395I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' LEFT AS IS: THE ' DELIMITED BY SIZE
                      WS-PAIR-PRODUCER(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' RUN OF ' DELIMITED BY SIZE
                      WS-ST-AUD-DATE(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-ST-AUD-TIME(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' IS ALREADY PROMOTED OR ROLLED BACK'
                          DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-COUNT-NEW THRU 3100-EXIT.
           IF WS-IO-STATUS-NEW
               MOVE 'TBSQ393E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' NOT PROMOTED: ' DELIMITED BY SIZE
                      WS-PAIR-NEW(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' IS MISSING' DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 3900-REFUSE-PAIR THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-CHECK-COUNT NOT = WS-ST-AUD-WRITES(WS-PAIR-IDX)
               MOVE WS-CHECK-COUNT TO WS-EDIT-NUM
               MOVE WS-ST-AUD-WRITES(WS-PAIR-IDX) TO WS-EDIT-NUM2
               MOVE 'TBSQ393E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' NOT PROMOTED: ' DELIMITED BY SIZE
                      WS-PAIR-NEW(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' HOLDS' DELIMITED BY SIZE
                      WS-EDIT-NUM DELIMITED BY SIZE
                      ' RECORDS, ' DELIMITED BY SIZE
                      WS-PAIR-PRODUCER(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' POSTED' DELIMITED BY SIZE
                      WS-EDIT-NUM2 DELIMITED BY SIZE
                      ' WRITTEN' DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 3900-REFUSE-PAIR THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'P' TO WS-KEEP-REASON.
           PERFORM 3200-KEEP-LIVE-GENERATION THRU 3200-EXIT.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3300-COPY-NEW-TO-LIVE THRU 3300-EXIT.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3400-RECOUNT-LIVE THRU 3400-EXIT.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO WS-ST-DONE-SW(WS-PAIR-IDX).
           MOVE WS-COPY-COUNT TO WS-ST-READS(WS-PAIR-IDX).
           MOVE WS-COPY-COUNT TO WS-ST-WRITES(WS-PAIR-IDX).
           ADD 1 TO WS-PROMOTED-COUNT.
           MOVE WS-COPY-COUNT TO WS-EDIT-NUM.
           MOVE 'TBSQ394I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           IF WS-KEPT
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' PROMOTED FROM ' DELIMITED BY SIZE
                      WS-PAIR-NEW(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-EDIT-NUM DELIMITED BY SIZE
                      ' RECORDS); OUTGOING KEPT AS GENERATION '
                          DELIMITED BY SIZE
                      WS-KEPT-STAMP DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
           ELSE
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' PROMOTED FROM ' DELIMITED BY SIZE
                      WS-PAIR-NEW(WS-PAIR-IDX) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-EDIT-NUM DELIMITED BY SIZE
                      ' RECORDS); THERE WAS NO LIVE FILE TO KEEP'
                          DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
           END-IF.
           PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT.
           PERFORM 3500-PRUNE-GENERATIONS THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-COUNT-NEW.
           MOVE 0 TO WS-CHECK-COUNT.
           PERFORM 4100-OPEN-NEW THRU 4100-EXIT.
           IF WS-IO-STATUS-NEW
               GO TO 3100-EXIT
           END-IF.
           PERFORM 4110-READ-NEW THRU 4110-EXIT.
           PERFORM 3110-COUNT-ONE-NEW THRU 3110-EXIT
               UNTIL WS-EOF-COPY.
           PERFORM 4120-CLOSE-NEW THRU 4120-EXIT.
       3100-EXIT.
           EXIT.

       3110-COUNT-ONE-NEW.
           ADD 1 TO WS-CHECK-COUNT.
           PERFORM 4110-READ-NEW THRU 4110-EXIT.
       3110-EXIT.
           EXIT.

      * the outgoing live file becomes one generation on the store: a
      * header, written first with a zero count so a generation cut
      * short shows as incomplete, then every record in file order,
      * then the header again with the true count.  No live file at
      * all (the first promotion) keeps nothing.
       3200-KEEP-LIVE-GENERATION.
           MOVE 'N' TO WS-KEPT-SW.
           MOVE SPACES TO WS-KEPT-STAMP.
           MOVE 0 TO WS-SAVE-COUNT.
           PERFORM 4200-OPEN-LIVE THRU 4200-EXIT.
           IF WS-IO-STATUS-NEW
               GO TO 3200-EXIT
           END-IF.
           PERFORM 7000-TAKE-STAMP THRU 7000-EXIT.
           MOVE 0 TO WS-GEN-SEQ.
           PERFORM 3220-WRITE-HEADER THRU 3220-EXIT.
           IF WS-ABORT
               PERFORM 4220-CLOSE-LIVE THRU 4220-EXIT
               GO TO 3200-EXIT
           END-IF.
           PERFORM 4210-READ-LIVE THRU 4210-EXIT.
           PERFORM 3210-KEEP-ONE-RECORD THRU 3210-EXIT
               UNTIL WS-EOF-COPY
                  OR WS-ABORT.
           PERFORM 4220-CLOSE-LIVE THRU 4220-EXIT.
           IF WS-ABORT
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-PAIR-LIVE(WS-PAIR-IDX) TO SQLBV-FILE.
           MOVE WS-NOW-STAMP TO SQLBV-STAMP.
           MOVE 0 TO SQLBV-SEQ.
           MOVE SPACES TO SQLBV-DATA.
           MOVE WS-SAVE-COUNT TO SQLBV-REC-COUNT.
           MOVE WS-KEEP-REASON TO SQLBV-REASON.
           MOVE WS-BATCH-DATE TO SQLBV-BATCH-DATE.
           REWRITE SQLB-GENERATION-RECORD
               INVALID KEY PERFORM 3290-STORE-FAILED THRU 3290-EXIT
           END-REWRITE.
           IF WS-ABORT
               GO TO 3200-EXIT
           END-IF.
           MOVE 'Y' TO WS-KEPT-SW.
           MOVE WS-NOW-STAMP TO WS-KEPT-STAMP.
       3200-EXIT.
           EXIT.

       3210-KEEP-ONE-RECORD.
           ADD 1 TO WS-SAVE-COUNT.
           MOVE WS-PAIR-LIVE(WS-PAIR-IDX) TO SQLBV-FILE.
           MOVE WS-NOW-STAMP TO SQLBV-STAMP.
           MOVE WS-SAVE-COUNT TO SQLBV-SEQ.
           MOVE WS-COPY-DATA TO SQLBV-DATA.
           WRITE SQLB-GENERATION-RECORD
               INVALID KEY PERFORM 3290-STORE-FAILED THRU 3290-EXIT
               NOT INVALID KEY ADD 1 TO WS-GENS-WRITE-COUNT
           END-WRITE.
           PERFORM 4210-READ-LIVE THRU 4210-EXIT.
       3210-EXIT.
           EXIT.

       3220-WRITE-HEADER.
           MOVE WS-PAIR-LIVE(WS-PAIR-IDX) TO SQLBV-FILE.
           MOVE WS-NOW-STAMP TO SQLBV-STAMP.
           MOVE 0 TO SQLBV-SEQ.
           MOVE SPACES TO SQLBV-DATA.
           MOVE 0 TO SQLBV-REC-COUNT.
           MOVE WS-KEEP-REASON TO SQLBV-REASON.
           MOVE WS-BATCH-DATE TO SQLBV-BATCH-DATE.
           WRITE SQLB-GENERATION-RECORD
               INVALID KEY PERFORM 3290-STORE-FAILED THRU 3290-EXIT
               NOT INVALID KEY ADD 1 TO WS-GENS-WRITE-COUNT
           END-WRITE.
       3220-EXIT.
           EXIT.

      * the live file has not been touched yet when the store fails,
      * so it stays as it was; the part-written generation shows as
      * incomplete and can never be rolled back to
       3290-STORE-FAILED.
           MOVE 'TBSQ398S' TO SQLBG-MSG-ID.
           MOVE 'S' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TBSQGENS WRITE FAILED, STATUS ' DELIMITED BY SIZE
                  WS-GEN-STATUS DELIMITED BY SIZE
                  ', KEEPING ' DELIMITED BY SIZE
                  WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                  ' GENERATION ' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
                  ' - LIVE FILE NOT REPLACED' DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT.
           MOVE 12 TO WS-STEP-RC.
           MOVE 'Y' TO WS-ABORT-SW.
       3290-EXIT.
           EXIT.

      * a live file that will not open for output is reported before
      * anything is read or written
       3300-COPY-NEW-TO-LIVE.
           MOVE 0 TO WS-COPY-COUNT.
           PERFORM 4300-OPEN-LIVE-OUTPUT THRU 4300-EXIT.
           IF WS-IO-STATUS NOT = '00'
               PERFORM 3390-LIVE-OPEN-FAILED THRU 3390-EXIT
               GO TO 3300-EXIT
           END-IF.
           PERFORM 4100-OPEN-NEW THRU 4100-EXIT.
           PERFORM 4110-READ-NEW THRU 4110-EXIT.
           PERFORM 3310-COPY-ONE-RECORD THRU 3310-EXIT
               UNTIL WS-EOF-COPY
                  OR WS-ABORT.
           PERFORM 4120-CLOSE-NEW THRU 4120-EXIT.
           PERFORM 4220-CLOSE-LIVE THRU 4220-EXIT.
       3300-EXIT.
           EXIT.

       3310-COPY-ONE-RECORD.
           PERFORM 4310-WRITE-LIVE THRU 4310-EXIT.
           ADD 1 TO WS-COPY-COUNT.
           PERFORM 4110-READ-NEW THRU 4110-EXIT.
       3310-EXIT.
           EXIT.

      * as for a bad recount: the outgoing generation is already on
      * the store, so the message names it for the rollback
       3390-LIVE-OPEN-FAILED.
           MOVE 'TBSQ398S' TO SQLBG-MSG-ID.
           MOVE 'S' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                  ' WILL NOT OPEN FOR OUTPUT, STATUS ' DELIMITED BY SIZE
                  WS-IO-STATUS DELIMITED BY SIZE
                  ' - CHECK IT, ROLL BACK TO ' DELIMITED BY SIZE
                  WS-KEPT-STAMP DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT.
           MOVE 12 TO WS-STEP-RC.
           MOVE 'Y' TO WS-ABORT-SW.
       3390-EXIT.
           EXIT.

      * read the replaced live file back; anything other than the
      * count just copied means the swap itself went wrong
       3400-RECOUNT-LIVE.
           MOVE 0 TO WS-CHECK-COUNT.
           PERFORM 4200-OPEN-LIVE THRU 4200-EXIT.
           IF NOT WS-IO-STATUS-NEW
               PERFORM 4210-READ-LIVE THRU 4210-EXIT
               PERFORM 3410-COUNT-ONE-LIVE THRU 3410-EXIT
                   UNTIL WS-EOF-COPY
               PERFORM 4220-CLOSE-LIVE THRU 4220-EXIT
           END-IF.
           IF WS-CHECK-COUNT NOT = WS-COPY-COUNT
               MOVE WS-CHECK-COUNT TO WS-EDIT-NUM
               MOVE WS-COPY-COUNT TO WS-EDIT-NUM2
               PERFORM 3490-LIVE-FAILED THRU 3490-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3410-COUNT-ONE-LIVE.
           ADD 1 TO WS-CHECK-COUNT.
           PERFORM 4210-READ-LIVE THRU 4210-EXIT.
       3410-EXIT.
           EXIT.

      * the outgoing generation is safely on the store by now, so the
      * message names it for the rollback
       3490-LIVE-FAILED.
           MOVE 'TBSQ398S' TO SQLBG-MSG-ID.
           MOVE 'S' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                  ' HOLDS' DELIMITED BY SIZE
                  WS-EDIT-NUM DELIMITED BY SIZE
                  ' RECORDS AFTER THE SWAP, EXPECTED' DELIMITED BY SIZE
                  WS-EDIT-NUM2 DELIMITED BY SIZE
                  ' - ROLL BACK TO ' DELIMITED BY SIZE
                  WS-KEPT-STAMP DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT.
           MOVE 12 TO WS-STEP-RC.
           MOVE 'Y' TO WS-ABORT-SW.
       3490-EXIT.
           EXIT.

      * hold only the newest GENERATIONS= of the file: the store's key
      * collates each file's generations oldest first, so the surplus
      * is the front of the list
       3500-PRUNE-GENERATIONS.
           PERFORM 3510-LOAD-GENERATION-LIST THRU 3510-EXIT.
           IF WS-ABORT
               GO TO 3500-EXIT
           END-IF.
           IF WS-GEN-COUNT > WS-KEEP-GENS
               COMPUTE WS-PRUNE-LIMIT = WS-GEN-COUNT - WS-KEEP-GENS
               PERFORM 3520-RELEASE-ONE-GENERATION THRU 3520-EXIT
                   VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-PRUNE-LIMIT
           END-IF.
       3500-EXIT.
           EXIT.

      * walk the headers only: after each one, skip to the next
      * generation by starting past the highest possible sequence
       3510-LOAD-GENERATION-LIST.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 'N' TO WS-GEN-DONE-SW.
           MOVE WS-PAIR-LIVE(WS-PAIR-IDX) TO SQLBV-FILE.
           MOVE 0 TO SQLBV-STAMP-DATE.
           MOVE 0 TO SQLBV-STAMP-TIME.
           MOVE 0 TO SQLBV-SEQ.
           START GEN-FILE KEY NOT < SQLBV-KEY
               INVALID KEY MOVE 'Y' TO WS-GEN-DONE-SW
           END-START.
           PERFORM 3511-LIST-ONE-HEADER THRU 3511-EXIT
               UNTIL WS-GEN-DONE.
       3510-EXIT.
           EXIT.

       3511-LIST-ONE-HEADER.
           READ GEN-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GEN-DONE-SW
                   GO TO 3511-EXIT
           END-READ.
           ADD 1 TO WS-GENS-READ-COUNT.
           IF SQLBV-FILE NOT = WS-PAIR-LIVE(WS-PAIR-IDX)
               MOVE 'Y' TO WS-GEN-DONE-SW
               GO TO 3511-EXIT
           END-IF.
           IF SQLBV-SEQ = 0
               IF WS-GEN-COUNT >= WS-GEN-MAX
                   MOVE 'TBSQ398S' TO SQLBG-MSG-ID
                   MOVE 'S' TO SQLBG-SEVERITY
                   MOVE 'GENERATION TABLE FULL, INCREASE WS-GEN-MAX'
                       TO SQLBG-TEXT
                   PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT
                   MOVE 12 TO WS-STEP-RC
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 'Y' TO WS-GEN-DONE-SW
                   GO TO 3511-EXIT
               END-IF
               ADD 1 TO WS-GEN-COUNT
               MOVE SQLBV-STAMP TO WS-GEN-STAMP(WS-GEN-COUNT)
               MOVE SQLBV-REASON TO WS-GEN-REASON(WS-GEN-COUNT)
               MOVE SQLBV-BATCH-DATE TO WS-GEN-BATCH(WS-GEN-COUNT)
               MOVE SQLBV-REC-COUNT TO WS-GEN-RECORDS(WS-GEN-COUNT)
           END-IF.
           MOVE 999999999 TO SQLBV-SEQ.
           START GEN-FILE KEY > SQLBV-KEY
               INVALID KEY MOVE 'Y' TO WS-GEN-DONE-SW
           END-START.
       3511-EXIT.
           EXIT.

       3520-RELEASE-ONE-GENERATION.
           MOVE 0 TO WS-DEL-COUNT.
           MOVE 0 TO WS-GEN-SEQ.
           MOVE 'N' TO WS-GEN-DONE-SW.
           PERFORM 3521-DELETE-ONE-RECORD THRU 3521-EXIT
               UNTIL WS-GEN-DONE.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE WS-GEN-RECORDS(WS-GEN-IDX) TO WS-EDIT-NUM.
           MOVE SPACES TO WS-PRM-LINE.
           STRING '   RELEASED ' DELIMITED BY SIZE
                  WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                  ' GENERATION=' DELIMITED BY SIZE
                  WS-GEN-STAMP(WS-GEN-IDX) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-EDIT-NUM DELIMITED BY SIZE
                  ' RECORDS) - OLDER THAN THE NEWEST '
                      DELIMITED BY SIZE
                  WS-EDIT-GENS DELIMITED BY SIZE
               INTO WS-PRM-LINE
           END-STRING.
           PERFORM 7500-WRITE-PRM-LINE THRU 7500-EXIT.
       3520-EXIT.
           EXIT.

      * header first, then records until the first missing sequence
       3521-DELETE-ONE-RECORD.
           MOVE WS-PAIR-LIVE(WS-PAIR-IDX) TO SQLBV-FILE.
           MOVE WS-GEN-STAMP(WS-GEN-IDX) TO SQLBV-STAMP.
           MOVE WS-GEN-SEQ TO SQLBV-SEQ.
           DELETE GEN-FILE RECORD
               INVALID KEY MOVE 'Y' TO WS-GEN-DONE-SW
               NOT INVALID KEY ADD 1 TO WS-DEL-COUNT
           END-DELETE.
           ADD 1 TO WS-GEN-SEQ.
       3521-EXIT.
           EXIT.

       3900-REFUSE-PAIR.
           PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE 8 TO WS-STEP-RC.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * LIVE AND NEW FILE ACCESS BY PAIR
      *----------------------------------------------------------------
      * each pair has its own record layout; these paragraphs pass
      * records through WS-COPY-DATA so the rest of the program does
      * not care which pair it is working on
       4100-OPEN-NEW.
           IF WS-PAIR-IDX = 1
               OPEN INPUT PRIOR-NEW-FILE
               MOVE WS-PNEW-STATUS TO WS-IO-STATUS
           ELSE
           IF WS-PAIR-IDX = 2
               OPEN INPUT ACTION-NEW-FILE
               MOVE WS-ANEW-STATUS TO WS-IO-STATUS
           ELSE
               OPEN INPUT HIST-NEW-FILE
               MOVE WS-HNEW-STATUS TO WS-IO-STATUS
           END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-COPY-SW.
           IF WS-IO-STATUS-NEW
               MOVE 'Y' TO WS-EOF-COPY-SW
           END-IF.
       4100-EXIT.
           EXIT.

       4110-READ-NEW.
           IF WS-PAIR-IDX = 1
               READ PRIOR-NEW-FILE
                   AT END MOVE 'Y' TO WS-EOF-COPY-SW
                   NOT AT END
                       MOVE SQLB-PNEW-RECORD TO WS-COPY-DATA
               END-READ
           ELSE
           IF WS-PAIR-IDX = 2
               READ ACTION-NEW-FILE
                   AT END MOVE 'Y' TO WS-EOF-COPY-SW
                   NOT AT END
                       MOVE SQLB-ANEW-RECORD TO WS-COPY-DATA
               END-READ
           ELSE
               READ HIST-NEW-FILE
                   AT END MOVE 'Y' TO WS-EOF-COPY-SW
                   NOT AT END
                       MOVE SQLB-HNEW-RECORD TO WS-COPY-DATA
               END-READ
           END-IF
           END-IF.
       4110-EXIT.
           EXIT.

       4120-CLOSE-NEW.
           IF WS-PAIR-IDX = 1
               CLOSE PRIOR-NEW-FILE
           ELSE
           IF WS-PAIR-IDX = 2
               CLOSE ACTION-NEW-FILE
           ELSE
               CLOSE HIST-NEW-FILE
           END-IF
           END-IF.
       4120-EXIT.
           EXIT.

       4200-OPEN-LIVE.
           IF WS-PAIR-IDX = 1
               OPEN INPUT PRIOR-FILE
               MOVE WS-PRV-STATUS TO WS-IO-STATUS
           ELSE
           IF WS-PAIR-IDX = 2
               OPEN INPUT ACTION-FILE
               MOVE WS-ACTF-STATUS TO WS-IO-STATUS
           ELSE
               OPEN INPUT HIST-FILE
               MOVE WS-HIST-STATUS TO WS-IO-STATUS
           END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-COPY-SW.
           IF WS-IO-STATUS-NEW
               MOVE 'Y' TO WS-EOF-COPY-SW
           END-IF.
       4200-EXIT.
           EXIT.

       4210-READ-LIVE.
           IF WS-PAIR-IDX = 1
               READ PRIOR-FILE
                   AT END MOVE 'Y' TO WS-EOF-COPY-SW
                   NOT AT END
                       MOVE SQLB-PREV-RECORD TO WS-COPY-DATA
               END-READ
           ELSE
           IF WS-PAIR-IDX = 2
               READ ACTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-COPY-SW
                   NOT AT END
                       MOVE SQLB-ACTION-RECORD TO WS-COPY-DATA
               END-READ
           ELSE
               READ HIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-COPY-SW
                   NOT AT END
                       MOVE SQLB-HIST-RECORD TO WS-COPY-DATA
               END-READ
           END-IF
           END-IF.
       4210-EXIT.
           EXIT.

       4220-CLOSE-LIVE.
           IF WS-PAIR-IDX = 1
               CLOSE PRIOR-FILE
           ELSE
           IF WS-PAIR-IDX = 2
               CLOSE ACTION-FILE
           ELSE
               CLOSE HIST-FILE
           END-IF
           END-IF.
       4220-EXIT.
           EXIT.

       4300-OPEN-LIVE-OUTPUT.
           IF WS-PAIR-IDX = 1
               OPEN OUTPUT PRIOR-FILE
               MOVE WS-PRV-STATUS TO WS-IO-STATUS
           ELSE
           IF WS-PAIR-IDX = 2
               OPEN OUTPUT ACTION-FILE
               MOVE WS-ACTF-STATUS TO WS-IO-STATUS
           ELSE
               OPEN OUTPUT HIST-FILE
               MOVE WS-HIST-STATUS TO WS-IO-STATUS
           END-IF
           END-IF.
       4300-EXIT.
           EXIT.

      * the history records arrive in key order from the new file or
      * from a generation taken from the live one, so a key out of
      * sequence here means the source itself is damaged
       4310-WRITE-LIVE.
           IF WS-PAIR-IDX = 1
               MOVE WS-COPY-DATA TO SQLB-PREV-RECORD
               WRITE SQLB-PREV-RECORD
           ELSE
           IF WS-PAIR-IDX = 2
               MOVE WS-COPY-DATA TO SQLB-ACTION-RECORD
               WRITE SQLB-ACTION-RECORD
           ELSE
               MOVE WS-COPY-DATA TO SQLB-HIST-RECORD
               WRITE SQLB-HIST-RECORD
                   INVALID KEY
                       PERFORM 4390-HIST-WRITE-FAILED THRU 4390-EXIT
               END-WRITE
           END-IF
           END-IF.
       4310-EXIT.
           EXIT.

       4390-HIST-WRITE-FAILED.
           COMPUTE WS-EDIT-NUM = WS-COPY-COUNT + 1.
           MOVE 'TBSQ398S' TO SQLBG-MSG-ID.
           MOVE 'S' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TBSQHIST WRITE REJECTED, STATUS ' DELIMITED BY SIZE
                  WS-HIST-STATUS DELIMITED BY SIZE
                  ', AT RECORD' DELIMITED BY SIZE
                  WS-EDIT-NUM DELIMITED BY SIZE
                  ' - ROLL BACK TO ' DELIMITED BY SIZE
                  WS-KEPT-STAMP DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT.
           MOVE 12 TO WS-STEP-RC.
           MOVE 'Y' TO WS-ABORT-SW.
       4390-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ROLLBACK
      *----------------------------------------------------------------
      * the generation is checked complete before the live file is
      * touched; the live file it replaces is kept as a generation of
      * its own, so a rollback can itself be rolled back
       5000-ROLLBACK.
           MOVE WS-RB-PAIR-IDX TO WS-PAIR-IDX.
           MOVE WS-PAIR-LIVE(WS-PAIR-IDX) TO SQLBV-FILE.
           MOVE WS-RB-STAMP TO SQLBV-STAMP.
           MOVE 0 TO SQLBV-SEQ.
           READ GEN-FILE
               KEY IS SQLBV-KEY
               INVALID KEY
                   MOVE 'TBSQ396E' TO SQLBG-MSG-ID
                   MOVE 'E' TO SQLBG-SEVERITY
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'NO GENERATION ' DELIMITED BY SIZE
                          WS-RB-STAMP DELIMITED BY SIZE
                          ' OF ' DELIMITED BY SIZE
                          WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                          ' ON TBSQGENS - FUNCTION=LIST SHOWS'
                              DELIMITED BY SIZE
                          ' THOSE HELD' DELIMITED BY SIZE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 3900-REFUSE-PAIR THRU 3900-EXIT
                   GO TO 5000-EXIT
           END-READ.
           ADD 1 TO WS-GENS-READ-COUNT.
           MOVE SQLBV-REC-COUNT TO WS-RB-EXPECTED.
           MOVE 0 TO WS-RB-FOUND.
           MOVE 'N' TO WS-GEN-DONE-SW.
           PERFORM 5100-CHECK-ONE-RECORD THRU 5100-EXIT
               UNTIL WS-GEN-DONE.
           IF WS-RB-FOUND NOT = WS-RB-EXPECTED
               MOVE WS-RB-FOUND TO WS-EDIT-NUM
               MOVE WS-RB-EXPECTED TO WS-EDIT-NUM2
               MOVE 'TBSQ396E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' GENERATION ' DELIMITED BY SIZE
                      WS-RB-STAMP DELIMITED BY SIZE
                      ' IS INCOMPLETE:' DELIMITED BY SIZE
                      WS-EDIT-NUM DELIMITED BY SIZE
                      ' OF' DELIMITED BY SIZE
                      WS-EDIT-NUM2 DELIMITED BY SIZE
                      ' RECORDS - NOT ROLLED BACK' DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 3900-REFUSE-PAIR THRU 3900-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE 'R' TO WS-KEEP-REASON.
           PERFORM 3200-KEEP-LIVE-GENERATION THRU 3200-EXIT.
           IF WS-ABORT
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-COPY-COUNT.
           PERFORM 4300-OPEN-LIVE-OUTPUT THRU 4300-EXIT.
           IF WS-IO-STATUS NOT = '00'
               PERFORM 3390-LIVE-OPEN-FAILED THRU 3390-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5200-RESTORE-ONE-RECORD THRU 5200-EXIT
               VARYING WS-GEN-SEQ FROM 1 BY 1
               UNTIL WS-GEN-SEQ > WS-RB-EXPECTED
                  OR WS-ABORT.
           PERFORM 4220-CLOSE-LIVE THRU 4220-EXIT.
           IF WS-ABORT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 3400-RECOUNT-LIVE THRU 3400-EXIT.
           IF WS-ABORT
               GO TO 5000-EXIT
           END-IF.
           MOVE 'Y' TO WS-ST-DONE-SW(WS-PAIR-IDX).
           MOVE WS-RB-EXPECTED TO WS-ST-READS(WS-PAIR-IDX).
           MOVE WS-COPY-COUNT TO WS-ST-WRITES(WS-PAIR-IDX).
           ADD 1 TO WS-ROLLED-COUNT.
           MOVE WS-COPY-COUNT TO WS-EDIT-NUM.
           MOVE 'TBSQ397I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           IF WS-KEPT
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' ROLLED BACK TO GENERATION ' DELIMITED BY SIZE
                      WS-RB-STAMP DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-EDIT-NUM DELIMITED BY SIZE
                      ' RECORDS); OUTGOING KEPT AS ' DELIMITED BY SIZE
                      WS-KEPT-STAMP DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
           ELSE
               STRING WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                      ' ROLLED BACK TO GENERATION ' DELIMITED BY SIZE
                      WS-RB-STAMP DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-EDIT-NUM DELIMITED BY SIZE
                      ' RECORDS); NO LIVE FILE TO KEEP'
                          DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
           END-IF.
           PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT.
           PERFORM 3500-PRUNE-GENERATIONS THRU 3500-EXIT.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-RECORD.
           MOVE WS-PAIR-LIVE(WS-PAIR-IDX) TO SQLBV-FILE.
           MOVE WS-RB-STAMP TO SQLBV-STAMP.
           COMPUTE SQLBV-SEQ = WS-RB-FOUND + 1.
           READ GEN-FILE
               KEY IS SQLBV-KEY
               INVALID KEY MOVE 'Y' TO WS-GEN-DONE-SW
               NOT INVALID KEY
                   ADD 1 TO WS-RB-FOUND
                   ADD 1 TO WS-GENS-READ-COUNT
           END-READ.
       5100-EXIT.
           EXIT.

       5200-RESTORE-ONE-RECORD.
           MOVE WS-PAIR-LIVE(WS-PAIR-IDX) TO SQLBV-FILE.
           MOVE WS-RB-STAMP TO SQLBV-STAMP.
           MOVE WS-GEN-SEQ TO SQLBV-SEQ.
           READ GEN-FILE
               KEY IS SQLBV-KEY
               INVALID KEY
                   MOVE WS-COPY-COUNT TO WS-EDIT-NUM
                   MOVE WS-RB-EXPECTED TO WS-EDIT-NUM2
                   PERFORM 3490-LIVE-FAILED THRU 3490-EXIT
                   GO TO 5200-EXIT
           END-READ.
           ADD 1 TO WS-GENS-READ-COUNT.
           MOVE SQLBV-DATA TO WS-COPY-DATA.
           PERFORM 4310-WRITE-LIVE THRU 4310-EXIT.
           ADD 1 TO WS-COPY-COUNT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * LIST
      *----------------------------------------------------------------
       6000-LIST-ONE-FILE.
           IF NOT WS-ST-SELECTED(WS-PAIR-IDX)
               GO TO 6000-EXIT
           END-IF.
           PERFORM 3510-LOAD-GENERATION-LIST THRU 3510-EXIT.
           IF WS-ABORT
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-GEN-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRM-LINE.
           STRING ' ' DELIMITED BY SIZE
                  WS-PAIR-LIVE(WS-PAIR-IDX) DELIMITED BY SPACE
                  ' - GENERATIONS HELD ON TBSQGENS:' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-PRM-LINE
           END-STRING.
           PERFORM 7500-WRITE-PRM-LINE THRU 7500-EXIT.
           PERFORM 6100-LIST-ONE-GENERATION THRU 6100-EXIT
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT.
           MOVE SPACES TO WS-PRM-LINE.
           PERFORM 7500-WRITE-PRM-LINE THRU 7500-EXIT.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE-GENERATION.
           MOVE WS-GEN-STAMP(WS-GEN-IDX) TO WSV-STAMP.
           IF WS-GEN-REASON(WS-GEN-IDX) = 'R'
               MOVE 'ROLLBACK' TO WSV-REASON
           ELSE
               MOVE 'PROMOTE' TO WSV-REASON
           END-IF.
           MOVE WS-GEN-BATCH(WS-GEN-IDX) TO WSV-BATCH.
           MOVE WS-GEN-RECORDS(WS-GEN-IDX) TO WSV-RECORDS.
           MOVE WS-GEN-LINE TO WS-PRM-LINE.
           PERFORM 7500-WRITE-PRM-LINE THRU 7500-EXIT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * COMMON ROUTINES
      *----------------------------------------------------------------
      * the name of a generation is the date and time it is taken
       7000-TAKE-STAMP.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME-RAW FROM TIME.
           MOVE WS-NOW-HHMMSS TO WS-NOW-TIME.
       7000-EXIT.
           EXIT.

       7500-WRITE-PRM-LINE.
           WRITE PRM-RPT-RECORD FROM WS-PRM-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       7500-EXIT.
           EXIT.

      * every message also goes on the report, so TBSQPRMR alone says
      * what was done to which file
       7600-LOG-MESSAGE.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           MOVE SPACES TO WS-PRM-LINE.
           STRING ' ' DELIMITED BY SIZE
                  SQLBG-MSG-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SQLBG-TEXT DELIMITED BY SIZE
               INTO WS-PRM-LINE
           END-STRING.
           PERFORM 7500-WRITE-PRM-LINE THRU 7500-EXIT.
       7600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TERMINATION
      *----------------------------------------------------------------
      * the step condition code goes on last -- the message routine
      * leaves its own in RETURN-CODE
       8000-TERMINATE.
           IF WS-GEN-OPEN
               CLOSE GEN-FILE
           END-IF.
           MOVE 'TBSQ399I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE WS-PROMOTED-COUNT TO WS-EDIT-PROMOTED.
           MOVE WS-ROLLED-COUNT TO WS-EDIT-ROLLED.
           MOVE WS-REFUSED-COUNT TO WS-EDIT-REFUSED.
           MOVE WS-RELEASED-COUNT TO WS-EDIT-RELEASED.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'PROMOTED:' DELIMITED BY SIZE
                  WS-EDIT-PROMOTED DELIMITED BY SIZE
                  '  ROLLED BACK:' DELIMITED BY SIZE
                  WS-EDIT-ROLLED DELIMITED BY SIZE
                  '  REFUSED:' DELIMITED BY SIZE
                  WS-EDIT-REFUSED DELIMITED BY SIZE
                  '  GENERATIONS RELEASED:' DELIMITED BY SIZE
                  WS-EDIT-RELEASED DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 7600-LOG-MESSAGE THRU 7600-EXIT.
           CLOSE PRM-RPT.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE WS-STEP-RC TO RETURN-CODE.
       8000-EXIT.
           EXIT.

      * run-control records: one per file promoted or rolled back,
      * which is also what tells the next run the producer's posting
      * has been dealt with
       8100-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDT-STATUS-NEW
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-DATE TO SQLBA-RUN-DATE.
           MOVE WS-AUD-HHMMSS TO SQLBA-RUN-TIME.
           MOVE 'TBSQPRM0' TO SQLBA-PROGRAM.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           PERFORM 8110-WRITE-ONE-PAIR THRU 8110-EXIT
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > 3.
           MOVE 'TBSQGENS' TO SQLBA-FILE.
           MOVE WS-GENS-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE WS-GENS-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQPRMR' TO SQLBA-FILE.
           MOVE 0 TO SQLBA-READ-COUNT.
           MOVE WS-RPT-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8100-EXIT.
           EXIT.

       8110-WRITE-ONE-PAIR.
           IF WS-ST-DONE(WS-PAIR-IDX)
               MOVE WS-PAIR-LIVE(WS-PAIR-IDX) TO SQLBA-FILE
               MOVE WS-ST-READS(WS-PAIR-IDX) TO SQLBA-READ-COUNT
               MOVE WS-ST-WRITES(WS-PAIR-IDX) TO SQLBA-WRITE-COUNT
               WRITE SQLB-AUDIT-RECORD
           END-IF.
       8110-EXIT.
           EXIT.

      * common numbered-message routine (see SQLBMSGP)
       9000-PUT-MESSAGE.
           CALL 'TBSQMSG0' USING SQLB-MSG-PARM.
       9000-EXIT.
           EXIT.
