      *************************************************************************
      *
      * Program-ID: TBSQWIN0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/15/2026
      *
      * Function: Batch-window statistics and overrun early warning.
      *           Reads the chain run-state file TBSQRUNS (see
      *           SQLBRUNS) that TBSQCTL0 appends a start and an end
      *           record to for every step of every batch date, and
      *           times each step from its newest start stamp to the
      *           end stamp after it.  The stamps carry their own
      *           wall-clock date, so a batch rolling past midnight
      *           times correctly.  Two functions, selected by control
      *           card:
      *             REPORT            print TBSQWINR: every step's
      *                               elapsed time per batch date with
      *                               the chain's total against the
      *                               window end, then each step's
      *                               rolling average and high-water
      *                               mark over the DAYS= window
      *             CHECK             the mid-chain check, run by the
      *                               scheduler while the batch is
      *                               still going: each step tonight
      *                               that ran, or is still running,
      *                               more than OVERRUN-PCT= percent
      *                               over its average raises a
      *                               warning, and tonight's finish is
      *                               projected from the steps still
      *                               to run at their averages and
      *                               checked against the window end.
      *                               Averages come from the nights
      *                               before tonight only
      *           and the cards that go with them:
      *             BATCH-DATE=ccyymmdd  batch reported or checked
      *                                  (default the newest batch on
      *                                  TBSQRUNS)
      *             DAYS=nn              rolling window in batch days,
      *                                  ending at the batch date
      *                                  (default 30, at most 99)
      *             WINDOW-END=hhmm      agreed end of the batch
      *                                  window, the first such time
      *                                  after the chain's first start
      *                                  (default 0600)
      *             OVERRUN-PCT=nnn      percent over average that
      *                                  counts as an overrun
      *                                  (default 25)
      *           Any overrun, broken projection or missed window ends
      *           the run with condition code 4.
      *
      * Modification History:
      *   10/15/2026 RH  Initial version.
      *   10/15/2026 RH  Keep the step condition code in WS-STEP-RC and
      *                  set it after the last message, which was
      *                  leaving the step at 0.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQWIN0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "CONTROLCD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATE-FILE ASSIGN TO "TBSQRUNS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT WIN-RPT ASSIGN TO "TBSQWINR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  RUNSTATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbruns.

       FD  WIN-RPT
           LABEL RECORDS ARE OMITTED.
       01  WIN-RPT-RECORD             PIC X(133).

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-MSG-EDIT2               PIC Z(8)9.
       77  WS-EOF-CTL-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTL                       VALUE 'Y'.
       77  WS-EOF-RUN-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-RUN                       VALUE 'Y'.
       77  WS-REPORT-MODE-SW          PIC X(01) VALUE 'N'.
           88  WS-REPORT-MODE                   VALUE 'Y'.
       77  WS-CHECK-MODE-SW           PIC X(01) VALUE 'N'.
           88  WS-CHECK-MODE                    VALUE 'Y'.
       77  WS-CHAIN-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-CHAIN-OPEN                    VALUE 'Y'.
       77  WS-ABORT-SW                PIC X(01) VALUE 'N'.
           88  WS-ABORT                         VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.

       77  WS-RUN-STATUS              PIC X(02) VALUE SPACES.
           88  WS-RUN-STATUS-NEW                VALUE '35'.
       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

      * run parameters, from the control cards
       77  WS-BATCH-DATE              PIC 9(8)  VALUE 0.
       77  WS-DAYS                    PIC 9(9)  COMP-5 VALUE 30.
       77  WS-OVERRUN-PCT             PIC 9(9)  COMP-5 VALUE 25.
       01  WS-WINDOW-END-HHMM         PIC 9(4)  VALUE 0600.
       01  WS-WINDOW-END-R REDEFINES WS-WINDOW-END-HHMM.
           05  WS-WEND-HH             PIC 9(2).
           05  WS-WEND-MM             PIC 9(2).
       77  WS-WEND-SECS               PIC 9(9)  COMP-5 VALUE 0.

      * numeric control-card value parse (up to 8 digits)
       77  WS-CTL-VAL-IDX             PIC 9(2)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-NUM             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-BAD-SW          PIC X(01) VALUE 'N'.
           88  WS-CTL-VAL-BAD                   VALUE 'Y'.
       01  WS-CTL-VALUE               PIC X(08).
       01  WS-CTL-DIGIT-X             PIC X(01).
       01  WS-CTL-DIGIT REDEFINES WS-CTL-DIGIT-X
                                      PIC 9(01).

      * civil date to running day number, so two dates subtract to an
      * exact day count across month and year ends
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
      * day number back to civil date
       77  WS-DN-WORK                 PIC 9(18) COMP-5 VALUE 0.
       77  WS-DN-START                PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DN-DOY                  PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DN-MP                   PIC 9(9)  COMP-5 VALUE 0.

      * a stamp as seconds since day 0, so two stamps subtract to an
      * elapsed time across midnight
       01  WS-TIME-WORK.
           05  WS-TM-HHMMSS           PIC 9(6).
           05  WS-TM-HHMMSS-R REDEFINES WS-TM-HHMMSS.
               10  WS-TM-HH           PIC 9(2).
               10  WS-TM-MM           PIC 9(2).
               10  WS-TM-SS           PIC 9(2).
       77  WS-SECS                    PIC 9(18) COMP-5 VALUE 0.
       77  WS-NOW-SECS                PIC 9(18) COMP-5 VALUE 0.
       77  WS-BATCH-DAY-NUM           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-FIRST-DAY-NUM           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-REC-DAY-NUM             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-EXCLUDE-DATE            PIC 9(8)  VALUE 0.

      * batch dates in the window, each with one cell per step.
      * Overflow of either dimension is a hard error: a step or a
      * night left out would skew every average it belongs to.
       77  WS-BD-MAX                  PIC 9(3)  COMP-5 VALUE 100.
       77  WS-BD-COUNT                PIC 9(3)  COMP-5 VALUE 0.
       77  WS-BD-IDX                  PIC 9(3)  COMP-5 VALUE 0.
       77  WS-BD-MATCH-IDX            PIC 9(3)  COMP-5 VALUE 0.
       77  WS-BD-TONIGHT-IDX          PIC 9(3)  COMP-5 VALUE 0.
       01  WS-BD-TABLE.
           05  WS-BD-ENTRY OCCURS 100 TIMES.
               10  WS-BD-DATE         PIC 9(8).
               10  WS-BD-CELL OCCURS 40 TIMES.
                   15  WS-BD-START-SECS
                                      PIC 9(18) COMP-5.
                   15  WS-BD-END-SECS PIC 9(18) COMP-5.
                   15  WS-BD-CC       PIC 9(4)  COMP-5.

       77  WS-ST-MAX                  PIC 9(3)  COMP-5 VALUE 40.
       77  WS-ST-COUNT                PIC 9(3)  COMP-5 VALUE 0.
       77  WS-ST-IDX                  PIC 9(3)  COMP-5 VALUE 0.
       77  WS-ST-MATCH-IDX            PIC 9(3)  COMP-5 VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 40 TIMES.
               10  WS-ST-STEP         PIC X(08).
               10  WS-ST-RUNS         PIC 9(9)  COMP-5.
               10  WS-ST-SUM-SECS     PIC 9(18) COMP-5.
               10  WS-ST-AVG-SECS     PIC 9(18) COMP-5.
               10  WS-ST-HWM-SECS     PIC 9(18) COMP-5.
               10  WS-ST-HWM-DATE     PIC 9(8).

      * batch-date sort work, ascending
       77  WS-SORT-I                  PIC 9(3)  COMP-5 VALUE 0.
       77  WS-SORT-J                  PIC 9(3)  COMP-5 VALUE 0.
       77  WS-SORT-MIN-IDX            PIC 9(3)  COMP-5 VALUE 0.
       01  WS-BD-SWAP.
           05  WS-SWAP-DATE           PIC 9(8).
           05  WS-SWAP-CELL OCCURS 40 TIMES.
               10  WS-SWAP-START-SECS PIC 9(18) COMP-5.
               10  WS-SWAP-END-SECS   PIC 9(18) COMP-5.
               10  WS-SWAP-CC         PIC 9(4)  COMP-5.

      * one night's chain span and its window deadline
       77  WS-CH-START-SECS           PIC 9(18) COMP-5 VALUE 0.
       77  WS-CH-END-SECS             PIC 9(18) COMP-5 VALUE 0.
       77  WS-CH-DEADLINE-SECS        PIC 9(18) COMP-5 VALUE 0.
       77  WS-CH-RUNS                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CH-SUM-SECS             PIC 9(18) COMP-5 VALUE 0.
       77  WS-CH-HWM-SECS             PIC 9(18) COMP-5 VALUE 0.
       77  WS-CH-HWM-DATE             PIC 9(8)  VALUE 0.
       77  WS-CH-MISSED-COUNT         PIC 9(9)  COMP-5 VALUE 0.

      * elapsed and projection work
       77  WS-ELAPSED-SECS            PIC 9(18) COMP-5 VALUE 0.
       77  WS-LIMIT-SECS              PIC 9(18) COMP-5 VALUE 0.
       77  WS-REMAIN-SECS             PIC 9(18) COMP-5 VALUE 0.
       77  WS-PROJECT-SECS            PIC 9(18) COMP-5 VALUE 0.
       77  WS-PCT-OF-AVG              PIC 9(9)  COMP-5 VALUE 0.
       77  WS-OVERRUN-COUNT           PIC 9(9)  COMP-5 VALUE 0.

       77  WS-RUN-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.

      * hhh:mm:ss elapsed and ccyymmdd hh:mm:ss stamp editing
       77  WS-FMT-SECS                PIC 9(18) COMP-5 VALUE 0.
       77  WS-FMT-WORK                PIC 9(18) COMP-5 VALUE 0.
       77  WS-FMT-HOURS               PIC 9(9)  COMP-5 VALUE 0.
       77  WS-FMT-REM                 PIC 9(9)  COMP-5 VALUE 0.
       01  WS-DUR-EDIT.
           05  WS-DUR-HH              PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-DUR-MM              PIC 9(2).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-DUR-SS              PIC 9(2).
       01  WS-STAMP-EDIT.
           05  WS-STP-DATE            PIC 9(8).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-STP-HH              PIC 9(2).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-STP-MM              PIC 9(2).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-STP-SS              PIC 9(2).
       01  WS-DUR-TEXT                PIC X(09).
       01  WS-DUR-TEXT2               PIC X(09).
       01  WS-STAMP-TEXT              PIC X(17).
       01  WS-STAMP-TEXT2             PIC X(17).

       01  WS-WIN-LINE                PIC X(133).

       01  WS-HDG-LINE.
           05  FILLER                 PIC X(38) VALUE
               ' BATCH WINDOW STATISTICS - BATCH DATES'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSH-FIRST-DATE         PIC 9(8).
           05  FILLER                 PIC X(04) VALUE ' TO '.
           05  WSH-LAST-DATE          PIC 9(8).
           05  FILLER                 PIC X(13) VALUE
               ', WINDOW END '.
           05  WSH-WEND-HH            PIC 9(2).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WSH-WEND-MM            PIC 9(2).
           05  FILLER                 PIC X(15) VALUE
               ', OVERRUN FLAG '.
           05  WSH-OVERRUN-PCT        PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE ' PCT'.
           05  FILLER                 PIC X(34) VALUE SPACES.

       01  WS-STEP-HDG-LINE.
           05  FILLER                 PIC X(40) VALUE
               '   STEP      STARTED            ENDED   '.
           05  FILLER                 PIC X(40) VALUE
               '             ELAPSED    CC    AVERAGE  P'.
           05  FILLER                 PIC X(20) VALUE
               'CT AVG FLAG'.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-STEP-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WSS-STEP               PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSS-STARTED            PIC X(17).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSS-ENDED              PIC X(17).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSS-ELAPSED            PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSS-CC                 PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSS-AVERAGE            PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSS-PCT-OF-AVG         PIC Z(5)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSS-FLAG               PIC X(08).
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  WS-STAT-HDG-LINE.
           05  FILLER                 PIC X(40) VALUE
               '   STEP           RUNS    AVERAGE HIGH-W'.
           05  FILLER                 PIC X(40) VALUE
               'ATER  ON BATCH'.
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-STAT-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WST-STEP               PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WST-RUNS               PIC Z(8)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WST-AVERAGE            PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WST-HWM                PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WST-HWM-DATE           PIC 9(8).
           05  WST-HWM-DATE-X REDEFINES WST-HWM-DATE
                                      PIC X(08).
           05  FILLER                 PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-ABORT
               PERFORM 2000-LOAD-RUN-STATE THRU 2000-EXIT
           END-IF.
           IF NOT WS-ABORT
               PERFORM 2500-SORT-BATCH-DATES THRU 2500-EXIT
               PERFORM 3000-STEP-STATISTICS THRU 3000-EXIT
           END-IF.
           IF WS-REPORT-MODE AND NOT WS-ABORT
               PERFORM 4000-REPORT-WINDOW THRU 4000-EXIT
           END-IF.
           IF WS-CHECK-MODE AND NOT WS-ABORT
               PERFORM 5000-CHECK-TONIGHT THRU 5000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION AND CONTROL CARDS
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'TBSQWIN0' TO SQLBG-PROGRAM.
           OPEN INPUT CONTROL-CARD.
           PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
               UNTIL WS-EOF-CTL.
           CLOSE CONTROL-CARD.
           IF NOT WS-REPORT-MODE AND NOT WS-CHECK-MODE
               MOVE 'TBSQ352E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO FUNCTION CARD (REPORT OR CHECK)'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO WS-STEP-RC
           END-IF.
           COMPUTE WS-WEND-SECS = WS-WEND-HH * 3600 + WS-WEND-MM * 60.
           ACCEPT WS-DW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME-RAW FROM TIME.
           MOVE WS-AUD-HHMMSS TO WS-TM-HHMMSS.
           PERFORM 7200-STAMP-TO-SECS THRU 7200-EXIT.
           MOVE WS-SECS TO WS-NOW-SECS.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-CARD.
           READ CONTROL-CARD
               AT END MOVE 'Y' TO WS-EOF-CTL-SW
               NOT AT END PERFORM 1110-APPLY-ONE-CARD THRU 1110-EXIT
           END-READ.
       1100-EXIT.
           EXIT.

       1110-APPLY-ONE-CARD.
           IF CONTROL-CARD-RECORD = SPACES
               CONTINUE
           ELSE
           IF CONTROL-CARD-RECORD(1:6) = 'REPORT'
               MOVE 'Y' TO WS-REPORT-MODE-SW
           ELSE
           IF CONTROL-CARD-RECORD(1:5) = 'CHECK'
               MOVE 'Y' TO WS-CHECK-MODE-SW
           ELSE
           IF CONTROL-CARD-RECORD(1:11) = 'BATCH-DATE='
               MOVE CONTROL-CARD-RECORD(12:8) TO WS-CTL-VALUE
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CTL-VAL-NUM TO WS-BATCH-DATE
               END-IF
           ELSE
           IF CONTROL-CARD-RECORD(1:5) = 'DAYS='
               MOVE SPACES TO WS-CTL-VALUE
               MOVE CONTROL-CARD-RECORD(6:2) TO WS-CTL-VALUE(1:2)
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   IF WS-CTL-VAL-NUM = 0
                       MOVE 'Y' TO WS-CTL-VAL-BAD-SW
                       PERFORM 1150-REPORT-BAD-VALUE THRU 1150-EXIT
                   ELSE
                       MOVE WS-CTL-VAL-NUM TO WS-DAYS
                   END-IF
               END-IF
           ELSE
           IF CONTROL-CARD-RECORD(1:11) = 'WINDOW-END='
               MOVE SPACES TO WS-CTL-VALUE
               MOVE CONTROL-CARD-RECORD(12:4) TO WS-CTL-VALUE(1:4)
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   PERFORM 1160-SET-WINDOW-END THRU 1160-EXIT
               END-IF
           ELSE
           IF CONTROL-CARD-RECORD(1:12) = 'OVERRUN-PCT='
               MOVE SPACES TO WS-CTL-VALUE
               MOVE CONTROL-CARD-RECORD(13:3) TO WS-CTL-VALUE(1:3)
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CTL-VAL-NUM TO WS-OVERRUN-PCT
               END-IF
           ELSE
               MOVE 'TBSQ350W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'UNRECOGNIZED CONTROL CARD: '
                          DELIMITED BY SIZE
                      CONTROL-CARD-RECORD(1:40) DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       1110-EXIT.
           EXIT.

       1130-PARSE-CARD-VALUE.
           MOVE 0 TO WS-CTL-VAL-NUM.
           MOVE 'N' TO WS-CTL-VAL-BAD-SW.
           IF WS-CTL-VALUE(1:1) = SPACE
               MOVE 'Y' TO WS-CTL-VAL-BAD-SW
           END-IF.
           PERFORM 1140-PARSE-ONE-DIGIT THRU 1140-EXIT
               VARYING WS-CTL-VAL-IDX FROM 1 BY 1
               UNTIL WS-CTL-VAL-IDX > 8
                  OR WS-CTL-VALUE(WS-CTL-VAL-IDX:1) = SPACE
                  OR WS-CTL-VAL-BAD.
           IF WS-CTL-VAL-BAD
               PERFORM 1150-REPORT-BAD-VALUE THRU 1150-EXIT
           END-IF.
       1130-EXIT.
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

       1150-REPORT-BAD-VALUE.
           MOVE 'TBSQ351W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'BAD NUMERIC VALUE ON CARD: '
                      DELIMITED BY SIZE
                  CONTROL-CARD-RECORD(1:40) DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       1150-EXIT.
           EXIT.

      * a window end that is not a clock time keeps the default
       1160-SET-WINDOW-END.
           IF WS-CTL-VAL-NUM > 2359
              OR WS-CTL-VALUE(4:1) = SPACE
               PERFORM 1150-REPORT-BAD-VALUE THRU 1150-EXIT
               GO TO 1160-EXIT
           END-IF.
           DIVIDE WS-CTL-VAL-NUM BY 100 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REM.
           IF WS-FMT-REM > 59
               PERFORM 1150-REPORT-BAD-VALUE THRU 1150-EXIT
               GO TO 1160-EXIT
           END-IF.
           MOVE WS-CTL-VAL-NUM TO WS-WINDOW-END-HHMM.
       1160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * RUN-STATE LOAD
      *----------------------------------------------------------------
      * with no BATCH-DATE= card the newest batch on the file is the
      * one wanted, which takes a pass of its own.  The file is in
      * time order, so the newest start of a step on a batch date
      * supersedes an earlier one (a deliberate rerun) and the end
      * after it completes the cell.  No file (status 35) means no
      * chain has ever run under the controller.
       2000-LOAD-RUN-STATE.
           OPEN INPUT RUNSTATE-FILE.
           IF WS-RUN-STATUS-NEW
               MOVE 'TBSQ353E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO RUN-STATE FILE TBSQRUNS - NOTHING TO TIME'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2000-EXIT
           END-IF.
           IF WS-BATCH-DATE = 0
               PERFORM 2050-FIND-NEWEST-BATCH THRU 2050-EXIT
                   UNTIL WS-EOF-RUN
               CLOSE RUNSTATE-FILE
               OPEN INPUT RUNSTATE-FILE
               MOVE 'N' TO WS-EOF-RUN-SW
           END-IF.
           MOVE WS-BATCH-DATE TO WS-DW-DATE.
           PERFORM 7000-DATE-TO-DAY-NUM THRU 7000-EXIT.
           MOVE WS-DAY-NUM TO WS-BATCH-DAY-NUM.
           COMPUTE WS-FIRST-DAY-NUM = WS-BATCH-DAY-NUM - WS-DAYS + 1.
           PERFORM 2100-READ-ONE-RUNSTATE THRU 2100-EXIT
               UNTIL WS-EOF-RUN OR WS-ABORT.
           CLOSE RUNSTATE-FILE.
       2000-EXIT.
           EXIT.

       2050-FIND-NEWEST-BATCH.
           READ RUNSTATE-FILE
               AT END MOVE 'Y' TO WS-EOF-RUN-SW
               NOT AT END
                   IF SQLBR-BATCH-DATE > WS-BATCH-DATE
                       MOVE SQLBR-BATCH-DATE TO WS-BATCH-DATE
                   END-IF
           END-READ.
       2050-EXIT.
           EXIT.

       2100-READ-ONE-RUNSTATE.
           READ RUNSTATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-RUN-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-RUN-READ-COUNT.
           IF SQLBR-BATCH-DATE > WS-BATCH-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE SQLBR-BATCH-DATE TO WS-DW-DATE.
           PERFORM 7000-DATE-TO-DAY-NUM THRU 7000-EXIT.
           IF WS-DAY-NUM < WS-FIRST-DAY-NUM
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-FIND-BATCH-SLOT THRU 2200-EXIT.
           IF WS-ABORT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-FIND-STEP-SLOT THRU 2300-EXIT.
           IF WS-ABORT
               GO TO 2100-EXIT
           END-IF.
           MOVE SQLBR-STAMP-DATE TO WS-DW-DATE.
           MOVE SQLBR-STAMP-TIME TO WS-TM-HHMMSS.
           PERFORM 7200-STAMP-TO-SECS THRU 7200-EXIT.
           IF SQLBR-PHASE-START
               MOVE WS-SECS
                   TO WS-BD-START-SECS(WS-BD-MATCH-IDX, WS-ST-MATCH-IDX)
               MOVE 0
                   TO WS-BD-END-SECS(WS-BD-MATCH-IDX, WS-ST-MATCH-IDX)
               MOVE 0 TO WS-BD-CC(WS-BD-MATCH-IDX, WS-ST-MATCH-IDX)
           ELSE
      * an end with no start before it cannot be timed
               IF WS-BD-START-SECS(WS-BD-MATCH-IDX, WS-ST-MATCH-IDX)
                      > 0
                   MOVE WS-SECS TO
                       WS-BD-END-SECS(WS-BD-MATCH-IDX, WS-ST-MATCH-IDX)
                   MOVE SQLBR-COND-CODE
                       TO WS-BD-CC(WS-BD-MATCH-IDX, WS-ST-MATCH-IDX)
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-BATCH-SLOT.
           MOVE 0 TO WS-BD-MATCH-IDX.
           PERFORM 2210-MATCH-ONE-BATCH THRU 2210-EXIT
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
                  OR WS-BD-MATCH-IDX > 0.
           IF WS-BD-MATCH-IDX > 0
               GO TO 2200-EXIT
           END-IF.
           IF WS-BD-COUNT >= WS-BD-MAX
               MOVE 'TBSQ354S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'BATCH-DATE TABLE FULL, INCREASE WS-BD-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-BD-COUNT.
           MOVE WS-BD-COUNT TO WS-BD-MATCH-IDX.
           MOVE SQLBR-BATCH-DATE TO WS-BD-DATE(WS-BD-COUNT).
           PERFORM 2220-CLEAR-ONE-CELL THRU 2220-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-MAX.
       2200-EXIT.
           EXIT.

       2210-MATCH-ONE-BATCH.
           IF WS-BD-DATE(WS-BD-IDX) = SQLBR-BATCH-DATE
               MOVE WS-BD-IDX TO WS-BD-MATCH-IDX
           END-IF.
       2210-EXIT.
           EXIT.

       2220-CLEAR-ONE-CELL.
           MOVE 0 TO WS-BD-START-SECS(WS-BD-COUNT, WS-ST-IDX).
           MOVE 0 TO WS-BD-END-SECS(WS-BD-COUNT, WS-ST-IDX).
           MOVE 0 TO WS-BD-CC(WS-BD-COUNT, WS-ST-IDX).
       2220-EXIT.
           EXIT.

       2300-FIND-STEP-SLOT.
           MOVE 0 TO WS-ST-MATCH-IDX.
           PERFORM 2310-MATCH-ONE-STEP THRU 2310-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
                  OR WS-ST-MATCH-IDX > 0.
           IF WS-ST-MATCH-IDX > 0
               GO TO 2300-EXIT
           END-IF.
           IF WS-ST-COUNT >= WS-ST-MAX
               MOVE 'TBSQ354S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'STEP TABLE FULL, INCREASE WS-ST-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-ST-COUNT.
           MOVE WS-ST-COUNT TO WS-ST-MATCH-IDX.
           MOVE SQLBR-STEP TO WS-ST-STEP(WS-ST-COUNT).
           MOVE 0 TO WS-ST-RUNS(WS-ST-COUNT).
           MOVE 0 TO WS-ST-SUM-SECS(WS-ST-COUNT).
           MOVE 0 TO WS-ST-AVG-SECS(WS-ST-COUNT).
           MOVE 0 TO WS-ST-HWM-SECS(WS-ST-COUNT).
           MOVE 0 TO WS-ST-HWM-DATE(WS-ST-COUNT).
       2300-EXIT.
           EXIT.

       2310-MATCH-ONE-STEP.
           IF WS-ST-STEP(WS-ST-IDX) = SQLBR-STEP
               MOVE WS-ST-IDX TO WS-ST-MATCH-IDX
           END-IF.
       2310-EXIT.
           EXIT.

      * batch dates normally arrive in order, but a BATCH-DATE=
      * override for an older batch can add one late; a selection
      * sort puts the report back in date order
       2500-SORT-BATCH-DATES.
           PERFORM 2510-SORT-ONE-PASS THRU 2510-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-BD-COUNT.
           MOVE 0 TO WS-BD-TONIGHT-IDX.
           PERFORM 2530-FIND-TONIGHT THRU 2530-EXIT
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT.
       2500-EXIT.
           EXIT.

       2510-SORT-ONE-PASS.
           MOVE WS-SORT-I TO WS-SORT-MIN-IDX.
           PERFORM 2520-SORT-COMPARE THRU 2520-EXIT
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-BD-COUNT.
           IF WS-SORT-MIN-IDX NOT = WS-SORT-I
               MOVE WS-BD-ENTRY(WS-SORT-I) TO WS-BD-SWAP
               MOVE WS-BD-ENTRY(WS-SORT-MIN-IDX)
                   TO WS-BD-ENTRY(WS-SORT-I)
               MOVE WS-BD-SWAP TO WS-BD-ENTRY(WS-SORT-MIN-IDX)
           END-IF.
       2510-EXIT.
           EXIT.

       2520-SORT-COMPARE.
           IF WS-BD-DATE(WS-SORT-J) < WS-BD-DATE(WS-SORT-MIN-IDX)
               MOVE WS-SORT-J TO WS-SORT-MIN-IDX
           END-IF.
       2520-EXIT.
           EXIT.

       2530-FIND-TONIGHT.
           IF WS-BD-DATE(WS-BD-IDX) = WS-BATCH-DATE
               MOVE WS-BD-IDX TO WS-BD-TONIGHT-IDX
           END-IF.
       2530-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ROLLING STATISTICS PER STEP AND FOR THE CHAIN
      *----------------------------------------------------------------
      * the check judges tonight against the nights before it, so
      * tonight stays out of its averages; the report's averages take
      * the whole window
       3000-STEP-STATISTICS.
           IF WS-CHECK-MODE
               MOVE WS-BATCH-DATE TO WS-EXCLUDE-DATE
           END-IF.
           PERFORM 3100-ONE-STEP-STATISTICS THRU 3100-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.
           PERFORM 3200-ONE-CHAIN-STATISTICS THRU 3200-EXIT
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT.
       3000-EXIT.
           EXIT.

       3100-ONE-STEP-STATISTICS.
           PERFORM 3110-ONE-STEP-ONE-NIGHT THRU 3110-EXIT
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT.
           IF WS-ST-RUNS(WS-ST-IDX) > 0
               DIVIDE WS-ST-SUM-SECS(WS-ST-IDX)
                   BY WS-ST-RUNS(WS-ST-IDX)
                   GIVING WS-ST-AVG-SECS(WS-ST-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

       3110-ONE-STEP-ONE-NIGHT.
           IF WS-BD-DATE(WS-BD-IDX) = WS-EXCLUDE-DATE
              OR WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX) = 0
              OR WS-BD-END-SECS(WS-BD-IDX, WS-ST-IDX)
                     < WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX)
               GO TO 3110-EXIT
           END-IF.
           COMPUTE WS-ELAPSED-SECS =
               WS-BD-END-SECS(WS-BD-IDX, WS-ST-IDX)
               - WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX).
           ADD 1 TO WS-ST-RUNS(WS-ST-IDX).
           ADD WS-ELAPSED-SECS TO WS-ST-SUM-SECS(WS-ST-IDX).
           IF WS-ELAPSED-SECS > WS-ST-HWM-SECS(WS-ST-IDX)
               MOVE WS-ELAPSED-SECS TO WS-ST-HWM-SECS(WS-ST-IDX)
               MOVE WS-BD-DATE(WS-BD-IDX) TO WS-ST-HWM-DATE(WS-ST-IDX)
           END-IF.
       3110-EXIT.
           EXIT.

      * only a finished chain counts toward the chain's figures
       3200-ONE-CHAIN-STATISTICS.
           IF WS-BD-DATE(WS-BD-IDX) = WS-EXCLUDE-DATE
               GO TO 3200-EXIT
           END-IF.
           PERFORM 6000-CHAIN-SPAN THRU 6000-EXIT.
           IF WS-CHAIN-OPEN OR WS-CH-START-SECS = 0
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-ELAPSED-SECS = WS-CH-END-SECS - WS-CH-START-SECS.
           ADD 1 TO WS-CH-RUNS.
           ADD WS-ELAPSED-SECS TO WS-CH-SUM-SECS.
           IF WS-ELAPSED-SECS > WS-CH-HWM-SECS
               MOVE WS-ELAPSED-SECS TO WS-CH-HWM-SECS
               MOVE WS-BD-DATE(WS-BD-IDX) TO WS-CH-HWM-DATE
           END-IF.
           IF WS-CH-END-SECS > WS-CH-DEADLINE-SECS
               ADD 1 TO WS-CH-MISSED-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REPORT
      *----------------------------------------------------------------
       4000-REPORT-WINDOW.
           OPEN OUTPUT WIN-RPT.
           MOVE WS-FIRST-DAY-NUM TO WS-DAY-NUM.
           PERFORM 7100-DAY-NUM-TO-DATE THRU 7100-EXIT.
           MOVE WS-DW-DATE TO WSH-FIRST-DATE.
           MOVE WS-BATCH-DATE TO WSH-LAST-DATE.
           MOVE WS-WEND-HH TO WSH-WEND-HH.
           MOVE WS-WEND-MM TO WSH-WEND-MM.
           MOVE WS-OVERRUN-PCT TO WSH-OVERRUN-PCT.
           WRITE WIN-RPT-RECORD FROM WS-HDG-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           PERFORM 4100-REPORT-ONE-NIGHT THRU 4100-EXIT
               VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT.
           IF WS-BD-COUNT = 0
               MOVE SPACES TO WS-WIN-LINE
               MOVE ' NO CHAIN STEPS RECORDED IN THE WINDOW'
                   TO WS-WIN-LINE
               WRITE WIN-RPT-RECORD FROM WS-WIN-LINE
               ADD 1 TO WS-RPT-WRITE-COUNT
           END-IF.
           PERFORM 4500-REPORT-STATISTICS THRU 4500-EXIT.
           CLOSE WIN-RPT.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-NIGHT.
           MOVE SPACES TO WS-WIN-LINE.
           WRITE WIN-RPT-RECORD FROM WS-WIN-LINE.
           STRING ' BATCH DATE ' DELIMITED BY SIZE
                  WS-BD-DATE(WS-BD-IDX) DELIMITED BY SIZE
               INTO WS-WIN-LINE
           END-STRING.
           WRITE WIN-RPT-RECORD FROM WS-WIN-LINE.
           WRITE WIN-RPT-RECORD FROM WS-STEP-HDG-LINE.
           ADD 3 TO WS-RPT-WRITE-COUNT.
           PERFORM 4110-REPORT-ONE-STEP THRU 4110-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.
           PERFORM 4200-REPORT-CHAIN-LINE THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

       4110-REPORT-ONE-STEP.
           IF WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX) = 0
               GO TO 4110-EXIT
           END-IF.
           MOVE SPACES TO WS-STEP-LINE.
           MOVE WS-ST-STEP(WS-ST-IDX) TO WSS-STEP.
           MOVE WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX) TO WS-FMT-SECS.
           PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT.
           MOVE WS-STAMP-TEXT TO WSS-STARTED.
           IF WS-ST-RUNS(WS-ST-IDX) > 0
               MOVE WS-ST-AVG-SECS(WS-ST-IDX) TO WS-FMT-SECS
               PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT
               MOVE WS-DUR-TEXT TO WSS-AVERAGE
           END-IF.
           IF WS-BD-END-SECS(WS-BD-IDX, WS-ST-IDX)
                  < WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX)
               MOVE 'NOT ENDED' TO WSS-ENDED
               WRITE WIN-RPT-RECORD FROM WS-STEP-LINE
               ADD 1 TO WS-RPT-WRITE-COUNT
               GO TO 4110-EXIT
           END-IF.
           MOVE WS-BD-END-SECS(WS-BD-IDX, WS-ST-IDX) TO WS-FMT-SECS.
           PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT.
           MOVE WS-STAMP-TEXT TO WSS-ENDED.
           COMPUTE WS-ELAPSED-SECS =
               WS-BD-END-SECS(WS-BD-IDX, WS-ST-IDX)
               - WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX).
           MOVE WS-ELAPSED-SECS TO WS-FMT-SECS.
           PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT.
           MOVE WS-DUR-TEXT TO WSS-ELAPSED.
           MOVE WS-BD-CC(WS-BD-IDX, WS-ST-IDX) TO WSS-CC.
           IF WS-ST-AVG-SECS(WS-ST-IDX) > 0
               COMPUTE WS-PCT-OF-AVG =
                   WS-ELAPSED-SECS * 100 / WS-ST-AVG-SECS(WS-ST-IDX)
               MOVE WS-PCT-OF-AVG TO WSS-PCT-OF-AVG
               COMPUTE WS-LIMIT-SECS = WS-ST-AVG-SECS(WS-ST-IDX)
                   * (100 + WS-OVERRUN-PCT) / 100
               IF WS-ELAPSED-SECS > WS-LIMIT-SECS
                   MOVE 'OVERRUN' TO WSS-FLAG
                   ADD 1 TO WS-OVERRUN-COUNT
               END-IF
           END-IF.
           WRITE WIN-RPT-RECORD FROM WS-STEP-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       4110-EXIT.
           EXIT.

       4200-REPORT-CHAIN-LINE.
           PERFORM 6000-CHAIN-SPAN THRU 6000-EXIT.
           IF WS-CH-START-SECS = 0
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES TO WS-STEP-LINE.
           MOVE 'CHAIN' TO WSS-STEP.
           MOVE WS-CH-START-SECS TO WS-FMT-SECS.
           PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT.
           MOVE WS-STAMP-TEXT TO WSS-STARTED.
           IF WS-CHAIN-OPEN
               MOVE 'NOT ENDED' TO WSS-ENDED
           ELSE
               MOVE WS-CH-END-SECS TO WS-FMT-SECS
               PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT
               MOVE WS-STAMP-TEXT TO WSS-ENDED
               COMPUTE WS-FMT-SECS = WS-CH-END-SECS - WS-CH-START-SECS
               PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT
               MOVE WS-DUR-TEXT TO WSS-ELAPSED
           END-IF.
           WRITE WIN-RPT-RECORD FROM WS-STEP-LINE.
           MOVE WS-CH-DEADLINE-SECS TO WS-FMT-SECS.
           PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT.
           MOVE SPACES TO WS-WIN-LINE.
           IF WS-CHAIN-OPEN
               STRING '             WINDOW END ' DELIMITED BY SIZE
                      WS-STAMP-TEXT(1:14) DELIMITED BY SIZE
                      '  CHAIN STILL RUNNING' DELIMITED BY SIZE
                   INTO WS-WIN-LINE
               END-STRING
           ELSE
               IF WS-CH-END-SECS > WS-CH-DEADLINE-SECS
                   COMPUTE WS-FMT-SECS =
                       WS-CH-END-SECS - WS-CH-DEADLINE-SECS
                   PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT
                   STRING '             WINDOW END ' DELIMITED BY SIZE
                          WS-STAMP-TEXT(1:14) DELIMITED BY SIZE
                          '  *** WINDOW MISSED BY ' DELIMITED BY SIZE
                          WS-DUR-TEXT DELIMITED BY SIZE
                       INTO WS-WIN-LINE
                   END-STRING
               ELSE
                   STRING '             WINDOW END ' DELIMITED BY SIZE
                          WS-STAMP-TEXT(1:14) DELIMITED BY SIZE
                          '  WINDOW MET' DELIMITED BY SIZE
                       INTO WS-WIN-LINE
                   END-STRING
               END-IF
           END-IF.
           WRITE WIN-RPT-RECORD FROM WS-WIN-LINE.
           ADD 2 TO WS-RPT-WRITE-COUNT.
       4200-EXIT.
           EXIT.

       4500-REPORT-STATISTICS.
           MOVE SPACES TO WS-WIN-LINE.
           WRITE WIN-RPT-RECORD FROM WS-WIN-LINE.
           MOVE WS-DAYS TO WS-MSG-EDIT.
           STRING ' ROLLING STATISTICS OVER ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  ' BATCH DAYS' DELIMITED BY SIZE
               INTO WS-WIN-LINE
           END-STRING.
           WRITE WIN-RPT-RECORD FROM WS-WIN-LINE.
           WRITE WIN-RPT-RECORD FROM WS-STAT-HDG-LINE.
           ADD 3 TO WS-RPT-WRITE-COUNT.
           PERFORM 4510-REPORT-ONE-STATISTIC THRU 4510-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.
           MOVE SPACES TO WS-STAT-LINE.
           MOVE 'CHAIN' TO WST-STEP.
           MOVE WS-CH-RUNS TO WST-RUNS.
           IF WS-CH-RUNS > 0
               DIVIDE WS-CH-SUM-SECS BY WS-CH-RUNS GIVING WS-FMT-SECS
               PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT
               MOVE WS-DUR-TEXT TO WST-AVERAGE
               MOVE WS-CH-HWM-SECS TO WS-FMT-SECS
               PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT
               MOVE WS-DUR-TEXT TO WST-HWM
               MOVE WS-CH-HWM-DATE TO WST-HWM-DATE
           END-IF.
           WRITE WIN-RPT-RECORD FROM WS-STAT-LINE.
           MOVE SPACES TO WS-WIN-LINE.
           MOVE WS-CH-MISSED-COUNT TO WS-MSG-EDIT.
           MOVE WS-CH-RUNS TO WS-MSG-EDIT2.
           STRING ' WINDOW MISSED ON ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
                  ' FINISHED BATCHES' DELIMITED BY SIZE
               INTO WS-WIN-LINE
           END-STRING.
           WRITE WIN-RPT-RECORD FROM WS-WIN-LINE.
           ADD 2 TO WS-RPT-WRITE-COUNT.
       4500-EXIT.
           EXIT.

       4510-REPORT-ONE-STATISTIC.
           MOVE SPACES TO WS-STAT-LINE.
           MOVE WS-ST-STEP(WS-ST-IDX) TO WST-STEP.
           MOVE WS-ST-RUNS(WS-ST-IDX) TO WST-RUNS.
           IF WS-ST-RUNS(WS-ST-IDX) > 0
               MOVE WS-ST-AVG-SECS(WS-ST-IDX) TO WS-FMT-SECS
               PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT
               MOVE WS-DUR-TEXT TO WST-AVERAGE
               MOVE WS-ST-HWM-SECS(WS-ST-IDX) TO WS-FMT-SECS
               PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT
               MOVE WS-DUR-TEXT TO WST-HWM
               MOVE WS-ST-HWM-DATE(WS-ST-IDX) TO WST-HWM-DATE
           END-IF.
           WRITE WIN-RPT-RECORD FROM WS-STAT-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       4510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CHECK - TONIGHT AGAINST THE AVERAGES
      *----------------------------------------------------------------
      * the chain runs its steps one after another, so the finish is
      * now plus what is left of the running step plus the average of
      * every step not yet started.  A step with no history in the
      * window adds nothing -- it cannot be projected.
       5000-CHECK-TONIGHT.
           MOVE 0 TO WS-REMAIN-SECS.
           PERFORM 5100-CHECK-ONE-STEP THRU 5100-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.
           COMPUTE WS-PROJECT-SECS = WS-NOW-SECS + WS-REMAIN-SECS.
           MOVE WS-NOW-SECS TO WS-CH-START-SECS.
           IF WS-BD-TONIGHT-IDX > 0
               MOVE WS-BD-TONIGHT-IDX TO WS-BD-IDX
               PERFORM 6000-CHAIN-SPAN THRU 6000-EXIT
               IF WS-CH-START-SECS = 0
                   MOVE WS-NOW-SECS TO WS-CH-START-SECS
               END-IF
           END-IF.
           PERFORM 6100-WINDOW-DEADLINE THRU 6100-EXIT.
           MOVE WS-CH-DEADLINE-SECS TO WS-FMT-SECS.
           PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT.
           MOVE WS-STAMP-TEXT TO WS-STAMP-TEXT2.
           MOVE WS-PROJECT-SECS TO WS-FMT-SECS.
           PERFORM 7400-FORMAT-STAMP THRU 7400-EXIT.
           IF WS-PROJECT-SECS > WS-CH-DEADLINE-SECS
               COMPUTE WS-FMT-SECS =
                   WS-PROJECT-SECS - WS-CH-DEADLINE-SECS
               PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT
               MOVE 'TBSQ357W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'PROJECTED FINISH ' DELIMITED BY SIZE
                      WS-STAMP-TEXT DELIMITED BY SIZE
                      ' BREAKS WINDOW END ' DELIMITED BY SIZE
                      WS-STAMP-TEXT2(1:14) DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      WS-DUR-TEXT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               ADD 1 TO WS-OVERRUN-COUNT
           ELSE
               MOVE 'TBSQ358I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'PROJECTED FINISH ' DELIMITED BY SIZE
                      WS-STAMP-TEXT DELIMITED BY SIZE
                      ' WITHIN WINDOW END ' DELIMITED BY SIZE
                      WS-STAMP-TEXT2(1:14) DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
           END-IF.
           IF WS-OVERRUN-COUNT > 0 AND WS-STEP-RC < 4
               MOVE 4 TO WS-STEP-RC
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-STEP.
           IF WS-BD-TONIGHT-IDX = 0
               MOVE 0 TO WS-ELAPSED-SECS
           ELSE
               MOVE WS-BD-TONIGHT-IDX TO WS-BD-IDX
               IF WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX) = 0
                   MOVE 0 TO WS-ELAPSED-SECS
               ELSE
                   PERFORM 5200-CHECK-STEP-TONIGHT THRU 5200-EXIT
                   GO TO 5100-EXIT
               END-IF
           END-IF.
      * not started tonight: still to run, at its average
           ADD WS-ST-AVG-SECS(WS-ST-IDX) TO WS-REMAIN-SECS.
       5100-EXIT.
           EXIT.

       5200-CHECK-STEP-TONIGHT.
           IF WS-BD-END-SECS(WS-BD-IDX, WS-ST-IDX)
                  < WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX)
               MOVE 0 TO WS-ELAPSED-SECS
               IF WS-NOW-SECS > WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX)
                   COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS
                       - WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX)
               END-IF
               IF WS-ELAPSED-SECS < WS-ST-AVG-SECS(WS-ST-IDX)
                   COMPUTE WS-REMAIN-SECS = WS-REMAIN-SECS
                       + WS-ST-AVG-SECS(WS-ST-IDX) - WS-ELAPSED-SECS
               END-IF
               MOVE 'TBSQ355W' TO SQLBG-MSG-ID
           ELSE
               COMPUTE WS-ELAPSED-SECS =
                   WS-BD-END-SECS(WS-BD-IDX, WS-ST-IDX)
                   - WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX)
               MOVE 'TBSQ356W' TO SQLBG-MSG-ID
           END-IF.
           IF WS-ST-RUNS(WS-ST-IDX) = 0
              OR WS-ST-AVG-SECS(WS-ST-IDX) = 0
               GO TO 5200-EXIT
           END-IF.
           COMPUTE WS-LIMIT-SECS = WS-ST-AVG-SECS(WS-ST-IDX)
               * (100 + WS-OVERRUN-PCT) / 100.
           IF WS-ELAPSED-SECS NOT > WS-LIMIT-SECS
               GO TO 5200-EXIT
           END-IF.
           ADD 1 TO WS-OVERRUN-COUNT.
           COMPUTE WS-PCT-OF-AVG =
               WS-ELAPSED-SECS * 100 / WS-ST-AVG-SECS(WS-ST-IDX).
           MOVE WS-PCT-OF-AVG TO WS-MSG-EDIT.
           MOVE WS-ELAPSED-SECS TO WS-FMT-SECS.
           PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT.
           MOVE WS-DUR-TEXT TO WS-DUR-TEXT2.
           MOVE WS-ST-AVG-SECS(WS-ST-IDX) TO WS-FMT-SECS.
           PERFORM 7300-FORMAT-DURATION THRU 7300-EXIT.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           IF SQLBG-MSG-ID = 'TBSQ355W'
               STRING WS-ST-STEP(WS-ST-IDX) DELIMITED BY SIZE
                      ' RUNNING ' DELIMITED BY SIZE
                      WS-DUR-TEXT2 DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                      ' PCT OF ITS AVERAGE ' DELIMITED BY SIZE
                      WS-DUR-TEXT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
           ELSE
               STRING WS-ST-STEP(WS-ST-IDX) DELIMITED BY SIZE
                      ' RAN ' DELIMITED BY SIZE
                      WS-DUR-TEXT2 DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                      ' PCT OF ITS AVERAGE ' DELIMITED BY SIZE
                      WS-DUR-TEXT DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
           END-IF.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CHAIN SPAN AND WINDOW DEADLINE
      *----------------------------------------------------------------
      * one night's chain runs from its first step start to its last
      * step end; it is still open while any step has started and not
      * ended
       6000-CHAIN-SPAN.
           MOVE 0 TO WS-CH-START-SECS.
           MOVE 0 TO WS-CH-END-SECS.
           MOVE 'N' TO WS-CHAIN-OPEN-SW.
           PERFORM 6010-SPAN-ONE-STEP THRU 6010-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT.
           IF WS-CH-START-SECS > 0
               PERFORM 6100-WINDOW-DEADLINE THRU 6100-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6010-SPAN-ONE-STEP.
           IF WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX) = 0
               GO TO 6010-EXIT
           END-IF.
           IF WS-CH-START-SECS = 0
              OR WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX)
                     < WS-CH-START-SECS
               MOVE WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX)
                   TO WS-CH-START-SECS
           END-IF.
           IF WS-BD-END-SECS(WS-BD-IDX, WS-ST-IDX)
                  < WS-BD-START-SECS(WS-BD-IDX, WS-ST-IDX)
               MOVE 'Y' TO WS-CHAIN-OPEN-SW
           ELSE
               IF WS-BD-END-SECS(WS-BD-IDX, WS-ST-IDX)
                      > WS-CH-END-SECS
                   MOVE WS-BD-END-SECS(WS-BD-IDX, WS-ST-IDX)
                       TO WS-CH-END-SECS
               END-IF
           END-IF.
       6010-EXIT.
           EXIT.

      * the window end is the first WINDOW-END time after the chain's
      * first start -- the next morning for an evening batch
       6100-WINDOW-DEADLINE.
           DIVIDE WS-CH-START-SECS BY 86400 GIVING WS-DAY-NUM
               REMAINDER WS-FMT-REM.
           COMPUTE WS-CH-DEADLINE-SECS =
               WS-DAY-NUM * 86400 + WS-WEND-SECS.
           IF WS-FMT-REM >= WS-WEND-SECS
               ADD 86400 TO WS-CH-DEADLINE-SECS
           END-IF.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * DATE AND TIME ROUTINES
      *----------------------------------------------------------------
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

      * WS-DW-DATE plus WS-TM-HHMMSS to seconds since day 0
       7200-STAMP-TO-SECS.
           PERFORM 7000-DATE-TO-DAY-NUM THRU 7000-EXIT.
           COMPUTE WS-SECS = WS-DAY-NUM * 86400 + WS-TM-HH * 3600
               + WS-TM-MM * 60 + WS-TM-SS.
       7200-EXIT.
           EXIT.

      * WS-FMT-SECS as an hhh:mm:ss elapsed time in WS-DUR-TEXT
       7300-FORMAT-DURATION.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REM.
           IF WS-FMT-HOURS > 999
               MOVE 999 TO WS-FMT-HOURS
           END-IF.
           MOVE WS-FMT-HOURS TO WS-DUR-HH.
           DIVIDE WS-FMT-REM BY 60 GIVING WS-DUR-MM
               REMAINDER WS-DUR-SS.
           MOVE WS-DUR-EDIT TO WS-DUR-TEXT.
       7300-EXIT.
           EXIT.

      * WS-FMT-SECS as a ccyymmdd hh:mm:ss stamp in WS-STAMP-TEXT
       7400-FORMAT-STAMP.
           DIVIDE WS-FMT-SECS BY 86400 GIVING WS-DAY-NUM
               REMAINDER WS-FMT-REM.
           PERFORM 7100-DAY-NUM-TO-DATE THRU 7100-EXIT.
           MOVE WS-DW-DATE TO WS-STP-DATE.
           DIVIDE WS-FMT-REM BY 3600 GIVING WS-STP-HH
               REMAINDER WS-FMT-WORK.
           DIVIDE WS-FMT-WORK BY 60 GIVING WS-STP-MM
               REMAINDER WS-STP-SS.
           MOVE WS-STAMP-EDIT TO WS-STAMP-TEXT.
       7400-EXIT.
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
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           IF WS-ABORT
               GO TO 8010-EXIT
           END-IF.
           IF WS-REPORT-MODE
               MOVE 'TBSQ359I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE WS-BD-COUNT TO WS-MSG-EDIT
               MOVE WS-ST-COUNT TO WS-MSG-EDIT2
               MOVE SPACES TO SQLBG-TEXT
               STRING 'BATCH DATES REPORTED: ' DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                      ' STEPS: ' DELIMITED BY SIZE
                      WS-MSG-EDIT2 DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               IF WS-CH-MISSED-COUNT > 0
                   MOVE 'TBSQ357W' TO SQLBG-MSG-ID
                   MOVE 'W' TO SQLBG-SEVERITY
                   MOVE WS-CH-MISSED-COUNT TO WS-MSG-EDIT
                   MOVE WS-CH-RUNS TO WS-MSG-EDIT2
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'BATCH WINDOW MISSED ON ' DELIMITED BY SIZE
                          WS-MSG-EDIT DELIMITED BY SIZE
                          ' OF ' DELIMITED BY SIZE
                          WS-MSG-EDIT2 DELIMITED BY SIZE
                          ' FINISHED BATCHES' DELIMITED BY SIZE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               END-IF
               IF (WS-CH-MISSED-COUNT > 0 OR WS-OVERRUN-COUNT > 0)
                  AND WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
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
           MOVE 'TBSQWIN0' TO SQLBA-PROGRAM.
           MOVE 'TBSQRUNS' TO SQLBA-FILE.
           MOVE WS-RUN-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE WS-OVERRUN-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           IF WS-REPORT-MODE
               MOVE 'TBSQWINR' TO SQLBA-FILE
               MOVE 0 TO SQLBA-READ-COUNT
               MOVE WS-RPT-WRITE-COUNT TO SQLBA-WRITE-COUNT
               MOVE WS-CH-MISSED-COUNT TO SQLBA-EXCEPT-COUNT
               WRITE SQLB-AUDIT-RECORD
           END-IF.
           CLOSE AUDIT-FILE.
       8100-EXIT.
           EXIT.

      * common numbered-message routine (see SQLBMSGP)
       9000-PUT-MESSAGE.
           CALL 'TBSQMSG0' USING SQLB-MSG-PARM.
       9000-EXIT.
           EXIT.
