      *************************************************************************
      *
      * Program-ID: TBSQCRC0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/15/2026
      *
      * Function: Change-management reconciliation.  Every change the
      *           delta run TBSQDLT0 detected (TBSQDLTX, see SQLBDLTX)
      *           is matched against the approved changes extracted
      *           from the change calendar (TBSQAPCH, see SQLBAPCH).  A
      *           change is covered by an approved change for the same
      *           database and tablespace, of the same change type or
      *           ANY, whose window started at or before the delta run
      *           that saw it and ended no more than the grace period
      *           before that run -- the nightly delta run sees a change
      *           some hours after it was made.  TBSQCRCR lists:
      *             - matched changes, with the covering change number
      *             - unauthorized changes, with no covering record;
      *               these end the step with condition code 4
      *             - approved changes whose window and grace period
      *               closed without the change ever showing up; also
      *               condition code 4
      *             - approved changes still open
      *           An approved change settled either way is logged on
      *           TBSQCRCL (see SQLBCRCL), so it is reported as missed
      *           once only and is never reported missed after it was
      *           matched on an earlier night.
      *           Control cards:
      *             GRACE-HOURS=nn        hours after the window end a
      *                                   change may still be detected
      *                                   (default 24, one nightly
      *                                   cycle)
      *             EXEMPT=type           a change type (NEW, GONE,
      *                                   STATE or NCTN) that needs no
      *                                   approval -- e.g. STATE, where
      *                                   operational state moves are
      *                                   not change-managed; one card
      *                                   per type
      *
      * Modification History:
      *   10/15/2026 RH  Initial version.
      *   10/15/2026 RH  Keep the step condition code in WS-STEP-RC and
      *                  set it after the last message, which was
      *                  leaving the step at 0.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQCRC0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "CONTROLCD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELTA-FILE ASSIGN TO "TBSQDLTX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLX-STATUS.

           SELECT APPROVED-FILE ASSIGN TO "TBSQAPCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APC-STATUS.

           SELECT CRC-LOG-FILE ASSIGN TO "TBSQCRCL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CRC-RPT ASSIGN TO "TBSQCRCR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  DELTA-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbdltx.

       FD  APPROVED-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbapch.

       FD  CRC-LOG-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbcrcl.

       FD  CRC-RPT
           LABEL RECORDS ARE OMITTED.
       01  CRC-RPT-RECORD             PIC X(133).

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-MSG-EDIT2               PIC Z(8)9.
       77  WS-EDIT-PART               PIC ZZZ9.
       77  WS-EOF-CTL-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTL                       VALUE 'Y'.
       77  WS-EOF-DLX-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-DLX                       VALUE 'Y'.
       77  WS-EOF-APC-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-APC                       VALUE 'Y'.
       77  WS-EOF-LOG-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-LOG                       VALUE 'Y'.
       77  WS-ABORT-SW                PIC X(01) VALUE 'N'.
           88  WS-ABORT                         VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.

       77  WS-DLX-STATUS              PIC X(02) VALUE SPACES.
           88  WS-DLX-STATUS-NEW                VALUE '35'.
       77  WS-APC-STATUS              PIC X(02) VALUE SPACES.
           88  WS-APC-STATUS-NEW                VALUE '35'.
       77  WS-LOG-STATUS              PIC X(02) VALUE SPACES.
           88  WS-LOG-STATUS-NEW                VALUE '35'.
       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

       77  WS-RUN-DATE                PIC 9(8)  VALUE 0.
       01  WS-RUN-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME-RAW.
           05  WS-RUN-HHMM            PIC 9(4).
           05  FILLER                 PIC 9(4).
       77  WS-GRACE-HOURS             PIC 9(9)  COMP-5 VALUE 24.
       77  WS-GRACE-MINS              PIC 9(9)  COMP-5 VALUE 0.

      * control card parse (numeric value up to 8 digits)
       01  WS-CARD-IMAGE              PIC X(80).
       77  WS-CTL-VAL-IDX             PIC 9(2)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-NUM             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-BAD-SW          PIC X(01) VALUE 'N'.
           88  WS-CTL-VAL-BAD                   VALUE 'Y'.
       01  WS-CTL-VALUE               PIC X(08).
       01  WS-CTL-DIGIT-X             PIC X(01).
       01  WS-CTL-DIGIT REDEFINES WS-CTL-DIGIT-X
                                      PIC 9(01).

      * change types exempt from approval
       77  WS-EXM-MAX                 PIC 9(2)  COMP-5 VALUE 4.
       77  WS-EXM-COUNT               PIC 9(2)  COMP-5 VALUE 0.
       77  WS-EXM-IDX                 PIC 9(2)  COMP-5 VALUE 0.
       01  WS-EXM-TABLE.
           05  WS-EXM-TYPE OCCURS 4 TIMES
                                      PIC X(05).
       01  WS-TYPE-CHECK              PIC X(05).
           88  WS-TYPE-VALID          VALUE 'NEW' 'GONE' 'STATE' 'NCTN'.
           88  WS-TYPE-VALID-APPROVED VALUE 'NEW' 'GONE' 'STATE' 'NCTN'
                                            'ANY'.

      * date to day number, same civil-calendar arithmetic as the
      * forecast and batch-window steps; a stamp is then minutes
      * since day 0 so window ends and detect times compare across
      * midnight and month ends
       01  WS-DATE-WORK.
           05  WS-DW-DATE             PIC 9(8).
           05  WS-DW-DATE-R REDEFINES WS-DW-DATE.
               10  WS-DW-YEAR         PIC 9(4).
               10  WS-DW-MONTH        PIC 9(2).
               10  WS-DW-DAY          PIC 9(2).
       01  WS-HHMM-WORK.
           05  WS-HM-HHMM             PIC 9(4).
           05  WS-HM-HHMM-R REDEFINES WS-HM-HHMM.
               10  WS-HM-HH           PIC 9(2).
               10  WS-HM-MM           PIC 9(2).
       77  WS-DC-YEAR                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-MONTH                PIC 9(2)  COMP-5 VALUE 0.
       77  WS-DC-Q4                   PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-Q100                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-Q400                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-MWORK                PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DC-QM                   PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DAY-NUM                 PIC 9(9)  COMP-5 VALUE 0.
       77  WS-MINS                    PIC 9(18) COMP-5 VALUE 0.
       77  WS-NOW-MINS                PIC 9(18) COMP-5 VALUE 0.
       77  WS-DETECT-MINS             PIC 9(18) COMP-5 VALUE 0.

      * approved changes from the calendar extract
       77  WS-AP-MAX                  PIC 9(4)  COMP-5 VALUE 2000.
       77  WS-AP-COUNT                PIC 9(4)  COMP-5 VALUE 0.
       77  WS-AP-IDX                  PIC 9(4)  COMP-5 VALUE 0.
       77  WS-AP-MATCH-IDX            PIC 9(4)  COMP-5 VALUE 0.
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY OCCURS 2000 TIMES.
               10  WS-AP-CHANGE-NUM   PIC X(12).
               10  WS-AP-DB-NAME      PIC X(08).
               10  WS-AP-NAME         PIC X(30).
               10  WS-AP-TYPE         PIC X(05).
               10  WS-AP-START-DATE   PIC 9(08).
               10  WS-AP-START-HHMM   PIC 9(04).
               10  WS-AP-END-DATE     PIC 9(08).
               10  WS-AP-END-HHMM     PIC 9(04).
               10  WS-AP-START-MINS   PIC 9(18) COMP-5.
               10  WS-AP-CLOSE-MINS   PIC 9(18) COMP-5.
      * N = open, T = matched tonight, M = matched on an earlier
      * night, X = already reported missed, Y = missed tonight
               10  WS-AP-STATUS       PIC X(01).
                   88  WS-AP-OPEN               VALUE 'N'.
                   88  WS-AP-MATCHED-NOW        VALUE 'T'.
                   88  WS-AP-MATCHED-BEFORE     VALUE 'M'.
                   88  WS-AP-MISSED-BEFORE      VALUE 'X'.
                   88  WS-AP-MISSED-NOW         VALUE 'Y'.
               10  WS-AP-DELTA-COUNT  PIC 9(5)  COMP-5.

      * tonight's detected changes, kept so the report can list them
      * by outcome
       77  WS-DX-MAX                  PIC 9(5)  COMP-5 VALUE 5000.
       77  WS-DX-COUNT                PIC 9(5)  COMP-5 VALUE 0.
       77  WS-DX-IDX                  PIC 9(5)  COMP-5 VALUE 0.
       01  WS-DX-TABLE.
           05  WS-DX-ENTRY OCCURS 5000 TIMES.
               10  WS-DX-DETECT-DATE  PIC 9(08).
               10  WS-DX-DETECT-HHMM  PIC 9(04).
               10  WS-DX-TYPE         PIC X(05).
               10  WS-DX-DB-NAME      PIC X(08).
               10  WS-DX-PARTITION    PIC 9(04).
               10  WS-DX-NAME         PIC X(30).
               10  WS-DX-OLD-VALUE    PIC X(20).
               10  WS-DX-NEW-VALUE    PIC X(20).
      * M = matched, U = unauthorized, E = exempt type
               10  WS-DX-STATUS       PIC X(01).
                   88  WS-DX-MATCHED            VALUE 'M'.
                   88  WS-DX-UNAUTHORIZED       VALUE 'U'.
                   88  WS-DX-EXEMPT             VALUE 'E'.
               10  WS-DX-AP-IDX       PIC 9(4)  COMP-5.

       77  WS-MATCHED-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-UNAUTH-COUNT            PIC 9(9)  COMP-5 VALUE 0.
       77  WS-EXEMPT-COUNT            PIC 9(9)  COMP-5 VALUE 0.
       77  WS-MISSED-COUNT            PIC 9(9)  COMP-5 VALUE 0.
       77  WS-PENDING-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DLX-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-APC-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-LOG-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-LOG-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-SECTION-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-LINE-PTR                PIC 9(3)  COMP-5 VALUE 0.

       01  WS-STAMP-EDIT.
           05  WS-STP-DATE            PIC 9(8).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-STP-HH              PIC 9(2).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WS-STP-MM              PIC 9(2).
       01  WS-STAMP-TEXT              PIC X(14).
       01  WS-STAMP-TEXT2             PIC X(14).

       01  WS-CRC-TEXT                PIC X(133).

       01  WS-HDG-LINE.
           05  FILLER                 PIC X(41) VALUE
               ' CHANGE-MANAGEMENT RECONCILIATION - DATE '.
           05  WSH-DATE               PIC 9(8).
           05  FILLER                 PIC X(06) VALUE ' TIME '.
           05  WSH-HH                 PIC 9(2).
           05  FILLER                 PIC X(01) VALUE ':'.
           05  WSH-MM                 PIC 9(2).
           05  FILLER                 PIC X(13) VALUE
               ', GRACE HOURS'.
           05  WSH-GRACE              PIC ZZ9.
           05  FILLER                 PIC X(57) VALUE SPACES.

       01  WS-COL-HDG-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE 'CHANGE NO'.
           05  FILLER                 PIC X(07) VALUE 'TYPE'.
           05  FILLER                 PIC X(10) VALUE 'DATABASE'.
           05  FILLER                 PIC X(06) VALUE 'PART'.
           05  FILLER                 PIC X(32) VALUE 'TABLESPACE'.
           05  FILLER                 PIC X(46) VALUE 'DETAIL'.
           05  FILLER                 PIC X(15) VALUE 'DETECTED'.

       01  WS-CRC-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WSL-CHANGE-NUM         PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSL-TYPE               PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSL-DB-NAME            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSL-PARTITION          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSL-NAME               PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSL-DETAIL             PIC X(44).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSL-WHEN               PIC X(15).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT WS-ABORT
               PERFORM 2000-MATCH-ONE-DELTA THRU 2000-EXIT
                   UNTIL WS-EOF-DLX OR WS-ABORT
               CLOSE DELTA-FILE
           END-IF.
           IF NOT WS-ABORT
               PERFORM 3000-SETTLE-APPROVED THRU 3000-EXIT
               PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION, CONTROL CARDS, APPROVED CHANGES AND THE LOG
      *----------------------------------------------------------------
      * no delta file means the delta run has not run, which is an
      * error (condition code 8); an empty one is a quiet night
       1000-INITIALIZE.
           MOVE 'TBSQCRC0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-DATE TO WS-DW-DATE.
           MOVE WS-RUN-HHMM TO WS-HM-HHMM.
           PERFORM 7000-STAMP-TO-MINS THRU 7000-EXIT.
           MOVE WS-MINS TO WS-NOW-MINS.
           PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
           COMPUTE WS-GRACE-MINS = WS-GRACE-HOURS * 60.
           PERFORM 1300-LOAD-APPROVED THRU 1300-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1400-LOAD-LOG THRU 1400-EXIT.
           OPEN INPUT DELTA-FILE.
           IF WS-DLX-STATUS-NEW
               MOVE 'TBSQ374E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO DELTA FILE TBSQDLTX - RUN TBSQDLT0 FIRST'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF.
           READ DELTA-FILE
               AT END MOVE 'Y' TO WS-EOF-DLX-SW
           END-READ.
       1000-EXIT.
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
           IF WS-CARD-IMAGE(1:12) = 'GRACE-HOURS='
               MOVE WS-CARD-IMAGE(13:8) TO WS-CTL-VALUE
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CTL-VAL-NUM TO WS-GRACE-HOURS
               END-IF
           ELSE
           IF WS-CARD-IMAGE(1:7) = 'EXEMPT='
               PERFORM 1200-STORE-EXEMPT-TYPE THRU 1200-EXIT
           ELSE
               MOVE 'TBSQ370W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'UNRECOGNIZED CONTROL CARD: ' DELIMITED BY SIZE
                      WS-CARD-IMAGE(1:40) DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
           END-IF
           END-IF
           END-IF.
       1120-EXIT.
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
           MOVE 'TBSQ371W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'BAD VALUE ON CONTROL CARD, DEFAULT KEPT: '
                      DELIMITED BY SIZE
                  WS-CARD-IMAGE(1:40) DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       1150-EXIT.
           EXIT.

       1200-STORE-EXEMPT-TYPE.
           MOVE WS-CARD-IMAGE(8:5) TO WS-TYPE-CHECK.
           IF NOT WS-TYPE-VALID
              OR WS-EXM-COUNT >= WS-EXM-MAX
               PERFORM 1150-REPORT-BAD-VALUE THRU 1150-EXIT
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-EXM-COUNT.
           MOVE WS-TYPE-CHECK TO WS-EXM-TYPE(WS-EXM-COUNT).
       1200-EXIT.
           EXIT.

      * no extract at all means nothing was approved -- every change
      * tonight is then unauthorized, which is what the report should
      * say
       1300-LOAD-APPROVED.
           OPEN INPUT APPROVED-FILE.
           IF WS-APC-STATUS-NEW
               MOVE 'TBSQ375I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE 'NO APPROVED-CHANGE FILE TBSQAPCH - NONE APPROVED'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-READ-ONE-APPROVED THRU 1310-EXIT
               UNTIL WS-EOF-APC.
           CLOSE APPROVED-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-ONE-APPROVED.
           READ APPROVED-FILE
               AT END MOVE 'Y' TO WS-EOF-APC-SW
               NOT AT END
                   PERFORM 1320-STORE-ONE-APPROVED THRU 1320-EXIT
           END-READ.
       1310-EXIT.
           EXIT.

      * a line with a bad type or window is skipped with a warning --
      * the change it was meant to cover then shows as unauthorized,
      * which sends someone back to the calendar entry
       1320-STORE-ONE-APPROVED.
           IF SQLB-APPROVED-RECORD = SPACES
              OR SQLBAP-CHANGE-NUM(1:1) = '*'
               GO TO 1320-EXIT
           END-IF.
           ADD 1 TO WS-APC-READ-COUNT.
           MOVE SQLBAP-CHANGE-TYPE TO WS-TYPE-CHECK.
           IF NOT WS-TYPE-VALID-APPROVED
              OR SQLBAP-WINDOW-START NOT NUMERIC
              OR SQLBAP-WINDOW-END NOT NUMERIC
              OR SQLBAP-WINDOW-END < SQLBAP-WINDOW-START
              OR SQLBAP-CHANGE-NUM = SPACES
              OR SQLBAP-NAME = SPACES
               MOVE 'TBSQ372W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'BAD APPROVED-CHANGE LINE SKIPPED: '
                          DELIMITED BY SIZE
                      SQLB-APPROVED-RECORD(1:60) DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               GO TO 1320-EXIT
           END-IF.
           IF WS-AP-COUNT >= WS-AP-MAX
               MOVE 'TBSQ373S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'APPROVED-CHANGE TABLE FULL, INCREASE WS-AP-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-APC-SW
               GO TO 1320-EXIT
           END-IF.
           ADD 1 TO WS-AP-COUNT.
           MOVE SQLBAP-CHANGE-NUM TO WS-AP-CHANGE-NUM(WS-AP-COUNT).
           MOVE SQLBAP-DB-NAME TO WS-AP-DB-NAME(WS-AP-COUNT).
           MOVE SQLBAP-NAME TO WS-AP-NAME(WS-AP-COUNT).
           MOVE SQLBAP-CHANGE-TYPE TO WS-AP-TYPE(WS-AP-COUNT).
           MOVE SQLBAP-START-DATE TO WS-AP-START-DATE(WS-AP-COUNT).
           MOVE SQLBAP-START-HHMM TO WS-AP-START-HHMM(WS-AP-COUNT).
           MOVE SQLBAP-END-DATE TO WS-AP-END-DATE(WS-AP-COUNT).
           MOVE SQLBAP-END-HHMM TO WS-AP-END-HHMM(WS-AP-COUNT).
           MOVE SQLBAP-START-DATE TO WS-DW-DATE.
           MOVE SQLBAP-START-HHMM TO WS-HM-HHMM.
           PERFORM 7000-STAMP-TO-MINS THRU 7000-EXIT.
           MOVE WS-MINS TO WS-AP-START-MINS(WS-AP-COUNT).
           MOVE SQLBAP-END-DATE TO WS-DW-DATE.
           MOVE SQLBAP-END-HHMM TO WS-HM-HHMM.
           PERFORM 7000-STAMP-TO-MINS THRU 7000-EXIT.
           COMPUTE WS-AP-CLOSE-MINS(WS-AP-COUNT) =
               WS-MINS + WS-GRACE-MINS.
           MOVE 'N' TO WS-AP-STATUS(WS-AP-COUNT).
           MOVE 0 TO WS-AP-DELTA-COUNT(WS-AP-COUNT).
       1320-EXIT.
           EXIT.

      * an approved change already settled on an earlier night takes
      * its status from the log; log records for changes that have
      * since left the calendar extract are passed over
       1400-LOAD-LOG.
           OPEN INPUT CRC-LOG-FILE.
           IF WS-LOG-STATUS-NEW
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-READ-ONE-LOG THRU 1410-EXIT
               UNTIL WS-EOF-LOG.
           CLOSE CRC-LOG-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-ONE-LOG.
           READ CRC-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-LOG-SW
                   GO TO 1410-EXIT
           END-READ.
           ADD 1 TO WS-LOG-READ-COUNT.
           PERFORM 1420-APPLY-ONE-LOG THRU 1420-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT.
       1410-EXIT.
           EXIT.

       1420-APPLY-ONE-LOG.
           IF WS-AP-CHANGE-NUM(WS-AP-IDX) = SQLBCL-CHANGE-NUM
              AND WS-AP-DB-NAME(WS-AP-IDX) = SQLBCL-DB-NAME
              AND WS-AP-NAME(WS-AP-IDX) = SQLBCL-NAME
              AND WS-AP-TYPE(WS-AP-IDX) = SQLBCL-CHANGE-TYPE
               IF SQLBCL-MATCHED
                   MOVE 'M' TO WS-AP-STATUS(WS-AP-IDX)
               ELSE
                   IF NOT WS-AP-MATCHED-BEFORE(WS-AP-IDX)
                       MOVE 'X' TO WS-AP-STATUS(WS-AP-IDX)
                   END-IF
               END-IF
           END-IF.
       1420-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * MATCH TONIGHT'S DETECTED CHANGES
      *----------------------------------------------------------------
       2000-MATCH-ONE-DELTA.
           ADD 1 TO WS-DLX-READ-COUNT.
           IF WS-DX-COUNT >= WS-DX-MAX
               MOVE 'TBSQ373S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'DELTA TABLE FULL, INCREASE WS-DX-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-DX-COUNT.
           MOVE SQLBDL-DETECT-DATE TO WS-DX-DETECT-DATE(WS-DX-COUNT).
           MOVE SQLBDL-DETECT-TIME(1:4)
               TO WS-DX-DETECT-HHMM(WS-DX-COUNT).
           MOVE SQLBDL-CHANGE-TYPE TO WS-DX-TYPE(WS-DX-COUNT).
           MOVE SQLBDL-DB-NAME TO WS-DX-DB-NAME(WS-DX-COUNT).
           MOVE SQLBDL-PARTITION TO WS-DX-PARTITION(WS-DX-COUNT).
           MOVE SQLBDL-NAME TO WS-DX-NAME(WS-DX-COUNT).
           MOVE SQLBDL-OLD-VALUE TO WS-DX-OLD-VALUE(WS-DX-COUNT).
           MOVE SQLBDL-NEW-VALUE TO WS-DX-NEW-VALUE(WS-DX-COUNT).
           MOVE 0 TO WS-DX-AP-IDX(WS-DX-COUNT).
           MOVE SQLBDL-DETECT-DATE TO WS-DW-DATE.
           MOVE SQLBDL-DETECT-TIME(1:4) TO WS-HM-HHMM.
           PERFORM 7000-STAMP-TO-MINS THRU 7000-EXIT.
           MOVE WS-MINS TO WS-DETECT-MINS.
           MOVE 0 TO WS-AP-MATCH-IDX.
           PERFORM 2100-TRY-ONE-APPROVED THRU 2100-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT
                  OR WS-AP-MATCH-IDX > 0.
           IF WS-AP-MATCH-IDX > 0
               MOVE 'M' TO WS-DX-STATUS(WS-DX-COUNT)
               MOVE WS-AP-MATCH-IDX TO WS-DX-AP-IDX(WS-DX-COUNT)
               ADD 1 TO WS-AP-DELTA-COUNT(WS-AP-MATCH-IDX)
               IF WS-AP-OPEN(WS-AP-MATCH-IDX)
                   MOVE 'T' TO WS-AP-STATUS(WS-AP-MATCH-IDX)
               END-IF
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               PERFORM 2200-CHECK-EXEMPT THRU 2200-EXIT
           END-IF.
           READ DELTA-FILE
               AT END MOVE 'Y' TO WS-EOF-DLX-SW
           END-READ.
       2000-EXIT.
           EXIT.

       2100-TRY-ONE-APPROVED.
           IF WS-AP-DB-NAME(WS-AP-IDX) = SQLBDL-DB-NAME
              AND WS-AP-NAME(WS-AP-IDX) = SQLBDL-NAME
              AND (WS-AP-TYPE(WS-AP-IDX) = SQLBDL-CHANGE-TYPE
                   OR WS-AP-TYPE(WS-AP-IDX) = 'ANY')
              AND WS-AP-START-MINS(WS-AP-IDX) <= WS-DETECT-MINS
              AND WS-DETECT-MINS <= WS-AP-CLOSE-MINS(WS-AP-IDX)
               MOVE WS-AP-IDX TO WS-AP-MATCH-IDX
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CHECK-EXEMPT.
           MOVE 'U' TO WS-DX-STATUS(WS-DX-COUNT).
           PERFORM 2210-MATCH-ONE-EXEMPT THRU 2210-EXIT
               VARYING WS-EXM-IDX FROM 1 BY 1
               UNTIL WS-EXM-IDX > WS-EXM-COUNT.
           IF WS-DX-EXEMPT(WS-DX-COUNT)
               ADD 1 TO WS-EXEMPT-COUNT
           ELSE
               ADD 1 TO WS-UNAUTH-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-ONE-EXEMPT.
           IF WS-EXM-TYPE(WS-EXM-IDX) = SQLBDL-CHANGE-TYPE
               MOVE 'E' TO WS-DX-STATUS(WS-DX-COUNT)
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * SETTLE THE APPROVED CHANGES AND LOG THEM
      *----------------------------------------------------------------
      * matched tonight, or window and grace closed without a match:
      * either way the change is settled and goes on the log
       3000-SETTLE-APPROVED.
           OPEN EXTEND CRC-LOG-FILE.
           IF WS-LOG-STATUS-NEW
               OPEN OUTPUT CRC-LOG-FILE
           END-IF.
           PERFORM 3100-SETTLE-ONE-APPROVED THRU 3100-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT.
           CLOSE CRC-LOG-FILE.
       3000-EXIT.
           EXIT.

       3100-SETTLE-ONE-APPROVED.
           IF WS-AP-OPEN(WS-AP-IDX)
              AND WS-AP-CLOSE-MINS(WS-AP-IDX) < WS-NOW-MINS
               MOVE 'Y' TO WS-AP-STATUS(WS-AP-IDX)
               ADD 1 TO WS-MISSED-COUNT
           END-IF.
           IF WS-AP-OPEN(WS-AP-IDX)
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
           IF NOT WS-AP-MATCHED-NOW(WS-AP-IDX)
              AND NOT WS-AP-MISSED-NOW(WS-AP-IDX)
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-AP-CHANGE-NUM(WS-AP-IDX) TO SQLBCL-CHANGE-NUM.
           MOVE WS-AP-DB-NAME(WS-AP-IDX) TO SQLBCL-DB-NAME.
           MOVE WS-AP-NAME(WS-AP-IDX) TO SQLBCL-NAME.
           MOVE WS-AP-TYPE(WS-AP-IDX) TO SQLBCL-CHANGE-TYPE.
           IF WS-AP-MATCHED-NOW(WS-AP-IDX)
               MOVE 'M' TO SQLBCL-STATUS
           ELSE
               MOVE 'X' TO SQLBCL-STATUS
           END-IF.
           MOVE WS-RUN-DATE TO SQLBCL-SETTLE-DATE.
           WRITE SQLB-CRCLOG-RECORD.
           ADD 1 TO WS-LOG-WRITE-COUNT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REPORT
      *----------------------------------------------------------------
       4000-WRITE-REPORT.
           OPEN OUTPUT CRC-RPT.
           MOVE WS-RUN-DATE TO WSH-DATE.
           MOVE WS-RUN-HHMM TO WS-HM-HHMM.
           MOVE WS-HM-HH TO WSH-HH.
           MOVE WS-HM-MM TO WSH-MM.
           MOVE WS-GRACE-HOURS TO WSH-GRACE.
           WRITE CRC-RPT-RECORD FROM WS-HDG-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.

           MOVE ' MATCHED CHANGES - COVERED BY AN APPROVED CHANGE'
               TO WS-CRC-TEXT.
           MOVE WS-MATCHED-COUNT TO WS-SECTION-COUNT.
           PERFORM 4900-SECTION-HEADING THRU 4900-EXIT.
           PERFORM 4100-REPORT-MATCHED THRU 4100-EXIT
               VARYING WS-DX-IDX FROM 1 BY 1
               UNTIL WS-DX-IDX > WS-DX-COUNT.

           MOVE ' UNAUTHORIZED CHANGES - NO COVERING APPROVED CHANGE'
               TO WS-CRC-TEXT.
           MOVE WS-UNAUTH-COUNT TO WS-SECTION-COUNT.
           PERFORM 4900-SECTION-HEADING THRU 4900-EXIT.
           PERFORM 4200-REPORT-UNAUTHORIZED THRU 4200-EXIT
               VARYING WS-DX-IDX FROM 1 BY 1
               UNTIL WS-DX-IDX > WS-DX-COUNT.

           IF WS-EXM-COUNT > 0
               MOVE ' EXEMPT CHANGES - TYPE NEEDS NO APPROVAL'
                   TO WS-CRC-TEXT
               MOVE WS-EXEMPT-COUNT TO WS-SECTION-COUNT
               PERFORM 4900-SECTION-HEADING THRU 4900-EXIT
               PERFORM 4300-REPORT-EXEMPT THRU 4300-EXIT
                   VARYING WS-DX-IDX FROM 1 BY 1
                   UNTIL WS-DX-IDX > WS-DX-COUNT
           END-IF.

           MOVE ' APPROVED CHANGES NOT SEEN - WINDOW CLOSED'
               TO WS-CRC-TEXT.
           MOVE WS-MISSED-COUNT TO WS-SECTION-COUNT.
           PERFORM 4900-SECTION-HEADING THRU 4900-EXIT.
           PERFORM 4400-REPORT-MISSED THRU 4400-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT.

           MOVE ' APPROVED CHANGES STILL OPEN' TO WS-CRC-TEXT.
           MOVE WS-PENDING-COUNT TO WS-SECTION-COUNT.
           PERFORM 4900-SECTION-HEADING THRU 4900-EXIT.
           PERFORM 4500-REPORT-PENDING THRU 4500-EXIT
               VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT.
           CLOSE CRC-RPT.
       4000-EXIT.
           EXIT.

       4100-REPORT-MATCHED.
           IF NOT WS-DX-MATCHED(WS-DX-IDX)
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4800-BUILD-DELTA-LINE THRU 4800-EXIT.
           MOVE WS-AP-CHANGE-NUM(WS-DX-AP-IDX(WS-DX-IDX))
               TO WSL-CHANGE-NUM.
           WRITE CRC-RPT-RECORD FROM WS-CRC-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       4100-EXIT.
           EXIT.

       4200-REPORT-UNAUTHORIZED.
           IF NOT WS-DX-UNAUTHORIZED(WS-DX-IDX)
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4800-BUILD-DELTA-LINE THRU 4800-EXIT.
           MOVE '** NONE **' TO WSL-CHANGE-NUM.
           WRITE CRC-RPT-RECORD FROM WS-CRC-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           MOVE 'TBSQ376W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'UNAUTHORIZED ' DELIMITED BY SIZE
                  WS-DX-TYPE(WS-DX-IDX) DELIMITED BY SPACE
                  ' CHANGE: ' DELIMITED BY SIZE
                  WS-DX-DB-NAME(WS-DX-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DX-NAME(WS-DX-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WSL-DETAIL DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       4200-EXIT.
           EXIT.

       4300-REPORT-EXEMPT.
           IF NOT WS-DX-EXEMPT(WS-DX-IDX)
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4800-BUILD-DELTA-LINE THRU 4800-EXIT.
           MOVE 'EXEMPT' TO WSL-CHANGE-NUM.
           WRITE CRC-RPT-RECORD FROM WS-CRC-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       4300-EXIT.
           EXIT.

       4400-REPORT-MISSED.
           IF NOT WS-AP-MISSED-NOW(WS-AP-IDX)
               GO TO 4400-EXIT
           END-IF.
           PERFORM 4850-BUILD-APPROVED-LINE THRU 4850-EXIT.
           WRITE CRC-RPT-RECORD FROM WS-CRC-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           MOVE 'TBSQ377W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'APPROVED CHANGE NOT SEEN: ' DELIMITED BY SIZE
                  WS-AP-CHANGE-NUM(WS-AP-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-AP-TYPE(WS-AP-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-AP-DB-NAME(WS-AP-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AP-NAME(WS-AP-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WSL-DETAIL DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       4400-EXIT.
           EXIT.

       4500-REPORT-PENDING.
           IF NOT WS-AP-OPEN(WS-AP-IDX)
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4850-BUILD-APPROVED-LINE THRU 4850-EXIT.
           WRITE CRC-RPT-RECORD FROM WS-CRC-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       4500-EXIT.
           EXIT.

      * one detected change; the values run old -> new
       4800-BUILD-DELTA-LINE.
           MOVE SPACES TO WS-CRC-LINE.
           MOVE WS-DX-TYPE(WS-DX-IDX) TO WSL-TYPE.
           MOVE WS-DX-DB-NAME(WS-DX-IDX) TO WSL-DB-NAME.
           MOVE WS-DX-PARTITION(WS-DX-IDX) TO WS-EDIT-PART.
           MOVE WS-EDIT-PART TO WSL-PARTITION.
           MOVE WS-DX-NAME(WS-DX-IDX) TO WSL-NAME.
           IF WS-DX-TYPE(WS-DX-IDX) = 'NEW'
               STRING 'APPEARED, STATE ' DELIMITED BY SIZE
                      WS-DX-NEW-VALUE(WS-DX-IDX) DELIMITED BY '  '
                   INTO WSL-DETAIL
               END-STRING
           ELSE
           IF WS-DX-TYPE(WS-DX-IDX) = 'GONE'
               STRING 'DISAPPEARED, WAS ' DELIMITED BY SIZE
                      WS-DX-OLD-VALUE(WS-DX-IDX) DELIMITED BY '  '
                   INTO WSL-DETAIL
               END-STRING
           ELSE
               STRING WS-DX-OLD-VALUE(WS-DX-IDX) DELIMITED BY '  '
                      ' -> ' DELIMITED BY SIZE
                      WS-DX-NEW-VALUE(WS-DX-IDX) DELIMITED BY '  '
                   INTO WSL-DETAIL
               END-STRING
           END-IF
           END-IF.
           MOVE WS-DX-DETECT-DATE(WS-DX-IDX) TO WS-STP-DATE.
           MOVE WS-DX-DETECT-HHMM(WS-DX-IDX) TO WS-HM-HHMM.
           MOVE WS-HM-HH TO WS-STP-HH.
           MOVE WS-HM-MM TO WS-STP-MM.
           MOVE WS-STAMP-EDIT TO WSL-WHEN.
       4800-EXIT.
           EXIT.

      * one approved change with its window
       4850-BUILD-APPROVED-LINE.
           MOVE SPACES TO WS-CRC-LINE.
           MOVE WS-AP-CHANGE-NUM(WS-AP-IDX) TO WSL-CHANGE-NUM.
           MOVE WS-AP-TYPE(WS-AP-IDX) TO WSL-TYPE.
           MOVE WS-AP-DB-NAME(WS-AP-IDX) TO WSL-DB-NAME.
           MOVE WS-AP-NAME(WS-AP-IDX) TO WSL-NAME.
           MOVE WS-AP-START-DATE(WS-AP-IDX) TO WS-STP-DATE.
           MOVE WS-AP-START-HHMM(WS-AP-IDX) TO WS-HM-HHMM.
           MOVE WS-HM-HH TO WS-STP-HH.
           MOVE WS-HM-MM TO WS-STP-MM.
           MOVE WS-STAMP-EDIT TO WS-STAMP-TEXT.
           MOVE WS-AP-END-DATE(WS-AP-IDX) TO WS-STP-DATE.
           MOVE WS-AP-END-HHMM(WS-AP-IDX) TO WS-HM-HHMM.
           MOVE WS-HM-HH TO WS-STP-HH.
           MOVE WS-HM-MM TO WS-STP-MM.
           MOVE WS-STAMP-EDIT TO WS-STAMP-TEXT2.
           STRING 'WINDOW ' DELIMITED BY SIZE
                  WS-STAMP-TEXT DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-STAMP-TEXT2 DELIMITED BY SIZE
               INTO WSL-DETAIL
           END-STRING.
       4850-EXIT.
           EXIT.

      * WS-CRC-TEXT holds the section title, WS-SECTION-COUNT its
      * line count
       4900-SECTION-HEADING.
           MOVE SPACES TO CRC-RPT-RECORD.
           WRITE CRC-RPT-RECORD.
           MOVE WS-SECTION-COUNT TO WS-MSG-EDIT.
           STRING WS-CRC-TEXT DELIMITED BY '  '
                  ':' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO CRC-RPT-RECORD
           END-STRING.
           WRITE CRC-RPT-RECORD.
           ADD 2 TO WS-RPT-WRITE-COUNT.
           IF WS-SECTION-COUNT > 0
               WRITE CRC-RPT-RECORD FROM WS-COL-HDG-LINE
               ADD 1 TO WS-RPT-WRITE-COUNT
           END-IF.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * DATE ARITHMETIC
      *----------------------------------------------------------------
      * WS-DW-DATE plus WS-HM-HHMM to minutes since day 0
       7000-STAMP-TO-MINS.
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
           COMPUTE WS-MINS = WS-DAY-NUM * 1440 + WS-HM-HH * 60
               + WS-HM-MM.
       7000-EXIT.
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
           MOVE 'TBSQ378I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-DX-COUNT TO WS-MSG-EDIT.
           MOVE WS-MATCHED-COUNT TO WS-MSG-EDIT2.
           STRING 'CHANGES DETECTED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  ' MATCHED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
               INTO SQLBG-TEXT WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-UNAUTH-COUNT TO WS-MSG-EDIT.
           MOVE WS-MISSED-COUNT TO WS-MSG-EDIT2.
           STRING ' UNAUTHORIZED: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  ' APPROVED NOT SEEN: ' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
               INTO SQLBG-TEXT WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
           IF WS-UNAUTH-COUNT > 0 OR WS-MISSED-COUNT > 0
               MOVE 4 TO WS-STEP-RC
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
           MOVE 'TBSQCRC0' TO SQLBA-PROGRAM.
           MOVE 'TBSQDLTX' TO SQLBA-FILE.
           MOVE WS-DLX-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE WS-UNAUTH-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQAPCH' TO SQLBA-FILE.
           MOVE WS-APC-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE WS-MISSED-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQCRCL' TO SQLBA-FILE.
           MOVE WS-LOG-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE WS-LOG-WRITE-COUNT TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQCRCR' TO SQLBA-FILE.
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
