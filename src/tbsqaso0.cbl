      *************************************************************************
      *
      * Program-ID: TBSQASO0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/15/2026
      *
      * Function: As-of inquiry.  Rebuilds what the tablespace estate
      *           looked like on a given date from the growth history
      *           -- for each tablespace, the nearest snapshot taken on
      *           or before that date: SMS/DMS type, pool id, page
      *           size, total, useable and used pages (TBSQHIST, see
      *           SQLBHIST), and its container list with allocated and
      *           used pages per container as of that same snapshot
      *           (TBSQCHST, see SQLBCHST).  A date older than the
      *           first snapshot still held in the live history has
      *           been aged out by TBSQHMT0, so that date is rebuilt
      *           from the monthly archive TBSQHARC instead and the
      *           report says so -- the archive holds one snapshot per
      *           tablespace per month, so the nearest snapshot can be
      *           up to a month older than the date asked for.
      *           A tablespace counts as present on a date only when
      *           its snapshot comes from its database's newest run on
      *           or before that date (for the archive, that run's
      *           month); one missing from that run had been dropped
      *           and is shown as not present rather than with the
      *           figures of its last snapshot.
      *           With a second date the two are printed side by side
      *           and every value that differs is marked '<<'.
      *           Control cards:
      *             AS-OF=ccyymmdd        the date to rebuild; required
      *             COMPARE-TO=ccyymmdd   a second date to print beside
      *                                   the first (optional)
      *             DATABASE=name         one database only (optional)
      *             TABLESPACE=name       one tablespace name only, in
      *                                   every partition (optional)
      *           Report on TBSQASOR.  Condition code 4 when nothing
      *           matches the selection, or when the archive or the
      *           container history the dates need is not there;
      *           8 when there is no usable AS-OF card or no TBSQHIST.
      *
      * Modification History:
      *   10/15/2026 RH  Initial version.
      *   10/15/2026 RH  Show a tablespace missing from its database's
      *                  newest run on or before the date as not
      *                  present, not with its last snapshot.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQASO0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "CONTROLCD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-FILE ASSIGN TO "TBSQHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBH-KEY
               ALTERNATE RECORD KEY IS SQLBH-RUN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-ARC-FILE ASSIGN TO "TBSQHARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT CHIST-FILE ASSIGN TO "TBSQCHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHST-STATUS.

           SELECT ASO-RPT ASSIGN TO "TBSQASOR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  HIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbhist.

      * the archive record is the SQLBHIST layout under renamed data
      * items, exactly as TBSQHMT0 writes it
       FD  HIST-ARC-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbhist REPLACING
               ==SQLB-HIST-RECORD== BY ==SQLB-HARC-RECORD==
               LEADING ==SQLBH== BY ==SQLBHA==.

       FD  CHIST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbchst.

       FD  ASO-RPT
           LABEL RECORDS ARE OMITTED.
       01  ASO-RPT-RECORD             PIC X(133).

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-EOF-CTL-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTL                       VALUE 'Y'.
       77  WS-EOF-HIST-SW             PIC X(01) VALUE 'N'.
           88  WS-EOF-HIST                      VALUE 'Y'.
       77  WS-EOF-ARC-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-ARC                       VALUE 'Y'.
       77  WS-EOF-CHST-SW             PIC X(01) VALUE 'N'.
           88  WS-EOF-CHST                      VALUE 'Y'.
       77  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
           88  WS-HIST-STATUS-NEW               VALUE '35'.
       77  WS-ARC-STATUS              PIC X(02) VALUE SPACES.
           88  WS-ARC-STATUS-NEW                VALUE '35'.
       77  WS-CHST-STATUS             PIC X(02) VALUE SPACES.
           88  WS-CHST-STATUS-NEW               VALUE '35'.
       77  WS-HIST-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN                     VALUE 'Y'.
       77  WS-ARC-OPEN-SW             PIC X(01) VALUE 'N'.
           88  WS-ARC-OPEN                      VALUE 'Y'.
       77  WS-ARC-NEEDED-SW           PIC X(01) VALUE 'N'.
           88  WS-ARC-NEEDED                    VALUE 'Y'.
       77  WS-LIVE-NEEDED-SW          PIC X(01) VALUE 'N'.
           88  WS-LIVE-NEEDED                   VALUE 'Y'.
       77  WS-COMPARE-SW              PIC X(01) VALUE 'N'.
           88  WS-COMPARE                       VALUE 'Y'.
       77  WS-SLOT-HIT-SW             PIC X(01) VALUE 'N'.
           88  WS-SLOT-HIT                      VALUE 'Y'.
       77  WS-MATCH-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-MATCH-FOUND                   VALUE 'Y'.
       77  WS-PAIR-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-PAIR-FOUND                    VALUE 'Y'.
       77  WS-ABORT-SW                PIC X(01) VALUE 'N'.
           88  WS-ABORT                         VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.

       01  WS-RUN-DATE                PIC 9(8)  VALUE 0.

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

      * selection; spaces select everything
       01  WS-SEL-DB-NAME             PIC X(08) VALUE SPACES.
       01  WS-SEL-NAME                PIC X(128) VALUE SPACES.

      * the requested dates: slot 1 is AS-OF, slot 2 COMPARE-TO.  A
      * date on or after the first live snapshot is rebuilt from the
      * live history ('L'), an older one from the archive ('A').
       77  WS-REQ-COUNT               PIC 9(1)  COMP-5 VALUE 1.
       77  WS-REQ-IDX                 PIC 9(1)  COMP-5 VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 2 TIMES.
               10  WS-REQ-DATE        PIC 9(08).
               10  WS-REQ-SOURCE      PIC X(01).
                   88  WS-REQ-FROM-LIVE         VALUE 'L'.
                   88  WS-REQ-FROM-ARCHIVE      VALUE 'A'.
       01  WS-LIVE-FIRST-DATE         PIC 9(8)  VALUE 99999999.

      * one entry per database/partition/name, carrying the snapshot
      * picked for each requested date (date 0 = the tablespace did
      * not exist on that date).  The key fields lead the entry as
      * DISPLAY data so entries compare and sort as one group field.
       77  WS-ASO-MAX                 PIC 9(5)  COMP-5 VALUE 2000.
       77  WS-ASO-COUNT               PIC 9(5)  COMP-5 VALUE 0.
       77  WS-ASO-IDX                 PIC 9(5)  COMP-5 VALUE 0.
       77  WS-MATCH-IDX               PIC 9(5)  COMP-5 VALUE 0.
       01  WS-ASO-TABLE.
           05  WS-ASO-ENTRY OCCURS 2000 TIMES.
               10  WS-ASO-KEY.
                   15  WS-ASO-DB-NAME PIC X(08).
                   15  WS-ASO-PARTITION
                                      PIC 9(04).
                   15  WS-ASO-NAME    PIC X(128).
               10  WS-ASO-SNAP OCCURS 2 TIMES.
                   15  WS-ASO-S-DATE  PIC 9(08).
                   15  WS-ASO-S-ID    PIC 9(09) COMP-5.
                   15  WS-ASO-S-TYPE  PIC X(01).
                   15  WS-ASO-S-PAGE-SIZE
                                      PIC 9(09) COMP-5.
                   15  WS-ASO-S-TOTAL PIC 9(09) COMP-5.
                   15  WS-ASO-S-USEABLE
                                      PIC 9(09) COMP-5.
                   15  WS-ASO-S-USED  PIC 9(09) COMP-5.
                   15  WS-ASO-S-CTN-COUNT
                                      PIC 9(09) COMP-5.

      * per database, the newest snapshot run on or before each
      * requested date in the file that date is rebuilt from
       77  WS-DBR-MAX                 PIC 9(5)  COMP-5 VALUE 500.
       77  WS-DBR-COUNT               PIC 9(5)  COMP-5 VALUE 0.
       77  WS-DBR-IDX                 PIC 9(5)  COMP-5 VALUE 0.
       77  WS-DBR-MATCH-IDX           PIC 9(5)  COMP-5 VALUE 0.
       01  WS-DBR-TABLE.
           05  WS-DBR-ENTRY OCCURS 500 TIMES.
               10  WS-DBR-DB-NAME     PIC X(08).
               10  WS-DBR-DATE        PIC 9(08) OCCURS 2 TIMES.
       77  WS-REF-MONTH               PIC 9(6)  COMP-5 VALUE 0.
       77  WS-SNAP-MONTH              PIC 9(6)  COMP-5 VALUE 0.
       77  WS-KEEP-ENTRY-SW           PIC X(01) VALUE 'N'.
           88  WS-KEEP-ENTRY                    VALUE 'Y'.

      * the snapshot being folded in, from either history file
       01  WS-WORK-KEY.
           05  WS-WORK-DB-NAME        PIC X(08).
           05  WS-WORK-PARTITION      PIC 9(04).
           05  WS-WORK-NAME           PIC X(128).
       01  WS-WORK-DATE               PIC 9(8)  VALUE 0.
       01  WS-WORK-SOURCE             PIC X(01).
       77  WS-WORK-ID                 PIC 9(9)  COMP-5 VALUE 0.
       01  WS-WORK-TYPE               PIC X(01).
       77  WS-WORK-PAGE-SIZE          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-WORK-TOTAL              PIC 9(9)  COMP-5 VALUE 0.
       77  WS-WORK-USEABLE            PIC 9(9)  COMP-5 VALUE 0.
       77  WS-WORK-USED               PIC 9(9)  COMP-5 VALUE 0.

      * range of the snapshot dates picked, so container history
      * outside it is passed over without a table search
       01  WS-LOW-SNAP-DATE           PIC 9(8)  VALUE 99999999.
       01  WS-HIGH-SNAP-DATE          PIC 9(8)  VALUE 0.

      * containers of the picked snapshots, per entry and date slot
       77  WS-CTN-MAX                 PIC 9(5)  COMP-5 VALUE 10000.
       77  WS-CTN-COUNT               PIC 9(5)  COMP-5 VALUE 0.
       77  WS-CTN-IDX                 PIC 9(5)  COMP-5 VALUE 0.
       77  WS-CTN-MATCH-IDX           PIC 9(5)  COMP-5 VALUE 0.
       77  WS-PAIR-IDX                PIC 9(5)  COMP-5 VALUE 0.
       01  WS-CTN-TABLE.
           05  WS-CTN-ENTRY OCCURS 10000 TIMES.
               10  WS-CTN-ASO-IDX     PIC 9(05) COMP-5.
               10  WS-CTN-SLOT        PIC 9(01) COMP-5.
               10  WS-CTN-NUM         PIC 9(09) COMP-5.
               10  WS-CTN-PATH        PIC X(128).
               10  WS-CTN-ALLOC       PIC 9(09) COMP-5.
               10  WS-CTN-USED        PIC 9(09) COMP-5.
               10  WS-CTN-PAIRED-SW   PIC X(01).

      * sort work -- entries compare on the leading key group
       77  WS-SORT-I                  PIC 9(5)  COMP-5 VALUE 0.
       77  WS-SORT-J                  PIC 9(5)  COMP-5 VALUE 0.
       77  WS-SORT-MIN-IDX            PIC 9(5)  COMP-5 VALUE 0.
       77  WS-SORT-LIMIT              PIC 9(5)  COMP-5 VALUE 0.
       01  WS-ASO-SWAP.
           05  WS-SWAP-KEY            PIC X(140).
           05  WS-SWAP-SNAPS          PIC X(66).

      * side-by-side value rows: one label, one value per date, and a
      * marker when the two dates differ
       77  WS-ROW-IDX                 PIC 9(2)  COMP-5 VALUE 0.
       01  WS-ROW-LABEL-VALUES.
           05  FILLER                 PIC X(20) VALUE 'SNAPSHOT DATE'.
           05  FILLER                 PIC X(20) VALUE 'TABLESPACE TYPE'.
           05  FILLER                 PIC X(20) VALUE 'POOL ID'.
           05  FILLER                 PIC X(20) VALUE 'PAGE SIZE'.
           05  FILLER                 PIC X(20) VALUE 'TOTAL PAGES'.
           05  FILLER                 PIC X(20) VALUE 'USEABLE PAGES'.
           05  FILLER                 PIC X(20) VALUE 'USED PAGES'.
           05  FILLER                 PIC X(20) VALUE 'CONTAINERS'.
       01  WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABEL-VALUES.
           05  WS-ROW-LABEL           PIC X(20) OCCURS 8 TIMES.
       01  WS-SIDE-TABLE.
           05  WS-SIDE-TEXT           PIC X(30) OCCURS 2 TIMES.

       01  WS-ROW-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WSR-LABEL              PIC X(20).
           05  WSR-VALUE1             PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSR-VALUE2             PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSR-MARK               PIC X(02).
           05  FILLER                 PIC X(44) VALUE SPACES.

       01  WS-CTN-HEAD.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE '  CTN'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(56) VALUE 'PATH'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE 'ALLOCATED'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE '     USED'.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE 'ALLOCATED'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE '     USED'.
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-CTN-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WSK-NUM                PIC Z(4)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSK-PATH               PIC X(56).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSK-ALLOC1             PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSK-USED1              PIC X(09).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WSK-ALLOC2             PIC X(09).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSK-USED2              PIC X(09).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WSK-MARK               PIC X(02).
           05  FILLER                 PIC X(19) VALUE SPACES.

       77  WS-EDIT-NUM                PIC Z(8)9.
       77  WS-EDIT-PART               PIC ZZZ9.
       77  WS-LINE-PTR                PIC 9(3)  COMP-5 VALUE 1.

       77  WS-HIST-READ-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-ARC-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CHST-READ-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.

       01  WS-ASO-LINE                PIC X(133).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-LIVE THRU 2000-EXIT
               UNTIL WS-EOF-HIST.
           PERFORM 2500-LOAD-ONE-ARCHIVE THRU 2500-EXIT
               UNTIL WS-EOF-ARC.
           IF NOT WS-ABORT
               PERFORM 3500-CLEAR-STALE-ENTRY THRU 3500-EXIT
                   VARYING WS-ASO-IDX FROM 1 BY 1
                   UNTIL WS-ASO-IDX > WS-ASO-COUNT
               PERFORM 3600-PACK-ENTRIES THRU 3600-EXIT
           END-IF.
           IF NOT WS-ABORT
               PERFORM 4000-SORT-ENTRIES THRU 4000-EXIT
               PERFORM 4500-LOAD-CONTAINERS THRU 4500-EXIT
           END-IF.
           IF NOT WS-ABORT
               PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION AND CONTROL CARDS
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'TBSQASO0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-REQ-DATE(1).
           MOVE 0 TO WS-REQ-DATE(2).
           MOVE 'Y' TO WS-EOF-HIST-SW.
           MOVE 'Y' TO WS-EOF-ARC-SW.
           PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT.
           OPEN OUTPUT ASO-RPT.
           IF WS-REQ-DATE(1) = 0
               MOVE 'TBSQ381E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO VALID AS-OF=CCYYMMDD CONTROL CARD'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF.
           IF WS-REQ-DATE(2) NOT = 0
               MOVE 'Y' TO WS-COMPARE-SW
               MOVE 2 TO WS-REQ-COUNT
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS-NEW
               MOVE 'TBSQ382E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO TBSQHIST GROWTH HISTORY TO REBUILD FROM'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-HIST-OPEN-SW.
           PERFORM 1200-FIND-LIVE-WINDOW THRU 1200-EXIT.
           PERFORM 1210-SET-ONE-SOURCE THRU 1210-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT.
           IF WS-LIVE-NEEDED
               PERFORM 1300-POSITION-LIVE THRU 1300-EXIT
           END-IF.
           IF WS-ARC-NEEDED
               PERFORM 1400-OPEN-ARCHIVE THRU 1400-EXIT
           END-IF.
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
           IF WS-CARD-IMAGE(1:6) = 'AS-OF='
               MOVE WS-CARD-IMAGE(7:8) TO WS-CTL-VALUE
               PERFORM 1130-PARSE-CARD-DATE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CHK-DATE TO WS-REQ-DATE(1)
               END-IF
           ELSE
           IF WS-CARD-IMAGE(1:11) = 'COMPARE-TO='
               MOVE WS-CARD-IMAGE(12:8) TO WS-CTL-VALUE
               PERFORM 1130-PARSE-CARD-DATE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CHK-DATE TO WS-REQ-DATE(2)
               END-IF
           ELSE
           IF WS-CARD-IMAGE(1:9) = 'DATABASE='
               MOVE WS-CARD-IMAGE(10:8) TO WS-SEL-DB-NAME
           ELSE
           IF WS-CARD-IMAGE(1:11) = 'TABLESPACE='
               MOVE WS-CARD-IMAGE(12:69) TO WS-SEL-NAME
           ELSE
               PERFORM 1150-REPORT-BAD-CARD THRU 1150-EXIT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       1120-EXIT.
           EXIT.

      * a date is exactly eight digits with a plausible month and day
       1130-PARSE-CARD-DATE.
           MOVE 0 TO WS-CTL-VAL-NUM.
           MOVE 'N' TO WS-CTL-VAL-BAD-SW.
           PERFORM 1140-PARSE-ONE-DIGIT THRU 1140-EXIT
               VARYING WS-CTL-VAL-IDX FROM 1 BY 1
               UNTIL WS-CTL-VAL-IDX > 8
                  OR WS-CTL-VALUE(WS-CTL-VAL-IDX:1) = SPACE
                  OR WS-CTL-VAL-BAD.
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
           IF WS-CTL-VAL-BAD
               PERFORM 1150-REPORT-BAD-CARD THRU 1150-EXIT
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

       1150-REPORT-BAD-CARD.
           MOVE 'TBSQ380W' TO SQLBG-MSG-ID.
           MOVE 'W' TO SQLBG-SEVERITY.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'UNRECOGNIZED OR INVALID CONTROL CARD: '
                      DELIMITED BY SIZE
                  WS-CARD-IMAGE(1:40) DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       1150-EXIT.
           EXIT.

      * the oldest snapshot left in the live history is where its
      * retention window starts; an empty history leaves the first
      * date at all nines, so every date goes to the archive
       1200-FIND-LIVE-WINDOW.
           MOVE 0 TO SQLBH-RUN-DATE.
           START HIST-FILE KEY NOT < SQLBH-RUN-DATE
               INVALID KEY GO TO 1200-EXIT
           END-START.
           READ HIST-FILE NEXT
               AT END GO TO 1200-EXIT
           END-READ.
           MOVE SQLBH-RUN-DATE TO WS-LIVE-FIRST-DATE.
       1200-EXIT.
           EXIT.

       1210-SET-ONE-SOURCE.
           IF WS-REQ-DATE(WS-REQ-IDX) < WS-LIVE-FIRST-DATE
               MOVE 'A' TO WS-REQ-SOURCE(WS-REQ-IDX)
               MOVE 'Y' TO WS-ARC-NEEDED-SW
           ELSE
               MOVE 'L' TO WS-REQ-SOURCE(WS-REQ-IDX)
               MOVE 'Y' TO WS-LIVE-NEEDED-SW
           END-IF.
       1210-EXIT.
           EXIT.

      * back onto the primary key, at the selected database when
      * there is one -- the key runs database, partition, name, date,
      * so each tablespace's snapshots arrive together, oldest first
       1300-POSITION-LIVE.
           MOVE 'N' TO WS-EOF-HIST-SW.
           MOVE LOW-VALUES TO SQLBH-KEY.
           IF WS-SEL-DB-NAME NOT = SPACES
               MOVE WS-SEL-DB-NAME TO SQLBH-DB-NAME
           END-IF.
           START HIST-FILE KEY NOT < SQLBH-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-HIST-SW
           END-START.
       1300-EXIT.
           EXIT.

      * no archive means the older date cannot be rebuilt at all;
      * the report still runs for any live date and says so
       1400-OPEN-ARCHIVE.
           OPEN INPUT HIST-ARC-FILE.
           IF WS-ARC-STATUS-NEW
               MOVE 'TBSQ386W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE 'DATE PRECEDES TBSQHIST AND THERE IS NO TBSQHARC'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 4 TO WS-STEP-RC
               GO TO 1400-EXIT
           END-IF.
           MOVE 'Y' TO WS-ARC-OPEN-SW.
           MOVE 'N' TO WS-EOF-ARC-SW.
           READ HIST-ARC-FILE
               AT END MOVE 'Y' TO WS-EOF-ARC-SW
           END-READ.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * SNAPSHOT PICK, LIVE THEN ARCHIVE
      *----------------------------------------------------------------
      * past the selected database the live read has nothing more
      * to offer, so it stops there
       2000-LOAD-ONE-LIVE.
           READ HIST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-HIST-SW
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF WS-SEL-DB-NAME NOT = SPACES
                      AND SQLBH-DB-NAME > WS-SEL-DB-NAME
                       MOVE 'Y' TO WS-EOF-HIST-SW
                   ELSE
                       MOVE SQLBH-DB-NAME TO WS-WORK-DB-NAME
                       MOVE SQLBH-PARTITION TO WS-WORK-PARTITION
                       MOVE SQLBH-NAME TO WS-WORK-NAME
                       MOVE SQLBH-RUN-DATE TO WS-WORK-DATE
                       MOVE 'L' TO WS-WORK-SOURCE
                       MOVE SQLBH-ID TO WS-WORK-ID
                       MOVE SQLBH-TS-TYPE TO WS-WORK-TYPE
                       MOVE SQLBH-PAGE-SIZE TO WS-WORK-PAGE-SIZE
                       MOVE SQLBH-TOTAL-PAGES TO WS-WORK-TOTAL
                       MOVE SQLBH-USEABLE-PAGES TO WS-WORK-USEABLE
                       MOVE SQLBH-USED-PAGES TO WS-WORK-USED
                       PERFORM 3000-FOLD-ONE-SNAPSHOT THRU 3000-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2500-LOAD-ONE-ARCHIVE.
           ADD 1 TO WS-ARC-READ-COUNT.
           MOVE SQLBHA-DB-NAME TO WS-WORK-DB-NAME.
           MOVE SQLBHA-PARTITION TO WS-WORK-PARTITION.
           MOVE SQLBHA-NAME TO WS-WORK-NAME.
           MOVE SQLBHA-RUN-DATE TO WS-WORK-DATE.
           MOVE 'A' TO WS-WORK-SOURCE.
           MOVE SQLBHA-ID TO WS-WORK-ID.
           MOVE SQLBHA-TS-TYPE TO WS-WORK-TYPE.
           MOVE SQLBHA-PAGE-SIZE TO WS-WORK-PAGE-SIZE.
           MOVE SQLBHA-TOTAL-PAGES TO WS-WORK-TOTAL.
           MOVE SQLBHA-USEABLE-PAGES TO WS-WORK-USEABLE.
           MOVE SQLBHA-USED-PAGES TO WS-WORK-USED.
           PERFORM 3000-FOLD-ONE-SNAPSHOT THRU 3000-EXIT.
           READ HIST-ARC-FILE
               AT END MOVE 'Y' TO WS-EOF-ARC-SW
           END-READ.
       2500-EXIT.
           EXIT.

      * a snapshot counts for a requested date when it comes from the
      * file that date is rebuilt from and was taken on or before it;
      * the newest such snapshot wins.  A tablespace gets an entry
      * only once some snapshot counts, so one created after both
      * dates never appears.
      * Every snapshot of the database counts towards its run dates,
      * whatever tablespace was selected.
       3000-FOLD-ONE-SNAPSHOT.
           IF WS-SEL-DB-NAME NOT = SPACES
              AND WS-WORK-DB-NAME NOT = WS-SEL-DB-NAME
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-SLOT-HIT-SW.
           PERFORM 3010-CHECK-ONE-SLOT THRU 3010-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT.
           IF NOT WS-SLOT-HIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3020-NOTE-RUN-DATE THRU 3020-EXIT.
           IF WS-ABORT
               GO TO 3000-EXIT
           END-IF.
           IF WS-SEL-NAME NOT = SPACES
              AND WS-WORK-NAME NOT = WS-SEL-NAME
               GO TO 3000-EXIT
           END-IF.
      * the live history arrives in key order, so the entry matched
      * last time is nearly always the one wanted
           MOVE 'N' TO WS-MATCH-FOUND-SW.
           IF WS-MATCH-IDX > 0
               IF WS-ASO-KEY(WS-MATCH-IDX) = WS-WORK-KEY
                   MOVE 'Y' TO WS-MATCH-FOUND-SW
               END-IF
           END-IF.
           IF NOT WS-MATCH-FOUND
               PERFORM 3100-MATCH-ONE-ENTRY THRU 3100-EXIT
                   VARYING WS-ASO-IDX FROM 1 BY 1
                   UNTIL WS-ASO-IDX > WS-ASO-COUNT
                      OR WS-MATCH-FOUND
           END-IF.
           IF NOT WS-MATCH-FOUND
               PERFORM 3200-ADD-NEW-ENTRY THRU 3200-EXIT
           END-IF.
           IF NOT WS-ABORT
               PERFORM 3300-STORE-ONE-SLOT THRU 3300-EXIT
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

       3010-CHECK-ONE-SLOT.
           IF WS-REQ-SOURCE(WS-REQ-IDX) = WS-WORK-SOURCE
              AND WS-WORK-DATE NOT > WS-REQ-DATE(WS-REQ-IDX)
               MOVE 'Y' TO WS-SLOT-HIT-SW
           END-IF.
       3010-EXIT.
           EXIT.

       3020-NOTE-RUN-DATE.
           PERFORM 3040-FIND-DATABASE THRU 3040-EXIT.
           IF WS-DBR-MATCH-IDX = 0
               IF WS-DBR-COUNT >= WS-DBR-MAX
                   MOVE 'TBSQ383S' TO SQLBG-MSG-ID
                   MOVE 'S' TO SQLBG-SEVERITY
                   MOVE 'DATABASE TABLE FULL, INCREASE WS-DBR-MAX'
                       TO SQLBG-TEXT
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                   MOVE 12 TO WS-STEP-RC
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 'Y' TO WS-EOF-HIST-SW
                   MOVE 'Y' TO WS-EOF-ARC-SW
                   GO TO 3020-EXIT
               END-IF
               ADD 1 TO WS-DBR-COUNT
               MOVE WS-DBR-COUNT TO WS-DBR-MATCH-IDX
               MOVE WS-WORK-DB-NAME TO WS-DBR-DB-NAME(WS-DBR-MATCH-IDX)
               MOVE 0 TO WS-DBR-DATE(WS-DBR-MATCH-IDX, 1)
               MOVE 0 TO WS-DBR-DATE(WS-DBR-MATCH-IDX, 2)
           END-IF.
           PERFORM 3030-NOTE-ONE-SLOT THRU 3030-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT.
       3020-EXIT.
           EXIT.

       3030-NOTE-ONE-SLOT.
           IF WS-REQ-SOURCE(WS-REQ-IDX) = WS-WORK-SOURCE
              AND WS-WORK-DATE NOT > WS-REQ-DATE(WS-REQ-IDX)
              AND WS-WORK-DATE
                   > WS-DBR-DATE(WS-DBR-MATCH-IDX, WS-REQ-IDX)
               MOVE WS-WORK-DATE
                   TO WS-DBR-DATE(WS-DBR-MATCH-IDX, WS-REQ-IDX)
           END-IF.
       3030-EXIT.
           EXIT.

      * the database matched last time is nearly always the one
      * wanted; 0 when it is not in the table yet
       3040-FIND-DATABASE.
           IF WS-DBR-MATCH-IDX > 0
               IF WS-DBR-DB-NAME(WS-DBR-MATCH-IDX) = WS-WORK-DB-NAME
                   GO TO 3040-EXIT
               END-IF
           END-IF.
           MOVE 0 TO WS-DBR-MATCH-IDX.
           PERFORM 3050-MATCH-ONE-DATABASE THRU 3050-EXIT
               VARYING WS-DBR-IDX FROM 1 BY 1
               UNTIL WS-DBR-IDX > WS-DBR-COUNT
                  OR WS-DBR-MATCH-IDX > 0.
       3040-EXIT.
           EXIT.

       3050-MATCH-ONE-DATABASE.
           IF WS-DBR-DB-NAME(WS-DBR-IDX) = WS-WORK-DB-NAME
               MOVE WS-DBR-IDX TO WS-DBR-MATCH-IDX
           END-IF.
       3050-EXIT.
           EXIT.

       3100-MATCH-ONE-ENTRY.
           IF WS-ASO-KEY(WS-ASO-IDX) = WS-WORK-KEY
               MOVE 'Y' TO WS-MATCH-FOUND-SW
               MOVE WS-ASO-IDX TO WS-MATCH-IDX
           END-IF.
       3100-EXIT.
           EXIT.

       3200-ADD-NEW-ENTRY.
           IF WS-ASO-COUNT >= WS-ASO-MAX
               MOVE 'TBSQ383S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE 'AS-OF TABLE FULL, INCREASE WS-ASO-MAX'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-EOF-HIST-SW
               MOVE 'Y' TO WS-EOF-ARC-SW
           ELSE
               ADD 1 TO WS-ASO-COUNT
               MOVE WS-ASO-COUNT TO WS-MATCH-IDX
               MOVE WS-WORK-KEY TO WS-ASO-KEY(WS-MATCH-IDX)
               PERFORM 3210-CLEAR-ONE-SLOT THRU 3210-EXIT
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > 2
           END-IF.
       3200-EXIT.
           EXIT.

       3210-CLEAR-ONE-SLOT.
           MOVE 0 TO WS-ASO-S-DATE(WS-MATCH-IDX, WS-REQ-IDX).
           MOVE 0 TO WS-ASO-S-ID(WS-MATCH-IDX, WS-REQ-IDX).
           MOVE SPACE TO WS-ASO-S-TYPE(WS-MATCH-IDX, WS-REQ-IDX).
           MOVE 0 TO WS-ASO-S-PAGE-SIZE(WS-MATCH-IDX, WS-REQ-IDX).
           MOVE 0 TO WS-ASO-S-TOTAL(WS-MATCH-IDX, WS-REQ-IDX).
           MOVE 0 TO WS-ASO-S-USEABLE(WS-MATCH-IDX, WS-REQ-IDX).
           MOVE 0 TO WS-ASO-S-USED(WS-MATCH-IDX, WS-REQ-IDX).
           MOVE 0 TO WS-ASO-S-CTN-COUNT(WS-MATCH-IDX, WS-REQ-IDX).
       3210-EXIT.
           EXIT.

       3300-STORE-ONE-SLOT.
           IF WS-REQ-SOURCE(WS-REQ-IDX) = WS-WORK-SOURCE
              AND WS-WORK-DATE NOT > WS-REQ-DATE(WS-REQ-IDX)
              AND WS-WORK-DATE
                   > WS-ASO-S-DATE(WS-MATCH-IDX, WS-REQ-IDX)
               MOVE WS-WORK-DATE
                   TO WS-ASO-S-DATE(WS-MATCH-IDX, WS-REQ-IDX)
               MOVE WS-WORK-ID TO WS-ASO-S-ID(WS-MATCH-IDX, WS-REQ-IDX)
               MOVE WS-WORK-TYPE
                   TO WS-ASO-S-TYPE(WS-MATCH-IDX, WS-REQ-IDX)
               MOVE WS-WORK-PAGE-SIZE
                   TO WS-ASO-S-PAGE-SIZE(WS-MATCH-IDX, WS-REQ-IDX)
               MOVE WS-WORK-TOTAL
                   TO WS-ASO-S-TOTAL(WS-MATCH-IDX, WS-REQ-IDX)
               MOVE WS-WORK-USEABLE
                   TO WS-ASO-S-USEABLE(WS-MATCH-IDX, WS-REQ-IDX)
               MOVE WS-WORK-USED
                   TO WS-ASO-S-USED(WS-MATCH-IDX, WS-REQ-IDX)
               IF WS-WORK-DATE < WS-LOW-SNAP-DATE
                   MOVE WS-WORK-DATE TO WS-LOW-SNAP-DATE
               END-IF
               IF WS-WORK-DATE > WS-HIGH-SNAP-DATE
                   MOVE WS-WORK-DATE TO WS-HIGH-SNAP-DATE
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TABLESPACES GONE BY THE DATE
      *----------------------------------------------------------------
      * a snapshot older than its database's newest run on or before
      * the date means the tablespace was not in that run -- it had
      * been dropped.  The archive keeps one snapshot per month, so
      * there the month has to match, not the day.
       3500-CLEAR-STALE-ENTRY.
           MOVE WS-ASO-DB-NAME(WS-ASO-IDX) TO WS-WORK-DB-NAME.
           PERFORM 3040-FIND-DATABASE THRU 3040-EXIT.
           MOVE WS-ASO-IDX TO WS-MATCH-IDX.
           PERFORM 3510-CLEAR-STALE-SLOT THRU 3510-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT.
       3500-EXIT.
           EXIT.

       3510-CLEAR-STALE-SLOT.
           IF WS-ASO-S-DATE(WS-MATCH-IDX, WS-REQ-IDX) = 0
              OR WS-DBR-MATCH-IDX = 0
               GO TO 3510-EXIT
           END-IF.
           IF WS-REQ-FROM-ARCHIVE(WS-REQ-IDX)
               COMPUTE WS-REF-MONTH =
                   WS-DBR-DATE(WS-DBR-MATCH-IDX, WS-REQ-IDX) / 100
               COMPUTE WS-SNAP-MONTH =
                   WS-ASO-S-DATE(WS-MATCH-IDX, WS-REQ-IDX) / 100
               IF WS-SNAP-MONTH < WS-REF-MONTH
                   PERFORM 3210-CLEAR-ONE-SLOT THRU 3210-EXIT
               END-IF
           ELSE
               IF WS-ASO-S-DATE(WS-MATCH-IDX, WS-REQ-IDX)
                       < WS-DBR-DATE(WS-DBR-MATCH-IDX, WS-REQ-IDX)
                   PERFORM 3210-CLEAR-ONE-SLOT THRU 3210-EXIT
               END-IF
           END-IF.
       3510-EXIT.
           EXIT.

      * a tablespace present on neither date is not reported at all
       3600-PACK-ENTRIES.
           MOVE 0 TO WS-SORT-J.
           PERFORM 3610-PACK-ONE-ENTRY THRU 3610-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-ASO-COUNT.
           MOVE WS-SORT-J TO WS-ASO-COUNT.
           MOVE 0 TO WS-MATCH-IDX.
       3600-EXIT.
           EXIT.

       3610-PACK-ONE-ENTRY.
           MOVE 'N' TO WS-KEEP-ENTRY-SW.
           IF WS-ASO-S-DATE(WS-SORT-I, 1) NOT = 0
              OR WS-ASO-S-DATE(WS-SORT-I, 2) NOT = 0
               MOVE 'Y' TO WS-KEEP-ENTRY-SW
           END-IF.
           IF WS-KEEP-ENTRY
               ADD 1 TO WS-SORT-J
               IF WS-SORT-J NOT = WS-SORT-I
                   MOVE WS-ASO-ENTRY(WS-SORT-I)
                       TO WS-ASO-ENTRY(WS-SORT-J)
               END-IF
           END-IF.
       3610-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * SORT BY DATABASE, PARTITION AND NAME
      *----------------------------------------------------------------
      * archive entries arrive month by month, not in key order; a
      * straight selection sort on the leading key group puts the
      * report back in database/partition/name order
       4000-SORT-ENTRIES.
           IF WS-ASO-COUNT > 1
               COMPUTE WS-SORT-LIMIT = WS-ASO-COUNT - 1
               PERFORM 4100-SORT-ONE-SLOT THRU 4100-EXIT
                   VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-SORT-LIMIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SORT-ONE-SLOT.
           MOVE WS-SORT-I TO WS-SORT-MIN-IDX.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           PERFORM 4200-FIND-SMALLER THRU 4200-EXIT
               VARYING WS-SORT-J FROM WS-SORT-J BY 1
               UNTIL WS-SORT-J > WS-ASO-COUNT.
           IF WS-SORT-MIN-IDX NOT = WS-SORT-I
               PERFORM 4300-SWAP-ENTRIES THRU 4300-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-FIND-SMALLER.
           IF WS-ASO-KEY(WS-SORT-J) < WS-ASO-KEY(WS-SORT-MIN-IDX)
               MOVE WS-SORT-J TO WS-SORT-MIN-IDX
           END-IF.
       4200-EXIT.
           EXIT.

       4300-SWAP-ENTRIES.
           MOVE WS-ASO-ENTRY(WS-SORT-I) TO WS-ASO-SWAP.
           MOVE WS-ASO-ENTRY(WS-SORT-MIN-IDX)
               TO WS-ASO-ENTRY(WS-SORT-I).
           MOVE WS-ASO-SWAP TO WS-ASO-ENTRY(WS-SORT-MIN-IDX).
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * CONTAINER DETAIL FOR THE PICKED SNAPSHOTS
      *----------------------------------------------------------------
      * a container record belongs to a picked snapshot when its
      * database, partition and tablespace name match an entry and
      * its run date is the date of that entry's snapshot.  The
      * container history is never thinned into the archive, so an
      * archive date may well find nothing here.
       4500-LOAD-CONTAINERS.
           IF WS-ASO-COUNT = 0
               GO TO 4500-EXIT
           END-IF.
           OPEN INPUT CHIST-FILE.
           IF WS-CHST-STATUS-NEW
               MOVE 'TBSQ387W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE 'NO TBSQCHST CONTAINER HISTORY - NO CONTAINER LIST'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 4 TO WS-STEP-RC
               GO TO 4500-EXIT
           END-IF.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM 4600-LOAD-ONE-CONTAINER THRU 4600-EXIT
               UNTIL WS-EOF-CHST.
           CLOSE CHIST-FILE.
       4500-EXIT.
           EXIT.

       4600-LOAD-ONE-CONTAINER.
           READ CHIST-FILE
               AT END MOVE 'Y' TO WS-EOF-CHST-SW
               NOT AT END
                   ADD 1 TO WS-CHST-READ-COUNT
                   IF SQLBK-RUN-DATE NOT < WS-LOW-SNAP-DATE
                      AND SQLBK-RUN-DATE NOT > WS-HIGH-SNAP-DATE
                       PERFORM 4700-FOLD-ONE-CONTAINER THRU 4700-EXIT
                   END-IF
           END-READ.
       4600-EXIT.
           EXIT.

       4700-FOLD-ONE-CONTAINER.
           MOVE SQLBK-DB-NAME TO WS-WORK-DB-NAME.
           MOVE SQLBK-PARTITION TO WS-WORK-PARTITION.
           MOVE SQLBK-NAME TO WS-WORK-NAME.
           MOVE 'N' TO WS-MATCH-FOUND-SW.
           IF WS-MATCH-IDX > 0
               IF WS-ASO-KEY(WS-MATCH-IDX) = WS-WORK-KEY
                   MOVE 'Y' TO WS-MATCH-FOUND-SW
               END-IF
           END-IF.
           IF NOT WS-MATCH-FOUND
               PERFORM 3100-MATCH-ONE-ENTRY THRU 3100-EXIT
                   VARYING WS-ASO-IDX FROM 1 BY 1
                   UNTIL WS-ASO-IDX > WS-ASO-COUNT
                      OR WS-MATCH-FOUND
           END-IF.
           IF WS-MATCH-FOUND
               PERFORM 4800-STORE-CONTAINER THRU 4800-EXIT
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                      OR WS-ABORT
           END-IF.
       4700-EXIT.
           EXIT.

      * a rerun of the container history on the same day writes the
      * same container twice; the later record replaces the earlier
       4800-STORE-CONTAINER.
           IF SQLBK-RUN-DATE
                   NOT = WS-ASO-S-DATE(WS-MATCH-IDX, WS-REQ-IDX)
               GO TO 4800-EXIT
           END-IF.
           MOVE 0 TO WS-CTN-MATCH-IDX.
           PERFORM 4810-MATCH-ONE-CONTAINER THRU 4810-EXIT
               VARYING WS-CTN-IDX FROM 1 BY 1
               UNTIL WS-CTN-IDX > WS-CTN-COUNT
                  OR WS-CTN-MATCH-IDX > 0.
           IF WS-CTN-MATCH-IDX = 0
               IF WS-CTN-COUNT >= WS-CTN-MAX
                   MOVE 'TBSQ384S' TO SQLBG-MSG-ID
                   MOVE 'S' TO SQLBG-SEVERITY
                   MOVE 'CONTAINER TABLE FULL, INCREASE WS-CTN-MAX'
                       TO SQLBG-TEXT
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                   MOVE 12 TO WS-STEP-RC
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 'Y' TO WS-EOF-CHST-SW
                   GO TO 4800-EXIT
               END-IF
               ADD 1 TO WS-CTN-COUNT
               MOVE WS-CTN-COUNT TO WS-CTN-MATCH-IDX
               MOVE WS-MATCH-IDX TO WS-CTN-ASO-IDX(WS-CTN-MATCH-IDX)
               MOVE WS-REQ-IDX TO WS-CTN-SLOT(WS-CTN-MATCH-IDX)
               MOVE SQLBK-CTN-NUM TO WS-CTN-NUM(WS-CTN-MATCH-IDX)
               ADD 1 TO WS-ASO-S-CTN-COUNT(WS-MATCH-IDX, WS-REQ-IDX)
           END-IF.
           MOVE SQLBK-PATH TO WS-CTN-PATH(WS-CTN-MATCH-IDX).
           MOVE SQLBK-PAGES-ALLOC TO WS-CTN-ALLOC(WS-CTN-MATCH-IDX).
           MOVE SQLBK-PAGES-USED TO WS-CTN-USED(WS-CTN-MATCH-IDX).
           MOVE 'N' TO WS-CTN-PAIRED-SW(WS-CTN-MATCH-IDX).
       4800-EXIT.
           EXIT.

       4810-MATCH-ONE-CONTAINER.
           IF WS-CTN-ASO-IDX(WS-CTN-IDX) = WS-MATCH-IDX
              AND WS-CTN-SLOT(WS-CTN-IDX) = WS-REQ-IDX
              AND WS-CTN-NUM(WS-CTN-IDX) = SQLBK-CTN-NUM
               MOVE WS-CTN-IDX TO WS-CTN-MATCH-IDX
           END-IF.
       4810-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * AS-OF REPORT
      *----------------------------------------------------------------
       5000-PRINT-REPORT.
           PERFORM 5100-PRINT-HEADING THRU 5100-EXIT.
           PERFORM 5200-PRINT-ONE-ENTRY THRU 5200-EXIT
               VARYING WS-ASO-IDX FROM 1 BY 1
               UNTIL WS-ASO-IDX > WS-ASO-COUNT.
           IF WS-ASO-COUNT = 0
               MOVE SPACES TO WS-ASO-LINE
               PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT
               STRING '   (NO TABLESPACE MATCHES THE SELECTION ON THE '
                          DELIMITED BY SIZE
                      'DATE ASKED FOR)' DELIMITED BY SIZE
                   INTO WS-ASO-LINE
               END-STRING
               PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT
               MOVE 'TBSQ388W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE 'NO TABLESPACE MATCHES THE SELECTION ON THE DATE'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 4 TO WS-STEP-RC
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PRINT-HEADING.
           MOVE SPACES TO WS-ASO-LINE.
           STRING ' TABLESPACE AS-OF INQUIRY - RUN DATE '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-ASO-LINE
           END-STRING.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
           MOVE SPACES TO WS-ASO-LINE.
           IF WS-COMPARE
               STRING ' AS OF ' DELIMITED BY SIZE
                      WS-REQ-DATE(1) DELIMITED BY SIZE
                      ' COMPARED TO ' DELIMITED BY SIZE
                      WS-REQ-DATE(2) DELIMITED BY SIZE
                      ' - DIFFERENCES MARKED <<' DELIMITED BY SIZE
                   INTO WS-ASO-LINE
               END-STRING
           ELSE
               STRING ' AS OF ' DELIMITED BY SIZE
                      WS-REQ-DATE(1) DELIMITED BY SIZE
                   INTO WS-ASO-LINE
               END-STRING
           END-IF.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
           MOVE SPACES TO WS-ASO-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING ' SELECTION: DATABASE=' DELIMITED BY SIZE
               INTO WS-ASO-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING.
           IF WS-SEL-DB-NAME = SPACES
               STRING '(ALL)' DELIMITED BY SIZE
                   INTO WS-ASO-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               STRING WS-SEL-DB-NAME DELIMITED BY SPACE
                   INTO WS-ASO-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           STRING ' TABLESPACE=' DELIMITED BY SIZE
               INTO WS-ASO-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING.
           IF WS-SEL-NAME = SPACES
               STRING '(ALL)' DELIMITED BY SIZE
                   INTO WS-ASO-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               STRING WS-SEL-NAME(1:80) DELIMITED BY SIZE
                   INTO WS-ASO-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
           PERFORM 5110-PRINT-ONE-SOURCE-NOTE THRU 5110-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT.
       5100-EXIT.
           EXIT.

      * a date rebuilt from the archive is called out on the report,
      * since its snapshot can be up to a month before the date
       5110-PRINT-ONE-SOURCE-NOTE.
           IF WS-REQ-FROM-LIVE(WS-REQ-IDX)
               GO TO 5110-EXIT
           END-IF.
           MOVE SPACES TO WS-ASO-LINE.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
           MOVE SPACES TO WS-ASO-LINE.
           IF WS-LIVE-FIRST-DATE = 99999999
               STRING ' NOTE: THE LIVE HISTORY TBSQHIST HOLDS NO '
                          DELIMITED BY SIZE
                      'SNAPSHOTS, SO ' DELIMITED BY SIZE
                      WS-REQ-DATE(WS-REQ-IDX) DELIMITED BY SIZE
                      ' IS' DELIMITED BY SIZE
                   INTO WS-ASO-LINE
               END-STRING
           ELSE
               STRING ' NOTE: ' DELIMITED BY SIZE
                      WS-REQ-DATE(WS-REQ-IDX) DELIMITED BY SIZE
                      ' IS OLDER THAN THE LIVE HISTORY TBSQHIST, '
                          DELIMITED BY SIZE
                      'WHICH STARTS ' DELIMITED BY SIZE
                      WS-LIVE-FIRST-DATE DELIMITED BY SIZE
                      ', SO IT IS' DELIMITED BY SIZE
                   INTO WS-ASO-LINE
               END-STRING
           END-IF.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
           MOVE SPACES TO WS-ASO-LINE.
           IF WS-ARC-OPEN
               STRING '       REBUILT FROM THE MONTHLY ARCHIVE TBSQHARC'
                          DELIMITED BY SIZE
                      ' - ONE SNAPSHOT PER TABLESPACE PER MONTH'
                          DELIMITED BY SIZE
                   INTO WS-ASO-LINE
               END-STRING
               MOVE 'TBSQ385I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING WS-REQ-DATE(WS-REQ-IDX) DELIMITED BY SIZE
                      ' REBUILT FROM THE MONTHLY ARCHIVE TBSQHARC'
                          DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
           ELSE
               MOVE '       NOT REBUILT - THERE IS NO MONTHLY ARCHIVE'
                   TO WS-ASO-LINE
           END-IF.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
       5110-EXIT.
           EXIT.

       5200-PRINT-ONE-ENTRY.
           MOVE SPACES TO WS-ASO-LINE.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
           MOVE SPACES TO WS-ASO-LINE.
           MOVE WS-ASO-PARTITION(WS-ASO-IDX) TO WS-EDIT-PART.
           STRING ' DATABASE: ' DELIMITED BY SIZE
                  WS-ASO-DB-NAME(WS-ASO-IDX) DELIMITED BY SIZE
                  ' PARTITION: ' DELIMITED BY SIZE
                  WS-EDIT-PART DELIMITED BY SIZE
                  ' TABLESPACE: ' DELIMITED BY SIZE
                  WS-ASO-NAME(WS-ASO-IDX)(1:80) DELIMITED BY SIZE
               INTO WS-ASO-LINE
           END-STRING.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
           IF WS-COMPARE
               MOVE SPACES TO WSR-LABEL WSR-VALUE1 WSR-VALUE2 WSR-MARK
               STRING 'AS OF ' DELIMITED BY SIZE
                      WS-REQ-DATE(1) DELIMITED BY SIZE
                   INTO WSR-VALUE1
               END-STRING
               STRING 'COMPARED TO ' DELIMITED BY SIZE
                      WS-REQ-DATE(2) DELIMITED BY SIZE
                   INTO WSR-VALUE2
               END-STRING
               MOVE WS-ROW-LINE TO WS-ASO-LINE
               PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT
           END-IF.
           PERFORM 5300-PRINT-ONE-ROW THRU 5300-EXIT
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 8.
           PERFORM 5400-PRINT-CONTAINERS THRU 5400-EXIT.
       5200-EXIT.
           EXIT.

      * rows: 1 snapshot date, 2 type, 3 pool id, 4 page size,
      * 5 total, 6 useable, 7 used pages, 8 container count.  The
      * snapshot dates differ by nature and are marked only when the
      * tablespace is missing on one side; a container count of zero
      * means no detail was held, which is not a difference either
       5300-PRINT-ONE-ROW.
           MOVE SPACES TO WS-SIDE-TABLE.
           PERFORM 5310-FILL-ONE-SIDE THRU 5310-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT.
           MOVE WS-ROW-LABEL(WS-ROW-IDX) TO WSR-LABEL.
           MOVE WS-SIDE-TEXT(1) TO WSR-VALUE1.
           MOVE WS-SIDE-TEXT(2) TO WSR-VALUE2.
           MOVE SPACES TO WSR-MARK.
           IF WS-COMPARE
               IF WS-ROW-IDX = 1
                   IF (WS-ASO-S-DATE(WS-ASO-IDX, 1) = 0
                       AND WS-ASO-S-DATE(WS-ASO-IDX, 2) NOT = 0)
                      OR (WS-ASO-S-DATE(WS-ASO-IDX, 1) NOT = 0
                       AND WS-ASO-S-DATE(WS-ASO-IDX, 2) = 0)
                       MOVE '<<' TO WSR-MARK
                   END-IF
               ELSE
               IF WS-ASO-S-DATE(WS-ASO-IDX, 1) NOT = 0
                  AND WS-ASO-S-DATE(WS-ASO-IDX, 2) NOT = 0
                  AND WS-SIDE-TEXT(1) NOT = WS-SIDE-TEXT(2)
                   IF WS-ROW-IDX NOT = 8
                      OR (WS-ASO-S-CTN-COUNT(WS-ASO-IDX, 1) > 0
                      AND WS-ASO-S-CTN-COUNT(WS-ASO-IDX, 2) > 0)
                       MOVE '<<' TO WSR-MARK
                   END-IF
               END-IF
               END-IF
           END-IF.
           MOVE WS-ROW-LINE TO WS-ASO-LINE.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
       5300-EXIT.
           EXIT.

       5310-FILL-ONE-SIDE.
           IF WS-ASO-S-DATE(WS-ASO-IDX, WS-REQ-IDX) = 0
               IF WS-ROW-IDX = 1
                   MOVE 'NOT PRESENT ON THIS DATE'
                       TO WS-SIDE-TEXT(WS-REQ-IDX)
               END-IF
               GO TO 5310-EXIT
           END-IF.
           MOVE 0 TO WS-EDIT-NUM.
           IF WS-ROW-IDX = 1
               IF WS-REQ-FROM-ARCHIVE(WS-REQ-IDX)
                   STRING WS-ASO-S-DATE(WS-ASO-IDX, WS-REQ-IDX)
                              DELIMITED BY SIZE
                          ' MONTHLY ARCHIVE' DELIMITED BY SIZE
                       INTO WS-SIDE-TEXT(WS-REQ-IDX)
                   END-STRING
               ELSE
                   STRING WS-ASO-S-DATE(WS-ASO-IDX, WS-REQ-IDX)
                              DELIMITED BY SIZE
                          ' LIVE HISTORY' DELIMITED BY SIZE
                       INTO WS-SIDE-TEXT(WS-REQ-IDX)
                   END-STRING
               END-IF
           ELSE
           IF WS-ROW-IDX = 2
               IF WS-ASO-S-TYPE(WS-ASO-IDX, WS-REQ-IDX) = 'S'
                   MOVE 'SMS' TO WS-SIDE-TEXT(WS-REQ-IDX)
               ELSE
               IF WS-ASO-S-TYPE(WS-ASO-IDX, WS-REQ-IDX) = 'D'
                   MOVE 'DMS' TO WS-SIDE-TEXT(WS-REQ-IDX)
               ELSE
                   MOVE WS-ASO-S-TYPE(WS-ASO-IDX, WS-REQ-IDX)
                       TO WS-SIDE-TEXT(WS-REQ-IDX)
               END-IF
               END-IF
           ELSE
           IF WS-ROW-IDX = 3
               MOVE WS-ASO-S-ID(WS-ASO-IDX, WS-REQ-IDX)
                   TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WS-SIDE-TEXT(WS-REQ-IDX)
           ELSE
           IF WS-ROW-IDX = 4
               MOVE WS-ASO-S-PAGE-SIZE(WS-ASO-IDX, WS-REQ-IDX)
                   TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WS-SIDE-TEXT(WS-REQ-IDX)
           ELSE
           IF WS-ROW-IDX = 5
               MOVE WS-ASO-S-TOTAL(WS-ASO-IDX, WS-REQ-IDX)
                   TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WS-SIDE-TEXT(WS-REQ-IDX)
           ELSE
           IF WS-ROW-IDX = 6
               MOVE WS-ASO-S-USEABLE(WS-ASO-IDX, WS-REQ-IDX)
                   TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WS-SIDE-TEXT(WS-REQ-IDX)
           ELSE
           IF WS-ROW-IDX = 7
               MOVE WS-ASO-S-USED(WS-ASO-IDX, WS-REQ-IDX)
                   TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WS-SIDE-TEXT(WS-REQ-IDX)
           ELSE
               IF WS-ASO-S-CTN-COUNT(WS-ASO-IDX, WS-REQ-IDX) = 0
                   MOVE '        - NOT HELD'
                       TO WS-SIDE-TEXT(WS-REQ-IDX)
               ELSE
                   MOVE WS-ASO-S-CTN-COUNT(WS-ASO-IDX, WS-REQ-IDX)
                       TO WS-EDIT-NUM
                   MOVE WS-EDIT-NUM TO WS-SIDE-TEXT(WS-REQ-IDX)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       5310-EXIT.
           EXIT.

      * the first date's containers print in history order, each
      * beside the same container number on the second date; the
      * second date's containers with no partner print after them.
      * A side with no container detail held marks nothing.
       5400-PRINT-CONTAINERS.
           IF WS-ASO-S-CTN-COUNT(WS-ASO-IDX, 1) = 0
              AND WS-ASO-S-CTN-COUNT(WS-ASO-IDX, 2) = 0
               GO TO 5400-EXIT
           END-IF.
           MOVE WS-CTN-HEAD TO WS-ASO-LINE.
           IF NOT WS-COMPARE
               MOVE SPACES TO WS-ASO-LINE(92:19)
           END-IF.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
           PERFORM 5410-PRINT-ONE-FIRST-SIDE THRU 5410-EXIT
               VARYING WS-CTN-IDX FROM 1 BY 1
               UNTIL WS-CTN-IDX > WS-CTN-COUNT.
           IF WS-COMPARE
               PERFORM 5430-PRINT-ONE-UNPAIRED THRU 5430-EXIT
                   VARYING WS-CTN-IDX FROM 1 BY 1
                   UNTIL WS-CTN-IDX > WS-CTN-COUNT
           END-IF.
       5400-EXIT.
           EXIT.

       5410-PRINT-ONE-FIRST-SIDE.
           IF WS-CTN-ASO-IDX(WS-CTN-IDX) NOT = WS-ASO-IDX
              OR WS-CTN-SLOT(WS-CTN-IDX) NOT = 1
               GO TO 5410-EXIT
           END-IF.
           MOVE SPACES TO WSK-ALLOC2 WSK-USED2 WSK-MARK.
           MOVE WS-CTN-NUM(WS-CTN-IDX) TO WSK-NUM.
           MOVE WS-CTN-PATH(WS-CTN-IDX) TO WSK-PATH.
           MOVE WS-CTN-ALLOC(WS-CTN-IDX) TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO WSK-ALLOC1.
           MOVE WS-CTN-USED(WS-CTN-IDX) TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO WSK-USED1.
           MOVE 'N' TO WS-PAIR-FOUND-SW.
           IF WS-COMPARE
               PERFORM 5420-FIND-PAIR THRU 5420-EXIT
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-CTN-COUNT
                      OR WS-PAIR-FOUND
           END-IF.
           IF WS-PAIR-FOUND
               MOVE WS-CTN-ALLOC(WS-CTN-MATCH-IDX) TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WSK-ALLOC2
               MOVE WS-CTN-USED(WS-CTN-MATCH-IDX) TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO WSK-USED2
               IF WS-CTN-ALLOC(WS-CTN-MATCH-IDX)
                       NOT = WS-CTN-ALLOC(WS-CTN-IDX)
                  OR WS-CTN-USED(WS-CTN-MATCH-IDX)
                       NOT = WS-CTN-USED(WS-CTN-IDX)
                  OR WS-CTN-PATH(WS-CTN-MATCH-IDX)
                       NOT = WS-CTN-PATH(WS-CTN-IDX)
                   MOVE '<<' TO WSK-MARK
               END-IF
           ELSE
               IF WS-COMPARE
                  AND WS-ASO-S-CTN-COUNT(WS-ASO-IDX, 2) > 0
                   MOVE '<<' TO WSK-MARK
               END-IF
           END-IF.
           MOVE WS-CTN-LINE TO WS-ASO-LINE.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
      * a container moved to a new path keeps its number; show both
           IF WS-PAIR-FOUND
               IF WS-CTN-PATH(WS-CTN-MATCH-IDX)
                       NOT = WS-CTN-PATH(WS-CTN-IDX)
                   MOVE SPACES TO WS-ASO-LINE
                   STRING '          COMPARED-TO PATH: '
                              DELIMITED BY SIZE
                          WS-CTN-PATH(WS-CTN-MATCH-IDX)(1:100)
                              DELIMITED BY SIZE
                       INTO WS-ASO-LINE
                   END-STRING
                   PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT
               END-IF
           END-IF.
       5410-EXIT.
           EXIT.

       5420-FIND-PAIR.
           IF WS-CTN-ASO-IDX(WS-PAIR-IDX) = WS-ASO-IDX
              AND WS-CTN-SLOT(WS-PAIR-IDX) = 2
              AND WS-CTN-NUM(WS-PAIR-IDX) = WS-CTN-NUM(WS-CTN-IDX)
               MOVE 'Y' TO WS-PAIR-FOUND-SW
               MOVE 'Y' TO WS-CTN-PAIRED-SW(WS-PAIR-IDX)
               MOVE WS-PAIR-IDX TO WS-CTN-MATCH-IDX
           END-IF.
       5420-EXIT.
           EXIT.

       5430-PRINT-ONE-UNPAIRED.
           IF WS-CTN-ASO-IDX(WS-CTN-IDX) NOT = WS-ASO-IDX
              OR WS-CTN-SLOT(WS-CTN-IDX) NOT = 2
              OR WS-CTN-PAIRED-SW(WS-CTN-IDX) = 'Y'
               GO TO 5430-EXIT
           END-IF.
           MOVE SPACES TO WSK-ALLOC1 WSK-USED1 WSK-MARK.
           MOVE WS-CTN-NUM(WS-CTN-IDX) TO WSK-NUM.
           MOVE WS-CTN-PATH(WS-CTN-IDX) TO WSK-PATH.
           MOVE WS-CTN-ALLOC(WS-CTN-IDX) TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO WSK-ALLOC2.
           MOVE WS-CTN-USED(WS-CTN-IDX) TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO WSK-USED2.
           IF WS-ASO-S-CTN-COUNT(WS-ASO-IDX, 1) > 0
               MOVE '<<' TO WSK-MARK
           END-IF.
           MOVE WS-CTN-LINE TO WS-ASO-LINE.
           PERFORM 7500-WRITE-ASO-LINE THRU 7500-EXIT.
       5430-EXIT.
           EXIT.

       7500-WRITE-ASO-LINE.
           WRITE ASO-RPT-RECORD FROM WS-ASO-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TERMINATION
      *----------------------------------------------------------------
      * the step condition code goes on last -- the message routine
      * leaves its own in RETURN-CODE
       8000-TERMINATE.
           IF WS-HIST-OPEN
               CLOSE HIST-FILE
           END-IF.
           IF WS-ARC-OPEN
               CLOSE HIST-ARC-FILE
           END-IF.
           CLOSE ASO-RPT.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE 'TBSQ389I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           MOVE WS-ASO-COUNT TO WS-MSG-EDIT.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TABLESPACES REBUILT: ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
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
           MOVE 'TBSQASO0' TO SQLBA-PROGRAM.
           MOVE 'TBSQHIST' TO SQLBA-FILE.
           MOVE WS-HIST-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQHARC' TO SQLBA-FILE.
           MOVE WS-ARC-READ-COUNT TO SQLBA-READ-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQCHST' TO SQLBA-FILE.
           MOVE WS-CHST-READ-COUNT TO SQLBA-READ-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           MOVE 'TBSQASOR' TO SQLBA-FILE.
           MOVE 0 TO SQLBA-READ-COUNT.
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
