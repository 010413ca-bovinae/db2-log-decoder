      *************************************************************************
      *
      * Program-ID: TBSQPRT0
      *
      * Author: R. HALVORSEN
      * Installation: DB2 LOG DECODE UNIT
      * Date-Written: 10/15/2026
      *
      * Function: Partition consistency and data-skew report for
      *           partitioned databases.  Two functions, selected by
      *           control card:
      *             COLLECT           fold one database partition's
      *                               used pages into the partition
      *                               usage file TBSQPUSE (see
      *                               SQLBPUSE): every estate-master
      *                               (TBSQEMST) entry of the partition
      *                               named on the DATABASE=/PARTITION=
      *                               cards, with its container pages
      *                               summed off that partition's
      *                               container master TBSQCMST.  Runs
      *                               in each partition's nightly chain
      *                               behind the estate MERGE; a rerun
      *                               refreshes its records in place
      *             REPORT            set every partition of each
      *                               tablespace side by side, one
      *                               database at a time, and flag:
      *                               DEFINITION  type, page size,
      *                                           extent, prefetch,
      *                                           container count or
      *                                           state differs from
      *                                           the lowest-numbered
      *                                           partition holding
      *                                           the tablespace (the
      *                                           differing column is
      *                                           starred)
      *                               SKEW        used pages more than
      *                                           the SKEW-PCT= percent
      *                                           above the average of
      *                                           the partitions
      *                               MISSING     the one partition of
      *                                           the database without
      *                                           a tablespace every
      *                                           other partition has
      *           and the cards that go with them:
      *             DATABASE=xxxxxxxx    database collected (COLLECT,
      *                                  required) or reported
      *                                  (REPORT, default every
      *                                  database)
      *             PARTITION=nnnn       partition collected (default
      *                                  0)
      *             SKEW-PCT=nnn         skew threshold, percent above
      *                                  the average (default 25)
      *           REPORT prints TBSQPRTR.  A database on a single
      *           partition has nothing to compare and is skipped.  A
      *           tablespace held on only some of the partitions (a
      *           partition-group tablespace) is compared across the
      *           partitions holding it and is not reported missing
      *           elsewhere.  Any flag ends the run with condition
      *           code 4.
      *
      * Modification History:
      *   10/15/2026 RH  Initial version.
      *   10/15/2026 RH  Keep the step condition code in WS-STEP-RC and
      *                  set it after the last message, which was
      *                  leaving the step at 0.
      *
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBSQPRT0.
       AUTHOR. R. HALVORSEN.
       INSTALLATION. DB2 LOG DECODE UNIT.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD ASSIGN TO "CONTROLCD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESTATE-FILE ASSIGN TO "TBSQEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBE-KEY
               ALTERNATE RECORD KEY IS SQLBE-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMS-STATUS.

           SELECT CTN-MST-FILE ASSIGN TO "TBSQCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBCM-KEY
               FILE STATUS IS WS-CMS-STATUS.

           SELECT USAGE-FILE ASSIGN TO "TBSQPUSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SQLBPU-KEY
               FILE STATUS IS WS-USE-STATUS.

           SELECT PRT-RPT ASSIGN TO "TBSQPRTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "TBSQAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  ESTATE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbemst.

       FD  CTN-MST-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbcmst.

       FD  USAGE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbpuse.

       FD  PRT-RPT
           LABEL RECORDS ARE OMITTED.
       01  PRT-RPT-RECORD             PIC X(133).

       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
           COPY sqlbaudt.

       WORKING-STORAGE SECTION.
           COPY sqlbmsgp.

       77  WS-MSG-EDIT                PIC Z(8)9.
       77  WS-MSG-EDIT2               PIC Z(8)9.
       77  WS-MSG-EDIT3               PIC Z(8)9.
       77  WS-EOF-CTL-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTL                       VALUE 'Y'.
       77  WS-EOF-EMS-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-EMS                       VALUE 'Y'.
       77  WS-EOF-CTN-SW              PIC X(01) VALUE 'N'.
           88  WS-EOF-CTN                       VALUE 'Y'.
       77  WS-COLLECT-MODE-SW         PIC X(01) VALUE 'N'.
           88  WS-COLLECT-MODE                  VALUE 'Y'.
       77  WS-REPORT-MODE-SW          PIC X(01) VALUE 'N'.
           88  WS-REPORT-MODE                   VALUE 'Y'.
       77  WS-NO-USAGE-SW             PIC X(01) VALUE 'N'.
           88  WS-NO-USAGE                      VALUE 'Y'.
       77  WS-MISSING-CHECK-SW        PIC X(01) VALUE 'N'.
           88  WS-MISSING-CHECK                 VALUE 'Y'.
       77  WS-DEFN-DIFF-SW            PIC X(01) VALUE 'N'.
           88  WS-DEFN-DIFF                     VALUE 'Y'.
       77  WS-SKEWED-SW               PIC X(01) VALUE 'N'.
           88  WS-SKEWED                        VALUE 'Y'.
       77  WS-FIRST-LINE-SW           PIC X(01) VALUE 'N'.
           88  WS-FIRST-LINE                    VALUE 'Y'.
       77  WS-ABORT-SW                PIC X(01) VALUE 'N'.
           88  WS-ABORT                         VALUE 'Y'.
       77  WS-STEP-RC                 PIC 9(2)  COMP-5 VALUE 0.

       77  WS-EMS-STATUS              PIC X(02) VALUE SPACES.
           88  WS-EMS-STATUS-NEW                VALUE '35'.
       77  WS-CMS-STATUS              PIC X(02) VALUE SPACES.
           88  WS-CMS-STATUS-NEW                VALUE '35'.
       77  WS-USE-STATUS              PIC X(02) VALUE SPACES.
           88  WS-USE-STATUS-NEW                VALUE '35'.

       77  WS-RUN-DATE                PIC 9(8)  VALUE 0.
       01  WS-DB-NAME                 PIC X(08) VALUE SPACES.
       77  WS-PARTITION               PIC 9(4)  VALUE 0.
       77  WS-SKEW-PCT                PIC 9(9)  COMP-5 VALUE 25.

      * numeric control-card value parse (up to 6 digits)
       77  WS-CTL-VAL-IDX             PIC 9(2)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-NUM             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CTL-VAL-BAD-SW          PIC X(01) VALUE 'N'.
           88  WS-CTL-VAL-BAD                   VALUE 'Y'.
       01  WS-CTL-VALUE               PIC X(06).
       01  WS-CTL-DIGIT-X             PIC X(01).
       01  WS-CTL-DIGIT REDEFINES WS-CTL-DIGIT-X
                                      PIC 9(01).

       77  WS-AUDT-STATUS             PIC X(02) VALUE SPACES.
           88  WS-AUDT-STATUS-NEW               VALUE '35'.
       77  WS-AUD-DATE                PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-RAW            PIC 9(8)  VALUE 0.
       01  WS-AUD-TIME-R REDEFINES WS-AUD-TIME-RAW.
           05  WS-AUD-HHMMSS          PIC 9(6).
           05  FILLER                 PIC 9(2).

      * one database's estate entries, in estate-master key order
      * (partition, then name).  Overflow is a hard error: a partition
      * left out of the comparison would read as a missing tablespace.
       01  WS-CUR-DB-NAME             PIC X(08) VALUE SPACES.
       77  WS-PT-MAX                  PIC 9(5)  COMP-5 VALUE 5000.
       77  WS-PT-COUNT                PIC 9(5)  COMP-5 VALUE 0.
       77  WS-PT-IDX                  PIC 9(5)  COMP-5 VALUE 0.
       77  WS-PT-J                    PIC 9(5)  COMP-5 VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 5000 TIMES.
               10  WS-PT-PARTITION    PIC 9(4).
               10  WS-PT-NAME         PIC X(128).
               10  WS-PT-TS-TYPE      PIC X(01).
               10  WS-PT-PAGE-SIZE    PIC 9(9)  COMP-5.
               10  WS-PT-EXT-SIZE     PIC 9(9)  COMP-5.
               10  WS-PT-PREFETCH     PIC 9(9)  COMP-5.
               10  WS-PT-N-CTNS       PIC 9(9)  COMP-5.
               10  WS-PT-STATE        PIC 9(9)  COMP-5.
               10  WS-PT-STATE-TEXT   PIC X(20).
               10  WS-PT-USED-PAGES   PIC 9(18) COMP-5.
               10  WS-PT-USED-SW      PIC X(01).
                   88  WS-PT-USED-KNOWN         VALUE 'Y'.
               10  WS-PT-DONE-SW      PIC X(01).
                   88  WS-PT-DONE               VALUE 'Y'.

      * the database's partitions, ascending as the key delivers them
       77  WS-PP-MAX                  PIC 9(4)  COMP-5 VALUE 1000.
       77  WS-PP-COUNT                PIC 9(4)  COMP-5 VALUE 0.
       77  WS-PP-IDX                  PIC 9(4)  COMP-5 VALUE 0.
       01  WS-PP-TABLE.
           05  WS-PP-PARTITION        PIC 9(4)  OCCURS 1000 TIMES.

      * one tablespace's partitions: subscripts into WS-PT-TABLE,
      * ascending by partition; member 1 is the reference partition
       77  WS-GM-COUNT                PIC 9(4)  COMP-5 VALUE 0.
       77  WS-GM-IDX                  PIC 9(4)  COMP-5 VALUE 0.
       77  WS-REF-IDX                 PIC 9(5)  COMP-5 VALUE 0.
       77  WS-MATCH-IDX               PIC 9(5)  COMP-5 VALUE 0.
       01  WS-GM-TABLE.
           05  WS-GM-PT-IDX           PIC 9(5)  COMP-5
                                      OCCURS 1000 TIMES.

      * one tablespace's usage average and skew limit
       77  WS-USED-SUM                PIC 9(18) COMP-5 VALUE 0.
       77  WS-USED-KNOWN-COUNT        PIC 9(4)  COMP-5 VALUE 0.
       77  WS-AVG-USED                PIC 9(18) COMP-5 VALUE 0.
       77  WS-SKEW-LIMIT              PIC 9(18) COMP-5 VALUE 0.
       77  WS-PCT-OF-AVG              PIC 9(9)  COMP-5 VALUE 0.
       77  WS-SUM-ALLOC-PAGES         PIC 9(18) COMP-5 VALUE 0.
       77  WS-SUM-USED-PAGES          PIC 9(18) COMP-5 VALUE 0.

      * per-database and whole-run findings
       77  WS-DB-TBS-COUNT            PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DB-DEFN-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DB-SKEW-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DB-MISS-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DEFN-COUNT              PIC 9(9)  COMP-5 VALUE 0.
       77  WS-SKEW-COUNT              PIC 9(9)  COMP-5 VALUE 0.
       77  WS-MISS-COUNT              PIC 9(9)  COMP-5 VALUE 0.
       77  WS-NOUSE-COUNT             PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DB-REPORTED-COUNT       PIC 9(9)  COMP-5 VALUE 0.
       77  WS-DB-SINGLE-COUNT         PIC 9(9)  COMP-5 VALUE 0.
       77  WS-TBS-REPORTED-COUNT      PIC 9(9)  COMP-5 VALUE 0.

       77  WS-EMS-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-CMS-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-USE-READ-COUNT          PIC 9(9)  COMP-5 VALUE 0.
       77  WS-USE-ADD-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-USE-UPD-COUNT           PIC 9(9)  COMP-5 VALUE 0.
       77  WS-RPT-WRITE-COUNT         PIC 9(9)  COMP-5 VALUE 0.

       77  WS-EDIT-PAGES              PIC Z(17)9.
       77  WS-EDIT-PART               PIC ZZZ9.
       01  WS-PRT-LINE                PIC X(133).

       01  WS-HDG-LINE.
           05  FILLER                 PIC X(42) VALUE
               ' PARTITION CONSISTENCY AND SKEW - RUN DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSH-DATE               PIC 9(8).
           05  FILLER                 PIC X(17) VALUE
               ', SKEW THRESHOLD '.
           05  WSH-SKEW-PCT           PIC ZZZZ9.
           05  FILLER                 PIC X(21) VALUE
               ' PCT ABOVE AVERAGE'.
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-DB-HDG-LINE.
           05  FILLER                 PIC X(10) VALUE ' DATABASE '.
           05  WSB-DB-NAME            PIC X(08).
           05  FILLER                 PIC X(13) VALUE
               '  PARTITIONS '.
           05  WSB-PARTITIONS         PIC ZZZ9.
           05  FILLER                 PIC X(98) VALUE SPACES.

       01  WS-COL-HDG-LINE.
           05  FILLER                 PIC X(40) VALUE
               ' TABLESPACE                     PART T  '.
           05  FILLER                 PIC X(46) VALUE
               ' PGSZ   EXT  PREF CTNS  STATE                 '.
           05  FILLER                 PIC X(28) VALUE
               '   USED PAGES PCT AVG FLAGS '.
           05  FILLER                 PIC X(19) VALUE SPACES.

      * a '*' after a column marks where the partition differs from
      * the reference partition
       01  WS-DTL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-NAME               PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-PARTITION          PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-TS-TYPE            PIC X(01).
           05  WSD-TS-TYPE-F          PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-PAGE-SIZE          PIC ZZZZ9.
           05  WSD-PAGE-SIZE-F        PIC X(01).
           05  WSD-EXT-SIZE           PIC ZZZZ9.
           05  WSD-EXT-SIZE-F         PIC X(01).
           05  WSD-PREFETCH           PIC ZZZZ9.
           05  WSD-PREFETCH-F         PIC X(01).
           05  WSD-N-CTNS             PIC ZZZ9.
           05  WSD-N-CTNS-F           PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-STATE              PIC X(20).
           05  WSD-STATE-F            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-USED-PAGES         PIC Z(12)9.
           05  WSD-USED-PAGES-X REDEFINES WSD-USED-PAGES
                                      PIC X(13).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-PCT-OF-AVG         PIC Z(6)9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WSD-FLAGS              PIC X(24).
           05  FILLER                 PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-COLLECT-MODE AND NOT WS-ABORT
               PERFORM 2000-COLLECT-PARTITION THRU 2000-EXIT
           END-IF.
           IF WS-REPORT-MODE AND NOT WS-ABORT
               PERFORM 4000-REPORT-ESTATE THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------
      * INITIALIZATION AND CONTROL CARDS
      *----------------------------------------------------------------
      * a run requesting neither function, or a COLLECT that does not
      * say which partition's container master it has been given, is
      * an operator mistake and fails loudly
       1000-INITIALIZE.
           MOVE 'TBSQPRT0' TO SQLBG-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CONTROL-CARD.
           PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
               UNTIL WS-EOF-CTL.
           CLOSE CONTROL-CARD.
           IF NOT WS-COLLECT-MODE AND NOT WS-REPORT-MODE
               MOVE 'TBSQ342E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO FUNCTION CARD (COLLECT OR REPORT)'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO WS-STEP-RC
           END-IF.
           IF WS-COLLECT-MODE AND WS-DB-NAME = SPACES
               MOVE 'TBSQ343E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'COLLECT REQUIRES A DATABASE= CARD'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 8 TO WS-STEP-RC
           END-IF.
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
           IF CONTROL-CARD-RECORD(1:7) = 'COLLECT'
               MOVE 'Y' TO WS-COLLECT-MODE-SW
           ELSE
           IF CONTROL-CARD-RECORD(1:6) = 'REPORT'
               MOVE 'Y' TO WS-REPORT-MODE-SW
           ELSE
           IF CONTROL-CARD-RECORD(1:9) = 'DATABASE='
               MOVE CONTROL-CARD-RECORD(10:8) TO WS-DB-NAME
           ELSE
           IF CONTROL-CARD-RECORD(1:10) = 'PARTITION='
               MOVE SPACES TO WS-CTL-VALUE
               MOVE CONTROL-CARD-RECORD(11:4) TO WS-CTL-VALUE(1:4)
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CTL-VAL-NUM TO WS-PARTITION
               END-IF
           ELSE
           IF CONTROL-CARD-RECORD(1:9) = 'SKEW-PCT='
               MOVE SPACES TO WS-CTL-VALUE
               MOVE CONTROL-CARD-RECORD(10:3) TO WS-CTL-VALUE(1:3)
               PERFORM 1130-PARSE-CARD-VALUE THRU 1130-EXIT
               IF NOT WS-CTL-VAL-BAD
                   MOVE WS-CTL-VAL-NUM TO WS-SKEW-PCT
               END-IF
           ELSE
               MOVE 'TBSQ340W' TO SQLBG-MSG-ID
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
               UNTIL WS-CTL-VAL-IDX > 6
                  OR WS-CTL-VALUE(WS-CTL-VAL-IDX:1) = SPACE
                  OR WS-CTL-VAL-BAD.
           IF WS-CTL-VAL-BAD
               MOVE 'TBSQ341W' TO SQLBG-MSG-ID
               MOVE 'W' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'BAD NUMERIC VALUE ON CARD: '
                          DELIMITED BY SIZE
                      CONTROL-CARD-RECORD(1:40) DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
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

      *----------------------------------------------------------------
      * COLLECT ONE PARTITION'S USAGE
      *----------------------------------------------------------------
      * START the estate master at the database/partition and READ
      * NEXT while it still matches; the usage file is opened I-O so
      * a rerun refreshes rather than duplicates.  Either master
      * missing (status 35) fails with condition code 8 -- a partition
      * collected as empty would show as the least-used of its
      * database and hide the skew of the others.
       2000-COLLECT-PARTITION.
           OPEN INPUT ESTATE-FILE.
           IF WS-EMS-STATUS-NEW
               MOVE 'TBSQ344E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO ESTATE MASTER TBSQEMST - RUN TBSQCON0 MERGE'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT CTN-MST-FILE.
           IF WS-CMS-STATUS-NEW
               MOVE 'TBSQ345E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO CONTAINER MASTER TBSQCMST - RUN TBSQMST0'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               CLOSE ESTATE-FILE
               GO TO 2000-EXIT
           END-IF.
           OPEN I-O USAGE-FILE.
           IF WS-USE-STATUS-NEW
               OPEN OUTPUT USAGE-FILE
               CLOSE USAGE-FILE
               OPEN I-O USAGE-FILE
           END-IF.
           MOVE LOW-VALUES TO SQLBE-KEY.
           MOVE WS-DB-NAME TO SQLBE-DB-NAME.
           MOVE WS-PARTITION TO SQLBE-PARTITION.
           START ESTATE-FILE KEY NOT < SQLBE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-EMS-SW
           END-START.
           PERFORM 2100-COLLECT-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-EOF-EMS.
           CLOSE ESTATE-FILE.
           CLOSE CTN-MST-FILE.
           CLOSE USAGE-FILE.
           MOVE 'TBSQ349I' TO SQLBG-MSG-ID.
           MOVE 'I' TO SQLBG-SEVERITY.
           COMPUTE WS-MSG-EDIT = WS-USE-ADD-COUNT + WS-USE-UPD-COUNT.
           MOVE WS-PARTITION TO WS-EDIT-PART.
           MOVE SPACES TO SQLBG-TEXT.
           STRING 'TABLESPACES COLLECTED FOR ' DELIMITED BY SIZE
                  WS-DB-NAME DELIMITED BY SIZE
                  ' PARTITION ' DELIMITED BY SIZE
                  WS-EDIT-PART DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
               INTO SQLBG-TEXT
           END-STRING.
           PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT.
       2000-EXIT.
           EXIT.

       2100-COLLECT-ONE-ENTRY.
           READ ESTATE-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-EMS-SW
               NOT AT END
                   IF SQLBE-DB-NAME NOT = WS-DB-NAME
                      OR SQLBE-PARTITION NOT = WS-PARTITION
                       MOVE 'Y' TO WS-EOF-EMS-SW
                   ELSE
                       ADD 1 TO WS-EMS-READ-COUNT
                       PERFORM 2200-SUM-CONTAINERS THRU 2200-EXIT
                       PERFORM 2400-STORE-USAGE THRU 2400-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      * START at container 0 of the pool id and READ NEXT until the
      * pool id changes, the same walk as the single-tablespace
      * inquiry
       2200-SUM-CONTAINERS.
           MOVE 0 TO WS-SUM-ALLOC-PAGES.
           MOVE 0 TO WS-SUM-USED-PAGES.
           MOVE 'N' TO WS-EOF-CTN-SW.
           MOVE SQLBE-ID TO SQLBCM-ID.
           MOVE 0 TO SQLBCM-CTN-NUM.
           START CTN-MST-FILE KEY NOT < SQLBCM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-CTN-SW
           END-START.
           PERFORM 2300-SUM-ONE-CONTAINER THRU 2300-EXIT
               UNTIL WS-EOF-CTN.
       2200-EXIT.
           EXIT.

       2300-SUM-ONE-CONTAINER.
           READ CTN-MST-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-CTN-SW
               NOT AT END
                   IF SQLBCM-ID NOT = SQLBE-ID
                       MOVE 'Y' TO WS-EOF-CTN-SW
                   ELSE
                       ADD 1 TO WS-CMS-READ-COUNT
                       ADD SQLBCM-PAGES-ALLOC TO WS-SUM-ALLOC-PAGES
                       ADD SQLBCM-PAGES-USED TO WS-SUM-USED-PAGES
                   END-IF
           END-READ.
       2300-EXIT.
           EXIT.

       2400-STORE-USAGE.
           MOVE SQLBE-KEY TO SQLBPU-KEY.
           MOVE SQLBE-ID TO SQLBPU-ID.
           MOVE WS-SUM-ALLOC-PAGES TO SQLBPU-PAGES-ALLOC.
           MOVE WS-SUM-USED-PAGES TO SQLBPU-PAGES-USED.
           MOVE WS-RUN-DATE TO SQLBPU-COLLECT-DATE.
           WRITE SQLB-PRTUSE-RECORD
               INVALID KEY
                   PERFORM 2500-REFRESH-USAGE THRU 2500-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-USE-ADD-COUNT
           END-WRITE.
       2400-EXIT.
           EXIT.

       2500-REFRESH-USAGE.
           REWRITE SQLB-PRTUSE-RECORD
               INVALID KEY
                   MOVE 'TBSQ346E' TO SQLBG-MSG-ID
                   MOVE 'E' TO SQLBG-SEVERITY
                   MOVE SQLBE-ID TO WS-MSG-EDIT
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'USAGE REFRESH FAILED FOR SQL-ID '
                              DELIMITED BY SIZE
                          WS-MSG-EDIT DELIMITED BY SIZE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                   MOVE 8 TO WS-STEP-RC
               NOT INVALID KEY
                   ADD 1 TO WS-USE-UPD-COUNT
           END-REWRITE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * REPORT THE ESTATE, ONE DATABASE AT A TIME
      *----------------------------------------------------------------
      * the estate master delivers a database's entries partition by
      * partition, so each database is gathered whole before any of
      * its tablespaces can be compared.  No usage file only means
      * used pages print as NOT COLLECTED and skew cannot be judged.
       4000-REPORT-ESTATE.
           OPEN INPUT ESTATE-FILE.
           IF WS-EMS-STATUS-NEW
               MOVE 'TBSQ344E' TO SQLBG-MSG-ID
               MOVE 'E' TO SQLBG-SEVERITY
               MOVE 'NO ESTATE MASTER TBSQEMST - RUN TBSQCON0 MERGE'
                   TO SQLBG-TEXT
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 8 TO WS-STEP-RC
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT USAGE-FILE.
           IF WS-USE-STATUS-NEW
               MOVE 'Y' TO WS-NO-USAGE-SW
           END-IF.
           OPEN OUTPUT PRT-RPT.
           MOVE WS-RUN-DATE TO WSH-DATE.
           MOVE WS-SKEW-PCT TO WSH-SKEW-PCT.
           WRITE PRT-RPT-RECORD FROM WS-HDG-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
           MOVE LOW-VALUES TO SQLBE-KEY.
           IF WS-DB-NAME NOT = SPACES
               MOVE WS-DB-NAME TO SQLBE-DB-NAME
           END-IF.
           START ESTATE-FILE KEY NOT < SQLBE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-EMS-SW
           END-START.
           MOVE 0 TO WS-PT-COUNT.
           MOVE 0 TO WS-PP-COUNT.
           PERFORM 4100-GATHER-ONE-ENTRY THRU 4100-EXIT
               UNTIL WS-EOF-EMS OR WS-ABORT.
           IF WS-PT-COUNT > 0 AND NOT WS-ABORT
               PERFORM 5000-REPORT-DATABASE THRU 5000-EXIT
           END-IF.
           IF WS-DB-REPORTED-COUNT = 0 AND NOT WS-ABORT
               MOVE SPACES TO WS-PRT-LINE
               MOVE ' NO PARTITIONED DATABASE ON THE ESTATE MASTER'
                   TO WS-PRT-LINE
               WRITE PRT-RPT-RECORD FROM WS-PRT-LINE
               ADD 1 TO WS-RPT-WRITE-COUNT
           END-IF.
           CLOSE ESTATE-FILE.
           IF NOT WS-NO-USAGE
               CLOSE USAGE-FILE
           END-IF.
           CLOSE PRT-RPT.
       4000-EXIT.
           EXIT.

       4100-GATHER-ONE-ENTRY.
           READ ESTATE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-EMS-SW
                   GO TO 4100-EXIT
           END-READ.
           IF WS-DB-NAME NOT = SPACES
              AND SQLBE-DB-NAME NOT = WS-DB-NAME
               MOVE 'Y' TO WS-EOF-EMS-SW
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-EMS-READ-COUNT.
           IF WS-PT-COUNT > 0
              AND SQLBE-DB-NAME NOT = WS-CUR-DB-NAME
               PERFORM 5000-REPORT-DATABASE THRU 5000-EXIT
               MOVE 0 TO WS-PT-COUNT
               MOVE 0 TO WS-PP-COUNT
           END-IF.
           MOVE SQLBE-DB-NAME TO WS-CUR-DB-NAME.
           IF WS-PT-COUNT >= WS-PT-MAX
              OR WS-PP-COUNT >= WS-PP-MAX
               MOVE 'TBSQ347S' TO SQLBG-MSG-ID
               MOVE 'S' TO SQLBG-SEVERITY
               MOVE SPACES TO SQLBG-TEXT
               STRING 'PARTITION TABLE FULL AT DATABASE '
                          DELIMITED BY SIZE
                      SQLBE-DB-NAME DELIMITED BY SIZE
                      ', INCREASE WS-PT-MAX' DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               MOVE 12 TO WS-STEP-RC
               MOVE 'Y' TO WS-ABORT-SW
               GO TO 4100-EXIT
           END-IF.
           IF WS-PP-COUNT = 0
               ADD 1 TO WS-PP-COUNT
               MOVE SQLBE-PARTITION TO WS-PP-PARTITION(WS-PP-COUNT)
           ELSE
               IF SQLBE-PARTITION NOT = WS-PP-PARTITION(WS-PP-COUNT)
                   ADD 1 TO WS-PP-COUNT
                   MOVE SQLBE-PARTITION
                       TO WS-PP-PARTITION(WS-PP-COUNT)
               END-IF
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           MOVE SQLBE-PARTITION TO WS-PT-PARTITION(WS-PT-COUNT).
           MOVE SQLBE-NAME TO WS-PT-NAME(WS-PT-COUNT).
           MOVE SQLBE-TS-TYPE TO WS-PT-TS-TYPE(WS-PT-COUNT).
           MOVE SQLBE-PAGE-SIZE TO WS-PT-PAGE-SIZE(WS-PT-COUNT).
           MOVE SQLBE-EXT-SIZE TO WS-PT-EXT-SIZE(WS-PT-COUNT).
           MOVE SQLBE-PREFETCH-SIZE TO WS-PT-PREFETCH(WS-PT-COUNT).
           MOVE SQLBE-N-CONTAINERS TO WS-PT-N-CTNS(WS-PT-COUNT).
           MOVE SQLBE-TBS-STATE TO WS-PT-STATE(WS-PT-COUNT).
           MOVE SQLBE-TBS-STATE-TEXT TO WS-PT-STATE-TEXT(WS-PT-COUNT).
           MOVE 'N' TO WS-PT-DONE-SW(WS-PT-COUNT).
           MOVE 'N' TO WS-PT-USED-SW(WS-PT-COUNT).
           MOVE 0 TO WS-PT-USED-PAGES(WS-PT-COUNT).
           IF WS-NO-USAGE
               GO TO 4100-EXIT
           END-IF.
           MOVE SQLBE-KEY TO SQLBPU-KEY.
           READ USAGE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-USE-READ-COUNT
                   MOVE 'Y' TO WS-PT-USED-SW(WS-PT-COUNT)
                   MOVE SQLBPU-PAGES-USED
                       TO WS-PT-USED-PAGES(WS-PT-COUNT)
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * ONE DATABASE'S COMPARISON
      *----------------------------------------------------------------
      * each tablespace is reported once, at its first entry; the
      * entries of every other partition carrying the same name are
      * swept into its group and marked done
       5000-REPORT-DATABASE.
           IF WS-PP-COUNT < 2
               ADD 1 TO WS-DB-SINGLE-COUNT
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-DB-REPORTED-COUNT.
           MOVE 0 TO WS-DB-TBS-COUNT.
           MOVE 0 TO WS-DB-DEFN-COUNT.
           MOVE 0 TO WS-DB-SKEW-COUNT.
           MOVE 0 TO WS-DB-MISS-COUNT.
           MOVE SPACES TO WS-PRT-LINE.
           WRITE PRT-RPT-RECORD FROM WS-PRT-LINE.
           MOVE WS-CUR-DB-NAME TO WSB-DB-NAME.
           MOVE WS-PP-COUNT TO WSB-PARTITIONS.
           WRITE PRT-RPT-RECORD FROM WS-DB-HDG-LINE.
           WRITE PRT-RPT-RECORD FROM WS-COL-HDG-LINE.
           ADD 3 TO WS-RPT-WRITE-COUNT.
           PERFORM 5100-REPORT-ONE-TABLESPACE THRU 5100-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.
           MOVE SPACES TO WS-PRT-LINE.
           MOVE WS-DB-TBS-COUNT TO WS-MSG-EDIT.
           MOVE WS-DB-DEFN-COUNT TO WS-MSG-EDIT2.
           MOVE WS-DB-SKEW-COUNT TO WS-MSG-EDIT3.
           MOVE WS-DB-MISS-COUNT TO WS-EDIT-PART.
           STRING ' DATABASE ' DELIMITED BY SIZE
                  WS-CUR-DB-NAME DELIMITED BY SIZE
                  ' TABLESPACES ' DELIMITED BY SIZE
                  WS-MSG-EDIT DELIMITED BY SIZE
                  '  DEFINITION DIFFERENCES ' DELIMITED BY SIZE
                  WS-MSG-EDIT2 DELIMITED BY SIZE
                  '  SKEWED ' DELIMITED BY SIZE
                  WS-MSG-EDIT3 DELIMITED BY SIZE
                  '  MISSING ' DELIMITED BY SIZE
                  WS-EDIT-PART DELIMITED BY SIZE
               INTO WS-PRT-LINE
           END-STRING.
           WRITE PRT-RPT-RECORD FROM WS-PRT-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       5000-EXIT.
           EXIT.

      * the missing check applies only when the tablespace is on all
      * partitions but one; fewer than that is a partition-group
      * tablespace, defined on only some partitions by design
       5100-REPORT-ONE-TABLESPACE.
           IF WS-PT-DONE(WS-PT-IDX)
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-DB-TBS-COUNT.
           ADD 1 TO WS-TBS-REPORTED-COUNT.
           MOVE 0 TO WS-GM-COUNT.
           MOVE 0 TO WS-USED-SUM.
           MOVE 0 TO WS-USED-KNOWN-COUNT.
           PERFORM 5110-GATHER-ONE-MEMBER THRU 5110-EXIT
               VARYING WS-PT-J FROM WS-PT-IDX BY 1
               UNTIL WS-PT-J > WS-PT-COUNT.
           MOVE WS-GM-PT-IDX(1) TO WS-REF-IDX.
           MOVE 0 TO WS-AVG-USED.
           MOVE 0 TO WS-SKEW-LIMIT.
           IF WS-USED-KNOWN-COUNT > 0
               DIVIDE WS-USED-SUM BY WS-USED-KNOWN-COUNT
                   GIVING WS-AVG-USED
               COMPUTE WS-SKEW-LIMIT =
                   WS-AVG-USED * (100 + WS-SKEW-PCT) / 100
           END-IF.
           IF WS-GM-COUNT + 1 = WS-PP-COUNT
               MOVE 'Y' TO WS-MISSING-CHECK-SW
           ELSE
               MOVE 'N' TO WS-MISSING-CHECK-SW
           END-IF.
           MOVE 'Y' TO WS-FIRST-LINE-SW.
           PERFORM 5200-REPORT-ONE-PARTITION THRU 5200-EXIT
               VARYING WS-PP-IDX FROM 1 BY 1
               UNTIL WS-PP-IDX > WS-PP-COUNT.
           MOVE SPACES TO WS-PRT-LINE.
           IF WS-USED-KNOWN-COUNT > 0
               MOVE WS-AVG-USED TO WS-EDIT-PAGES
               MOVE WS-USED-KNOWN-COUNT TO WS-EDIT-PART
               STRING '                                '
                          DELIMITED BY SIZE
                      'AVERAGE USED PAGES ' DELIMITED BY SIZE
                      WS-EDIT-PAGES DELIMITED BY SIZE
                      ' OVER ' DELIMITED BY SIZE
                      WS-EDIT-PART DELIMITED BY SIZE
                      ' PARTITIONS' DELIMITED BY SIZE
                   INTO WS-PRT-LINE
               END-STRING
               WRITE PRT-RPT-RECORD FROM WS-PRT-LINE
               ADD 1 TO WS-RPT-WRITE-COUNT
           END-IF.
       5100-EXIT.
           EXIT.

       5110-GATHER-ONE-MEMBER.
           IF WS-PT-NAME(WS-PT-J) NOT = WS-PT-NAME(WS-PT-IDX)
               GO TO 5110-EXIT
           END-IF.
           MOVE 'Y' TO WS-PT-DONE-SW(WS-PT-J).
           ADD 1 TO WS-GM-COUNT.
           MOVE WS-PT-J TO WS-GM-PT-IDX(WS-GM-COUNT).
           IF WS-PT-USED-KNOWN(WS-PT-J)
               ADD 1 TO WS-USED-KNOWN-COUNT
               ADD WS-PT-USED-PAGES(WS-PT-J) TO WS-USED-SUM
           END-IF.
       5110-EXIT.
           EXIT.

       5200-REPORT-ONE-PARTITION.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM 5210-FIND-ONE-MEMBER THRU 5210-EXIT
               VARYING WS-GM-IDX FROM 1 BY 1
               UNTIL WS-GM-IDX > WS-GM-COUNT
                  OR WS-MATCH-IDX > 0.
           IF WS-MATCH-IDX > 0
               PERFORM 5300-PRINT-MEMBER THRU 5300-EXIT
           ELSE
               IF WS-MISSING-CHECK
                   PERFORM 5400-PRINT-MISSING THRU 5400-EXIT
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.

       5210-FIND-ONE-MEMBER.
           IF WS-PT-PARTITION(WS-GM-PT-IDX(WS-GM-IDX))
                  = WS-PP-PARTITION(WS-PP-IDX)
               MOVE WS-GM-PT-IDX(WS-GM-IDX) TO WS-MATCH-IDX
           END-IF.
       5210-EXIT.
           EXIT.

       5300-PRINT-MEMBER.
           PERFORM 5500-START-DETAIL THRU 5500-EXIT.
           MOVE 'N' TO WS-DEFN-DIFF-SW.
           MOVE 'N' TO WS-SKEWED-SW.
           MOVE WS-PT-TS-TYPE(WS-MATCH-IDX) TO WSD-TS-TYPE.
           MOVE WS-PT-PAGE-SIZE(WS-MATCH-IDX) TO WSD-PAGE-SIZE.
           MOVE WS-PT-EXT-SIZE(WS-MATCH-IDX) TO WSD-EXT-SIZE.
           MOVE WS-PT-PREFETCH(WS-MATCH-IDX) TO WSD-PREFETCH.
           MOVE WS-PT-N-CTNS(WS-MATCH-IDX) TO WSD-N-CTNS.
           MOVE WS-PT-STATE-TEXT(WS-MATCH-IDX) TO WSD-STATE.
           IF WS-PT-TS-TYPE(WS-MATCH-IDX)
                  NOT = WS-PT-TS-TYPE(WS-REF-IDX)
               MOVE '*' TO WSD-TS-TYPE-F
               MOVE 'Y' TO WS-DEFN-DIFF-SW
           END-IF.
           IF WS-PT-PAGE-SIZE(WS-MATCH-IDX)
                  NOT = WS-PT-PAGE-SIZE(WS-REF-IDX)
               MOVE '*' TO WSD-PAGE-SIZE-F
               MOVE 'Y' TO WS-DEFN-DIFF-SW
           END-IF.
           IF WS-PT-EXT-SIZE(WS-MATCH-IDX)
                  NOT = WS-PT-EXT-SIZE(WS-REF-IDX)
               MOVE '*' TO WSD-EXT-SIZE-F
               MOVE 'Y' TO WS-DEFN-DIFF-SW
           END-IF.
           IF WS-PT-PREFETCH(WS-MATCH-IDX)
                  NOT = WS-PT-PREFETCH(WS-REF-IDX)
               MOVE '*' TO WSD-PREFETCH-F
               MOVE 'Y' TO WS-DEFN-DIFF-SW
           END-IF.
           IF WS-PT-N-CTNS(WS-MATCH-IDX)
                  NOT = WS-PT-N-CTNS(WS-REF-IDX)
               MOVE '*' TO WSD-N-CTNS-F
               MOVE 'Y' TO WS-DEFN-DIFF-SW
           END-IF.
           IF WS-PT-STATE(WS-MATCH-IDX)
                  NOT = WS-PT-STATE(WS-REF-IDX)
               MOVE '*' TO WSD-STATE-F
               MOVE 'Y' TO WS-DEFN-DIFF-SW
           END-IF.
           IF WS-PT-USED-KNOWN(WS-MATCH-IDX)
               MOVE WS-PT-USED-PAGES(WS-MATCH-IDX) TO WSD-USED-PAGES
           ELSE
               MOVE 'NOT COLLECTED' TO WSD-USED-PAGES-X
               ADD 1 TO WS-NOUSE-COUNT
           END-IF.
      * skew needs a second partition to be measured against
           IF WS-PT-USED-KNOWN(WS-MATCH-IDX)
              AND WS-USED-KNOWN-COUNT > 1
              AND WS-AVG-USED > 0
               COMPUTE WS-PCT-OF-AVG =
                   WS-PT-USED-PAGES(WS-MATCH-IDX) * 100 / WS-AVG-USED
               MOVE WS-PCT-OF-AVG TO WSD-PCT-OF-AVG
               IF WS-PT-USED-PAGES(WS-MATCH-IDX) > WS-SKEW-LIMIT
                   MOVE 'Y' TO WS-SKEWED-SW
               END-IF
           END-IF.
           IF WS-DEFN-DIFF
               MOVE 'DEFINITION' TO WSD-FLAGS(1:10)
               ADD 1 TO WS-DB-DEFN-COUNT
               ADD 1 TO WS-DEFN-COUNT
           END-IF.
           IF WS-SKEWED
               MOVE 'SKEW' TO WSD-FLAGS(12:4)
               ADD 1 TO WS-DB-SKEW-COUNT
               ADD 1 TO WS-SKEW-COUNT
           END-IF.
           WRITE PRT-RPT-RECORD FROM WS-DTL-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       5300-EXIT.
           EXIT.

       5400-PRINT-MISSING.
           PERFORM 5500-START-DETAIL THRU 5500-EXIT.
           MOVE 'MISSING' TO WSD-FLAGS.
           ADD 1 TO WS-DB-MISS-COUNT.
           ADD 1 TO WS-MISS-COUNT.
           WRITE PRT-RPT-RECORD FROM WS-DTL-LINE.
           ADD 1 TO WS-RPT-WRITE-COUNT.
       5400-EXIT.
           EXIT.

      * the name prints on the group's first line only
       5500-START-DETAIL.
           MOVE SPACES TO WS-DTL-LINE.
           IF WS-FIRST-LINE
               MOVE WS-PT-NAME(WS-REF-IDX) TO WSD-NAME
               MOVE 'N' TO WS-FIRST-LINE-SW
           END-IF.
           MOVE WS-PP-PARTITION(WS-PP-IDX) TO WSD-PARTITION.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * TERMINATION
      *----------------------------------------------------------------
      * the step condition code goes on last -- the message routine
      * leaves its own in RETURN-CODE
       8000-TERMINATE.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           IF WS-REPORT-MODE AND NOT WS-ABORT
               MOVE 'TBSQ349I' TO SQLBG-MSG-ID
               MOVE 'I' TO SQLBG-SEVERITY
               MOVE WS-DB-REPORTED-COUNT TO WS-MSG-EDIT
               MOVE WS-TBS-REPORTED-COUNT TO WS-MSG-EDIT2
               MOVE WS-DB-SINGLE-COUNT TO WS-MSG-EDIT3
               MOVE SPACES TO SQLBG-TEXT
               STRING 'DATABASES COMPARED: ' DELIMITED BY SIZE
                      WS-MSG-EDIT DELIMITED BY SIZE
                      ' TABLESPACES: ' DELIMITED BY SIZE
                      WS-MSG-EDIT2 DELIMITED BY SIZE
                      ' SINGLE-PARTITION SKIPPED: ' DELIMITED BY SIZE
                      WS-MSG-EDIT3 DELIMITED BY SIZE
                   INTO SQLBG-TEXT
               END-STRING
               PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
               IF WS-DEFN-COUNT > 0 OR WS-SKEW-COUNT > 0
                  OR WS-MISS-COUNT > 0
                   MOVE 'TBSQ348W' TO SQLBG-MSG-ID
                   MOVE 'W' TO SQLBG-SEVERITY
                   MOVE WS-DEFN-COUNT TO WS-MSG-EDIT
                   MOVE WS-SKEW-COUNT TO WS-MSG-EDIT2
                   MOVE WS-MISS-COUNT TO WS-MSG-EDIT3
                   MOVE SPACES TO SQLBG-TEXT
                   STRING 'PARTITIONS FLAGGED - DEFINITION: '
                              DELIMITED BY SIZE
                          WS-MSG-EDIT DELIMITED BY SIZE
                          ' SKEW: ' DELIMITED BY SIZE
                          WS-MSG-EDIT2 DELIMITED BY SIZE
                          ' MISSING: ' DELIMITED BY SIZE
                          WS-MSG-EDIT3 DELIMITED BY SIZE
                       INTO SQLBG-TEXT
                   END-STRING
                   PERFORM 9000-PUT-MESSAGE THRU 9000-EXIT
                   IF WS-STEP-RC < 4
                       MOVE 4 TO WS-STEP-RC
                   END-IF
               END-IF
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
           MOVE 'TBSQPRT0' TO SQLBA-PROGRAM.
           MOVE 'TBSQEMST' TO SQLBA-FILE.
           MOVE WS-EMS-READ-COUNT TO SQLBA-READ-COUNT.
           MOVE 0 TO SQLBA-WRITE-COUNT.
           MOVE 0 TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           IF WS-COLLECT-MODE
               MOVE 'TBSQCMST' TO SQLBA-FILE
               MOVE WS-CMS-READ-COUNT TO SQLBA-READ-COUNT
               WRITE SQLB-AUDIT-RECORD
           END-IF.
           MOVE 'TBSQPUSE' TO SQLBA-FILE.
           MOVE WS-USE-READ-COUNT TO SQLBA-READ-COUNT.
           COMPUTE SQLBA-WRITE-COUNT =
               WS-USE-ADD-COUNT + WS-USE-UPD-COUNT.
           MOVE WS-NOUSE-COUNT TO SQLBA-EXCEPT-COUNT.
           WRITE SQLB-AUDIT-RECORD.
           IF WS-REPORT-MODE
               MOVE 'TBSQPRTR' TO SQLBA-FILE
               MOVE 0 TO SQLBA-READ-COUNT
               MOVE WS-RPT-WRITE-COUNT TO SQLBA-WRITE-COUNT
               COMPUTE SQLBA-EXCEPT-COUNT =
                   WS-DEFN-COUNT + WS-SKEW-COUNT + WS-MISS-COUNT
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
